     *>******************************************************************************
     *> Copybook:     FLDSPCREC.CPY
     *>
     *> Purpose:      Record layout for a field-spec control file, the
     *>               description of a fixed-length record that FLDENC
     *>               reads to encrypt only the sensitive fields of each
     *>               record and leave every other byte in the clear. One
     *>               line per field, in record order; a line with "*" in
     *>               its first column is a comment, blank lines are passed
     *>               over. Columns:
     *>                   1-12   field name        14-18   offset
     *>                  20-23   length               25   data type
     *>                     27   action            29-33   output offset
     *>                  35-38   output length     40-79   description
     *>               One line named RECORD, offset 00001, gives the input
     *>               record length. An encrypted field grows to whole DES
     *>               blocks, so the output record is longer than the input
     *>               and every byte after the first encrypted field moves;
     *>               the output columns are left blank in the spec FLDENC
     *>               is given, and the encrypt run writes the spec back
     *>               out beside its output file with them filled in --
     *>               the RECORD line's output length is the output record
     *>               length, and a line named IV gives where the record's
     *>               8-byte initialization vector sits (at the end of the
     *>               record) -- so a sort or match downstream finds its
     *>               clear fields from that copy.
     *>
     *> Usage:        COPY "fldspcrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> FS-FIELD-NAME    The field's name, unique in the file, no embedded
     *>                  blanks. RECORD and IV are reserved.
     *> FS-OFFSET        Position of the field's first byte in the input
     *>                  record, counting from 1. Fields may not overlap
     *>                  and must be listed in offset order.
     *> FS-LENGTH        The field's length in bytes.
     *> FS-DATA-TYPE     X = alphanumeric (any bytes; also signed zoned
     *>                  decimal), 9 = unsigned zoned decimal (digits
     *>                  only), P = packed decimal (COMP-3, at most 16
     *>                  bytes), B = binary (COMP). Every type is
     *>                  encrypted and restored byte for byte; 9 and P
     *>                  fields are also checked for valid contents, and a
     *>                  field that fails is reported (never its value)
     *>                  but still encrypted exactly as it stands.
     *> FS-ACTION        E (or blank) = encrypt the field; C = leave it in
     *>                  the clear -- listed only so the written-back spec
     *>                  says where it lands in the output record.
     *> FS-OUT-OFFSET    Position of the field in the output record
     *>                  (written-back spec only).
     *> FS-OUT-LENGTH    Length of the field in the output record: its own
     *>                  length for a clear field, the length rounded up
     *>                  to the next whole 8-byte block (always at least
     *>                  one byte of padding) for an encrypted one
     *>                  (written-back spec only).
     *> FS-DESCRIPTION   Free text.
     *>******************************************************************************
      01 FLDSPEC-REC.
         02 FS-FIELD-NAME                   PIC X(12).
         02 FILLER                          PIC X.
         02 FS-OFFSET                       PIC 9(5).
         02 FILLER                          PIC X.
         02 FS-LENGTH                       PIC 9(4).
         02 FILLER                          PIC X.
         02 FS-DATA-TYPE                    PIC X.
            88 FS-TYPE-ALPHA                   VALUE "X".
            88 FS-TYPE-ZONED                   VALUE "9".
            88 FS-TYPE-PACKED                  VALUE "P".
            88 FS-TYPE-BINARY                  VALUE "B".
            88 FS-TYPE-VALID                   VALUES "X", "9", "P", "B".
         02 FILLER                          PIC X.
         02 FS-ACTION                       PIC X.
            88 FS-ENCRYPT                      VALUES "E", SPACE.
            88 FS-CLEAR                        VALUE "C".
         02 FILLER                          PIC X.
         02 FS-OUT-OFFSET                   PIC 9(5).
         02 FILLER                          PIC X.
         02 FS-OUT-LENGTH                   PIC 9(4).
         02 FILLER                          PIC X.
         02 FS-DESCRIPTION                  PIC X(40).
