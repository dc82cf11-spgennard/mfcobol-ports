     *>******************************************************************************
     *> Copybook:     CIPHERREC.CPY
     *>
     *> Purpose:      Shared record layouts for the ENCFILE cipher-file
     *>               format: the data record, the CIPHER-HDR-REC file
     *>               header every cipher file starts with and the
     *>               CIPHER-TRL-REC integrity trailer it ends with.
     *>               ENCFILE and FLDENC write and read them; CATAUDIT
     *>               reads the header and trailer back to reconcile the
     *>               catalog, ENCPURGE to prove an archive before it is
     *>               destroyed, and REKEYCAMP the header to tell a
     *>               field-encrypted archive from a whole-record one.
     *>               All of them COPY this member into working storage
     *>               (cipher files are read and written through the
     *>               CBL_OPEN_FILE/CBL_READ_FILE/CBL_WRITE_FILE byte
     *>               routines, never through an FD) so the format can
     *>               never drift between the writer and its readers.
     *>
     *> Usage:        COPY "cipherrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> Physical framing, for a reader that walks the file itself:
     *> the header is always a full 2061-byte record at offset 0. With
     *> CH-FORMAT-VERSION >= 3 (compact) each data record is 13 bytes
     *> plus its padded ciphertext and the trailer is its 61 significant
     *> bytes at the very end of the file; versions 1 and 2 store every
     *> record, trailer included, as a fixed 2061-byte slot.
     *>******************************************************************************
      01 CIPHER-REC.
         02 CF-ORIG-LEN                     PIC 9(5).
         02 CF-IV                           PIC X(8).
         02 CF-CIPHERTEXT                   PIC X(2048).
     *> File-header record, the physical first record of every cipher
     *> file; CH-MARKER distinguishes it from a data record, whose first 8
     *> bytes are the numeric CF-ORIG-LEN plus the IV. It makes the cipher
     *> file self-describing: DECRYPT-FILE reads the key-id and key mode
     *> back and resolves the key itself through KEYFETCH, and the
     *> key-check value lets it refuse a wrong key before touching a single
     *> data record. A file without the marker is a cipher file from before
     *> the header existed and is processed as before, first record onward.
      01 CIPHER-HDR-REC REDEFINES CIPHER-REC.
         02 CH-MARKER                       PIC X(8).
         02 CH-FORMAT-VERSION               PIC 9(2).
         02 CH-KEY-SOURCE                   PIC X.
            88 CH-KEY-FROM-VAULT               VALUE "V".
            88 CH-KEY-FROM-LITERAL             VALUE "L".
         02 CH-KEY-ID                       PIC X(8).
         02 CH-KEY-MODE                     PIC 9.
     *> key-check value: the first 3 bytes of the all-LOW-VALUES block
     *> encrypted once in ECB under the file's key -- truncated to 3 bytes
     *> the way banking-standard KCVs are, so the header never hands a
     *> holder of the cipher file a full known plaintext/ciphertext pair to
     *> grind a key search against. Recomputing it at decrypt time with the
     *> key in hand and comparing proves the key belongs to this file.
         02 CH-KCV                          PIC X(3).
         02 CH-CREATED                      PIC X(14).
         02 CH-ORIG-FILENAME                PIC X(256).
     *> what kind of data the records hold: "T" = line-sequential text
     *> records, "B" = raw binary chunks written back byte for byte on
     *> decrypt. A space (a header from before this field existed) means
     *> text, so older files keep decrypting exactly as they did. "F" is
     *> a field-encrypted file written by FLDENC: fixed-length records
     *> with only the fields named in CH-FIELD-LAYOUT encrypted, which
     *> ENCFILE does not read -- FLDENC decrypts it.
         02 CH-DATA-FORMAT                  PIC X.
            88 CH-DATA-BINARY                  VALUE "B".
            88 CH-DATA-FIELDS                  VALUE "F".
     *> the record layout of a field-encrypted file (CH-DATA-FORMAT "F"),
     *> so the file decrypts from its own header and never from a spec
     *> that may have changed since: input and output record lengths
     *> and every field of the field spec (FLDSPCREC.CPY) with the
     *> output position FLDENC gave it, in record order. Spaces in every
     *> other cipher file.
         02 CH-FIELD-LAYOUT.
            03 CH-FLD-REC-LEN               PIC 9(5).
            03 CH-FLD-OUT-REC-LEN           PIC 9(5).
            03 CH-FLD-COUNT                 PIC 9(2).
            03 CH-FLD-ENTRY                 OCCURS 40.
               04 CH-FLD-NAME               PIC X(12).
               04 CH-FLD-OFFSET             PIC 9(5).
               04 CH-FLD-LENGTH             PIC 9(4).
               04 CH-FLD-TYPE               PIC X.
               04 CH-FLD-ACTION             PIC X.
               04 CH-FLD-OUT-OFFSET         PIC 9(5).
               04 CH-FLD-OUT-LENGTH         PIC 9(4).
     *> pads the header out to CIPHER-REC's exact 2061 bytes: the header
     *> record is written full-size in BOTH formats, so one header layout
     *> serves every cipher file ever written
         02 FILLER                          PIC X(475).
     *> Integrity trailer, written by ENCRYPT-FILE as the physical last
     *> record once the whole input has been processed: the count of data
     *> records, the total data-record byte count, and a SHA3-256 digest
     *> computed over every data record's full stored bytes (header and
     *> trailer excluded). DECRYPT-FILE recomputes all three while it reads
     *> and refuses the file as incomplete/altered (RC=30, distinct from
     *> the per-record bad-key/bad-data RC=24) when they disagree -- which
     *> also catches the case a truncated transfer otherwise hides
     *> completely: a file that cleanly lost its tail records. In a
     *> compact file only the 61 significant bytes are stored; the fixed
     *> formats store the full 2061-byte slot, FILLER and all.
      01 CIPHER-TRL-REC REDEFINES CIPHER-REC.
         02 CT-MARKER                       PIC X(8).
         02 CT-RECORD-COUNT                 PIC 9(9).
         02 CT-BYTE-COUNT                   PIC 9(12).
         02 CT-DIGEST                       PIC X(32).
         02 FILLER                          PIC X(2000).
