      $set sourceformat"free"

*>******************************************************************************
*>  fldenc.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  fldenc.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with fldenc.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Field-level encryption of fixed-length records, the
*>               companion to ENCFILE for extracts where only a few
*>               fields need protecting. ENCFILE EB encrypts whole
*>               records, so nothing downstream can sort, match or count
*>               the file without decrypting all of it; FLDENC encrypts
*>               only the fields a field-spec control file names
*>               (layout in FLDSPCREC.CPY: offset, length and data type
*>               of each field -- account number, tax id, date of
*>               birth) under a vault key-id and leaves every other
*>               byte of every record in the clear.
*>
*>               Each encrypted field is padded with PADBLOCK (ANSI
*>               X9.23) to whole 8-byte blocks and encrypted in CBC
*>               with COBDES, so it grows by 1 to 8 bytes and every
*>               byte after it moves along. The record's fields are one
*>               CBC chain, in record order, started from a fresh IV
*>               per record that is carried in the last 8 bytes of the
*>               output record. The encrypt run writes the spec back out
*>               beside its output (<output-file>.spec) with the output
*>               offset and length of every field filled in, the output
*>               record length on the RECORD line and the IV's position
*>               on an IV line: that copy is what a downstream sort or
*>               match reads its clear fields' positions from. List a
*>               clear field with action C to have its new position
*>               written back too.
*>
*>               The output is an ENCFILE-format cipher file (layouts
*>               in CIPHERREC.CPY) and carries the same protections:
*>               the CIPHER-HDR-REC header (vault key-id, key mode,
*>               key-check value, creation timestamp, original
*>               filename), data format "F" and the whole field layout
*>               in CH-FIELD-LAYOUT, then the fixed-length data
*>               records, then the compact CIPHER-TRL-REC integrity
*>               trailer (record count, byte count, SHA3-256 over every
*>               data record). The data records start at byte 2062 of
*>               the file, every one the output record length. The
*>               file is registered in the cipher-file catalog like any
*>               ENCFILE archive -- with RETAIN:<class> or the default
*>               retention class -- so KEYADMIN's retirement check,
*>               CATAUDIT and ENCPURGE all see it.
*>
*>               The reverse run (mode D) takes everything from the
*>               cipher file's own header -- the key-id, resolved
*>               through KEYFETCH, and the field layout -- so it needs
*>               no spec and cannot be given the wrong one. The key is
*>               proven against the key-check value (RC=28) and the
*>               file's framing and trailer are checked (RC=30) before
*>               the output file is created; every field is then
*>               decrypted, its padding validated and its length
*>               cross-checked, and the original record is restored
*>               byte for byte, packed-decimal and binary fields
*>               included.
*>
*>               Mode R moves a field-encrypted file onto a new vault
*>               key the way ENCFILE R moves a whole-record archive,
*>               and is what REKEYCAMP runs for one: the old key comes
*>               from the input header (resolved with KEYFETCH's rekey
*>               option, so a withdrawn key still opens the archive it
*>               protects) and is proven against its key-check value,
*>               and the input's framing, trailer counts and digest are
*>               all verified before the output file is created. Every
*>               record is then decrypted and re-encrypted in memory
*>               under the new key with a fresh IV and the same field
*>               layout, so the clear fields stay where they were. The
*>               output gets a re-stamped header and its own trailer,
*>               is catalogued with the input's retention class and
*>               retain-until date carried over, and the input's
*>               catalog entry is removed. A record that fails to
*>               decrypt abandons the run and the output is left
*>               without a trailer: a rekeyed file that silently
*>               dropped records is no replacement for the original.
*>
*>               Unsigned zoned (9) and packed-decimal (P) fields are
*>               checked for valid contents on the way in; a field
*>               that fails is reported by record number and field
*>               name in the error file (never its value) and is still
*>               encrypted exactly as it stands. A record whose field
*>               fails to encrypt or decrypt is not written; it is
*>               logged to the error file (the output filename with
*>               ".err" appended, opened only when needed) and the run
*>               continues (RC=24).
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks fldenc.cob
*>               cobdes.cob padblock.cob keyfetch.cob runjrnl.cob
*>               chainlink.cob hexdump.cob retclass.cob
*>               ../cobsha3/SHA3-256.cob
*>               ../cobsha3/KECCAK.cob ../cobsha3/KECCAKF.cob
*>
*> Usage:        fldenc E <field-spec> <input-file> <output-file>
*>                       KEYID:<key-id> [RETAIN:<class>]
*>               fldenc D <cipher-file> <output-file>
*>               fldenc R <cipher-file> <output-file> KEYID:<new-key-id>
*>               The input to E is a file of fixed-length records with
*>               no delimiters, the record length given by the spec's
*>               RECORD line; D writes the same back. The vault
*>               filename comes from KEYVAULT_FILE (default
*>               "keyvault.dat"), the catalog from ENCCATALOG_FILE
*>               (default "enccat.dat"), and the run appends START and
*>               END records to the common run journal through RUNJRNL.
*>
*>               Return codes: 0 clean, 16 arguments or field spec in
*>               error, 20 I/O, key or catalog failure, 24 records
*>               that failed to encrypt or decrypt, 28 wrong key,
*>               30 cipher file incomplete or altered. Mode R also
*>               gives 16 when the file is already under the new key,
*>               and 24 when a record would not decrypt.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*> 2026.10.15 Mode R rekeys a field-encrypted file onto a new vault
*>            key, carrying its catalog retention to the new file and
*>            deregistering the old one, for REKEYCAMP.
*> 2026.10.15 RETAIN: refuses a class longer than 8 characters instead
*>            of truncating it, and is refused on a D or R run, as in
*>            ENCFILE.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. FLDENC.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT SPEC-FILE   ASSIGN DYNAMIC WS-SPEC-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SPEC-STATUS.
     SELECT LAYOUT-FILE ASSIGN DYNAMIC WS-LAYOUT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LAYOUT-STATUS.
     SELECT ERROR-FILE  ASSIGN DYNAMIC WS-ERROR-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-ERROR-STATUS.
     SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS RANDOM
         RECORD KEY IS EC-FILENAME
         FILE STATUS IS WS-CATALOG-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

*> the field spec the encrypt run is given
 FD  SPEC-FILE.
 COPY "fldspcrec.cpy".

*> the spec written back beside the output file, output columns filled
 FD  LAYOUT-FILE.
 01  LAYOUT-REC                         PIC X(79).

 FD  ERROR-FILE.
 01  ERROR-REC                          PIC X(200).

*> the cipher-file catalog ENCFILE registers its archives in -- see
*> REGISTER-CIPHER-FILE
 FD  CATALOG-FILE.
 COPY "enccatrec.cpy".

*>**********************************************************************
 WORKING-STORAGE SECTION.

*> the cipher-file header and trailer, shared with ENCFILE; only the
*> header and trailer layouts are used here -- a field-encrypted data
*> record is the output record itself (WS-CIPHER-RECORD)
 COPY "cipherrec.cpy".

 01 WS-MODE                             PIC X(2).
    88 WS-MODE-ENCRYPT                     VALUE "E".
    88 WS-MODE-DECRYPT                     VALUE "D".
    88 WS-MODE-REKEY                       VALUE "R".
    88 WS-MODE-VALID                       VALUES "E", "D", "R".

 01 WS-SPEC-FILENAME                    PIC X(256).
 01 WS-SPEC-STATUS                      PIC X(2).
    88 WS-SPEC-OK                          VALUE "00".
 01 WS-LAYOUT-FILENAME                  PIC X(261).
 01 WS-LAYOUT-STATUS                    PIC X(2).
    88 WS-LAYOUT-OK                        VALUE "00".
 01 WS-PLAIN-FILENAME                   PIC X(256).
 01 WS-CIPHER-FILENAME                  PIC X(256).
*> mode R's output, the input rekeyed
 01 WS-REKEY-FILENAME                   PIC X(256).
 01 WS-ERROR-FILENAME                   PIC X(260).
 01 WS-ERROR-STATUS                     PIC X(2).
    88 WS-ERROR-OK                         VALUE "00".
 01 WS-ERROR-FILE-OPEN-SW               PIC X VALUE "N".
    88 WS-ERROR-FILE-OPEN                  VALUE "Y".

*> optional-argument scanning (RETAIN:)
 01 WS-OPT-ARG                          PIC X(16).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

*> The field table: loaded from the field spec on encrypt, from the
*> cipher file header's CH-FIELD-LAYOUT on decrypt. Fields are held in
*> record order; WS-FLD-ACTION is "E" (encrypt) or "C" (clear). The
*> output offset and length of every field, the output record length
*> and the IV's offset are worked out by COMPUTE-OUTPUT-LAYOUT.
 01 WS-FIELD-TABLE.
    02 WS-FLD-ENTRY                     OCCURS 40.
       03 WS-FLD-NAME                   PIC X(12).
       03 WS-FLD-OFFSET                 PIC 9(5) COMP-5.
       03 WS-FLD-LENGTH                 PIC 9(4) COMP-5.
       03 WS-FLD-TYPE                   PIC X.
       03 WS-FLD-ACTION                 PIC X.
          88 WS-FLD-ENCRYPTED              VALUE "E".
       03 WS-FLD-OUT-OFFSET             PIC 9(5) COMP-5.
       03 WS-FLD-OUT-LENGTH             PIC 9(4) COMP-5.
       03 WS-FLD-DESC                   PIC X(40).
 01 WS-FLD-MAX                          PIC 9(2) COMP-5 VALUE 40.
 01 WS-FLD-COUNT                        PIC 9(2) COMP-5 VALUE 0.
 01 WS-ENC-FLD-COUNT                    PIC 9(2) COMP-5 VALUE 0.
 01 WS-FLD-IX                           PIC 9(2) COMP-5.
 01 WS-FIND-IX                          PIC 9(2) COMP-5.
 01 WS-REC-LEN                          PIC 9(5) COMP-5 VALUE 0.
 01 WS-REC-LEN-MAX                      PIC 9(5) COMP-5 VALUE 2048.
 01 WS-OUT-REC-LEN                      PIC 9(5) COMP-5 VALUE 0.
 01 WS-IV-OFFSET                        PIC 9(5) COMP-5.
 01 WS-GROWTH                           PIC 9(5) COMP-5.
 01 WS-PREV-END                         PIC 9(5) COMP-5.
 01 WS-FIELD-END                        PIC 9(5) COMP-5.

*> field-spec checking: every fault is reported with its line number,
*> and any fault at all encrypts nothing (RC=16)
 01 WS-SPEC-LINE-NO                     PIC 9(5) VALUE 0.
 01 WS-SPEC-ERRORS                      PIC 9(5) VALUE 0.
 01 WS-RECORD-LINE-SW                   PIC X VALUE "N".
    88 WS-RECORD-LINE-SEEN                 VALUE "Y".
 01 WS-NAME-LEN                         PIC 9(2) COMP-5.
 01 WS-BLANK-COUNT                      PIC 9(2) COMP-5.

*> header layout cross-check on decrypt: the output positions the
*> header records must be the ones its own offsets and lengths produce
 01 WS-HDR-OUT-REC-LEN                  PIC 9(5) COMP-5.
 01 WS-HDR-LAYOUT-BAD-SW                PIC X VALUE "N".
    88 WS-HDR-LAYOUT-BAD                   VALUE "Y".
 01 WS-SAVED-OUT-TABLE.
    02 WS-SAVED-OUT                     OCCURS 40.
       03 WS-SAVED-OUT-OFFSET           PIC 9(5) COMP-5.
       03 WS-SAVED-OUT-LENGTH           PIC 9(4) COMP-5.

*> key resolution: always a vault key-id -- the header must name the
*> key a later decrypt, rekey review or key retirement looks for
 01 WS-KEY-ARG                          PIC X(64).
 01 WS-VAULT-FILENAME                   PIC X(256).
 01 WS-KEY-ID                           PIC X(8).
 01 WS-RESOLVED-KEY-MODE                PIC 9.
 01 WS-RESOLVED-KEY-BYTES               PIC X(24).
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "FLDENC".
 01 WS-KCV                              PIC X(8).

*> mode R holds both keys: the old one the input header names and the
*> new one from the KEYID: argument
 01 WS-NEW-KEY-ID                       PIC X(8).
 01 WS-NEW-KEY-MODE                     PIC 9.
 01 WS-NEW-KEY-BYTES                    PIC X(24).
 01 WS-OLD-KEY-MODE                     PIC 9.
 01 WS-OLD-KEY-BYTES                    PIC X(24).
*> the input header, kept while its trailer is read over it, and
*> re-stamped for the new key as the output header
 01 WS-SAVED-HEADER                     PIC X(2061).

*> cipher-file header and trailer markers and the format version, as
*> ENCFILE writes them: version 3 is the compact trailer, which is what
*> CATAUDIT and ENCPURGE look for at the end of the file
 01 WS-HDR-MARKER                       PIC X(8) VALUE "ENCFHDR1".
 01 WS-TRL-MARKER                       PIC X(8) VALUE "ENCFTRL1".
 01 WS-FORMAT-VERSION                   PIC 9(2) VALUE 3.
 01 WS-HDR-LEN                          PIC 9(4) COMP-5 VALUE 2061.
 01 WS-COMPACT-TRL-LEN                  PIC 9(3) COMP-5 VALUE 61.

*> Cipher-file catalog support, as in ENCFILE: the finished file is
*> registered under its output filename with its key-id, the
*> trailer's counts and a retention class (RETAIN:<class>, or the
*> retention-class control file's default without one). A rekeyed
*> file carries the retention of the file it replaces instead, and
*> that file's entry is removed.
 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CAT-FILENAME                     PIC X(256).
 01 WS-RETAIN-CARRIED-SW                PIC X VALUE "N".
    88 WS-RETAIN-CARRIED                   VALUE "Y".
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
    88 WS-CATALOG-NOT-EXIST                VALUE "35".
 01 WS-CAT-CREATED                      PIC X(14).
 01 WS-RETAIN-CLASS-ARG                 PIC X(8) VALUE SPACES.
 01 WS-CAT-RETENTION-CLASS              PIC X(8).
 01 WS-CAT-RETAIN-UNTIL                 PIC X(8).
 01 WS-RETCLASS-RC                      PIC 9(2).
    88 WS-RETCLASS-OK                      VALUE 0.
    88 WS-RETCLASS-UNKNOWN                 VALUE 22.

*> Byte-offset I/O through the CBL_ file routines on both sides -- the
*> plaintext records have no delimiters and may hold packed-decimal
*> or binary bytes, and the cipher file is ENCFILE's byte format. The
*> IN side is the plaintext on encrypt and the cipher file on decrypt,
*> the OUT side the other way round.
 01 WS-IN-HANDLE                        PIC X(4) COMP-X.
 01 WS-IN-OPEN-SW                       PIC X VALUE "N".
    88 WS-IN-OPEN                          VALUE "Y".
 01 WS-IN-FILE-DETAILS.
    02 WS-IN-FD-SIZE                    PIC X(8) COMP-X.
    02 WS-IN-FD-DATE                    PIC X(8) COMP-X.
    02 WS-IN-FD-TIME                    PIC X(8) COMP-X.
 01 WS-IN-SIZE                          BINARY-DOUBLE UNSIGNED.
 01 WS-IN-READ-OFFSET                   BINARY-DOUBLE UNSIGNED.
 01 WS-IN-IO-OFFSET                     PIC X(8) COMP-X.
 01 WS-IN-IO-LEN                        PIC 9(8) COMP-X.
 01 WS-OUT-HANDLE                       PIC X(4) COMP-X.
 01 WS-OUT-OPEN-SW                      PIC X VALUE "N".
    88 WS-OUT-OPEN                         VALUE "Y".
 01 WS-OUT-FILENAME                     PIC X(256).
 01 WS-BYTES-WRITTEN-TOTAL              BINARY-DOUBLE UNSIGNED VALUE 0.
 01 WS-OUT-IO-OFFSET                    PIC X(8) COMP-X.
 01 WS-OUT-IO-LEN                       PIC 9(8) COMP-X.
 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.
*> data records in a cipher file being decrypted, from its size
 01 WS-DATA-BYTES                       BINARY-DOUBLE UNSIGNED.
 01 WS-DATA-REC-COUNT                   BINARY-DOUBLE UNSIGNED.
 01 WS-DATA-REMAINDER                   BINARY-DOUBLE UNSIGNED.
 01 WS-EXPECTED-RECS                    BINARY-DOUBLE UNSIGNED.

*> one record on each side: the plaintext record, the output record
*> built from it (clear bytes, encrypted fields, IV), and the block
*> buffer one field is padded and en/decrypted in
 01 WS-PLAIN-RECORD                     PIC X(2048).
 01 WS-CIPHER-RECORD                    PIC X(2400).
 01 WS-BLOCK-BUFFER                     PIC X(2048).
 01 WS-PLAIN-POS                        PIC 9(5) COMP-5.
 01 WS-CIPHER-POS                       PIC 9(5) COMP-5.
 01 WS-GAP-LEN                          PIC 9(5) COMP-5.
 01 WS-RECORD-IV                        PIC X(8).

*> PADBLOCK (ANSI X9.23) for each encrypted field, as ENCFILE pads a
*> record
 01 WS-PAD-FUNCTION                     PIC 9.
 01 WS-PAD-SCHEME                       PIC 9 VALUE 1.
 01 WS-PAD-BLOCK-SIZE                   PIC 9(2) COMP-5 VALUE 8.
 01 WS-PAD-BUFFER-CAPACITY              PIC 9(4) COMP-5 VALUE 2048.
 01 WS-PAD-RC                           PIC 9(2).
    88 WS-PAD-OK                           VALUE 0.
 01 WS-PAD-LEN                          PIC 9(4) COMP-5.
 01 WS-TOTAL-LEN                        PIC 9(4) COMP-5.
 01 WS-BLOCK-START                      PIC 9(4) COMP-5.

*> per-record IV from FUNCTION RANDOM, seeded once per run from the
*> clock -- the same generator ENCFILE uses
 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-IV-SEED                          PIC 9(9) COMP-5.
 01 WS-IV-SEEDED-SW                     PIC X VALUE "N".
    88 WS-IV-SEEDED                        VALUE "Y".
 01 WS-RANDOM-FRACTION                  PIC 9V9(9).
 01 WS-RANDOM-BYTE                      PIC 9(3) COMP-5.
 01 WS-IV-IDX                           PIC 9(2) COMP-5.

*> data-type checks on 9 and P fields
 01 WS-TYPE-BAD-SW                      PIC X.
    88 WS-TYPE-BAD                         VALUE "Y".
 01 WS-BYTE-IX                          PIC 9(4) COMP-5.
 01 WS-BYTE-VAL                         PIC 9(3) COMP-5.
 01 WS-HI-NIBBLE                        PIC 9(3) COMP-5.
 01 WS-LO-NIBBLE                        PIC 9(3) COMP-5.

*> Integrity-trailer digest: SHA3-256 streamed over every data record's
*> stored bytes, absorbed the way ENCFILE absorbs its records
 01 WS-DIG-STATE                        PIC X(200).
 01 WS-DIG-RATE                         PIC 9(3) COMP-5 VALUE 136.
 01 WS-DIG-FILL                         PIC 9(3) COMP-5 VALUE 0.
 01 WS-DIG-IDX                          PIC 9(4) COMP-5.
 01 WS-DIGEST                           PIC X(32).
 01 WS-DATA-RECS-SEEN                   PIC 9(9) COMP-5 VALUE 0.
 01 WS-DIG-BYTES                        PIC 9(12) COMP-5 VALUE 0.
 01 WS-TRAILER-ERROR-SW                 PIC X VALUE "N".
    88 WS-TRAILER-ERROR                    VALUE "Y".

*> byte-XOR-in-place scratch (same technique as KECCAK's XOR-BYTE-AT)
 01 WS-SRC-CHAR                         PIC X.
 01 WS-POS                              PIC 9(3) COMP-5.
 01 WS-CUR-CHAR                         PIC X.
 01 WS-AVAL                             PIC 9(3) COMP-5.
 01 WS-BVAL                             PIC 9(3) COMP-5.
 01 WS-AQ                               PIC 9(3) COMP-5.
 01 WS-BQ                               PIC 9(3) COMP-5.
 01 WS-ABIT                             PIC 9 COMP-5.
 01 WS-BBIT                             PIC 9 COMP-5.
 01 WS-XBIT                             PIC 9 COMP-5.
 01 WS-XRESULT                          PIC 9(3) COMP-5.
 01 WS-WEIGHT                           PIC 9(3) COMP-5.
 01 WS-BITPOS                           PIC 9 COMP-5.

 01 WS-BLOCK-FAILED-SW                  PIC X.
    88 WS-BLOCK-FAILED                     VALUE "Y".
 01 WS-RECORD-FAILED-SW                 PIC X.
    88 WS-RECORD-FAILED                    VALUE "Y".
*> what the error file says about a record: the reason, the field it
*> concerns and the relevant return code -- never a byte of the field
 01 WS-FAILURE-REASON                   PIC X(40).
 01 WS-FAILURE-FIELD                    PIC X(12).
 01 WS-LOGGED-RC                        PIC 9(2).
 01 WS-ERR-NUM-DISP                     PIC 9(9).

 01 WS-EOF-SW                           PIC X VALUE "N".
    88 WS-EOF                              VALUE "Y".
 01 WS-RECS-READ                        PIC 9(9) COMP-5 VALUE 0.
 01 WS-RECS-WRITTEN                     PIC 9(9) COMP-5 VALUE 0.
 01 WS-RECS-FAILED                      PIC 9(9) COMP-5 VALUE 0.
 01 WS-TYPE-WARNINGS                    PIC 9(9) COMP-5 VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support, as in ENCFILE
 01 WS-RUN-START-TS                     PIC X(14).
 01 WS-JOURNAL-RC                       PIC 9(2).

 COPY "runjnlrec.cpy".

 COPY "cobdeslnk.cpy".

*>**********************************************************************
 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-FLDENC SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    PERFORM WRITE-JOURNAL-START
    PERFORM SET-ERROR-FILENAME

    EVALUATE TRUE
       WHEN WS-MODE-ENCRYPT
          PERFORM LOAD-FIELD-SPEC
          IF WS-RETURN-STATUS = 0
             PERFORM RESOLVE-KEY
          END-IF
          IF WS-RETURN-STATUS = 0
             PERFORM ENCRYPT-FILE
          END-IF
       WHEN WS-MODE-REKEY
          PERFORM REKEY-FILE
       WHEN OTHER
          PERFORM DECRYPT-FILE
    END-EVALUATE

    IF WS-ERROR-FILE-OPEN
       CLOSE ERROR-FILE
    END-IF

    DISPLAY "FLDENC: records read = " WS-RECS-READ
             "  records written = " WS-RECS-WRITTEN
             "  records failed = " WS-RECS-FAILED
    IF WS-TYPE-WARNINGS > 0
       DISPLAY "FLDENC: fields failing their data-type check = "
               WS-TYPE-WARNINGS " (see "
               FUNCTION TRIM(WS-ERROR-FILENAME) ")"
    END-IF

    PERFORM WRITE-JOURNAL-END
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-FLDENC-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    MOVE SPACES          TO RUNJNL-REC
    MOVE "START"         TO RJ-EVENT
    MOVE "FLDENC"        TO RJ-PROGRAM
    MOVE WS-RUN-START-TS TO RJ-START-TS
    MOVE WS-MODE         TO RJ-MODE
    IF WS-KEY-ARG(1:6) = "KEYID:"
       MOVE WS-KEY-ARG(7:8) TO RJ-KEY-ID
    END-IF
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE 0 TO RJ-RETURN-CODE
    MOVE WS-CIPHER-FILENAME(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-START-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-END SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO RUNJNL-REC
    MOVE "END"                 TO RJ-EVENT
    MOVE "FLDENC"              TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    MOVE WS-MODE               TO RJ-MODE
    MOVE WS-KEY-ID             TO RJ-KEY-ID
    MOVE WS-RECS-READ          TO RJ-RECS-READ
    MOVE WS-RECS-WRITTEN       TO RJ-RECS-WRITTEN
    MOVE WS-RECS-FAILED        TO RJ-RECS-FAILED
    MOVE WS-RETURN-STATUS      TO RJ-RETURN-CODE
    MOVE WS-CIPHER-FILENAME(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-END-EX.
    EXIT.

*>----------------------------------------------------------------------
 CALL-RUN-JOURNAL SECTION.
*>----------------------------------------------------------------------
*> A journal failure is reported loudly but never fails the run.

    CALL "RUNJRNL" USING RUNJNL-REC
                         WS-JOURNAL-RC
    IF WS-JOURNAL-RC NOT = 0
       DISPLAY "FLDENC: WARNING - run-journal write failed, RC="
               WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> fldenc E <field-spec> <input-file> <output-file> KEYID:<key-id>
*>          [RETAIN:<class>]
*> fldenc D <cipher-file> <output-file>
*> fldenc R <cipher-file> <output-file> KEYID:<new-key-id>

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 3 OR WS-ARG-COUNT > 6
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-MODE FROM ARGUMENT-VALUE
    IF NOT WS-MODE-VALID
       DISPLAY "FLDENC: mode must be E, D or R, got [" WS-MODE "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

*> a retention class is only ever set when a new archive is catalogued;
*> a D or R run given one is refused by name rather than by usage
    IF (WS-MODE-DECRYPT AND WS-ARG-COUNT > 3)
       OR (WS-MODE-REKEY AND WS-ARG-COUNT > 4)
       MOVE WS-ARG-COUNT TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       IF WS-OPT-ARG(1:7) = "RETAIN:"
          DISPLAY "FLDENC: RETAIN: only applies to an encrypt run"
          MOVE 16 TO WS-RETURN-STATUS
          GO TO GET-PARAMETERS-EX
       END-IF
    END-IF

    IF WS-MODE-DECRYPT
       IF WS-ARG-COUNT NOT = 3
          PERFORM SHOW-USAGE
          MOVE 16 TO WS-RETURN-STATUS
          GO TO GET-PARAMETERS-EX
       END-IF
       MOVE 2 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-CIPHER-FILENAME FROM ARGUMENT-VALUE
       MOVE 3 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-PLAIN-FILENAME FROM ARGUMENT-VALUE
       IF WS-CIPHER-FILENAME = WS-PLAIN-FILENAME
          DISPLAY "FLDENC: input and output must be different files"
          MOVE 16 TO WS-RETURN-STATUS
       END-IF
       GO TO GET-PARAMETERS-EX
    END-IF

*> mode R: the cipher input, the cipher output and the NEW key, which
*> must be a vault key-id -- the old key comes from the input header,
*> never from the command line
    IF WS-MODE-REKEY
       IF WS-ARG-COUNT NOT = 4
          PERFORM SHOW-USAGE
          MOVE 16 TO WS-RETURN-STATUS
          GO TO GET-PARAMETERS-EX
       END-IF
       MOVE 2 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-CIPHER-FILENAME FROM ARGUMENT-VALUE
       MOVE 3 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-REKEY-FILENAME FROM ARGUMENT-VALUE
       MOVE 4 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-KEY-ARG FROM ARGUMENT-VALUE
       IF WS-KEY-ARG(1:6) NOT = "KEYID:" OR WS-KEY-ARG(7:8) = SPACES
          DISPLAY "FLDENC: mode R takes KEYID:<new-key-id>, not a "
                  "literal key"
          MOVE 16 TO WS-RETURN-STATUS
          GO TO GET-PARAMETERS-EX
       END-IF
       MOVE WS-KEY-ARG(7:8) TO WS-KEY-ID
       IF WS-CIPHER-FILENAME = WS-REKEY-FILENAME
          DISPLAY "FLDENC: input and output must be different files"
          MOVE 16 TO WS-RETURN-STATUS
       END-IF
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-ARG-COUNT < 5
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-SPEC-FILENAME FROM ARGUMENT-VALUE
    MOVE 3 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-PLAIN-FILENAME FROM ARGUMENT-VALUE
    MOVE 4 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-CIPHER-FILENAME FROM ARGUMENT-VALUE
    MOVE 5 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-KEY-ARG FROM ARGUMENT-VALUE

*> the header has to name a vault key-id: a literal key would leave
*> the catalog, the key-retirement check and the rekey sweep blind
    IF WS-KEY-ARG(1:6) NOT = "KEYID:" OR WS-KEY-ARG(7:8) = SPACES
       DISPLAY "FLDENC: the key must be given as KEYID:<key-id>"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    MOVE WS-KEY-ARG(7:8) TO WS-KEY-ID

    IF WS-PLAIN-FILENAME = WS-CIPHER-FILENAME
       DISPLAY "FLDENC: input and output must be different files"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-ARG-COUNT = 6
       MOVE 6 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:7) = "RETAIN:" AND WS-OPT-ARG(8:9) = SPACES
             DISPLAY "FLDENC: RETAIN: names no retention class"
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          WHEN WS-OPT-ARG(1:7) = "RETAIN:" AND WS-OPT-ARG(16:1) NOT = SPACE
             DISPLAY "FLDENC: retention class longer than 8 "
                     "characters in [" FUNCTION TRIM(WS-OPT-ARG) "]"
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          WHEN WS-OPT-ARG(1:7) = "RETAIN:"
             MOVE WS-OPT-ARG(8:9) TO WS-RETAIN-CLASS-ARG
          WHEN OTHER
             DISPLAY "FLDENC: unrecognised argument ["
                     FUNCTION TRIM(WS-OPT-ARG) "], expected "
                     "RETAIN:class"
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
       END-EVALUATE
    END-IF

*> a RETAIN: class the schedule does not know is found out now, not
*> after the whole file has been encrypted and cannot be catalogued
*> the way the operator asked
    IF WS-RETAIN-CLASS-ARG NOT = SPACES
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-RETAIN-CLASS-ARG TO WS-CAT-RETENTION-CLASS
       CALL "RETCLASS" USING WS-CAT-RETENTION-CLASS
                             WS-CURRENT-DATE(1:14)
                             WS-CAT-RETAIN-UNTIL
                             WS-RETCLASS-RC
       EVALUATE TRUE
          WHEN WS-RETCLASS-OK
             CONTINUE
          WHEN WS-RETCLASS-UNKNOWN
             DISPLAY "FLDENC: retention class ["
                     FUNCTION TRIM(WS-RETAIN-CLASS-ARG)
                     "] is not in the retention-class control file"
             MOVE 16 TO WS-RETURN-STATUS
          WHEN OTHER
             DISPLAY "FLDENC: retention-class control file cannot "
                     "be read, RETCLASS RC=" WS-RETCLASS-RC
             MOVE 20 TO WS-RETURN-STATUS
       END-EVALUATE
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "FLDENC: usage: fldenc E field-spec input-file "
            "output-file KEYID:key-id [RETAIN:class]"
    DISPLAY "               fldenc D cipher-file output-file"
    DISPLAY "               fldenc R cipher-file output-file "
            "KEYID:new-key-id"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 SET-ERROR-FILENAME SECTION.
*>----------------------------------------------------------------------
*> The error file is the run's output filename with ".err" appended,
*> opened by LOG-RECORD-ERROR only when there is something to log.

    EVALUATE TRUE
       WHEN WS-MODE-ENCRYPT
          MOVE WS-CIPHER-FILENAME TO WS-OUT-FILENAME
       WHEN WS-MODE-REKEY
          MOVE WS-REKEY-FILENAME  TO WS-OUT-FILENAME
       WHEN OTHER
          MOVE WS-PLAIN-FILENAME  TO WS-OUT-FILENAME
    END-EVALUATE
    MOVE SPACES TO WS-ERROR-FILENAME
    STRING FUNCTION TRIM(WS-OUT-FILENAME) DELIMITED BY SIZE
           ".err"                         DELIMITED BY SIZE
      INTO WS-ERROR-FILENAME
    END-STRING

    .
 SET-ERROR-FILENAME-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-FIELD-SPEC SECTION.
*>----------------------------------------------------------------------
*> Reads and checks the whole field spec into the field table before
*> anything is opened for output. Every fault is reported with its
*> line number; any fault at all encrypts nothing (RC=16).

    OPEN INPUT SPEC-FILE
    IF NOT WS-SPEC-OK
       DISPLAY "FLDENC: cannot open field spec ["
               FUNCTION TRIM(WS-SPEC-FILENAME) "], status="
               WS-SPEC-STATUS
       MOVE 16 TO WS-RETURN-STATUS
       GO TO LOAD-FIELD-SPEC-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       MOVE SPACES TO FLDSPEC-REC
       READ SPEC-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             ADD 1 TO WS-SPEC-LINE-NO
             IF FLDSPEC-REC NOT = SPACES
                AND FS-FIELD-NAME(1:1) NOT = "*"
                PERFORM LOAD-ONE-SPEC-LINE
             END-IF
       END-READ
    END-PERFORM
    CLOSE SPEC-FILE
    MOVE "N" TO WS-EOF-SW

    IF NOT WS-RECORD-LINE-SEEN
       DISPLAY "FLDENC: field spec has no RECORD line giving the "
               "record length"
       ADD 1 TO WS-SPEC-ERRORS
    END-IF
    IF WS-SPEC-ERRORS = 0 AND WS-ENC-FLD-COUNT = 0
       DISPLAY "FLDENC: field spec names no field to encrypt"
       ADD 1 TO WS-SPEC-ERRORS
    END-IF

    IF WS-SPEC-ERRORS NOT = 0
       DISPLAY "FLDENC: " WS-SPEC-ERRORS
               " fault(s) in the field spec -- nothing encrypted"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO LOAD-FIELD-SPEC-EX
    END-IF

    PERFORM COMPUTE-OUTPUT-LAYOUT

    .
 LOAD-FIELD-SPEC-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-ONE-SPEC-LINE SECTION.
*>----------------------------------------------------------------------
*> Checks one field-spec line and adds it to the field table. The
*> RECORD line comes first, so every field can be checked against the
*> record length as it is read; fields follow in offset order without
*> overlapping, which is also the order their CBC chain runs in.

*> one word, no leading or embedded blank
    MOVE 12 TO WS-NAME-LEN
    PERFORM UNTIL WS-NAME-LEN = 1
               OR FS-FIELD-NAME(WS-NAME-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-NAME-LEN
    END-PERFORM
    MOVE 0 TO WS-BLANK-COUNT
    INSPECT FS-FIELD-NAME(1:WS-NAME-LEN) TALLYING WS-BLANK-COUNT
       FOR ALL SPACE
    IF WS-BLANK-COUNT NOT = 0
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": field name [" FS-FIELD-NAME
               "] must be one word starting in column 1"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    IF FS-OFFSET NOT NUMERIC OR FS-OFFSET = 0
       OR FS-LENGTH NOT NUMERIC OR FS-LENGTH = 0
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": offset (columns 14-18) and length (columns 20-23) "
               "must be non-zero numbers"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    IF FS-FIELD-NAME = "RECORD"
       EVALUATE TRUE
          WHEN WS-RECORD-LINE-SEEN
             DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
                     ": more than one RECORD line"
             ADD 1 TO WS-SPEC-ERRORS
          WHEN WS-FLD-COUNT > 0
             DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
                     ": the RECORD line must come before the fields"
             ADD 1 TO WS-SPEC-ERRORS
          WHEN FS-OFFSET NOT = 1 OR FS-LENGTH > WS-REC-LEN-MAX
             DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
                     ": RECORD must have offset 00001 and a length "
                     "of at most " WS-REC-LEN-MAX
             ADD 1 TO WS-SPEC-ERRORS
          WHEN OTHER
             MOVE FS-LENGTH TO WS-REC-LEN
             MOVE "Y" TO WS-RECORD-LINE-SW
       END-EVALUATE
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    IF FS-FIELD-NAME = "IV"
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": IV is reserved for the record's initialization "
               "vector"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    IF NOT WS-RECORD-LINE-SEEN
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": field before the RECORD line"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    IF WS-FLD-COUNT >= WS-FLD-MAX
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": more than " WS-FLD-MAX " fields"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    PERFORM VARYING WS-FIND-IX FROM 1 BY 1
            UNTIL WS-FIND-IX > WS-FLD-COUNT
       IF WS-FLD-NAME(WS-FIND-IX) = FS-FIELD-NAME
          DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
                  ": field [" FUNCTION TRIM(FS-FIELD-NAME)
                  "] is listed twice"
          ADD 1 TO WS-SPEC-ERRORS
          GO TO LOAD-ONE-SPEC-LINE-EX
       END-IF
    END-PERFORM

    IF NOT FS-TYPE-VALID
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": data type (column 25) must be X, 9, P or B"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF
    IF NOT FS-ENCRYPT AND NOT FS-CLEAR
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": action (column 27) must be E, C or blank"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF
    IF FS-TYPE-PACKED AND FS-LENGTH > 16
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": a packed-decimal field is at most 16 bytes"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF

    COMPUTE WS-FIELD-END = FS-OFFSET + FS-LENGTH - 1
    IF WS-FIELD-END > WS-REC-LEN
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": field [" FUNCTION TRIM(FS-FIELD-NAME)
               "] runs past the end of the record"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF
    IF FS-ENCRYPT AND FS-LENGTH > WS-PAD-BUFFER-CAPACITY - 8
       DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
               ": an encrypted field is at most 2040 bytes"
       ADD 1 TO WS-SPEC-ERRORS
       GO TO LOAD-ONE-SPEC-LINE-EX
    END-IF
    IF WS-FLD-COUNT > 0
       COMPUTE WS-PREV-END = WS-FLD-OFFSET(WS-FLD-COUNT)
                           + WS-FLD-LENGTH(WS-FLD-COUNT) - 1
       IF FS-OFFSET <= WS-PREV-END
          DISPLAY "FLDENC: spec line " WS-SPEC-LINE-NO
                  ": field [" FUNCTION TRIM(FS-FIELD-NAME)
                  "] overlaps or comes before the field above it"
          ADD 1 TO WS-SPEC-ERRORS
          GO TO LOAD-ONE-SPEC-LINE-EX
       END-IF
    END-IF

    ADD 1 TO WS-FLD-COUNT
    MOVE FS-FIELD-NAME  TO WS-FLD-NAME(WS-FLD-COUNT)
    MOVE FS-OFFSET      TO WS-FLD-OFFSET(WS-FLD-COUNT)
    MOVE FS-LENGTH      TO WS-FLD-LENGTH(WS-FLD-COUNT)
    MOVE FS-DATA-TYPE   TO WS-FLD-TYPE(WS-FLD-COUNT)
    MOVE FS-DESCRIPTION TO WS-FLD-DESC(WS-FLD-COUNT)
    IF FS-CLEAR
       MOVE "C" TO WS-FLD-ACTION(WS-FLD-COUNT)
    ELSE
       MOVE "E" TO WS-FLD-ACTION(WS-FLD-COUNT)
       ADD 1 TO WS-ENC-FLD-COUNT
    END-IF

    .
 LOAD-ONE-SPEC-LINE-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPUTE-OUTPUT-LAYOUT SECTION.
*>----------------------------------------------------------------------
*> Works out where every field lands in the output record. An
*> encrypted field takes its length rounded up to the next whole
*> 8-byte block -- ANSI X9.23 always adds at least one byte of padding,
*> exactly as PADBLOCK pads it -- and everything after it moves along
*> by the growth; a clear field keeps its length. The record's IV
*> follows the last byte of the record.

    MOVE 0 TO WS-GROWTH
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT
       COMPUTE WS-FLD-OUT-OFFSET(WS-FLD-IX) =
          WS-FLD-OFFSET(WS-FLD-IX) + WS-GROWTH
       IF WS-FLD-ENCRYPTED(WS-FLD-IX)
          COMPUTE WS-FLD-OUT-LENGTH(WS-FLD-IX) =
             WS-FLD-LENGTH(WS-FLD-IX) + 8
             - FUNCTION MOD(WS-FLD-LENGTH(WS-FLD-IX), 8)
          COMPUTE WS-GROWTH = WS-GROWTH
             + WS-FLD-OUT-LENGTH(WS-FLD-IX) - WS-FLD-LENGTH(WS-FLD-IX)
       ELSE
          MOVE WS-FLD-LENGTH(WS-FLD-IX) TO WS-FLD-OUT-LENGTH(WS-FLD-IX)
       END-IF
    END-PERFORM

    COMPUTE WS-IV-OFFSET   = WS-REC-LEN + WS-GROWTH + 1
    COMPUTE WS-OUT-REC-LEN = WS-REC-LEN + WS-GROWTH + 8

    .
 COMPUTE-OUTPUT-LAYOUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 RESOLVE-KEY SECTION.
*>----------------------------------------------------------------------
*> Resolves the KEYID: argument through the key vault and loads the
*> key into COBDES-LNK for CBC processing.

    PERFORM FETCH-VAULT-KEY
    IF NOT WS-KEYFETCH-OK
       MOVE 20 TO WS-RETURN-STATUS
       GO TO RESOLVE-KEY-EX
    END-IF
    MOVE WS-RESOLVED-KEY-MODE  TO KEY-MODE OF COBDES-LNK
    MOVE WS-RESOLVED-KEY-BYTES TO PW       OF COBDES-LNK
    MOVE 1 TO CIPHER-MODE OF COBDES-LNK

    .
 RESOLVE-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 FETCH-VAULT-KEY SECTION.
*>----------------------------------------------------------------------
*> Looks WS-KEY-ID up in the key vault (KEYVAULT_FILE environment
*> variable, default "keyvault.dat").

    ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT "KEYVAULT_FILE"
    IF WS-VAULT-FILENAME = SPACES
       MOVE "keyvault.dat" TO WS-VAULT-FILENAME
    END-IF

    CALL "KEYFETCH" USING WS-VAULT-FILENAME
                          WS-KEY-ID
                          WS-RESOLVED-KEY-MODE
                          WS-RESOLVED-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF NOT WS-KEYFETCH-OK
       DISPLAY "FLDENC: KEYFETCH failed for key-id [" WS-KEY-ID
               "], RC=" WS-KEYFETCH-RC
    END-IF

    .
 FETCH-VAULT-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 SEED-IV-GENERATOR SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(9:8)  TO WS-IV-SEED
    COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM(WS-IV-SEED)
    MOVE "Y" TO WS-IV-SEEDED-SW

    .
 SEED-IV-GENERATOR-EX.
    EXIT.

*>----------------------------------------------------------------------
 GENERATE-IV SECTION.
*>----------------------------------------------------------------------
*> Fills IV OF COBDES-LNK with 8 pseudo-random bytes for the record
*> about to be encrypted.

    IF NOT WS-IV-SEEDED
       PERFORM SEED-IV-GENERATOR
    END-IF

    PERFORM VARYING WS-IV-IDX FROM 1 BY 1 UNTIL WS-IV-IDX > 8
       COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM
       COMPUTE WS-RANDOM-BYTE =
          FUNCTION MOD(FUNCTION INTEGER(WS-RANDOM-FRACTION * 1000000000), 256)
       MOVE FUNCTION CHAR(WS-RANDOM-BYTE + 1) TO IV OF COBDES-LNK(WS-IV-IDX:1)
    END-PERFORM

    .
 GENERATE-IV-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPUTE-KCV SECTION.
*>----------------------------------------------------------------------
*> The key-check value, computed exactly as ENCFILE computes it: the
*> all-LOW-VALUES block encrypted once in ECB, of which the header
*> keeps 3 bytes. CIPHER-MODE goes back to CBC afterwards.

    MOVE 0          TO DF          OF COBDES-LNK
    MOVE 0          TO CIPHER-MODE OF COBDES-LNK
    MOVE LOW-VALUES TO DATA-BUFF   OF COBDES-LNK
    PERFORM COBDES-CALL-WRAPPER
    MOVE DATA-BUFF OF COBDES-LNK TO WS-KCV
    MOVE 1 TO CIPHER-MODE OF COBDES-LNK

    .
 COMPUTE-KCV-EX.
    EXIT.

*>----------------------------------------------------------------------
 ENCRYPT-FILE SECTION.
*>----------------------------------------------------------------------
*> The encrypt run: header, one output record per input record,
*> integrity trailer, then the catalog entry and the written-back
*> spec. The input must be a whole number of records of the spec's
*> record length -- anything else means the spec does not describe
*> this file, and nothing is written.

    MOVE WS-PLAIN-FILENAME TO WS-OUT-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-PLAIN-FILENAME
         WS-IN-FILE-DETAILS
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cannot open input file ["
               FUNCTION TRIM(WS-PLAIN-FILENAME) "]"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ENCRYPT-FILE-EX
    END-IF
    COMPUTE WS-IN-SIZE = WS-IN-FD-SIZE
    DIVIDE WS-IN-SIZE BY WS-REC-LEN GIVING WS-EXPECTED-RECS
       REMAINDER WS-DATA-REMAINDER
    IF WS-DATA-REMAINDER NOT = 0
       DISPLAY "FLDENC: input file size " WS-IN-SIZE
               " is not a whole number of " WS-REC-LEN
               "-byte records -- the field spec does not describe it"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO ENCRYPT-FILE-EX
    END-IF

    CALL "CBL_OPEN_FILE" USING WS-PLAIN-FILENAME, X"01", X"00", X"00",
         WS-IN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cannot open input file ["
               FUNCTION TRIM(WS-PLAIN-FILENAME) "]"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ENCRYPT-FILE-EX
    END-IF
    MOVE "Y" TO WS-IN-OPEN-SW

    MOVE WS-CIPHER-FILENAME TO WS-OUT-FILENAME
    PERFORM CREATE-OUTPUT-FILE
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO ENCRYPT-FILE-EX
    END-IF

    PERFORM WRITE-FIELD-HEADER
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO ENCRYPT-FILE-EX
    END-IF

    PERFORM DIGEST-INIT
    MOVE 0 TO WS-IN-READ-OFFSET
    MOVE "N" TO WS-EOF-SW
    PERFORM ENCRYPT-NEXT-RECORD UNTIL WS-EOF

    IF WS-RETURN-STATUS = 20
       PERFORM CLOSE-FILES
       GO TO ENCRYPT-FILE-EX
    END-IF

    PERFORM WRITE-FIELD-TRAILER
    PERFORM CLOSE-FILES
    IF WS-RETURN-STATUS = 20
       GO TO ENCRYPT-FILE-EX
    END-IF

    MOVE WS-CIPHER-FILENAME TO WS-CAT-FILENAME
    PERFORM REGISTER-CIPHER-FILE
    PERFORM WRITE-OUTPUT-SPEC

    .
 ENCRYPT-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CREATE-OUTPUT-FILE SECTION.
*>----------------------------------------------------------------------
*> Creates WS-OUT-FILENAME for byte-offset writing, truncating any
*> previous copy.

    CALL "CBL_CREATE_FILE" USING WS-OUT-FILENAME, X"02", X"00",
         X"00", WS-OUT-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cannot open output file ["
               FUNCTION TRIM(WS-OUT-FILENAME) "]"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CREATE-OUTPUT-FILE-EX
    END-IF
    MOVE "Y" TO WS-OUT-OPEN-SW
    MOVE 0 TO WS-BYTES-WRITTEN-TOTAL

    .
 CREATE-OUTPUT-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CLOSE-FILES SECTION.
*>----------------------------------------------------------------------

    IF WS-IN-OPEN
       CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
          RETURNING WS-CBL-RESULT
       MOVE "N" TO WS-IN-OPEN-SW
    END-IF
    IF WS-OUT-OPEN
       CALL "CBL_CLOSE_FILE" USING WS-OUT-HANDLE
          RETURNING WS-CBL-RESULT
       MOVE "N" TO WS-OUT-OPEN-SW
    END-IF

    .
 CLOSE-FILES-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-FIELD-HEADER SECTION.
*>----------------------------------------------------------------------
*> Writes the CIPHER-HDR-REC file header: ENCFILE's header fields with
*> data format "F" and the complete field layout, so the file is
*> decrypted from its own description.

    PERFORM COMPUTE-KCV
    IF WS-BLOCK-FAILED
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-FIELD-HEADER-EX
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES               TO CIPHER-HDR-REC
    MOVE WS-HDR-MARKER        TO CH-MARKER
    MOVE WS-FORMAT-VERSION    TO CH-FORMAT-VERSION
    MOVE "V"                  TO CH-KEY-SOURCE
    MOVE WS-KEY-ID            TO CH-KEY-ID
    MOVE WS-RESOLVED-KEY-MODE TO CH-KEY-MODE
    MOVE WS-KCV(1:3)          TO CH-KCV
    MOVE WS-CURRENT-DATE(1:14) TO CH-CREATED
    MOVE CH-CREATED           TO WS-CAT-CREATED
    MOVE WS-PLAIN-FILENAME    TO CH-ORIG-FILENAME
    MOVE "F"                  TO CH-DATA-FORMAT

    MOVE WS-REC-LEN           TO CH-FLD-REC-LEN
    MOVE WS-OUT-REC-LEN       TO CH-FLD-OUT-REC-LEN
    MOVE WS-FLD-COUNT         TO CH-FLD-COUNT
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT
       MOVE WS-FLD-NAME(WS-FLD-IX)   TO CH-FLD-NAME(WS-FLD-IX)
       MOVE WS-FLD-OFFSET(WS-FLD-IX) TO CH-FLD-OFFSET(WS-FLD-IX)
       MOVE WS-FLD-LENGTH(WS-FLD-IX) TO CH-FLD-LENGTH(WS-FLD-IX)
       MOVE WS-FLD-TYPE(WS-FLD-IX)   TO CH-FLD-TYPE(WS-FLD-IX)
       MOVE WS-FLD-ACTION(WS-FLD-IX) TO CH-FLD-ACTION(WS-FLD-IX)
       MOVE WS-FLD-OUT-OFFSET(WS-FLD-IX)
         TO CH-FLD-OUT-OFFSET(WS-FLD-IX)
       MOVE WS-FLD-OUT-LENGTH(WS-FLD-IX)
         TO CH-FLD-OUT-LENGTH(WS-FLD-IX)
    END-PERFORM

    MOVE WS-BYTES-WRITTEN-TOTAL TO WS-OUT-IO-OFFSET
    MOVE WS-HDR-LEN             TO WS-OUT-IO-LEN
    CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE, WS-OUT-IO-OFFSET,
         WS-OUT-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: header write failed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-FIELD-HEADER-EX
    END-IF
    ADD WS-HDR-LEN TO WS-BYTES-WRITTEN-TOTAL

    .
 WRITE-FIELD-HEADER-EX.
    EXIT.

*>----------------------------------------------------------------------
 ENCRYPT-NEXT-RECORD SECTION.
*>----------------------------------------------------------------------
*> Reads the next input record, checks its typed fields, builds the
*> output record and writes it; a record whose field fails to encrypt
*> is logged and left out.

    IF WS-IN-READ-OFFSET >= WS-IN-SIZE
       MOVE "Y" TO WS-EOF-SW
       GO TO ENCRYPT-NEXT-RECORD-EX
    END-IF

    MOVE WS-IN-READ-OFFSET TO WS-IN-IO-OFFSET
    MOVE WS-REC-LEN        TO WS-IN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", WS-PLAIN-RECORD
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: input read failed at offset "
               WS-IN-READ-OFFSET
       MOVE 20 TO WS-RETURN-STATUS
       MOVE "Y" TO WS-EOF-SW
       GO TO ENCRYPT-NEXT-RECORD-EX
    END-IF
    ADD WS-REC-LEN TO WS-IN-READ-OFFSET
    ADD 1 TO WS-RECS-READ

    PERFORM CHECK-FIELD-TYPES
    PERFORM BUILD-CIPHER-RECORD
    IF WS-RECORD-FAILED
       PERFORM LOG-RECORD-ERROR
       GO TO ENCRYPT-NEXT-RECORD-EX
    END-IF

    PERFORM DIGEST-ABSORB-RECORD
    PERFORM WRITE-DATA-RECORD
    IF WS-RETURN-STATUS = 20
       MOVE "Y" TO WS-EOF-SW
    END-IF

    .
 ENCRYPT-NEXT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-FIELD-TYPES SECTION.
*>----------------------------------------------------------------------
*> Checks every 9 (unsigned zoned) and P (packed-decimal) field of the
*> record just read. A field that fails is noted in the error file by
*> record number and field name only, and is encrypted as it stands --
*> the promise is that the reverse run gives back exactly these bytes,
*> not a cleaned-up version of them.

    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT
       MOVE "N" TO WS-TYPE-BAD-SW
       EVALUATE WS-FLD-TYPE(WS-FLD-IX)
          WHEN "9"
             IF WS-PLAIN-RECORD(WS-FLD-OFFSET(WS-FLD-IX):
                                WS-FLD-LENGTH(WS-FLD-IX)) NOT NUMERIC
                MOVE "Y" TO WS-TYPE-BAD-SW
                MOVE "fails its zoned-decimal check"
                  TO WS-FAILURE-REASON
             END-IF
          WHEN "P"
             PERFORM CHECK-PACKED-FIELD
             IF WS-TYPE-BAD
                MOVE "fails its packed-decimal check"
                  TO WS-FAILURE-REASON
             END-IF
       END-EVALUATE
       IF WS-TYPE-BAD
          ADD 1 TO WS-TYPE-WARNINGS
          MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-FAILURE-FIELD
          PERFORM LOG-TYPE-WARNING
       END-IF
    END-PERFORM

    .
 CHECK-FIELD-TYPES-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-PACKED-FIELD SECTION.
*>----------------------------------------------------------------------
*> Packed decimal: every half-byte a digit 0-9, except the last, which
*> is the sign -- X"C" or X"F" positive, X"D" negative.

    PERFORM VARYING WS-BYTE-IX FROM 0 BY 1
            UNTIL WS-BYTE-IX >= WS-FLD-LENGTH(WS-FLD-IX)
       COMPUTE WS-BYTE-VAL = FUNCTION ORD(WS-PLAIN-RECORD(
                WS-FLD-OFFSET(WS-FLD-IX) + WS-BYTE-IX:1)) - 1
       DIVIDE WS-BYTE-VAL BY 16 GIVING WS-HI-NIBBLE
          REMAINDER WS-LO-NIBBLE
       IF WS-HI-NIBBLE > 9
          MOVE "Y" TO WS-TYPE-BAD-SW
       END-IF
       IF WS-BYTE-IX + 1 < WS-FLD-LENGTH(WS-FLD-IX)
          IF WS-LO-NIBBLE > 9
             MOVE "Y" TO WS-TYPE-BAD-SW
          END-IF
       ELSE
          IF WS-LO-NIBBLE NOT = 12 AND WS-LO-NIBBLE NOT = 13
             AND WS-LO-NIBBLE NOT = 15
             MOVE "Y" TO WS-TYPE-BAD-SW
          END-IF
       END-IF
    END-PERFORM

    .
 CHECK-PACKED-FIELD-EX.
    EXIT.

*>----------------------------------------------------------------------
 BUILD-CIPHER-RECORD SECTION.
*>----------------------------------------------------------------------
*> Builds the output record from the plaintext record: the bytes
*> between fields and every clear field copied as they are, every
*> encrypted field padded and encrypted into its output slot, the
*> fields one CBC chain in record order from a fresh IV, and that IV
*> in the record's last 8 bytes.

    MOVE "N" TO WS-RECORD-FAILED-SW
    MOVE LOW-VALUES TO WS-CIPHER-RECORD(1:WS-OUT-REC-LEN)

    PERFORM GENERATE-IV
    MOVE IV OF COBDES-LNK TO WS-RECORD-IV

    MOVE 1 TO WS-PLAIN-POS
    MOVE 1 TO WS-CIPHER-POS
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT OR WS-RECORD-FAILED
       COMPUTE WS-GAP-LEN = WS-FLD-OFFSET(WS-FLD-IX) - WS-PLAIN-POS
       IF WS-GAP-LEN > 0
          MOVE WS-PLAIN-RECORD(WS-PLAIN-POS:WS-GAP-LEN)
            TO WS-CIPHER-RECORD(WS-CIPHER-POS:WS-GAP-LEN)
       END-IF
       IF WS-FLD-ENCRYPTED(WS-FLD-IX)
          PERFORM ENCRYPT-ONE-FIELD
       ELSE
          MOVE WS-PLAIN-RECORD(WS-FLD-OFFSET(WS-FLD-IX):
                               WS-FLD-LENGTH(WS-FLD-IX))
            TO WS-CIPHER-RECORD(WS-FLD-OUT-OFFSET(WS-FLD-IX):
                                WS-FLD-OUT-LENGTH(WS-FLD-IX))
       END-IF
       COMPUTE WS-PLAIN-POS  = WS-FLD-OFFSET(WS-FLD-IX)
                             + WS-FLD-LENGTH(WS-FLD-IX)
       COMPUTE WS-CIPHER-POS = WS-FLD-OUT-OFFSET(WS-FLD-IX)
                             + WS-FLD-OUT-LENGTH(WS-FLD-IX)
    END-PERFORM
    IF WS-RECORD-FAILED
       GO TO BUILD-CIPHER-RECORD-EX
    END-IF

    COMPUTE WS-GAP-LEN = WS-REC-LEN - WS-PLAIN-POS + 1
    IF WS-GAP-LEN > 0
       MOVE WS-PLAIN-RECORD(WS-PLAIN-POS:WS-GAP-LEN)
         TO WS-CIPHER-RECORD(WS-CIPHER-POS:WS-GAP-LEN)
    END-IF
    MOVE WS-RECORD-IV TO WS-CIPHER-RECORD(WS-IV-OFFSET:8)

    .
 BUILD-CIPHER-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 ENCRYPT-ONE-FIELD SECTION.
*>----------------------------------------------------------------------
*> Pads field WS-FLD-IX with PADBLOCK and encrypts it block by block,
*> carrying on the record's CBC chain, into its output slot.

    MOVE WS-FLD-LENGTH(WS-FLD-IX) TO WS-TOTAL-LEN
    MOVE WS-PLAIN-RECORD(WS-FLD-OFFSET(WS-FLD-IX):WS-TOTAL-LEN)
      TO WS-BLOCK-BUFFER(1:WS-TOTAL-LEN)

    MOVE 0 TO WS-PAD-FUNCTION
    CALL "PADBLOCK" USING WS-PAD-FUNCTION WS-PAD-SCHEME WS-PAD-BLOCK-SIZE
                          WS-BLOCK-BUFFER WS-PAD-BUFFER-CAPACITY
                          WS-TOTAL-LEN WS-PAD-RC
    IF NOT WS-PAD-OK OR WS-TOTAL-LEN NOT = WS-FLD-OUT-LENGTH(WS-FLD-IX)
       MOVE "Y" TO WS-RECORD-FAILED-SW
       MOVE "padding failed" TO WS-FAILURE-REASON
       MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-FAILURE-FIELD
       MOVE WS-PAD-RC TO WS-LOGGED-RC
       GO TO ENCRYPT-ONE-FIELD-EX
    END-IF

    PERFORM VARYING WS-BLOCK-START FROM 1 BY 8
            UNTIL WS-BLOCK-START > WS-TOTAL-LEN OR WS-RECORD-FAILED
       MOVE WS-BLOCK-BUFFER(WS-BLOCK-START:8) TO DATA-BUFF OF COBDES-LNK
       MOVE 0 TO DF OF COBDES-LNK
       PERFORM COBDES-CALL-WRAPPER
       IF WS-BLOCK-FAILED
          MOVE "Y" TO WS-RECORD-FAILED-SW
          MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-FAILURE-FIELD
       END-IF
       MOVE DATA-BUFF OF COBDES-LNK TO WS-BLOCK-BUFFER(WS-BLOCK-START:8)
    END-PERFORM

    IF NOT WS-RECORD-FAILED
       MOVE WS-BLOCK-BUFFER(1:WS-TOTAL-LEN)
         TO WS-CIPHER-RECORD(WS-FLD-OUT-OFFSET(WS-FLD-IX):WS-TOTAL-LEN)
    END-IF

    .
 ENCRYPT-ONE-FIELD-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-DATA-RECORD SECTION.
*>----------------------------------------------------------------------
*> Writes the finished record at the running output offset: the output
*> record on encrypt and rekey, the restored plaintext record on
*> decrypt.

    MOVE WS-BYTES-WRITTEN-TOTAL TO WS-OUT-IO-OFFSET
    IF WS-MODE-ENCRYPT OR WS-MODE-REKEY
       MOVE WS-OUT-REC-LEN TO WS-OUT-IO-LEN
       CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE, WS-OUT-IO-OFFSET,
            WS-OUT-IO-LEN, X"00", WS-CIPHER-RECORD
          RETURNING WS-CBL-RESULT
    ELSE
       MOVE WS-REC-LEN TO WS-OUT-IO-LEN
       CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE, WS-OUT-IO-OFFSET,
            WS-OUT-IO-LEN, X"00", WS-PLAIN-RECORD
          RETURNING WS-CBL-RESULT
    END-IF
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: output write failed at record " WS-RECS-READ
               " -- run abandoned"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-DATA-RECORD-EX
    END-IF
    ADD WS-OUT-IO-LEN TO WS-BYTES-WRITTEN-TOTAL
    ADD 1 TO WS-RECS-WRITTEN

    .
 WRITE-DATA-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-FIELD-TRAILER SECTION.
*>----------------------------------------------------------------------
*> The compact CIPHER-TRL-REC integrity trailer, as the physical last
*> 61 bytes of the file: data-record count, byte count and the SHA3-256
*> digest over every data record written.

    PERFORM DIGEST-FINAL

    MOVE SPACES            TO CIPHER-TRL-REC
    MOVE WS-TRL-MARKER     TO CT-MARKER
    MOVE WS-DATA-RECS-SEEN TO CT-RECORD-COUNT
    MOVE WS-DIG-BYTES      TO CT-BYTE-COUNT
    MOVE WS-DIGEST         TO CT-DIGEST

    MOVE WS-BYTES-WRITTEN-TOTAL TO WS-OUT-IO-OFFSET
    MOVE WS-COMPACT-TRL-LEN     TO WS-OUT-IO-LEN
    CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE, WS-OUT-IO-OFFSET,
         WS-OUT-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: trailer write failed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-FIELD-TRAILER-EX
    END-IF
    ADD WS-COMPACT-TRL-LEN TO WS-BYTES-WRITTEN-TOTAL

    .
 WRITE-FIELD-TRAILER-EX.
    EXIT.

*>----------------------------------------------------------------------
 REGISTER-CIPHER-FILE SECTION.
*>----------------------------------------------------------------------
*> Registers the finished file in the cipher-file catalog exactly as
*> ENCFILE registers its archives, retention included, so a key-id's
*> field-encrypted files stand in the way of its retirement like any
*> other archive. A catalog failure is reported loudly and fails the
*> run (RC=20) even though the file itself is fine.

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF

    OPEN I-O CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       OPEN OUTPUT CATALOG-FILE
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "FLDENC: WARNING - cannot open cipher-file catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS " -- file was written but NOT "
               "catalogued"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REGISTER-CIPHER-FILE-EX
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES               TO ENCCAT-REC
    MOVE FUNCTION TRIM(WS-CAT-FILENAME) TO EC-FILENAME
    MOVE WS-KEY-ID            TO EC-KEY-ID
    MOVE WS-RESOLVED-KEY-MODE TO EC-KEY-MODE
    MOVE WS-CAT-CREATED       TO EC-CREATED
    MOVE WS-DATA-RECS-SEEN    TO EC-RECORD-COUNT
    MOVE WS-DIG-BYTES         TO EC-BYTE-COUNT
    MOVE WS-CURRENT-DATE(1:14) TO EC-REGISTERED

    IF NOT WS-RETAIN-CARRIED
       MOVE WS-RETAIN-CLASS-ARG TO WS-CAT-RETENTION-CLASS
       CALL "RETCLASS" USING WS-CAT-RETENTION-CLASS
                             WS-CAT-CREATED
                             WS-CAT-RETAIN-UNTIL
                             WS-RETCLASS-RC
       IF NOT WS-RETCLASS-OK
          DISPLAY "FLDENC: WARNING - no retention could be set, "
                  "RETCLASS RC=" WS-RETCLASS-RC " -- file is "
                  "catalogued without a retain-until date"
          MOVE SPACES TO WS-CAT-RETENTION-CLASS
          MOVE SPACES TO WS-CAT-RETAIN-UNTIL
          MOVE 20 TO WS-RETURN-STATUS
       END-IF
    END-IF
    MOVE WS-CAT-RETENTION-CLASS TO EC-RETENTION-CLASS
    MOVE WS-CAT-RETAIN-UNTIL    TO EC-RETAIN-UNTIL

    WRITE ENCCAT-REC
       INVALID KEY
          REWRITE ENCCAT-REC
    END-WRITE
    IF NOT WS-CATALOG-OK
       DISPLAY "FLDENC: WARNING - catalog write failed, status="
               WS-CATALOG-STATUS " -- file was written but NOT "
               "catalogued"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    CLOSE CATALOG-FILE

    .
 REGISTER-CIPHER-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CARRY-CATALOG-RETENTION SECTION.
*>----------------------------------------------------------------------
*> Looks up the catalog entry of the file a rekey replaces
*> (WS-CIPHER-FILENAME) and carries its retention class and
*> retain-until date over to the new file, so moving an archive to a
*> new key never shortens or extends how long the data must be kept.
*> A file that was never catalogued has nothing to carry: the new file
*> then gets the default class like any fresh one.

    MOVE "N" TO WS-RETAIN-CARRIED-SW

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF

    OPEN INPUT CATALOG-FILE
    IF NOT WS-CATALOG-OK
       GO TO CARRY-CATALOG-RETENTION-EX
    END-IF

    MOVE SPACES TO EC-FILENAME
    MOVE FUNCTION TRIM(WS-CIPHER-FILENAME) TO EC-FILENAME
    READ CATALOG-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE EC-RETENTION-CLASS TO WS-CAT-RETENTION-CLASS
          MOVE EC-RETAIN-UNTIL    TO WS-CAT-RETAIN-UNTIL
          MOVE "Y" TO WS-RETAIN-CARRIED-SW
    END-READ

    CLOSE CATALOG-FILE

    .
 CARRY-CATALOG-RETENTION-EX.
    EXIT.

*>----------------------------------------------------------------------
 DEREGISTER-CIPHER-FILE SECTION.
*>----------------------------------------------------------------------
*> Removes the catalog entry of the file a completed rekey has just
*> replaced (WS-CIPHER-FILENAME), so KEYADMIN's retirement check stops
*> counting it as a live reference to the old key-id. A file that is
*> not in the catalog is a non-event; a catalog that cannot be updated
*> is reported loudly and fails the run (RC=20), as a failed
*> registration does.

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF

    OPEN I-O CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       GO TO DEREGISTER-CIPHER-FILE-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "FLDENC: WARNING - cannot open cipher-file catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS " -- superseded entry ["
               FUNCTION TRIM(WS-CIPHER-FILENAME)
               "] was NOT removed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO DEREGISTER-CIPHER-FILE-EX
    END-IF

    MOVE SPACES TO EC-FILENAME
    MOVE FUNCTION TRIM(WS-CIPHER-FILENAME) TO EC-FILENAME
    DELETE CATALOG-FILE RECORD
       INVALID KEY
          CONTINUE
    END-DELETE
    IF NOT WS-CATALOG-OK AND WS-CATALOG-STATUS NOT = "23"
       DISPLAY "FLDENC: WARNING - catalog delete failed, status="
               WS-CATALOG-STATUS " -- superseded entry ["
               FUNCTION TRIM(WS-CIPHER-FILENAME)
               "] was NOT removed"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    CLOSE CATALOG-FILE

    .
 DEREGISTER-CIPHER-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-OUTPUT-SPEC SECTION.
*>----------------------------------------------------------------------
*> Writes the field spec back out beside the output file
*> (<output-file>.spec), in the spec's own layout with the output
*> columns filled in: the RECORD line carries the output record
*> length, every field its output offset and length, and an IV line
*> where the record's IV sits. Downstream jobs read their clear
*> fields' positions from it. A spec that cannot be written fails the
*> run (RC=20); the cipher file's own header still holds the layout.

    MOVE SPACES TO WS-LAYOUT-FILENAME
    STRING FUNCTION TRIM(WS-CAT-FILENAME) DELIMITED BY SIZE
           ".spec"                        DELIMITED BY SIZE
      INTO WS-LAYOUT-FILENAME
    END-STRING

    OPEN OUTPUT LAYOUT-FILE
    IF NOT WS-LAYOUT-OK
       DISPLAY "FLDENC: WARNING - cannot write output layout ["
               FUNCTION TRIM(WS-LAYOUT-FILENAME) "], status="
               WS-LAYOUT-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-OUTPUT-SPEC-EX
    END-IF

    MOVE SPACES TO LAYOUT-REC
    STRING "* output layout of " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAT-FILENAME) DELIMITED BY SIZE
      INTO LAYOUT-REC
    END-STRING
    WRITE LAYOUT-REC
    MOVE SPACES TO LAYOUT-REC
    STRING "* key-id " DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-ID) DELIMITED BY SIZE
           ", created " DELIMITED BY SIZE
           WS-CAT-CREATED DELIMITED BY SIZE
           ", data records from byte 2062" DELIMITED BY SIZE
      INTO LAYOUT-REC
    END-STRING
    WRITE LAYOUT-REC

    MOVE SPACES          TO FLDSPEC-REC
    MOVE "RECORD"        TO FS-FIELD-NAME
    MOVE 1               TO FS-OFFSET
    MOVE WS-REC-LEN      TO FS-LENGTH
    MOVE 1               TO FS-OUT-OFFSET
    MOVE WS-OUT-REC-LEN  TO FS-OUT-LENGTH
    MOVE "record length" TO FS-DESCRIPTION
    WRITE LAYOUT-REC FROM FLDSPEC-REC

    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT
       MOVE SPACES TO FLDSPEC-REC
       MOVE WS-FLD-NAME(WS-FLD-IX)       TO FS-FIELD-NAME
       MOVE WS-FLD-OFFSET(WS-FLD-IX)     TO FS-OFFSET
       MOVE WS-FLD-LENGTH(WS-FLD-IX)     TO FS-LENGTH
       MOVE WS-FLD-TYPE(WS-FLD-IX)       TO FS-DATA-TYPE
       MOVE WS-FLD-ACTION(WS-FLD-IX)     TO FS-ACTION
       MOVE WS-FLD-OUT-OFFSET(WS-FLD-IX) TO FS-OUT-OFFSET
       MOVE WS-FLD-OUT-LENGTH(WS-FLD-IX) TO FS-OUT-LENGTH
       MOVE WS-FLD-DESC(WS-FLD-IX)       TO FS-DESCRIPTION
       WRITE LAYOUT-REC FROM FLDSPEC-REC
    END-PERFORM

    MOVE SPACES        TO FLDSPEC-REC
    MOVE "IV"          TO FS-FIELD-NAME
    MOVE "B"           TO FS-DATA-TYPE
    MOVE WS-IV-OFFSET  TO FS-OUT-OFFSET
    MOVE 8             TO FS-OUT-LENGTH
    MOVE "record initialization vector" TO FS-DESCRIPTION
    WRITE LAYOUT-REC FROM FLDSPEC-REC

    IF NOT WS-LAYOUT-OK
       DISPLAY "FLDENC: WARNING - output layout write failed, status="
               WS-LAYOUT-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF
    CLOSE LAYOUT-FILE

    .
 WRITE-OUTPUT-SPEC-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECRYPT-FILE SECTION.
*>----------------------------------------------------------------------
*> The reverse run. Everything is proven before the output file is
*> created: the header is a field-encrypted file's, its layout is
*> self-consistent, the key it names resolves and matches the
*> key-check value, and the file is a header, a whole number of
*> records and a trailer. Then every record is restored and the
*> trailer's counts and digest are checked against what was read.

    PERFORM OPEN-CIPHER-INPUT
    IF WS-RETURN-STATUS NOT = 0
       GO TO DECRYPT-FILE-EX
    END-IF

    PERFORM PROCESS-FIELD-HEADER
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO DECRYPT-FILE-EX
    END-IF

    PERFORM READ-FIELD-TRAILER
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO DECRYPT-FILE-EX
    END-IF

    MOVE WS-PLAIN-FILENAME TO WS-OUT-FILENAME
    PERFORM CREATE-OUTPUT-FILE
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO DECRYPT-FILE-EX
    END-IF

    PERFORM DIGEST-INIT
    MOVE WS-HDR-LEN TO WS-IN-READ-OFFSET
    MOVE "N" TO WS-EOF-SW
    PERFORM DECRYPT-NEXT-RECORD UNTIL WS-EOF
    PERFORM CLOSE-FILES
    IF WS-RETURN-STATUS = 20
       GO TO DECRYPT-FILE-EX
    END-IF

    PERFORM VERIFY-FIELD-TRAILER

    .
 DECRYPT-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-CIPHER-INPUT SECTION.
*>----------------------------------------------------------------------
*> Opens WS-CIPHER-FILENAME for byte-offset reading, notes its size
*> and reads its header into CIPHER-REC -- the start of a decrypt and
*> of a rekey alike.

    MOVE WS-CIPHER-FILENAME TO WS-OUT-FILENAME
    CALL "CBL_CHECK_FILE_EXIST" USING WS-CIPHER-FILENAME
         WS-IN-FILE-DETAILS
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cannot open cipher file ["
               FUNCTION TRIM(WS-CIPHER-FILENAME) "]"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CIPHER-INPUT-EX
    END-IF
    COMPUTE WS-IN-SIZE = WS-IN-FD-SIZE
    IF WS-IN-SIZE < WS-HDR-LEN
       DISPLAY "FLDENC: [" FUNCTION TRIM(WS-CIPHER-FILENAME)
               "] is not a cipher file"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CIPHER-INPUT-EX
    END-IF

    CALL "CBL_OPEN_FILE" USING WS-CIPHER-FILENAME, X"01", X"00", X"00",
         WS-IN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cannot open cipher file ["
               FUNCTION TRIM(WS-CIPHER-FILENAME) "]"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CIPHER-INPUT-EX
    END-IF
    MOVE "Y" TO WS-IN-OPEN-SW

    MOVE 0          TO WS-IN-IO-OFFSET
    MOVE WS-HDR-LEN TO WS-IN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cipher file header could not be read"
       MOVE 20 TO WS-RETURN-STATUS
       PERFORM CLOSE-FILES
       GO TO OPEN-CIPHER-INPUT-EX
    END-IF

    .
 OPEN-CIPHER-INPUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 PROCESS-FIELD-HEADER SECTION.
*>----------------------------------------------------------------------
*> Checks the header just read, loads the field layout from it and
*> resolves and proves the key it names. A cipher file that is not
*> field-encrypted is ENCFILE's to decrypt, and is refused here.

    IF CH-MARKER NOT = WS-HDR-MARKER
       DISPLAY "FLDENC: [" FUNCTION TRIM(WS-CIPHER-FILENAME)
               "] has no cipher file header"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF
    IF CH-FORMAT-VERSION NOT NUMERIC
       OR CH-FORMAT-VERSION > WS-FORMAT-VERSION
       DISPLAY "FLDENC: cipher file format version " CH-FORMAT-VERSION
               " is newer than this program supports"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF
    IF NOT CH-DATA-FIELDS
       DISPLAY "FLDENC: [" FUNCTION TRIM(WS-CIPHER-FILENAME)
               "] is a whole-record cipher file -- decrypt or rekey "
               "it with ENCFILE"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF

    PERFORM LOAD-HEADER-LAYOUT
    IF WS-HDR-LAYOUT-BAD
       DISPLAY "FLDENC: the field layout in the cipher file header "
               "is damaged -- file altered"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF

    MOVE CH-KEY-ID TO WS-KEY-ID
    PERFORM RESOLVE-KEY
    IF WS-RETURN-STATUS NOT = 0
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF
    IF KEY-MODE OF COBDES-LNK NOT = CH-KEY-MODE
       DISPLAY "FLDENC: key mode " KEY-MODE OF COBDES-LNK
               " does not match the cipher file's key mode "
               CH-KEY-MODE
       MOVE 28 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF

    PERFORM COMPUTE-KCV
    IF WS-BLOCK-FAILED
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF
    IF WS-KCV(1:3) NOT = CH-KCV
       DISPLAY "FLDENC: key does not belong to this cipher file "
               "(key-check value mismatch) -- no records processed"
       MOVE 28 TO WS-RETURN-STATUS
       GO TO PROCESS-FIELD-HEADER-EX
    END-IF

    .
 PROCESS-FIELD-HEADER-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-HEADER-LAYOUT SECTION.
*>----------------------------------------------------------------------
*> Loads the field table from CH-FIELD-LAYOUT, then works the output
*> layout out again from the offsets and lengths alone: the positions
*> the header records must be exactly those, or the header has been
*> tampered with and no record could be restored from it.

    MOVE "N" TO WS-HDR-LAYOUT-BAD-SW
    IF CH-FLD-REC-LEN NOT NUMERIC OR CH-FLD-OUT-REC-LEN NOT NUMERIC
       OR CH-FLD-COUNT NOT NUMERIC
       MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
       GO TO LOAD-HEADER-LAYOUT-EX
    END-IF
    IF CH-FLD-REC-LEN = 0 OR CH-FLD-REC-LEN > WS-REC-LEN-MAX
       OR CH-FLD-COUNT = 0 OR CH-FLD-COUNT > WS-FLD-MAX
       MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
       GO TO LOAD-HEADER-LAYOUT-EX
    END-IF

    MOVE CH-FLD-REC-LEN     TO WS-REC-LEN
    MOVE CH-FLD-OUT-REC-LEN TO WS-HDR-OUT-REC-LEN
    MOVE CH-FLD-COUNT       TO WS-FLD-COUNT
    MOVE 0 TO WS-ENC-FLD-COUNT
    MOVE 0 TO WS-PREV-END
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT OR WS-HDR-LAYOUT-BAD
       IF CH-FLD-OFFSET(WS-FLD-IX) NOT NUMERIC
          OR CH-FLD-LENGTH(WS-FLD-IX) NOT NUMERIC
          OR CH-FLD-OUT-OFFSET(WS-FLD-IX) NOT NUMERIC
          OR CH-FLD-OUT-LENGTH(WS-FLD-IX) NOT NUMERIC
          MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
       ELSE
          IF CH-FLD-OFFSET(WS-FLD-IX) <= WS-PREV-END
             OR CH-FLD-LENGTH(WS-FLD-IX) = 0
             OR CH-FLD-OFFSET(WS-FLD-IX) + CH-FLD-LENGTH(WS-FLD-IX) - 1
                > WS-REC-LEN
             OR (CH-FLD-ACTION(WS-FLD-IX) NOT = "E"
                 AND CH-FLD-ACTION(WS-FLD-IX) NOT = "C")
             MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
          END-IF
          COMPUTE WS-PREV-END = CH-FLD-OFFSET(WS-FLD-IX)
                              + CH-FLD-LENGTH(WS-FLD-IX) - 1
       END-IF
       IF NOT WS-HDR-LAYOUT-BAD
          MOVE CH-FLD-NAME(WS-FLD-IX)   TO WS-FLD-NAME(WS-FLD-IX)
          MOVE CH-FLD-OFFSET(WS-FLD-IX) TO WS-FLD-OFFSET(WS-FLD-IX)
          MOVE CH-FLD-LENGTH(WS-FLD-IX) TO WS-FLD-LENGTH(WS-FLD-IX)
          MOVE CH-FLD-TYPE(WS-FLD-IX)   TO WS-FLD-TYPE(WS-FLD-IX)
          MOVE CH-FLD-ACTION(WS-FLD-IX) TO WS-FLD-ACTION(WS-FLD-IX)
*> the header keeps no descriptions; a rekey's written-back spec
*> lists the fields without them
          MOVE SPACES                   TO WS-FLD-DESC(WS-FLD-IX)
          MOVE CH-FLD-OUT-OFFSET(WS-FLD-IX)
            TO WS-SAVED-OUT-OFFSET(WS-FLD-IX)
          MOVE CH-FLD-OUT-LENGTH(WS-FLD-IX)
            TO WS-SAVED-OUT-LENGTH(WS-FLD-IX)
          IF WS-FLD-ENCRYPTED(WS-FLD-IX)
             ADD 1 TO WS-ENC-FLD-COUNT
          END-IF
       END-IF
    END-PERFORM
    IF WS-HDR-LAYOUT-BAD
       GO TO LOAD-HEADER-LAYOUT-EX
    END-IF

    PERFORM COMPUTE-OUTPUT-LAYOUT
    IF WS-OUT-REC-LEN NOT = WS-HDR-OUT-REC-LEN
       MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
    END-IF
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT
       IF WS-FLD-OUT-OFFSET(WS-FLD-IX) NOT =
             WS-SAVED-OUT-OFFSET(WS-FLD-IX)
          OR WS-FLD-OUT-LENGTH(WS-FLD-IX) NOT =
             WS-SAVED-OUT-LENGTH(WS-FLD-IX)
          MOVE "Y" TO WS-HDR-LAYOUT-BAD-SW
       END-IF
    END-PERFORM

    .
 LOAD-HEADER-LAYOUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-FIELD-TRAILER SECTION.
*>----------------------------------------------------------------------
*> A field-encrypted file is the header, a whole number of records of
*> the output record length, and the 61-byte trailer: the size alone
*> says how many records there are, and the last 61 bytes must be the
*> trailer. Anything else is a file that lost or gained bytes in
*> transit (RC=30), found before a byte of plaintext is written.

    IF WS-IN-SIZE < WS-HDR-LEN + WS-COMPACT-TRL-LEN
       DISPLAY "FLDENC: cipher file ends without its integrity "
               "trailer -- file incomplete"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO READ-FIELD-TRAILER-EX
    END-IF

    COMPUTE WS-DATA-BYTES = WS-IN-SIZE - WS-HDR-LEN - WS-COMPACT-TRL-LEN
    DIVIDE WS-DATA-BYTES BY WS-OUT-REC-LEN GIVING WS-DATA-REC-COUNT
       REMAINDER WS-DATA-REMAINDER

    COMPUTE WS-IN-IO-OFFSET = WS-IN-SIZE - WS-COMPACT-TRL-LEN
    MOVE WS-COMPACT-TRL-LEN TO WS-IN-IO-LEN
    MOVE SPACES TO CIPHER-TRL-REC
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cipher file trailer could not be read"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO READ-FIELD-TRAILER-EX
    END-IF

    IF CT-MARKER NOT = WS-TRL-MARKER
       DISPLAY "FLDENC: cipher file ends without its integrity "
               "trailer -- file incomplete or altered"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO READ-FIELD-TRAILER-EX
    END-IF
    IF WS-DATA-REMAINDER NOT = 0
       DISPLAY "FLDENC: cipher file does not hold a whole number of "
               WS-OUT-REC-LEN "-byte records -- file altered"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO READ-FIELD-TRAILER-EX
    END-IF

    .
 READ-FIELD-TRAILER-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECRYPT-NEXT-RECORD SECTION.
*>----------------------------------------------------------------------
*> Reads the next output record, absorbs it into the digest, restores
*> the plaintext record and writes it; a record whose field fails to
*> decrypt is logged and left out.

    IF WS-RECS-READ >= WS-DATA-REC-COUNT
       MOVE "Y" TO WS-EOF-SW
       GO TO DECRYPT-NEXT-RECORD-EX
    END-IF

    MOVE WS-IN-READ-OFFSET TO WS-IN-IO-OFFSET
    MOVE WS-OUT-REC-LEN    TO WS-IN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", WS-CIPHER-RECORD
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cipher file read failed at offset "
               WS-IN-READ-OFFSET
       MOVE 20 TO WS-RETURN-STATUS
       MOVE "Y" TO WS-EOF-SW
       GO TO DECRYPT-NEXT-RECORD-EX
    END-IF
    ADD WS-OUT-REC-LEN TO WS-IN-READ-OFFSET
    ADD 1 TO WS-RECS-READ

    PERFORM DIGEST-ABSORB-RECORD
    PERFORM RESTORE-PLAIN-RECORD
    IF WS-RECORD-FAILED
       PERFORM LOG-RECORD-ERROR
       GO TO DECRYPT-NEXT-RECORD-EX
    END-IF

    PERFORM WRITE-DATA-RECORD
    IF WS-RETURN-STATUS = 20
       MOVE "Y" TO WS-EOF-SW
    END-IF

    .
 DECRYPT-NEXT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 RESTORE-PLAIN-RECORD SECTION.
*>----------------------------------------------------------------------
*> Reverses BUILD-CIPHER-RECORD: clear bytes and clear fields copied
*> back to their original positions, every encrypted field decrypted
*> along the record's CBC chain from the IV in its last 8 bytes.

    MOVE "N" TO WS-RECORD-FAILED-SW
    MOVE LOW-VALUES TO WS-PLAIN-RECORD(1:WS-REC-LEN)
    MOVE WS-CIPHER-RECORD(WS-IV-OFFSET:8) TO IV OF COBDES-LNK

    MOVE 1 TO WS-PLAIN-POS
    MOVE 1 TO WS-CIPHER-POS
    PERFORM VARYING WS-FLD-IX FROM 1 BY 1
            UNTIL WS-FLD-IX > WS-FLD-COUNT OR WS-RECORD-FAILED
       COMPUTE WS-GAP-LEN = WS-FLD-OFFSET(WS-FLD-IX) - WS-PLAIN-POS
       IF WS-GAP-LEN > 0
          MOVE WS-CIPHER-RECORD(WS-CIPHER-POS:WS-GAP-LEN)
            TO WS-PLAIN-RECORD(WS-PLAIN-POS:WS-GAP-LEN)
       END-IF
       IF WS-FLD-ENCRYPTED(WS-FLD-IX)
          PERFORM DECRYPT-ONE-FIELD
       ELSE
          MOVE WS-CIPHER-RECORD(WS-FLD-OUT-OFFSET(WS-FLD-IX):
                                WS-FLD-OUT-LENGTH(WS-FLD-IX))
            TO WS-PLAIN-RECORD(WS-FLD-OFFSET(WS-FLD-IX):
                               WS-FLD-LENGTH(WS-FLD-IX))
       END-IF
       COMPUTE WS-PLAIN-POS  = WS-FLD-OFFSET(WS-FLD-IX)
                             + WS-FLD-LENGTH(WS-FLD-IX)
       COMPUTE WS-CIPHER-POS = WS-FLD-OUT-OFFSET(WS-FLD-IX)
                             + WS-FLD-OUT-LENGTH(WS-FLD-IX)
    END-PERFORM
    IF WS-RECORD-FAILED
       GO TO RESTORE-PLAIN-RECORD-EX
    END-IF

    COMPUTE WS-GAP-LEN = WS-REC-LEN - WS-PLAIN-POS + 1
    IF WS-GAP-LEN > 0
       MOVE WS-CIPHER-RECORD(WS-CIPHER-POS:WS-GAP-LEN)
         TO WS-PLAIN-RECORD(WS-PLAIN-POS:WS-GAP-LEN)
    END-IF

    .
 RESTORE-PLAIN-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECRYPT-ONE-FIELD SECTION.
*>----------------------------------------------------------------------
*> Decrypts field WS-FLD-IX's output slot along the record's CBC
*> chain, validates and strips the padding with PADBLOCK, and puts
*> the field back -- its recovered length must be the field's length
*> or the record is not trusted.

    MOVE WS-FLD-OUT-LENGTH(WS-FLD-IX) TO WS-TOTAL-LEN
    MOVE WS-CIPHER-RECORD(WS-FLD-OUT-OFFSET(WS-FLD-IX):WS-TOTAL-LEN)
      TO WS-BLOCK-BUFFER(1:WS-TOTAL-LEN)

    PERFORM VARYING WS-BLOCK-START FROM 1 BY 8
            UNTIL WS-BLOCK-START > WS-TOTAL-LEN OR WS-RECORD-FAILED
       MOVE WS-BLOCK-BUFFER(WS-BLOCK-START:8) TO DATA-BUFF OF COBDES-LNK
       MOVE 1 TO DF OF COBDES-LNK
       PERFORM COBDES-CALL-WRAPPER
       IF WS-BLOCK-FAILED
          MOVE "Y" TO WS-RECORD-FAILED-SW
          MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-FAILURE-FIELD
       END-IF
       MOVE DATA-BUFF OF COBDES-LNK TO WS-BLOCK-BUFFER(WS-BLOCK-START:8)
    END-PERFORM
    IF WS-RECORD-FAILED
       GO TO DECRYPT-ONE-FIELD-EX
    END-IF

    MOVE 1 TO WS-PAD-FUNCTION
    CALL "PADBLOCK" USING WS-PAD-FUNCTION WS-PAD-SCHEME WS-PAD-BLOCK-SIZE
                          WS-BLOCK-BUFFER WS-PAD-BUFFER-CAPACITY
                          WS-TOTAL-LEN WS-PAD-RC
    IF NOT WS-PAD-OK OR WS-TOTAL-LEN NOT = WS-FLD-LENGTH(WS-FLD-IX)
       DISPLAY "FLDENC: padding verification failed, RC=" WS-PAD-RC
               " at record " WS-RECS-READ " field "
               FUNCTION TRIM(WS-FLD-NAME(WS-FLD-IX))
       MOVE "Y" TO WS-RECORD-FAILED-SW
       MOVE 24 TO WS-RETURN-STATUS
       MOVE "padding verification failed" TO WS-FAILURE-REASON
       MOVE WS-FLD-NAME(WS-FLD-IX) TO WS-FAILURE-FIELD
       MOVE WS-PAD-RC TO WS-LOGGED-RC
       GO TO DECRYPT-ONE-FIELD-EX
    END-IF

    MOVE WS-BLOCK-BUFFER(1:WS-TOTAL-LEN)
      TO WS-PLAIN-RECORD(WS-FLD-OFFSET(WS-FLD-IX):WS-TOTAL-LEN)

    .
 DECRYPT-ONE-FIELD-EX.
    EXIT.

*>----------------------------------------------------------------------
 VERIFY-FIELD-TRAILER SECTION.
*>----------------------------------------------------------------------
*> The trailer read up front against what the decrypt pass actually
*> saw: record count, byte count and the recomputed digest. Any
*> disagreement means the file was altered (RC=30).

    PERFORM DIGEST-FINAL

    IF CT-RECORD-COUNT NOT = WS-DATA-RECS-SEEN
       DISPLAY "FLDENC: trailer record count " CT-RECORD-COUNT
               " does not match records present " WS-DATA-RECS-SEEN
       MOVE "Y" TO WS-TRAILER-ERROR-SW
    END-IF
    IF CT-BYTE-COUNT NOT = WS-DIG-BYTES
       DISPLAY "FLDENC: trailer byte count " CT-BYTE-COUNT
               " does not match bytes present " WS-DIG-BYTES
       MOVE "Y" TO WS-TRAILER-ERROR-SW
    END-IF
    IF CT-DIGEST NOT = WS-DIGEST
       DISPLAY "FLDENC: trailer digest does not match the records "
               "present -- cipher file has been altered or corrupted"
       MOVE "Y" TO WS-TRAILER-ERROR-SW
    END-IF

    IF WS-TRAILER-ERROR
       MOVE 30 TO WS-RETURN-STATUS
    END-IF

    .
 VERIFY-FIELD-TRAILER-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-FILE SECTION.
*>----------------------------------------------------------------------
*> Mode R: the field-encrypted input re-encrypted under the new vault
*> key with no plaintext ever reaching disk. The old key is the one the
*> input header names, resolved through KEYFETCH's rekey option (an
*> inactive or retired key still opens the archive it protects) and
*> proven against the key-check value; the input's framing, trailer
*> counts and digest are then verified in a first pass over the file
*> (CHECK-REKEY-INPUT), so an altered archive is refused (RC=30) before
*> the output exists. The second pass decrypts each record exactly as
*> the reverse run does and rebuilds it under the new key with a fresh
*> IV and the same field layout (REKEY-NEXT-RECORD). Only a complete
*> output gets its trailer and its catalog entry, and only then is the
*> input's entry -- the one still pointing at the old key-id --
*> removed, as ENCFILE R does for a whole-record archive.

*> the new key first, under the normal lifecycle rules; fetching the
*> old key reuses the same WS-RESOLVED-* fields, so stash it
    PERFORM FETCH-VAULT-KEY
    IF NOT WS-KEYFETCH-OK
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REKEY-FILE-EX
    END-IF
    MOVE WS-KEY-ID             TO WS-NEW-KEY-ID
    MOVE WS-RESOLVED-KEY-MODE  TO WS-NEW-KEY-MODE
    MOVE WS-RESOLVED-KEY-BYTES TO WS-NEW-KEY-BYTES

    PERFORM OPEN-CIPHER-INPUT
    IF WS-RETURN-STATUS NOT = 0
       GO TO REKEY-FILE-EX
    END-IF

    MOVE "R" TO WS-KEYFETCH-OPTIONS
    PERFORM PROCESS-FIELD-HEADER
    MOVE SPACE TO WS-KEYFETCH-OPTIONS
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF
    MOVE WS-RESOLVED-KEY-MODE  TO WS-OLD-KEY-MODE
    MOVE WS-RESOLVED-KEY-BYTES TO WS-OLD-KEY-BYTES
    MOVE CIPHER-HDR-REC        TO WS-SAVED-HEADER

*> rekeying a file onto the very key bytes it already carries would
*> only burn the batch window producing an identical-strength copy
    IF WS-NEW-KEY-ID = WS-KEY-ID
       AND WS-NEW-KEY-BYTES = WS-OLD-KEY-BYTES
       DISPLAY "FLDENC: cipher file is already encrypted under "
               "key-id [" WS-NEW-KEY-ID "] with that key material"
       MOVE 16 TO WS-RETURN-STATUS
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF

    PERFORM READ-FIELD-TRAILER
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF

    PERFORM CHECK-REKEY-INPUT
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF

    MOVE WS-REKEY-FILENAME TO WS-OUT-FILENAME
    PERFORM CREATE-OUTPUT-FILE
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF

    PERFORM REKEY-WRITE-HEADER
    IF WS-RETURN-STATUS NOT = 0
       PERFORM CLOSE-FILES
       GO TO REKEY-FILE-EX
    END-IF

    PERFORM DIGEST-INIT
    MOVE WS-HDR-LEN TO WS-IN-READ-OFFSET
    MOVE "N" TO WS-EOF-SW
    PERFORM REKEY-NEXT-RECORD UNTIL WS-EOF

*> the output only gets its trailer when every input record made it
*> across -- an output left without one refuses to decrypt, which is
*> exactly right for a rekey that did not finish
    IF WS-RETURN-STATUS = 0
       PERFORM WRITE-FIELD-TRAILER
    ELSE
       DISPLAY "FLDENC: rekey did not complete -- no integrity "
               "trailer written to the output"
    END-IF
    PERFORM CLOSE-FILES
    IF WS-RETURN-STATUS NOT = 0
       GO TO REKEY-FILE-EX
    END-IF

*> the output now stands in for the input: catalogued under the new
*> key with the input's retention, then the input's entry comes out so
*> "rekey them all, then RETIRE" ends with a retirement the catalog
*> gate waves through
    MOVE WS-NEW-KEY-ID     TO WS-KEY-ID
    MOVE WS-NEW-KEY-MODE   TO WS-RESOLVED-KEY-MODE
    MOVE WS-REKEY-FILENAME TO WS-CAT-FILENAME
    PERFORM CARRY-CATALOG-RETENTION
    PERFORM REGISTER-CIPHER-FILE
    IF WS-RETURN-STATUS = 0
       PERFORM DEREGISTER-CIPHER-FILE
    END-IF
    PERFORM WRITE-OUTPUT-SPEC

    .
 REKEY-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-REKEY-INPUT SECTION.
*>----------------------------------------------------------------------
*> The rekey's first pass: every data record of the input absorbed into
*> the digest and the trailer read up front checked against it, just
*> as the end of a reverse run checks it.

    PERFORM DIGEST-INIT
    MOVE WS-HDR-LEN TO WS-IN-READ-OFFSET
    MOVE "N" TO WS-EOF-SW
    PERFORM CHECK-NEXT-INPUT-RECORD UNTIL WS-EOF
    IF WS-RETURN-STATUS NOT = 0
       GO TO CHECK-REKEY-INPUT-EX
    END-IF

    PERFORM VERIFY-FIELD-TRAILER
    IF WS-RETURN-STATUS NOT = 0
       DISPLAY "FLDENC: input failed its integrity check -- nothing "
               "rekeyed"
    END-IF

    .
 CHECK-REKEY-INPUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-NEXT-INPUT-RECORD SECTION.
*>----------------------------------------------------------------------

    IF WS-DATA-RECS-SEEN >= WS-DATA-REC-COUNT
       MOVE "Y" TO WS-EOF-SW
       GO TO CHECK-NEXT-INPUT-RECORD-EX
    END-IF

    MOVE WS-IN-READ-OFFSET TO WS-IN-IO-OFFSET
    MOVE WS-OUT-REC-LEN    TO WS-IN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", WS-CIPHER-RECORD
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cipher file read failed at offset "
               WS-IN-READ-OFFSET
       MOVE 20 TO WS-RETURN-STATUS
       MOVE "Y" TO WS-EOF-SW
       GO TO CHECK-NEXT-INPUT-RECORD-EX
    END-IF
    ADD WS-OUT-REC-LEN TO WS-IN-READ-OFFSET

    PERFORM DIGEST-ABSORB-RECORD

    .
 CHECK-NEXT-INPUT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-NEXT-RECORD SECTION.
*>----------------------------------------------------------------------
*> One record of the rekey's second pass: decrypted under the old key
*> exactly as the reverse run restores it (padding and length checks
*> included), then rebuilt under the new key with a fresh IV and
*> written. The plaintext only ever exists in WS-PLAIN-RECORD between
*> those two halves. A record that fails either half abandons the run.

    IF WS-RECS-READ >= WS-DATA-REC-COUNT
       MOVE "Y" TO WS-EOF-SW
       GO TO REKEY-NEXT-RECORD-EX
    END-IF

    MOVE WS-IN-READ-OFFSET TO WS-IN-IO-OFFSET
    MOVE WS-OUT-REC-LEN    TO WS-IN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-IN-HANDLE, WS-IN-IO-OFFSET,
         WS-IN-IO-LEN, X"00", WS-CIPHER-RECORD
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: cipher file read failed at offset "
               WS-IN-READ-OFFSET
       MOVE 20 TO WS-RETURN-STATUS
       MOVE "Y" TO WS-EOF-SW
       GO TO REKEY-NEXT-RECORD-EX
    END-IF
    ADD WS-OUT-REC-LEN TO WS-IN-READ-OFFSET
    ADD 1 TO WS-RECS-READ

    MOVE WS-OLD-KEY-MODE  TO KEY-MODE OF COBDES-LNK
    MOVE WS-OLD-KEY-BYTES TO PW       OF COBDES-LNK
    PERFORM RESTORE-PLAIN-RECORD
    IF WS-RECORD-FAILED
       GO TO REKEY-NEXT-RECORD-ABANDON
    END-IF

    MOVE WS-NEW-KEY-MODE  TO KEY-MODE OF COBDES-LNK
    MOVE WS-NEW-KEY-BYTES TO PW       OF COBDES-LNK
    PERFORM BUILD-CIPHER-RECORD
    IF WS-RECORD-FAILED
       GO TO REKEY-NEXT-RECORD-ABANDON
    END-IF

    PERFORM DIGEST-ABSORB-RECORD
    PERFORM WRITE-DATA-RECORD
    IF WS-RETURN-STATUS = 20
       MOVE "Y" TO WS-EOF-SW
    END-IF
    GO TO REKEY-NEXT-RECORD-EX

    .
 REKEY-NEXT-RECORD-ABANDON.
*> one unaccounted-for record makes the output worthless as a
*> replacement archive -- stop here rather than produce it
    PERFORM LOG-RECORD-ERROR
    DISPLAY "FLDENC: rekey cannot continue past a failed record -- "
            "run abandoned"
    MOVE "Y" TO WS-EOF-SW

    .
 REKEY-NEXT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-WRITE-HEADER SECTION.
*>----------------------------------------------------------------------
*> The output header is the input's re-stamped for the new key: new
*> key-id, key mode and key-check value and a fresh creation
*> timestamp; the original filename, data format and field layout are
*> carried over unchanged -- the payload is still the same file.

    MOVE WS-NEW-KEY-MODE  TO KEY-MODE    OF COBDES-LNK
    MOVE WS-NEW-KEY-BYTES TO PW          OF COBDES-LNK
    MOVE 1                TO CIPHER-MODE OF COBDES-LNK
    PERFORM COMPUTE-KCV
    IF WS-BLOCK-FAILED
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REKEY-WRITE-HEADER-EX
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE WS-SAVED-HEADER       TO CIPHER-HDR-REC
    MOVE WS-FORMAT-VERSION     TO CH-FORMAT-VERSION
    MOVE "V"                   TO CH-KEY-SOURCE
    MOVE WS-NEW-KEY-ID         TO CH-KEY-ID
    MOVE WS-NEW-KEY-MODE       TO CH-KEY-MODE
    MOVE WS-KCV(1:3)           TO CH-KCV
    MOVE WS-CURRENT-DATE(1:14) TO CH-CREATED
    MOVE CH-CREATED            TO WS-CAT-CREATED

    MOVE WS-BYTES-WRITTEN-TOTAL TO WS-OUT-IO-OFFSET
    MOVE WS-HDR-LEN             TO WS-OUT-IO-LEN
    CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE, WS-OUT-IO-OFFSET,
         WS-OUT-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "FLDENC: header write failed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REKEY-WRITE-HEADER-EX
    END-IF
    ADD WS-HDR-LEN TO WS-BYTES-WRITTEN-TOTAL

    .
 REKEY-WRITE-HEADER-EX.
    EXIT.

*>----------------------------------------------------------------------
 DIGEST-INIT SECTION.
*>----------------------------------------------------------------------

    MOVE LOW-VALUES TO WS-DIG-STATE
    MOVE 0 TO WS-DIG-FILL
    MOVE 0 TO WS-DATA-RECS-SEEN
    MOVE 0 TO WS-DIG-BYTES

    .
 DIGEST-INIT-EX.
    EXIT.

*>----------------------------------------------------------------------
 DIGEST-ABSORB-RECORD SECTION.
*>----------------------------------------------------------------------
*> Absorbs the output record in WS-CIPHER-RECORD -- the stored bytes,
*> in both directions -- into the running SHA3-256, permuting with
*> KECCAKF whenever a 136-byte rate block fills.

    PERFORM VARYING WS-DIG-IDX FROM 1 BY 1
            UNTIL WS-DIG-IDX > WS-OUT-REC-LEN
       MOVE WS-CIPHER-RECORD(WS-DIG-IDX:1) TO WS-SRC-CHAR
       ADD 1 TO WS-DIG-FILL
       MOVE WS-DIG-FILL TO WS-POS
       PERFORM XOR-DIGEST-BYTE
       IF WS-DIG-FILL = WS-DIG-RATE
          CALL "KECCAKF" USING WS-DIG-STATE
          MOVE 0 TO WS-DIG-FILL
       END-IF
    END-PERFORM
    ADD 1 TO WS-DATA-RECS-SEEN
    ADD WS-OUT-REC-LEN TO WS-DIG-BYTES

    .
 DIGEST-ABSORB-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 DIGEST-FINAL SECTION.
*>----------------------------------------------------------------------
*> SHA-3 padding (X"06" ... X"80"), one last permutation, and the
*> 32-byte digest squeezed from the front of the state.

    COMPUTE WS-POS = WS-DIG-FILL + 1
    MOVE X"06" TO WS-SRC-CHAR
    PERFORM XOR-DIGEST-BYTE

    MOVE WS-DIG-RATE TO WS-POS
    MOVE X"80" TO WS-SRC-CHAR
    PERFORM XOR-DIGEST-BYTE

    CALL "KECCAKF" USING WS-DIG-STATE

    MOVE WS-DIG-STATE(1:32) TO WS-DIGEST

    .
 DIGEST-FINAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 XOR-DIGEST-BYTE SECTION.
*>----------------------------------------------------------------------
*> WS-DIG-STATE(WS-POS:1) := WS-DIG-STATE(WS-POS:1) XOR WS-SRC-CHAR

    MOVE WS-DIG-STATE(WS-POS:1) TO WS-CUR-CHAR
    COMPUTE WS-AVAL = FUNCTION ORD(WS-CUR-CHAR) - 1
    COMPUTE WS-BVAL = FUNCTION ORD(WS-SRC-CHAR) - 1

    MOVE 0 TO WS-XRESULT
    MOVE 1 TO WS-WEIGHT
    PERFORM VARYING WS-BITPOS FROM 1 BY 1 UNTIL WS-BITPOS > 8
       DIVIDE WS-AVAL BY 2 GIVING WS-AQ REMAINDER WS-ABIT
       DIVIDE WS-BVAL BY 2 GIVING WS-BQ REMAINDER WS-BBIT
       COMPUTE WS-XBIT = FUNCTION MOD(WS-ABIT + WS-BBIT, 2)
       IF WS-XBIT = 1
          ADD WS-WEIGHT TO WS-XRESULT
       END-IF
       COMPUTE WS-WEIGHT = WS-WEIGHT * 2
       MOVE WS-AQ TO WS-AVAL
       MOVE WS-BQ TO WS-BVAL
    END-PERFORM

    MOVE FUNCTION CHAR(WS-XRESULT + 1) TO WS-DIG-STATE(WS-POS:1)

    .
 XOR-DIGEST-BYTE-EX.
    EXIT.

*>----------------------------------------------------------------------
 COBDES-CALL-WRAPPER SECTION.
*>----------------------------------------------------------------------
*> Fail-safe wrapper around CALL "COBDES", as in ENCFILE: a failed call
*> leaves DATA-BUFF unchanged and raises WS-BLOCK-FAILED so the record
*> it belongs to is not trusted.

    MOVE "N" TO WS-BLOCK-FAILED-SW
    CALL "COBDES" USING COBDES-LNK
    IF NOT COBDES-OK OF COBDES-LNK
       DISPLAY "FLDENC: COBDES failed, RC="
               WS-RETURN-CODE OF COBDES-LNK
               " at record " WS-RECS-READ
       MOVE "Y" TO WS-BLOCK-FAILED-SW
       MOVE 24 TO WS-RETURN-STATUS
       MOVE "CALL COBDES failed" TO WS-FAILURE-REASON
       MOVE WS-RETURN-CODE OF COBDES-LNK TO WS-LOGGED-RC
    END-IF

    .
 COBDES-CALL-WRAPPER-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-ERROR-FILE SECTION.
*>----------------------------------------------------------------------

    IF NOT WS-ERROR-FILE-OPEN
       OPEN OUTPUT ERROR-FILE
       IF NOT WS-ERROR-OK
          DISPLAY "FLDENC: cannot open error file, status="
                  WS-ERROR-STATUS
          MOVE 20 TO WS-RETURN-STATUS
       ELSE
          MOVE "Y" TO WS-ERROR-FILE-OPEN-SW
       END-IF
    END-IF

    .
 OPEN-ERROR-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOG-RECORD-ERROR SECTION.
*>----------------------------------------------------------------------
*> Logs a record that failed to encrypt or decrypt and so was not
*> written: record number, the field it failed on, the reason and the
*> relevant return code. Unlike ENCFILE's error file there is no hex
*> dump of the failing block -- a field is only here because it is
*> sensitive, and its bytes never go anywhere but the output record.

    PERFORM OPEN-ERROR-FILE
    IF NOT WS-ERROR-OK
       GO TO LOG-RECORD-ERROR-EX
    END-IF

    MOVE WS-RECS-READ TO WS-ERR-NUM-DISP
    MOVE SPACES TO ERROR-REC
    STRING "record " DELIMITED BY SIZE
           WS-ERR-NUM-DISP DELIMITED BY SIZE
           " field " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FAILURE-FIELD) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FAILURE-REASON) DELIMITED BY SIZE
           ", RC=" DELIMITED BY SIZE
           WS-LOGGED-RC DELIMITED BY SIZE
           " -- record not written" DELIMITED BY SIZE
      INTO ERROR-REC
    END-STRING
    WRITE ERROR-REC
    ADD 1 TO WS-RECS-FAILED
    MOVE 24 TO WS-RETURN-STATUS

    .
 LOG-RECORD-ERROR-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOG-TYPE-WARNING SECTION.
*>----------------------------------------------------------------------
*> Notes a 9 or P field whose contents fail their data-type check --
*> record number and field name only, never the value.

    PERFORM OPEN-ERROR-FILE
    IF NOT WS-ERROR-OK
       GO TO LOG-TYPE-WARNING-EX
    END-IF

    MOVE WS-RECS-READ TO WS-ERR-NUM-DISP
    MOVE SPACES TO ERROR-REC
    STRING "record " DELIMITED BY SIZE
           WS-ERR-NUM-DISP DELIMITED BY SIZE
           " field " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FAILURE-FIELD) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FAILURE-REASON) DELIMITED BY SIZE
           " -- encrypted as it stands" DELIMITED BY SIZE
      INTO ERROR-REC
    END-STRING
    WRITE ERROR-REC

    .
 LOG-TYPE-WARNING-EX.
    EXIT.
