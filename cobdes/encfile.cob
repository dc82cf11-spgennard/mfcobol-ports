*>
*> Tectonics:    cobc -x -std=ibm -I copybooks encfile.cob cobdes.cob
*>               hexdump.cob padblock.cob keyfetch.cob runjrnl.cob
*>               chainlink.cob retclass.cob ../cobsha3/SHA3-256.cob
*>               ../cobsha3/KECCAK.cob ../cobsha3/KECCAKF.cob
*>
*> Usage:        encfile E|D|EB|DB <input-file> <output-file> <key>
*>                       [RESTART] [RETAIN:<class>]
*>               encfile V <cipher-file> <key> [FROM:<n>] [TO:<m>]
*>               encfile M <output-file> <key> <partition-count>
*>               encfile R <cipher-in> <cipher-out> KEYID:<new-key-id>
*>               decrypt) when they disagree or when a headered file
*>               ends without its trailer, so a transfer that cleanly
*>               lost tail records no longer decrypts "successfully".
*>               Retention: every archive is catalogued with a
*>               retention class and a retain-until date (see
*>               ENCCATREC.CPY), worked out by RETCLASS from the
*>               retention-class control file (ENCRETAIN_FILE, default
*>               "encretain.dat"). An encrypt run takes the class named
*>               by RETAIN:<class>, or the control file's default class
*>               without one; the date runs from the archive's creation
*>               date. A rekey (mode R) carries its input's class and
*>               date across unchanged, and a merge (mode M) carries
*>               partition 1's -- replacing an archive's ciphertext
*>               does not restart its retention clock. An unknown
*>               RETAIN: class refuses the run (RC=16) before anything
*>               is encrypted. ENCPURGE destroys archives whose date
*>               has passed.
*>               CIPHER-MODE is always CBC (see cobdeslnk.cpy):
*>               each record gets its own freshly generated 8-byte IV,
*>               carried in the output record ahead of the ciphertext so
*>            mode, key-id, timestamps, counters and return code --
*>            for RUNSUMM's morning operations report. A journal
*>            failure warns but never fails the run.
*> 2026.10.15 KEYFETCH now takes the calling program's name for its
*>            key-access ledger; passed as "ENCFILE".
*> 2026.10.15 CIPHER-REC / CIPHER-HDR-REC / CIPHER-TRL-REC moved into
*>            the shared CIPHERREC.CPY so CATAUDIT reads the header and
*>            trailer through the same layouts ENCFILE writes.
*> 2026.10.15 Retention classes: catalog entries now carry
*>            EC-RETENTION-CLASS and EC-RETAIN-UNTIL, set through the
*>            new RETCLASS module from the retention-class control
*>            file -- the class named by the new RETAIN:<class>
*>            argument on an encrypt run, the file's default class
*>            otherwise. Rekey and merge carry the superseded
*>            archive's retention over to the file that replaces it.
*>            The catalog record grows to 330 bytes: convert an
*>            existing catalog once with CATCONV before this runs
*>            (rename enccat.dat to enccat.old, then "catconv
*>            enccat.old"), or every catalog open fails with status 39.
*> 2026.10.15 A field-encrypted cipher file (CH-DATA-FORMAT "F", written
*>            by the new FLDENC) is refused on decrypt and rekey with
*>            RC=20 and a pointer to FLDENC.
*> 2026.10.15 Mode R now refuses a field-encrypted file itself, before
*>            touching its records, and points to FLDENC R.
*>******************************************************************************

 IDENTIFICATION DIVISION.
*> the CBL_OPEN_FILE/CBL_READ_FILE/CBL_WRITE_FILE byte-offset routines
*> instead (the same technique the binary plaintext modes and the
*> SHA3-nnn-FILE modules already use), and these layouts are plain
*> working storage the I/O sections fill and drain (shared through
*> CIPHERREC.CPY with the programs that read cipher files back). The
*> header and trailer REDEFINE the data record, as the shared FD slot
*> used to do implicitly, so the marker tests keep reading the same
*> bytes.
*>
*> A compact (version 3) file is byte-exact self-describing with no
*> record-length prefixes: the header is the same full 2061-byte
*> the trailer is its 61 significant bytes. A version 1/2 file is the
*> old fixed 2061-byte records, read with the same code through the
*> fixed framing path.
 COPY "cipherrec.cpy".

*> one or two mode letters: E/D process line-sequential text through
*> PLAIN-FILE as always; EB/DB process raw binary or fixed-length data
*> mode R resolves the OLD key of the archive being rekeyed, so an
*> inactive or retired key is still returned for that one purpose
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "ENCFILE".

*> Rekey support (mode R). The new key (the KEYID: argument, resolved
*> under the normal lifecycle rules) and the old key (the input
*> variable, defaulting to "enccat.dat" beside the vault convention.
*> WS-CAT-CREATED is stashed at header time because the header record
*> area has long been overwritten by the time the trailer is written.
*> WS-RETAIN-CLASS-ARG is the RETAIN:<class> argument (spaces: the
*> control file's default class); a rekey or merge instead carries the
*> retention of the archive it supersedes (WS-RETAIN-FROM-FILENAME)
*> into WS-CAT-RETENTION-CLASS / WS-CAT-RETAIN-UNTIL and sets
*> WS-RETAIN-CARRIED, so REGISTER-CIPHER-FILE leaves it alone.
 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
 01 WS-CAT-CREATED                      PIC X(14).
 01 WS-CAT-RECS                         PIC 9(9) COMP-5.
 01 WS-CAT-BYTES                        PIC 9(12) COMP-5.
 01 WS-RETAIN-CLASS-ARG                 PIC X(8) VALUE SPACES.
 01 WS-RETAIN-FROM-FILENAME             PIC X(256).
 01 WS-CAT-RETENTION-CLASS              PIC X(8).
 01 WS-CAT-RETAIN-UNTIL                 PIC X(8).
 01 WS-RETAIN-CARRIED-SW                PIC X VALUE "N".
    88 WS-RETAIN-CARRIED                   VALUE "Y".
 01 WS-RETCLASS-RC                      PIC 9(2).
    88 WS-RETCLASS-OK                      VALUE 0.
    88 WS-RETCLASS-UNKNOWN                 VALUE 22.

*> output-side streaming SHA3-256 for the rekeyed file's own integrity
*> trailer -- the WS-DIG-* fields verify the INPUT file's trailer at
*> encfile V <cipher-file> <key>

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 3 OR WS-ARG-COUNT > 10
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
       MOVE "Y" TO WS-PARTIAL-SW
    END-IF

*> a RETAIN: class the schedule does not know is found out now, not
*> after the whole file has been encrypted and cannot be catalogued
*> the way the operator asked
    IF WS-RETURN-STATUS = 0 AND WS-RETAIN-CLASS-ARG NOT = SPACES
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
             DISPLAY "ENCFILE: retention class ["
                     FUNCTION TRIM(WS-RETAIN-CLASS-ARG)
                     "] is not in the retention-class control file"
             MOVE 16 TO WS-RETURN-STATUS
          WHEN OTHER
             DISPLAY "ENCFILE: retention-class control file cannot "
                     "be read, RETCLASS RC=" WS-RETCLASS-RC
             MOVE 20 TO WS-RETURN-STATUS
       END-EVALUATE
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.
*>----------------------------------------------------------------------
 PARSE-OPTIONAL-ARG SECTION.
*>----------------------------------------------------------------------
*> One optional argument from WS-OPT-ARG: RESTART, FROM:<n>, TO:<m>,
*> PART:<k> or RETAIN:<class>. The partition controls and the
*> retention class only make sense on an encrypt run -- a decrypt
*> positions itself by checkpoint alone, and catalogues nothing.

*> the argument's true length, so an 11-digit value is refused rather
*> than silently shortened to the 9 digits the slice below would take
             MOVE "Y" TO WS-INDEX-SW
          END-IF
          GO TO PARSE-OPTIONAL-ARG-EX
       WHEN WS-OPT-ARG(1:7) = "RETAIN:"
          EVALUATE TRUE
             WHEN NOT WS-MODE-ENCRYPT
                DISPLAY "ENCFILE: RETAIN: only applies to an encrypt "
                        "run"
                MOVE 16 TO WS-RETURN-STATUS
             WHEN WS-OPT-ARG(8:9) = SPACES
                DISPLAY "ENCFILE: RETAIN: names no retention class"
                MOVE 16 TO WS-RETURN-STATUS
             WHEN WS-OPT-ARG(16:1) NOT = SPACE
                DISPLAY "ENCFILE: retention class longer than 8 "
                        "characters in [" FUNCTION TRIM(WS-OPT-ARG) "]"
                MOVE 16 TO WS-RETURN-STATUS
             WHEN OTHER
                MOVE WS-OPT-ARG(8:9) TO WS-RETAIN-CLASS-ARG
          END-EVALUATE
          GO TO PARSE-OPTIONAL-ARG-EX
       WHEN WS-OPT-ARG(1:5) = "FROM:"
          MOVE WS-OPT-ARG(6:9) TO WS-OPT-DIGITS
          SUBTRACT 5 FROM WS-OPT-LEN
       WHEN OTHER
          DISPLAY "ENCFILE: unrecognized argument ["
                  FUNCTION TRIM(WS-OPT-ARG)
                  "], expected RESTART, INDEX, FROM:n, TO:n, PART:n "
                  "or RETAIN:class"
          MOVE 16 TO WS-RETURN-STATUS
          GO TO PARSE-OPTIONAL-ARG-EX
    END-EVALUATE

    DISPLAY "ENCFILE: usage: encfile E|D|EB|DB input-file "
            "output-file key [RESTART] [FROM:n] [TO:n] [PART:n] "
            "[INDEX] [RETAIN:class]"
    DISPLAY "                encfile V cipher-file key [FROM:n] "
            "[TO:n]"
    DISPLAY "                encfile M output-file key "
                          WS-RESOLVED-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF NOT WS-KEYFETCH-OK
       DISPLAY "ENCFILE: KEYFETCH failed for key-id [" WS-KEY-ID
               "], RC=" WS-KEYFETCH-RC
*> REWRITEs rather than duplicates. A catalog failure is reported
*> loudly and fails the run (RC=20) even though the cipher file itself
*> is fine -- an archive the catalog cannot account for is exactly the
*> archive a later key retirement strands. The retention class and
*> retain-until date come from RETCLASS unless the caller carried them
*> over from a superseded archive; a schedule that cannot be read is
*> reported the same way, and the archive is still catalogued -- with
*> no retention, which ENCPURGE never destroys.

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
    MOVE WS-CAT-BYTES    TO EC-BYTE-COUNT
    MOVE WS-CURRENT-DATE(1:14) TO EC-REGISTERED

    IF NOT WS-RETAIN-CARRIED
       MOVE WS-RETAIN-CLASS-ARG TO WS-CAT-RETENTION-CLASS
       CALL "RETCLASS" USING WS-CAT-RETENTION-CLASS
                             WS-CAT-CREATED
                             WS-CAT-RETAIN-UNTIL
                             WS-RETCLASS-RC
       IF NOT WS-RETCLASS-OK
          DISPLAY "ENCFILE: WARNING - no retention could be set, "
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
 REGISTER-CIPHER-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CARRY-CATALOG-RETENTION SECTION.
*>----------------------------------------------------------------------
*> Looks up the catalog entry of the archive a rekey or merge is about
*> to supersede (WS-RETAIN-FROM-FILENAME) and carries its retention
*> class and retain-until date over to the replacement, so moving an
*> archive to a new key -- or folding partitions together -- never
*> shortens or extends how long the data must be kept. An archive that
*> was never catalogued has nothing to carry: the replacement then
*> gets the default class like any fresh file.

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
    MOVE FUNCTION TRIM(WS-RETAIN-FROM-FILENAME) TO EC-FILENAME
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
       GO TO PROCESS-CIPHER-HEADER-EX
    END-IF

*> a field-encrypted file's records are FLDENC's layout, not ours --
*> neither a decrypt nor a rekey can read them
    IF CH-DATA-FIELDS
       DISPLAY "ENCFILE: cipher file is field-encrypted -- decrypt "
               "it with FLDENC"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PROCESS-CIPHER-HEADER-EX
    END-IF

    IF CH-KEY-FROM-VAULT
       IF WS-KEY-SOURCE NOT = "V" OR CH-KEY-ID NOT = WS-KEY-ID
          DISPLAY "ENCFILE: cipher file was encrypted under vault "
          MOVE WS-P1-KEY-MODE     TO WS-CAT-KEY-MODE
          MOVE WS-DATA-RECS-SEEN  TO WS-CAT-RECS
          MOVE WS-DIG-BYTES       TO WS-CAT-BYTES
          MOVE 1 TO WS-PART-NUM-DISP
          PERFORM BUILD-PARTITION-FILENAME
          MOVE WS-PART-FILENAME   TO WS-RETAIN-FROM-FILENAME
          PERFORM CARRY-CATALOG-RETENTION
          PERFORM REGISTER-CIPHER-FILE
       END-IF
*> the partitions are now folded into the combined file (which is
       PERFORM CIN-CLOSE-CIPHER-INPUT
       GO TO REKEY-FILE-EX
    END-IF
*> a field-encrypted file's records are FLDENC's layout, not ours
    IF CH-DATA-FIELDS
       DISPLAY "ENCFILE: cipher file is field-encrypted -- rekey it "
               "with FLDENC R"
       MOVE 20 TO WS-RETURN-STATUS
       PERFORM CIN-CLOSE-CIPHER-INPUT
       GO TO REKEY-FILE-EX
    END-IF

*> resolve the OLD key from the header's key-id, accepting a withdrawn
*> key for this one purpose, and prove it belongs to this file exactly
          MOVE WS-NEW-KEY-MODE    TO WS-CAT-KEY-MODE
          MOVE WS-ODATA-RECS-SEEN TO WS-CAT-RECS
          MOVE WS-ODIG-BYTES      TO WS-CAT-BYTES
          MOVE WS-CIPHER-FILENAME TO WS-RETAIN-FROM-FILENAME
          PERFORM CARRY-CATALOG-RETENTION
          PERFORM REGISTER-CIPHER-FILE
       END-IF
*> the rekeyed output now stands in for the input archive, so the
