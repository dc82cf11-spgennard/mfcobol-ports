     *>******************************************************************************
     *> Copybook:     VFYRSLTREC.CPY
     *>
     *> Purpose:      Record layout for SHA3VERIFY's machine-readable
     *>               results file: one fixed-layout record per manifest
     *>               line and per reconciliation finding, so a downstream
     *>               job can pick results apart by column instead of
     *>               parsing console output. SHA3VERIFY writes it;
     *>               UNPACKAGE reads it back to report each file of a
     *>               received package.
     *>
     *> Usage:        COPY "vfyrsltrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> RS-FILENAME      The manifest line's filename, or the present file
     *>                  a reconciliation finding is about.
     *> RS-STATUS        MATCH, MISMATCH, FILE-ERROR, MAC-FAIL or
     *>                  NOT-IN-MANIFEST.
     *> RS-ALGORITHM     The line's digest algorithm (SHA3-nnn).
     *> RS-EXPECTED-HEX  The manifest's digest; RS-ACTUAL-HEX the one
     *>                  computed. Both are sized for the widest digest
     *>                  (SHA3-512) and space-padded below it;
     *>                  RS-ACTUAL-HEX is spaces when the file could not
     *>                  be hashed at all.
     *> RS-TIMESTAMP     The verification run's timestamp.
     *> RS-FILE-SIZE     The file's size and raw modification date/time
     *> RS-MTIME-HEX     (hex-encoded CBL_CHECK_FILE_EXIST detail bytes)
     *>                  as seen when the record was written -- what the
     *>                  next night's incremental run compares against to
     *>                  decide whether the file needs re-hashing at all.
     *>******************************************************************************
      01 RESULTS-REC.
         02 RS-FILENAME                     PIC X(256).
         02 RS-STATUS                       PIC X(16).
         02 RS-ALGORITHM                    PIC X(8).
         02 RS-EXPECTED-HEX                 PIC X(128).
         02 RS-ACTUAL-HEX                   PIC X(128).
         02 RS-TIMESTAMP                    PIC X(14).
         02 RS-FILE-SIZE                    PIC 9(15).
         02 RS-MTIME-HEX                    PIC X(32).
