*>               from before wrapping existed) are returned as before
*>               until "keyadmin MIGRATE" wraps them.
*>
*>               Every lookup, handed out or refused, is appended to the
*>               key-access ledger (layout in KEYACCREC.CPY): when, the
*>               calling program, the operator id, the key-id, the
*>               options byte and the return code -- never the key. The
*>               ledger is the vault filename with ".acc" appended
*>               unless the KEYACCESS_FILE environment variable names
*>               one; KEYUSAGE reports on it. A key whose hand-out
*>               cannot be recorded is withheld (RC=30): an untraceable
*>               key fetch is exactly what the ledger exists to rule
*>               out.
*>
*> Tectonics:    cobc -m -std=ibm -free -I copybooks keyfetch.cob
*>               cobdes.cob
*>
*>               26 = key exists but today is outside its
*>                    effective-from/effective-to window,
*>               28 = key material is wrapped and the master key is
*>                    missing or does not unwrap it,
*>               30 = the key-access ledger could not be written, so
*>                    the key was withheld),
*>               options (X, in: space = normal lookup; "R" = rekey
*>               lookup, the lifecycle checks are bypassed so an
*>               inactive, retired or out-of-window key is still
*>               returned -- ONLY for re-encrypting an existing archive
*>               away from that key, never for new encryption),
*>               caller (X(12), in: the calling program's name, for
*>               the key-access ledger).
*>               On return codes 24 and 26 the key bytes are NOT returned
*>               -- a caller can never obtain a key the vault says it
*>               must not use.
*>            record's KV-KCV clear-key check value; a missing or
*>            wrong master key refuses the key with the new RC=28.
*>            Clear records keep working unchanged.
*> 2026.10.15 Key-access ledger: every lookup, successful or refused,
*>            appends a KEYACCREC.CPY record (timestamp, calling
*>            program, operator id, key-id, options, return code) to
*>            the vault filename + ".acc" (KEYACCESS_FILE overrides).
*>            New caller-name parameter, passed explicitly by every
*>            caller; a ledger that cannot be written withholds the key
*>            with the new RC=30.
*>******************************************************************************

 IDENTIFICATION DIVISION.
         ACCESS MODE IS RANDOM
         RECORD KEY IS KV-KEY-ID
         FILE STATUS IS WS-VAULT-STATUS.
     SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LEDGER-STATUS.

 DATA DIVISION.

 FD  KEYVAULT-FILE.
 COPY "keyvaultrec.cpy".

*> the key-access ledger: one record per lookup, appended OPEN EXTEND
*> the same way KEYADMIN's audit file is -- see KEYACCREC.CPY
 FD  LEDGER-FILE.
 COPY "keyaccrec.cpy".

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-UNWRAP-FAILED-SW                 PIC X.
    88 WS-UNWRAP-FAILED                    VALUE "Y".

 01 WS-LEDGER-FILENAME                  PIC X(260).
 01 WS-LEDGER-STATUS                    PIC X(2).
    88 WS-LEDGER-OK                        VALUE "00".
    88 WS-LEDGER-NOT-EXIST                 VALUE "35".
 01 WS-LEDGER-FAILED-SW                 PIC X.
    88 WS-LEDGER-FAILED                    VALUE "Y".
 01 WS-OPERATOR-ID                      PIC X(16).

 COPY "cobdeslnk.cpy".

*>**********************************************************************
    88 KEYFETCH-KEY-NOT-ACTIVE             VALUE 24.
    88 KEYFETCH-KEY-NOT-EFFECTIVE          VALUE 26.
    88 KEYFETCH-KEY-NOT-UNWRAPPED          VALUE 28.
    88 KEYFETCH-LEDGER-ERROR               VALUE 30.
 01 LNK-OPTIONS                         PIC X.
    88 KEYFETCH-OPT-REKEY                  VALUE "R".
 01 LNK-CALLER                          PIC X(12).

 PROCEDURE DIVISION USING LNK-VAULT-FILENAME
                          LNK-KEY-ID
                          LNK-KEY-MODE
                          LNK-KEY-BYTES
                          LNK-RETURN-CODE
                          LNK-OPTIONS
                          LNK-CALLER.

*>----------------------------------------------------------------------
 MAIN-KEYFETCH SECTION.
    OPEN INPUT KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       MOVE 20 TO LNK-RETURN-CODE
       GO TO MAIN-KEYFETCH-LEDGER
    END-IF

    MOVE LNK-KEY-ID TO KV-KEY-ID

    CLOSE KEYVAULT-FILE

    .
 MAIN-KEYFETCH-LEDGER.
*> every path out -- handed out or refused -- passes through here
    PERFORM WRITE-ACCESS-LEDGER

    GOBACK

    .
 UNWRAP-KEY-MATERIAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-ACCESS-LEDGER SECTION.
*>----------------------------------------------------------------------
*> Appends this lookup to the key-access ledger: timestamp, caller,
*> operator id, key-id, options byte and the return code as it stands
*> -- never the key bytes. A ledger that cannot be opened, written or
*> closed turns a successful lookup into RC=30 with the key material
*> cleared again; a refusal keeps its own return code.

    MOVE SPACES TO WS-LEDGER-FILENAME
    ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT "KEYACCESS_FILE"
    IF WS-LEDGER-FILENAME = SPACES
       STRING FUNCTION TRIM(WS-VAULT-FILENAME) DELIMITED BY SIZE
              ".acc"                           DELIMITED BY SIZE
         INTO WS-LEDGER-FILENAME
       END-STRING
    END-IF

    MOVE SPACES TO WS-OPERATOR-ID
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "KEYADMIN_OPERATOR"
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
    END-IF

    MOVE "N" TO WS-LEDGER-FAILED-SW
    OPEN EXTEND LEDGER-FILE
    IF WS-LEDGER-NOT-EXIST
       OPEN OUTPUT LEDGER-FILE
    END-IF
    IF NOT WS-LEDGER-OK
       MOVE "Y" TO WS-LEDGER-FAILED-SW
       GO TO WRITE-ACCESS-LEDGER-CHECK
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES                TO KEYACC-REC
    MOVE WS-CURRENT-DATE(1:14) TO KA-TIMESTAMP
    MOVE LNK-CALLER            TO KA-PROGRAM
    MOVE WS-OPERATOR-ID        TO KA-OPERATOR
    MOVE LNK-KEY-ID            TO KA-KEY-ID
    MOVE LNK-OPTIONS           TO KA-OPTIONS
    MOVE LNK-RETURN-CODE       TO KA-RETURN-CODE
    WRITE KEYACC-REC
    IF NOT WS-LEDGER-OK
       MOVE "Y" TO WS-LEDGER-FAILED-SW
    END-IF

    CLOSE LEDGER-FILE
    IF NOT WS-LEDGER-OK
       MOVE "Y" TO WS-LEDGER-FAILED-SW
    END-IF

    .
 WRITE-ACCESS-LEDGER-CHECK.
    IF WS-LEDGER-FAILED AND KEYFETCH-OK
       MOVE 30 TO LNK-RETURN-CODE
       MOVE 0  TO LNK-KEY-MODE
       MOVE LOW-VALUES TO LNK-KEY-BYTES
    END-IF

    .
 WRITE-ACCESS-LEDGER-EX.
    EXIT.

 END PROGRAM KEYFETCH.
