      $set sourceformat"free"

*>******************************************************************************
*>  keyusage.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  keyusage.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with keyusage.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Key-usage report over the key-access ledger KEYFETCH
*>               appends to on every lookup (layout in the shared
*>               KEYACCREC.CPY). Answers the auditors' two questions:
*>               who took key material for a key-id over a period, and
*>               -- above all -- which lookups were exceptions: every
*>               rekey-option ("R") fetch, the route by which an
*>               inactive or retired key can still be reached, and
*>               every refused fetch (RC 20/22/24/26/28/30), each of
*>               which is somebody's job asking for a key it could not
*>               have.
*>
*>               The selected ledger records are SORTed by key-id and
*>               timestamp (the RUNSUMM technique) and walked key by
*>               key: each exception is listed as it is met, and each
*>               key-id ends with one summary line of fetches handed
*>               out, refused and rekey, and the first and last lookup
*>               in the range.
*>
*>               The ledger filename is the KEYACCESS_FILE environment
*>               variable when set, otherwise the vault filename
*>               (KEYVAULT_FILE, default "keyvault.dat") with ".acc"
*>               appended -- exactly where KEYFETCH writes it.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks keyusage.cob
*>
*> Usage:        keyusage <from-date> <to-date> [KEYID:<key-id>]
*>                        [report-file]
*>               from/to are YYYYMMDD, inclusive, applied to the lookup
*>               timestamp. KEYID: restricts the report to one key-id.
*>               With a report-file every report line is also written
*>               there for the paper trail. A temporary sorted work
*>               file (the ledger filename with ".srt" appended) is
*>               created and deleted.
*>               Return code: 0 = no exceptions in the range, 4 = at
*>               least one rekey-option or refused fetch, 16 = bad
*>               arguments, 20 = the ledger or report file could not
*>               be opened.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. KEYUSAGE.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LEDGER-STATUS.
     SELECT SORTED-FILE ASSIGN DYNAMIC WS-SORTED-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-SORTED-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.
     SELECT SORT-WORK ASSIGN "SORTWK".

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  LEDGER-FILE.
 COPY "keyaccrec.cpy".

*> the range-selected ledger records, sorted so each key-id's lookups
*> sit together in time order; same field layout as KEYACC-REC
 FD  SORTED-FILE.
 01  SORTED-REC.
     02 SO-TIMESTAMP                    PIC X(14).
     02 SO-PROGRAM                      PIC X(12).
     02 SO-OPERATOR                     PIC X(16).
     02 SO-KEY-ID                       PIC X(8).
     02 SO-OPTIONS                      PIC X.
        88 SO-OPT-REKEY                    VALUE "R".
     02 SO-RETURN-CODE                  PIC 9(2).

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(200).

 SD  SORT-WORK.
 01  SORT-REC.
     02 SRT-TIMESTAMP                   PIC X(14).
     02 SRT-PROGRAM                     PIC X(12).
     02 SRT-OPERATOR                    PIC X(16).
     02 SRT-KEY-ID                      PIC X(8).
     02 SRT-REST                        PIC X(3).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-LEDGER-FILENAME                  PIC X(260).
 01 WS-LEDGER-STATUS                    PIC X(2).
    88 WS-LEDGER-OK                        VALUE "00".
 01 WS-VAULT-FILENAME                   PIC X(256).
 01 WS-SORTED-FILENAME                  PIC X(264).
 01 WS-SORTED-STATUS                    PIC X(2).
    88 WS-SORTED-OK                        VALUE "00".
 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".

 01 WS-FROM-DATE                        PIC X(8).
 01 WS-TO-DATE                          PIC X(8).
 01 WS-OPT-ARG                          PIC X(256).
 01 WS-KEY-FILTER                       PIC X(8) VALUE SPACES.

 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".

*> the key-id currently being totalled from its sorted records
 01 WS-GRP-ACTIVE-SW                    PIC X VALUE "N".
    88 WS-GRP-ACTIVE                       VALUE "Y".
 01 WS-GRP-KEY-ID                       PIC X(8).
 01 WS-GRP-FIRST-TS                     PIC X(14).
 01 WS-GRP-LAST-TS                      PIC X(14).
 01 WS-GRP-FETCHES                      PIC 9(9).
 01 WS-GRP-HANDED-OUT                   PIC 9(9).
 01 WS-GRP-REFUSED                      PIC 9(9).
 01 WS-GRP-REKEY                        PIC 9(9).

 01 WS-EXCEPTION-LABEL                  PIC X(13).
 01 WS-OPERATOR-SHOWN                   PIC X(16).
 01 WS-REPORT-LINE                      PIC X(200).

 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.

 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

 01 WS-KEY-COUNT                        PIC 9(9) VALUE 0.
 01 WS-FETCH-COUNT                      PIC 9(9) VALUE 0.
 01 WS-EXCEPTION-COUNT                  PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-KEYUSAGE SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    MOVE SPACES TO WS-LEDGER-FILENAME
    ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT "KEYACCESS_FILE"
    IF WS-LEDGER-FILENAME = SPACES
       MOVE SPACES TO WS-VAULT-FILENAME
       ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT "KEYVAULT_FILE"
       IF WS-VAULT-FILENAME = SPACES
          MOVE "keyvault.dat" TO WS-VAULT-FILENAME
       END-IF
       STRING FUNCTION TRIM(WS-VAULT-FILENAME) DELIMITED BY SIZE
              ".acc"                           DELIMITED BY SIZE
         INTO WS-LEDGER-FILENAME
       END-STRING
    END-IF
    MOVE SPACES TO WS-SORTED-FILENAME
    STRING FUNCTION TRIM(WS-LEDGER-FILENAME) DELIMITED BY SIZE
           ".srt"                            DELIMITED BY SIZE
      INTO WS-SORTED-FILENAME
    END-STRING

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "KEYUSAGE: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    SORT SORT-WORK
        ON ASCENDING KEY SRT-KEY-ID
                         SRT-TIMESTAMP
        INPUT PROCEDURE IS SELECT-LEDGER-RECORDS
        GIVING SORTED-FILE
    IF WS-RETURN-STATUS = 0 AND SORT-RETURN NOT = 0
       DISPLAY "KEYUSAGE: sort of the ledger records failed"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    IF WS-RETURN-STATUS = 0
       PERFORM SUMMARIZE-SORTED-FETCHES
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-SORTED-FILENAME
       RETURNING WS-CBL-RESULT

    IF WS-RETURN-STATUS = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "KEYUSAGE: " WS-FROM-DATE " to " WS-TO-DATE
              ": key-ids = "   DELIMITED BY SIZE
              WS-KEY-COUNT     DELIMITED BY SIZE
              "  fetches = "   DELIMITED BY SIZE
              WS-FETCH-COUNT   DELIMITED BY SIZE
              "  exceptions = " DELIMITED BY SIZE
              WS-EXCEPTION-COUNT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    IF WS-RETURN-STATUS = 0 AND WS-EXCEPTION-COUNT NOT = 0
       MOVE 4 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-KEYUSAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> keyusage <from-date> <to-date> [KEYID:<key-id>] [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 2 OR WS-ARG-COUNT > 4
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE

    IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
       DISPLAY "KEYUSAGE: dates must be YYYYMMDD, got ["
               WS-FROM-DATE "] [" WS-TO-DATE "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    IF WS-FROM-DATE > WS-TO-DATE
       DISPLAY "KEYUSAGE: from-date [" WS-FROM-DATE
               "] is after to-date [" WS-TO-DATE "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

*> the optional arguments: a KEYID: filter and/or a report file, in
*> that order
    PERFORM VARYING WS-ARG-NUM FROM 3 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:6) = "KEYID:"
               AND WS-KEY-FILTER = SPACES
               AND NOT WS-REPORT-REQUESTED
             MOVE WS-OPT-ARG(7:8) TO WS-KEY-FILTER
             IF WS-KEY-FILTER = SPACES
                DISPLAY "KEYUSAGE: KEYID: needs a key-id"
                MOVE 16 TO WS-RETURN-STATUS
             END-IF
          WHEN NOT WS-REPORT-REQUESTED
             MOVE WS-OPT-ARG TO WS-REPORT-FILENAME
             MOVE "Y" TO WS-REPORT-REQUESTED-SW
          WHEN OTHER
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
       END-EVALUATE
    END-PERFORM

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "KEYUSAGE: usage: keyusage from-date to-date "
            "[KEYID:key-id] [report-file]  (dates YYYYMMDD, inclusive)"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 SELECT-LEDGER-RECORDS SECTION.
*>----------------------------------------------------------------------
*> SORT input procedure: reads the ledger front to back and RELEASEs
*> every lookup inside the date range (and for the one key-id, when
*> KEYID: was given).

    OPEN INPUT LEDGER-FILE
    IF NOT WS-LEDGER-OK
       DISPLAY "KEYUSAGE: cannot open key-access ledger ["
               FUNCTION TRIM(WS-LEDGER-FILENAME) "], status="
               WS-LEDGER-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO SELECT-LEDGER-RECORDS-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       READ LEDGER-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             IF KA-TIMESTAMP(1:8) >= WS-FROM-DATE
                AND KA-TIMESTAMP(1:8) <= WS-TO-DATE
                AND (WS-KEY-FILTER = SPACES
                     OR KA-KEY-ID = WS-KEY-FILTER)
                MOVE KEYACC-REC TO SORT-REC
                RELEASE SORT-REC
             END-IF
       END-READ
    END-PERFORM

    CLOSE LEDGER-FILE

    .
 SELECT-LEDGER-RECORDS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SUMMARIZE-SORTED-FETCHES SECTION.
*>----------------------------------------------------------------------
*> Walks the sorted lookups key-id by key-id, listing exceptions as
*> they come and totalling each key-id when the key moves on.

    OPEN INPUT SORTED-FILE
    IF NOT WS-SORTED-OK
       DISPLAY "KEYUSAGE: cannot open sorted work file, status="
               WS-SORTED-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO SUMMARIZE-SORTED-FETCHES-EX
    END-IF

    MOVE "N" TO WS-GRP-ACTIVE-SW
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       READ SORTED-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
             IF WS-GRP-ACTIVE
                PERFORM REPORT-ONE-KEY
             END-IF
          NOT AT END
             PERFORM COLLECT-ONE-FETCH
       END-READ
    END-PERFORM

    CLOSE SORTED-FILE

    IF WS-FETCH-COUNT = 0
       DISPLAY "KEYUSAGE: no key lookups ledgered between "
               WS-FROM-DATE " and " WS-TO-DATE
    END-IF

    .
 SUMMARIZE-SORTED-FETCHES-EX.
    EXIT.

*>----------------------------------------------------------------------
 COLLECT-ONE-FETCH SECTION.
*>----------------------------------------------------------------------
*> Folds the lookup just read into the current key-id's totals,
*> reporting the previous key-id first when the key moves on, and
*> lists the lookup itself when it is an exception: a rekey-option
*> fetch (handed out or not), or any refused fetch.

    IF WS-GRP-ACTIVE AND SO-KEY-ID NOT = WS-GRP-KEY-ID
       PERFORM REPORT-ONE-KEY
       MOVE "N" TO WS-GRP-ACTIVE-SW
    END-IF

    IF NOT WS-GRP-ACTIVE
       MOVE "Y" TO WS-GRP-ACTIVE-SW
       MOVE SO-KEY-ID    TO WS-GRP-KEY-ID
       MOVE SO-TIMESTAMP TO WS-GRP-FIRST-TS
       MOVE 0 TO WS-GRP-FETCHES
       MOVE 0 TO WS-GRP-HANDED-OUT
       MOVE 0 TO WS-GRP-REFUSED
       MOVE 0 TO WS-GRP-REKEY
    END-IF

    ADD 1 TO WS-GRP-FETCHES
    ADD 1 TO WS-FETCH-COUNT
    MOVE SO-TIMESTAMP TO WS-GRP-LAST-TS
    IF SO-RETURN-CODE = 0
       ADD 1 TO WS-GRP-HANDED-OUT
    ELSE
       ADD 1 TO WS-GRP-REFUSED
    END-IF
    IF SO-OPT-REKEY
       ADD 1 TO WS-GRP-REKEY
    END-IF

    EVALUATE TRUE
       WHEN SO-OPT-REKEY AND SO-RETURN-CODE NOT = 0
          MOVE "REKEY-REFUSED" TO WS-EXCEPTION-LABEL
       WHEN SO-OPT-REKEY
          MOVE "REKEY"         TO WS-EXCEPTION-LABEL
       WHEN SO-RETURN-CODE NOT = 0
          MOVE "REFUSED"       TO WS-EXCEPTION-LABEL
       WHEN OTHER
          GO TO COLLECT-ONE-FETCH-EX
    END-EVALUATE

    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SO-OPERATOR TO WS-OPERATOR-SHOWN
    IF WS-OPERATOR-SHOWN = SPACES
       MOVE "(unknown)" TO WS-OPERATOR-SHOWN
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "KEYUSAGE: EXCEPTION "           DELIMITED BY SIZE
           FUNCTION TRIM(WS-EXCEPTION-LABEL) DELIMITED BY SIZE
           " key-id="   SO-KEY-ID           DELIMITED BY SIZE
           " at="       SO-TIMESTAMP        DELIMITED BY SIZE
           " program="                      DELIMITED BY SIZE
           FUNCTION TRIM(SO-PROGRAM)        DELIMITED BY SIZE
           " operator="                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-SHOWN) DELIMITED BY SIZE
           " rc="       SO-RETURN-CODE      DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 COLLECT-ONE-FETCH-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-ONE-KEY SECTION.
*>----------------------------------------------------------------------
*> One summary line per key-id: lookups in the range, how many handed
*> the key out, how many were refused, how many used the rekey option,
*> and the first and last lookup.

    ADD 1 TO WS-KEY-COUNT

    MOVE SPACES TO WS-REPORT-LINE
    STRING "KEYUSAGE: key-id="  WS-GRP-KEY-ID    DELIMITED BY SIZE
           " fetches="          WS-GRP-FETCHES   DELIMITED BY SIZE
           " handed-out="       WS-GRP-HANDED-OUT DELIMITED BY SIZE
           " refused="          WS-GRP-REFUSED   DELIMITED BY SIZE
           " rekey="            WS-GRP-REKEY     DELIMITED BY SIZE
           " first="            WS-GRP-FIRST-TS  DELIMITED BY SIZE
           " last="             WS-GRP-LAST-TS   DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-ONE-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 EMIT-REPORT-LINE SECTION.
*>----------------------------------------------------------------------
*> Every report line goes to the console and, when asked, to the
*> report file as well -- the CRYPTOKAT convention.

    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)

    IF WS-REPORT-REQUESTED
       MOVE WS-REPORT-LINE TO REPORT-REC
       WRITE REPORT-REC
       IF NOT WS-REPORT-OK
          DISPLAY "KEYUSAGE: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM KEYUSAGE.
