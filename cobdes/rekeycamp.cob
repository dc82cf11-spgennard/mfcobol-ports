      $set sourceformat"free"

*>******************************************************************************
*>  rekeycamp.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  rekeycamp.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with rekeycamp.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Key-retirement rekey campaign driver. Retiring a key-id
*>               means first moving every catalogued archive off it with
*>               ENCFILE mode R -- sometimes hundreds of archives over
*>               several nights. This program takes the old key-id and
*>               the new KEYID:, pulls the affected archives from the
*>               cipher-file catalog (ENCCATREC.CPY) and runs
*>                   encfile R <archive> <archive>.<new-key-id>
*>                         KEYID:<new-key-id>
*>               for each in turn -- or "fldenc R" with the same
*>               arguments for an archive whose header says it is
*>               field-encrypted (CH-DATA-FORMAT "F"). ENCFILE or
*>               FLDENC itself registers the rekeyed output and
*>               deregisters the old archive, exactly as for a hand-run
*>               rekey; the old archive's file is left on disk for the
*>               custodian to dispose of.
*>
*>               Progress is kept in a campaign status file (layout in
*>               RKCAMPREC.CPY, default "<old-key-id>.rekey"), one
*>               entry per archive, rewritten as each archive starts
*>               and finishes -- a rerun after an abend or a closed
*>               batch window carries on at the next unfinished
*>               archive. Every rerun first adds any archive catalogued
*>               under the old key-id since the campaign began. A
*>               failed rekey (RC 24/28/30, or any other non-zero
*>               return code) is logged and the campaign carries on;
*>               failed archives are retried only when RETRY is given.
*>               An archive no longer catalogued under the old key-id
*>               when its turn comes is marked withdrawn, not rekeyed
*>               -- unless a run died while rekeying it and its
*>               rekeyed output is already catalogued under the new
*>               key-id, in which case that rekey is recorded as done.
*>
*>               The end-of-run report gives done, failed, withdrawn
*>               and remaining counts for the whole campaign. Only when
*>               no catalogued archive at all is left under the old
*>               key-id is "keyadmin RETIRE <old-key-id>" run, queueing
*>               the retirement for KEYADMIN's second approver; it is
*>               queued once per campaign.
*>
*>               Every report line also goes, timestamped, to the
*>               campaign log (the status filename with ".log"
*>               appended), appended across reruns. The run appends
*>               START and END records to the common run journal
*>               through RUNJRNL. The ENCFILE, FLDENC and KEYADMIN
*>               executables are run through the shell as "encfile",
*>               "fldenc" and "keyadmin", or as named by the
*>               ENCFILE_PROGRAM / FLDENC_PROGRAM / KEYADMIN_PROGRAM
*>               environment variables; the catalog filename comes from
*>               ENCCATALOG_FILE (default "enccat.dat") as everywhere.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks rekeycamp.cob
*>               runjrnl.cob chainlink.cob keyfetch.cob cobdes.cob
*>               hexdump.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        rekeycamp <old-key-id> KEYID:<new-key-id> [RETRY]
*>                         [LIMIT:<n>] [campaign-file]
*>               LIMIT:<n> rekeys at most n archives this run, to fit
*>               a batch window. The optional arguments are order-free.
*>               Return code: 0 = campaign complete and the RETIRE
*>               request queued (now or by an earlier run), 4 = archives
*>               failed or remain, or the RETIRE request could not be
*>               queued, 16 = bad arguments (including a campaign file
*>               that belongs to another pair of key-ids), 20 = the
*>               catalog, campaign or log file could not be opened or
*>               updated.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*> 2026.10.15 Field-encrypted archives are rekeyed with FLDENC R. An
*>            archive left marked running whose rekeyed output is
*>            already catalogued is recorded done, not withdrawn. The
*>            attempt count is raised before the filename check, so a
*>            FAILED line always reports the current attempt.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. REKEYCAMP.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EC-FILENAME
         FILE STATUS IS WS-CATALOG-STATUS.
     SELECT CAMPAIGN-FILE ASSIGN DYNAMIC WS-CAMPAIGN-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS RK-FILENAME
         FILE STATUS IS WS-CAMPAIGN-STATUS.
     SELECT LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-LOG-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  CATALOG-FILE.
 COPY "enccatrec.cpy".

 FD  CAMPAIGN-FILE.
 COPY "rkcamprec.cpy".

 FD  LOG-FILE.
 01  LOG-REC                            PIC X(420).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
    88 WS-CATALOG-NOT-EXIST                VALUE "35".
 01 WS-CATALOG-EOF-SW                   PIC X.
    88 WS-CATALOG-EOF                      VALUE "Y".

 01 WS-CAMPAIGN-FILENAME                PIC X(256).
 01 WS-CAMPAIGN-STATUS                  PIC X(2).
    88 WS-CAMPAIGN-OK                      VALUE "00".
    88 WS-CAMPAIGN-NOT-EXIST               VALUE "35".
 01 WS-CAMPAIGN-EOF-SW                  PIC X.
    88 WS-CAMPAIGN-EOF                     VALUE "Y".
 01 WS-CAMPAIGN-OPEN-SW                 PIC X VALUE "N".
    88 WS-CAMPAIGN-OPEN                    VALUE "Y".
*> the reserved key of the control entry; "*" sorts ahead of every
*> character a real path can start with
 01 WS-CAMPAIGN-ID                      PIC X(10) VALUE "*CAMPAIGN*".

 01 WS-LOG-FILENAME                     PIC X(260).
 01 WS-LOG-STATUS                       PIC X(2).
    88 WS-LOG-OK                           VALUE "00".
    88 WS-LOG-NOT-EXIST                    VALUE "35".
 01 WS-LOG-OPEN-SW                      PIC X VALUE "N".
    88 WS-LOG-OPEN                         VALUE "Y".

 01 WS-OLD-KEY-ID                       PIC X(8).
 01 WS-NEW-KEY-ID                       PIC X(8) VALUE SPACES.
 01 WS-OPT-ARG                          PIC X(256).
 01 WS-RETRY-SW                         PIC X VALUE "N".
    88 WS-RETRY-FAILED                     VALUE "Y".
 01 WS-LIMIT-SW                         PIC X VALUE "N".
    88 WS-LIMIT-GIVEN                      VALUE "Y".
 01 WS-LIMIT                            PIC 9(9) COMP-5 VALUE 0.
 01 WS-CAMPAIGN-NAMED-SW                PIC X VALUE "N".
    88 WS-CAMPAIGN-NAMED                   VALUE "Y".
 01 WS-OPT-DIGITS                       PIC X(9).
 01 WS-OPT-VALUE                        PIC 9(9) COMP-5.
 01 WS-OPT-LEN                          PIC 9(2) COMP-5.
 01 WS-OPT-BAD-SW                       PIC X.
    88 WS-OPT-BAD                          VALUE "Y".

 01 WS-ENCFILE-PROGRAM                  PIC X(128).
 01 WS-FLDENC-PROGRAM                   PIC X(128).
 01 WS-KEYADMIN-PROGRAM                 PIC X(128).
 01 WS-OPERATOR-ID                      PIC X(16).

*> one archive's rekey: the output name, the shell command, and the
*> return code recovered from the shell's wait status (exit code in
*> the high byte; a non-zero low byte means the step died on a signal
*> and never set a return code at all)
 01 WS-NEW-FILENAME                     PIC X(256).
 01 WS-NAME-OVERFLOW-SW                 PIC X.
    88 WS-NAME-OVERFLOW                    VALUE "Y".
 01 WS-FAIL-NOTE                        PIC X(60).
 01 WS-SYSTEM-COMMAND                   PIC X(800).
 01 WS-SYSTEM-RC                        PIC S9(9) COMP-5.
 01 WS-WAIT-CODE                        PIC 9(9) COMP-5.
 01 WS-WAIT-SIGNAL                      PIC 9(9) COMP-5.
 01 WS-STEP-RC                          PIC 9(2).
 01 WS-ARCHIVE-LIVE-SW                  PIC X.
    88 WS-ARCHIVE-LIVE                     VALUE "Y".
 01 WS-OUTPUT-CATALOGUED-SW             PIC X.
    88 WS-OUTPUT-CATALOGUED                VALUE "Y".
 01 WS-REKEY-PROGRAM                    PIC X(128).

*> the archive's header, read through the byte-offset routines as
*> CATAUDIT reads it, to tell a field-encrypted archive (FLDENC's to
*> rekey) from a whole-record one; a header that cannot be read is
*> left for ENCFILE to report
 COPY "cipherrec.cpy".
 01 WS-HDR-MARKER                       PIC X(8) VALUE "ENCFHDR1".
 01 WS-FIELD-ARCHIVE-SW                 PIC X.
    88 WS-FIELD-ARCHIVE                    VALUE "Y".
 01 WS-CIN-HANDLE                       PIC X(4) COMP-X.
 01 WS-CIN-FILE-DETAILS.
    02 WS-CIN-FD-SIZE                   PIC X(8) COMP-X.
    02 WS-CIN-FD-DATE                   PIC X(8) COMP-X.
    02 WS-CIN-FD-TIME                   PIC X(8) COMP-X.
 01 WS-CIN-SIZE                         BINARY-DOUBLE UNSIGNED.
 01 WS-CIN-IO-OFFSET                    PIC X(8) COMP-X.
 01 WS-CIN-IO-LEN                       PIC 9(8) COMP-X.
 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.
 01 WS-STOP-SW                          PIC X VALUE "N".
    88 WS-STOP-CAMPAIGN                    VALUE "Y".

 01 WS-REPORT-LINE                      PIC X(400).
 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-RUN-START-TS                     PIC X(14).

 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

*> this run's work, and the whole campaign's standing after it
 01 WS-ADDED-COUNT                      PIC 9(9) VALUE 0.
 01 WS-ATTEMPTED-COUNT                  PIC 9(9) VALUE 0.
 01 WS-RUN-DONE-COUNT                   PIC 9(9) VALUE 0.
 01 WS-RUN-FAILED-COUNT                 PIC 9(9) VALUE 0.
 01 WS-TOTAL-COUNT                      PIC 9(9) VALUE 0.
 01 WS-DONE-COUNT                       PIC 9(9) VALUE 0.
 01 WS-FAILED-COUNT                     PIC 9(9) VALUE 0.
 01 WS-WITHDRAWN-COUNT                  PIC 9(9) VALUE 0.
 01 WS-REMAINING-COUNT                  PIC 9(9) VALUE 0.
 01 WS-STILL-CATALOGUED                 PIC 9(9) VALUE 0.
 01 WS-RETIRE-SW                        PIC X VALUE "N".
    88 WS-RETIRE-STANDING                  VALUE "Y".
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support (shared RUNJRNL module): one START record as
*> the run begins, one END record with counters and return code as it
*> finishes; a journal failure warns but never fails the campaign.
 01 WS-JOURNAL-RC                       PIC 9(2).

 COPY "runjnlrec.cpy".

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-REKEYCAMP SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF
    ACCEPT WS-ENCFILE-PROGRAM FROM ENVIRONMENT "ENCFILE_PROGRAM"
    IF WS-ENCFILE-PROGRAM = SPACES
       MOVE "encfile" TO WS-ENCFILE-PROGRAM
    END-IF
    ACCEPT WS-FLDENC-PROGRAM FROM ENVIRONMENT "FLDENC_PROGRAM"
    IF WS-FLDENC-PROGRAM = SPACES
       MOVE "fldenc" TO WS-FLDENC-PROGRAM
    END-IF
    ACCEPT WS-KEYADMIN-PROGRAM FROM ENVIRONMENT "KEYADMIN_PROGRAM"
    IF WS-KEYADMIN-PROGRAM = SPACES
       MOVE "keyadmin" TO WS-KEYADMIN-PROGRAM
    END-IF
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "KEYADMIN_OPERATOR"
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       MOVE "(unknown)" TO WS-OPERATOR-ID
    END-IF

    IF NOT WS-CAMPAIGN-NAMED
       STRING FUNCTION TRIM(WS-OLD-KEY-ID) DELIMITED BY SIZE
              ".rekey"                     DELIMITED BY SIZE
         INTO WS-CAMPAIGN-FILENAME
       END-STRING
    END-IF
    STRING FUNCTION TRIM(WS-CAMPAIGN-FILENAME) DELIMITED BY SIZE
           ".log"                              DELIMITED BY SIZE
      INTO WS-LOG-FILENAME
    END-STRING

    OPEN EXTEND LOG-FILE
    IF WS-LOG-NOT-EXIST
       OPEN OUTPUT LOG-FILE
    END-IF
    IF NOT WS-LOG-OK
       DISPLAY "REKEYCAMP: cannot open campaign log ["
               FUNCTION TRIM(WS-LOG-FILENAME) "], status="
               WS-LOG-STATUS
       MOVE 20 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE "Y" TO WS-LOG-OPEN-SW

    PERFORM WRITE-JOURNAL-START

    MOVE SPACES TO WS-REPORT-LINE
    STRING "REKEYCAMP: run started by "      DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)     DELIMITED BY SIZE
           ": key-id ["  WS-OLD-KEY-ID       DELIMITED BY SIZE
           "] -> ["      WS-NEW-KEY-ID       DELIMITED BY SIZE
           "], campaign file ["              DELIMITED BY SIZE
           FUNCTION TRIM(WS-CAMPAIGN-FILENAME) DELIMITED BY SIZE
           "]"                               DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    PERFORM OPEN-CAMPAIGN
    IF WS-RETURN-STATUS = 0
       PERFORM ADD-CATALOGUED-ARCHIVES
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM RUN-CAMPAIGN
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM TALLY-CAMPAIGN
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM CHECK-RETIREMENT
    END-IF
    IF WS-CAMPAIGN-OPEN
       CLOSE CAMPAIGN-FILE
    END-IF

    IF WS-RETURN-STATUS = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: this run: added = " DELIMITED BY SIZE
              WS-ADDED-COUNT                  DELIMITED BY SIZE
              "  attempted = "                DELIMITED BY SIZE
              WS-ATTEMPTED-COUNT              DELIMITED BY SIZE
              "  done = "                     DELIMITED BY SIZE
              WS-RUN-DONE-COUNT               DELIMITED BY SIZE
              "  failed = "                   DELIMITED BY SIZE
              WS-RUN-FAILED-COUNT             DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: campaign: archives = " DELIMITED BY SIZE
              WS-TOTAL-COUNT                     DELIMITED BY SIZE
              "  done = "                        DELIMITED BY SIZE
              WS-DONE-COUNT                      DELIMITED BY SIZE
              "  failed = "                      DELIMITED BY SIZE
              WS-FAILED-COUNT                    DELIMITED BY SIZE
              "  withdrawn = "                   DELIMITED BY SIZE
              WS-WITHDRAWN-COUNT                 DELIMITED BY SIZE
              "  remaining = "                   DELIMITED BY SIZE
              WS-REMAINING-COUNT                 DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-RETURN-STATUS = 0 AND NOT WS-RETIRE-STANDING
       MOVE 4 TO WS-RETURN-STATUS
    END-IF

    PERFORM WRITE-JOURNAL-END
    CLOSE LOG-FILE
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-REKEYCAMP-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    MOVE SPACES            TO RUNJNL-REC
    MOVE "START"           TO RJ-EVENT
    MOVE "REKEYCAMP"       TO RJ-PROGRAM
    MOVE WS-RUN-START-TS   TO RJ-START-TS
    MOVE "REKEY"           TO RJ-MODE
    MOVE WS-OLD-KEY-ID     TO RJ-KEY-ID
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE 0 TO RJ-RETURN-CODE
    MOVE WS-CAMPAIGN-FILENAME(1:80) TO RJ-DETAIL
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
    MOVE "REKEYCAMP"           TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    MOVE "REKEY"               TO RJ-MODE
    MOVE WS-OLD-KEY-ID         TO RJ-KEY-ID
    MOVE WS-ATTEMPTED-COUNT    TO RJ-RECS-READ
    MOVE WS-RUN-DONE-COUNT     TO RJ-RECS-WRITTEN
    MOVE WS-RUN-FAILED-COUNT   TO RJ-RECS-FAILED
    MOVE WS-RETURN-STATUS      TO RJ-RETURN-CODE
    MOVE WS-CAMPAIGN-FILENAME(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-END-EX.
    EXIT.

*>----------------------------------------------------------------------
 CALL-RUN-JOURNAL SECTION.
*>----------------------------------------------------------------------
*> A journal failure is reported loudly but never fails the campaign
*> -- the journal is evidence about the work, not part of it.

    CALL "RUNJRNL" USING RUNJNL-REC
                         WS-JOURNAL-RC
    IF WS-JOURNAL-RC NOT = 0
       DISPLAY "REKEYCAMP: WARNING - run-journal write failed, "
               "RC=" WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> rekeycamp <old-key-id> KEYID:<new-key-id> [RETRY] [LIMIT:<n>]
*>           [campaign-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 2 OR WS-ARG-COUNT > 5
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-OLD-KEY-ID FROM ARGUMENT-VALUE
    IF WS-OLD-KEY-ID = SPACES
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    PERFORM VARYING WS-ARG-NUM FROM 2 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:6) = "KEYID:" AND WS-NEW-KEY-ID = SPACES
             MOVE WS-OPT-ARG(7:8) TO WS-NEW-KEY-ID
          WHEN WS-OPT-ARG = "RETRY" AND NOT WS-RETRY-FAILED
             MOVE "Y" TO WS-RETRY-SW
          WHEN WS-OPT-ARG(1:6) = "LIMIT:" AND NOT WS-LIMIT-GIVEN
             MOVE WS-OPT-ARG(7:9) TO WS-OPT-DIGITS
             PERFORM PARSE-OPT-NUMBER
             IF WS-OPT-BAD OR WS-OPT-VALUE = 0
                DISPLAY "REKEYCAMP: LIMIT: needs a positive number"
                MOVE 16 TO WS-RETURN-STATUS
             ELSE
                MOVE "Y" TO WS-LIMIT-SW
                MOVE WS-OPT-VALUE TO WS-LIMIT
             END-IF
          WHEN NOT WS-CAMPAIGN-NAMED
             MOVE WS-OPT-ARG TO WS-CAMPAIGN-FILENAME
             MOVE "Y" TO WS-CAMPAIGN-NAMED-SW
          WHEN OTHER
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
       END-EVALUATE
    END-PERFORM
    IF WS-RETURN-STATUS NOT = 0
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-NEW-KEY-ID = SPACES
       DISPLAY "REKEYCAMP: the new key is required as KEYID:<key-id>"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    IF WS-NEW-KEY-ID = WS-OLD-KEY-ID
       DISPLAY "REKEYCAMP: old and new key-id are both ["
               WS-OLD-KEY-ID "] -- nothing to move"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 PARSE-OPT-NUMBER SECTION.
*>----------------------------------------------------------------------
*> WS-OPT-DIGITS (digits, left-justified, space padded) -> WS-OPT-VALUE
*> or WS-OPT-BAD when it is not a plain unsigned number.

    MOVE "N" TO WS-OPT-BAD-SW
    MOVE 0 TO WS-OPT-VALUE

    MOVE 9 TO WS-OPT-LEN
    PERFORM UNTIL WS-OPT-LEN = 0
                  OR WS-OPT-DIGITS(WS-OPT-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-OPT-LEN
    END-PERFORM

    IF WS-OPT-LEN = 0
       OR WS-OPT-DIGITS(1:WS-OPT-LEN) NOT NUMERIC
       MOVE "Y" TO WS-OPT-BAD-SW
       GO TO PARSE-OPT-NUMBER-EX
    END-IF

    COMPUTE WS-OPT-VALUE =
       FUNCTION NUMVAL(WS-OPT-DIGITS(1:WS-OPT-LEN))

    .
 PARSE-OPT-NUMBER-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "REKEYCAMP: usage: rekeycamp old-key-id KEYID:new-key-id "
            "[RETRY] [LIMIT:n] [campaign-file]"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-CAMPAIGN SECTION.
*>----------------------------------------------------------------------
*> Opens the campaign status file for update, creating it with its
*> control entry on the first run. A rerun must name the same pair of
*> key-ids the campaign was started with: resuming a campaign toward
*> a different new key would leave its archives split across two.

    OPEN I-O CAMPAIGN-FILE
    IF WS-CAMPAIGN-NOT-EXIST
       OPEN OUTPUT CAMPAIGN-FILE
       IF NOT WS-CAMPAIGN-OK
          DISPLAY "REKEYCAMP: cannot create campaign file ["
                  FUNCTION TRIM(WS-CAMPAIGN-FILENAME) "], status="
                  WS-CAMPAIGN-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          GO TO OPEN-CAMPAIGN-EX
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE SPACES                TO REKEYCAMP-REC
       MOVE WS-CAMPAIGN-ID        TO RK-FILENAME
       MOVE "C"                   TO RK-STATUS
       MOVE WS-OLD-KEY-ID         TO RK-OLD-KEY-ID
       MOVE WS-NEW-KEY-ID         TO RK-NEW-KEY-ID
       MOVE 0                     TO RK-ATTEMPTS
       MOVE 0                     TO RK-LAST-RC
       MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
       MOVE "N"                   TO RK-RETIRE-SW
       WRITE REKEYCAMP-REC
       CLOSE CAMPAIGN-FILE
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: new campaign file ["    DELIMITED BY SIZE
              FUNCTION TRIM(WS-CAMPAIGN-FILENAME) DELIMITED BY SIZE
              "] created"                         DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       OPEN I-O CAMPAIGN-FILE
    END-IF
    IF NOT WS-CAMPAIGN-OK
       DISPLAY "REKEYCAMP: cannot open campaign file ["
               FUNCTION TRIM(WS-CAMPAIGN-FILENAME) "], status="
               WS-CAMPAIGN-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CAMPAIGN-EX
    END-IF
    MOVE "Y" TO WS-CAMPAIGN-OPEN-SW

    MOVE SPACES TO RK-FILENAME
    MOVE WS-CAMPAIGN-ID TO RK-FILENAME
    READ CAMPAIGN-FILE
       INVALID KEY
          DISPLAY "REKEYCAMP: ["
                  FUNCTION TRIM(WS-CAMPAIGN-FILENAME)
                  "] is not a rekey campaign file (no control entry)"
          MOVE 20 TO WS-RETURN-STATUS
          GO TO OPEN-CAMPAIGN-EX
    END-READ
    IF RK-OLD-KEY-ID NOT = WS-OLD-KEY-ID
       OR RK-NEW-KEY-ID NOT = WS-NEW-KEY-ID
       DISPLAY "REKEYCAMP: campaign file ["
               FUNCTION TRIM(WS-CAMPAIGN-FILENAME)
               "] belongs to the campaign [" RK-OLD-KEY-ID
               "] -> [" RK-NEW-KEY-ID "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO OPEN-CAMPAIGN-EX
    END-IF
    IF RK-RETIRE-QUEUED
       MOVE "Y" TO WS-RETIRE-SW
    END-IF

    .
 OPEN-CAMPAIGN-EX.
    EXIT.

*>----------------------------------------------------------------------
 ADD-CATALOGUED-ARCHIVES SECTION.
*>----------------------------------------------------------------------
*> Brings the campaign up to date with the catalog: every archive
*> catalogued under the old key-id gets a pending entry if it has none
*> yet (the whole list on the first run, anything encrypted under the
*> old key since on a rerun), and a done entry whose archive is
*> catalogued under the old key-id again is put back to pending.

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       GO TO ADD-CATALOGUED-ARCHIVES-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "REKEYCAMP: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ADD-CATALOGUED-ARCHIVES-EX
    END-IF

    MOVE "N" TO WS-CATALOG-EOF-SW
    MOVE LOW-VALUES TO EC-FILENAME
    START CATALOG-FILE KEY NOT < EC-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-CATALOG-EOF-SW
    END-START

    PERFORM UNTIL WS-CATALOG-EOF OR WS-RETURN-STATUS NOT = 0
       READ CATALOG-FILE NEXT
          AT END
             MOVE "Y" TO WS-CATALOG-EOF-SW
          NOT AT END
             IF EC-KEY-ID = WS-OLD-KEY-ID
                PERFORM ADD-ONE-ARCHIVE
             END-IF
       END-READ
    END-PERFORM

    CLOSE CATALOG-FILE

    .
 ADD-CATALOGUED-ARCHIVES-EX.
    EXIT.

*>----------------------------------------------------------------------
 ADD-ONE-ARCHIVE SECTION.
*>----------------------------------------------------------------------

    MOVE EC-FILENAME TO RK-FILENAME
    READ CAMPAIGN-FILE
       INVALID KEY
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
          MOVE SPACES                TO REKEYCAMP-REC
          MOVE EC-FILENAME           TO RK-FILENAME
          MOVE "P"                   TO RK-STATUS
          MOVE WS-OLD-KEY-ID         TO RK-OLD-KEY-ID
          MOVE WS-NEW-KEY-ID         TO RK-NEW-KEY-ID
          MOVE 0                     TO RK-ATTEMPTS
          MOVE 0                     TO RK-LAST-RC
          MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
          MOVE "N"                   TO RK-RETIRE-SW
          WRITE REKEYCAMP-REC
          IF NOT WS-CAMPAIGN-OK
             DISPLAY "REKEYCAMP: campaign file write failed, status="
                     WS-CAMPAIGN-STATUS
             MOVE 20 TO WS-RETURN-STATUS
             GO TO ADD-ONE-ARCHIVE-EX
          END-IF
          ADD 1 TO WS-ADDED-COUNT
          GO TO ADD-ONE-ARCHIVE-EX
    END-READ

    IF RK-DONE OR RK-WITHDRAWN
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE "P"                   TO RK-STATUS
       MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
       REWRITE REKEYCAMP-REC
       IF NOT WS-CAMPAIGN-OK
          DISPLAY "REKEYCAMP: campaign file rewrite failed, status="
                  WS-CAMPAIGN-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          GO TO ADD-ONE-ARCHIVE-EX
       END-IF
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: REQUEUED file="       DELIMITED BY SIZE
              FUNCTION TRIM(RK-FILENAME)        DELIMITED BY SIZE
              " -- catalogued under the old key-id again"
                                                DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    .
 ADD-ONE-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 RUN-CAMPAIGN SECTION.
*>----------------------------------------------------------------------
*> Walks the campaign in filename order and rekeys every archive still
*> to do: pending ones, ones a dead run left marked running, and with
*> RETRY the failed ones, up to LIMIT: archives when one was given.

    MOVE "N" TO WS-CAMPAIGN-EOF-SW
    MOVE LOW-VALUES TO RK-FILENAME
    START CAMPAIGN-FILE KEY NOT < RK-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-CAMPAIGN-EOF-SW
    END-START

    PERFORM UNTIL WS-CAMPAIGN-EOF OR WS-STOP-CAMPAIGN
       READ CAMPAIGN-FILE NEXT
          AT END
             MOVE "Y" TO WS-CAMPAIGN-EOF-SW
          NOT AT END
             IF RK-PENDING OR RK-RUNNING
                OR (RK-FAILED AND WS-RETRY-FAILED)
                IF WS-LIMIT-GIVEN AND WS-ATTEMPTED-COUNT >= WS-LIMIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REKEYCAMP: LIMIT of " DELIMITED BY SIZE
                          WS-ATTEMPTED-COUNT     DELIMITED BY SIZE
                          " archive(s) reached -- rerun to continue"
                                                 DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
                   MOVE "Y" TO WS-STOP-SW
                ELSE
                   PERFORM REKEY-ONE-ARCHIVE
                END-IF
             END-IF
       END-READ
    END-PERFORM

    .
 RUN-CAMPAIGN-EX.
    EXIT.

*>----------------------------------------------------------------------
 REKEY-ONE-ARCHIVE SECTION.
*>----------------------------------------------------------------------
*> One archive: confirm it is still catalogued under the old key-id,
*> mark it running (so an abend mid-rekey leaves a visible trace and
*> the next run retries it), run ENCFILE or FLDENC mode R as the
*> archive's header calls for, and record the outcome. The rekeying
*> program registers the output and deregisters the archive itself,
*> so an entry a dead run left marked running is one of two things:
*> the archive is still catalogued under the old key-id (the rekey
*> never finished -- it is simply run again, over whatever partial
*> output there is), or it is not, and the rekey finished but was
*> never recorded here -- provided its output is catalogued under the
*> new key-id, which is then recorded as done.

    PERFORM CHECK-ARCHIVE-LIVE
    IF WS-RETURN-STATUS NOT = 0
       MOVE "Y" TO WS-STOP-SW
       GO TO REKEY-ONE-ARCHIVE-EX
    END-IF

    MOVE SPACES TO WS-FAIL-NOTE
    MOVE "N" TO WS-NAME-OVERFLOW-SW
    MOVE SPACES TO WS-NEW-FILENAME
    STRING FUNCTION TRIM(RK-FILENAME)   DELIMITED BY SIZE
           "."                          DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-KEY-ID) DELIMITED BY SIZE
      INTO WS-NEW-FILENAME
      ON OVERFLOW
         MOVE "Y" TO WS-NAME-OVERFLOW-SW
    END-STRING

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF NOT WS-ARCHIVE-LIVE
       IF RK-RUNNING AND NOT WS-NAME-OVERFLOW
          PERFORM CHECK-REKEYED-OUTPUT
          IF WS-RETURN-STATUS NOT = 0
             MOVE "Y" TO WS-STOP-SW
             GO TO REKEY-ONE-ARCHIVE-EX
          END-IF
          IF WS-OUTPUT-CATALOGUED
             MOVE "D"                   TO RK-STATUS
             MOVE WS-NEW-FILENAME       TO RK-NEW-FILENAME
             MOVE 0                     TO RK-LAST-RC
             MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
             ADD 1 TO WS-RUN-DONE-COUNT
             MOVE SPACES TO WS-REPORT-LINE
             STRING "REKEYCAMP: DONE file="        DELIMITED BY SIZE
                    FUNCTION TRIM(RK-FILENAME)     DELIMITED BY SIZE
                    " -> "                         DELIMITED BY SIZE
                    FUNCTION TRIM(WS-NEW-FILENAME) DELIMITED BY SIZE
                    " -- rekeyed by an earlier run" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
             END-STRING
             PERFORM EMIT-REPORT-LINE
             PERFORM REWRITE-CAMPAIGN-ENTRY
             IF WS-RETURN-STATUS NOT = 0
                MOVE "Y" TO WS-STOP-SW
             END-IF
             GO TO REKEY-ONE-ARCHIVE-EX
          END-IF
       END-IF
       MOVE "W"                   TO RK-STATUS
       MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
       PERFORM REWRITE-CAMPAIGN-ENTRY
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: WITHDRAWN file="      DELIMITED BY SIZE
              FUNCTION TRIM(RK-FILENAME)        DELIMITED BY SIZE
              " -- no longer catalogued under [" DELIMITED BY SIZE
              WS-OLD-KEY-ID                     DELIMITED BY SIZE
              "]"                               DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO REKEY-ONE-ARCHIVE-EX
    END-IF

    ADD 1 TO WS-ATTEMPTED-COUNT
    ADD 1 TO RK-ATTEMPTS

    IF WS-NAME-OVERFLOW
       MOVE 16 TO WS-STEP-RC
       MOVE " -- rekeyed filename would exceed 256 characters"
         TO WS-FAIL-NOTE
       GO TO REKEY-ONE-ARCHIVE-RECORD
    END-IF

    MOVE "R"                   TO RK-STATUS
    MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
    PERFORM REWRITE-CAMPAIGN-ENTRY
    IF WS-RETURN-STATUS NOT = 0
       MOVE "Y" TO WS-STOP-SW
       GO TO REKEY-ONE-ARCHIVE-EX
    END-IF

    PERFORM CHECK-ARCHIVE-FORMAT
    IF WS-FIELD-ARCHIVE
       MOVE WS-FLDENC-PROGRAM  TO WS-REKEY-PROGRAM
    ELSE
       MOVE WS-ENCFILE-PROGRAM TO WS-REKEY-PROGRAM
    END-IF

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-REKEY-PROGRAM)    DELIMITED BY SIZE
           " R """                            DELIMITED BY SIZE
           FUNCTION TRIM(RK-FILENAME)         DELIMITED BY SIZE
           """ """                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-FILENAME)     DELIMITED BY SIZE
           """ KEYID:"                        DELIMITED BY SIZE
           FUNCTION TRIM(WS-NEW-KEY-ID)       DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND

    .
 REKEY-ONE-ARCHIVE-RECORD.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-STEP-RC            TO RK-LAST-RC
    MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-STEP-RC = 0
       MOVE "D"             TO RK-STATUS
       MOVE WS-NEW-FILENAME TO RK-NEW-FILENAME
       ADD 1 TO WS-RUN-DONE-COUNT
       STRING "REKEYCAMP: DONE file="            DELIMITED BY SIZE
              FUNCTION TRIM(RK-FILENAME)         DELIMITED BY SIZE
              " -> "                             DELIMITED BY SIZE
              FUNCTION TRIM(WS-NEW-FILENAME)     DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       MOVE "F" TO RK-STATUS
       ADD 1 TO WS-RUN-FAILED-COUNT
       STRING "REKEYCAMP: FAILED file="          DELIMITED BY SIZE
              FUNCTION TRIM(RK-FILENAME)         DELIMITED BY SIZE
              " rc="        WS-STEP-RC           DELIMITED BY SIZE
              " attempt="   RK-ATTEMPTS          DELIMITED BY SIZE
              WS-FAIL-NOTE                       DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE
    PERFORM REWRITE-CAMPAIGN-ENTRY
    IF WS-RETURN-STATUS NOT = 0
       MOVE "Y" TO WS-STOP-SW
    END-IF

    .
 REKEY-ONE-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-ARCHIVE-LIVE SECTION.
*>----------------------------------------------------------------------
*> Is the campaign entry's archive still catalogued under the old
*> key-id? The catalog is opened afresh for each look, since ENCFILE
*> updates it between one archive and the next.

    MOVE "N" TO WS-ARCHIVE-LIVE-SW

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       GO TO CHECK-ARCHIVE-LIVE-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "REKEYCAMP: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CHECK-ARCHIVE-LIVE-EX
    END-IF

    MOVE RK-FILENAME TO EC-FILENAME
    READ CATALOG-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF EC-KEY-ID = WS-OLD-KEY-ID
             MOVE "Y" TO WS-ARCHIVE-LIVE-SW
          END-IF
    END-READ

    CLOSE CATALOG-FILE

    .
 CHECK-ARCHIVE-LIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-REKEYED-OUTPUT SECTION.
*>----------------------------------------------------------------------
*> Is the archive's rekeyed output (WS-NEW-FILENAME) catalogued under
*> the new key-id? Only the rekeying program registers it there, and
*> only once the output is complete.

    MOVE "N" TO WS-OUTPUT-CATALOGUED-SW

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       GO TO CHECK-REKEYED-OUTPUT-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "REKEYCAMP: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CHECK-REKEYED-OUTPUT-EX
    END-IF

    MOVE WS-NEW-FILENAME TO EC-FILENAME
    READ CATALOG-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          IF EC-KEY-ID = WS-NEW-KEY-ID
             MOVE "Y" TO WS-OUTPUT-CATALOGUED-SW
          END-IF
    END-READ

    CLOSE CATALOG-FILE

    .
 CHECK-REKEYED-OUTPUT-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-ARCHIVE-FORMAT SECTION.
*>----------------------------------------------------------------------
*> Reads the archive's header to see whether it is field-encrypted.
*> Anything that is not a readable header is treated as a
*> whole-record archive, and ENCFILE reports what is wrong with it.

    MOVE "N" TO WS-FIELD-ARCHIVE-SW

    CALL "CBL_CHECK_FILE_EXIST" USING RK-FILENAME
         WS-CIN-FILE-DETAILS
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       GO TO CHECK-ARCHIVE-FORMAT-EX
    END-IF
    COMPUTE WS-CIN-SIZE = WS-CIN-FD-SIZE
    IF WS-CIN-SIZE < 2061
       GO TO CHECK-ARCHIVE-FORMAT-EX
    END-IF

    CALL "CBL_OPEN_FILE" USING RK-FILENAME, X"01", X"00", X"00",
         WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       GO TO CHECK-ARCHIVE-FORMAT-EX
    END-IF

    MOVE 0    TO WS-CIN-IO-OFFSET
    MOVE 2061 TO WS-CIN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-CIN-HANDLE, WS-CIN-IO-OFFSET,
         WS-CIN-IO-LEN, X"00", CIPHER-REC
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT = 0
       AND CH-MARKER = WS-HDR-MARKER
       AND CH-DATA-FIELDS
       MOVE "Y" TO WS-FIELD-ARCHIVE-SW
    END-IF

    CALL "CBL_CLOSE_FILE" USING WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT

    .
 CHECK-ARCHIVE-FORMAT-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRITE-CAMPAIGN-ENTRY SECTION.
*>----------------------------------------------------------------------

    REWRITE REKEYCAMP-REC
    IF NOT WS-CAMPAIGN-OK
       DISPLAY "REKEYCAMP: campaign file rewrite failed for ["
               FUNCTION TRIM(RK-FILENAME) "], status="
               WS-CAMPAIGN-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 REWRITE-CAMPAIGN-ENTRY-EX.
    EXIT.

*>----------------------------------------------------------------------
 RUN-SHELL-COMMAND SECTION.
*>----------------------------------------------------------------------
*> Runs WS-SYSTEM-COMMAND through the shell and recovers the program's
*> return code into WS-STEP-RC. The shell hands back a wait status:
*> the exit code in the high byte, and a non-zero low byte when the
*> program was killed by a signal -- reported as RC 99, a program that
*> never got to set a return code of its own.

    CALL "SYSTEM" USING WS-SYSTEM-COMMAND
       RETURNING WS-SYSTEM-RC
    IF WS-SYSTEM-RC < 0
       MOVE 99 TO WS-STEP-RC
       GO TO RUN-SHELL-COMMAND-EX
    END-IF
    DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-WAIT-CODE
       REMAINDER WS-WAIT-SIGNAL
    IF WS-WAIT-SIGNAL NOT = 0 OR WS-WAIT-CODE > 99
       MOVE 99 TO WS-STEP-RC
    ELSE
       MOVE WS-WAIT-CODE TO WS-STEP-RC
    END-IF

    .
 RUN-SHELL-COMMAND-EX.
    EXIT.

*>----------------------------------------------------------------------
 TALLY-CAMPAIGN SECTION.
*>----------------------------------------------------------------------
*> The whole campaign's standing after this run, for the end report.

    MOVE "N" TO WS-CAMPAIGN-EOF-SW
    MOVE LOW-VALUES TO RK-FILENAME
    START CAMPAIGN-FILE KEY NOT < RK-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-CAMPAIGN-EOF-SW
    END-START

    PERFORM UNTIL WS-CAMPAIGN-EOF
       READ CAMPAIGN-FILE NEXT
          AT END
             MOVE "Y" TO WS-CAMPAIGN-EOF-SW
          NOT AT END
             EVALUATE TRUE
                WHEN RK-CONTROL
                   CONTINUE
                WHEN RK-DONE
                   ADD 1 TO WS-TOTAL-COUNT
                   ADD 1 TO WS-DONE-COUNT
                WHEN RK-FAILED
                   ADD 1 TO WS-TOTAL-COUNT
                   ADD 1 TO WS-FAILED-COUNT
                WHEN RK-WITHDRAWN
                   ADD 1 TO WS-TOTAL-COUNT
                   ADD 1 TO WS-WITHDRAWN-COUNT
                WHEN OTHER
                   ADD 1 TO WS-TOTAL-COUNT
                   ADD 1 TO WS-REMAINING-COUNT
             END-EVALUATE
       END-READ
    END-PERFORM

    .
 TALLY-CAMPAIGN-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-RETIREMENT SECTION.
*>----------------------------------------------------------------------
*> The campaign's purpose is a retirement KEYADMIN will wave through.
*> The catalog, not the campaign file, is the judge: only when no
*> catalogued archive at all is left under the old key-id is
*> "keyadmin RETIRE" run to queue the request for the second approver
*> -- once; KEYADMIN makes its own catalog check again as it queues.

    IF WS-RETIRE-STANDING
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: RETIRE of key-id [" DELIMITED BY SIZE
              WS-OLD-KEY-ID                   DELIMITED BY SIZE
              "] already queued by an earlier run"
                                              DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO CHECK-RETIREMENT-EX
    END-IF

    MOVE 0 TO WS-STILL-CATALOGUED
    OPEN INPUT CATALOG-FILE
    IF NOT WS-CATALOG-NOT-EXIST
       IF NOT WS-CATALOG-OK
          DISPLAY "REKEYCAMP: cannot open catalog ["
                  FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
                  WS-CATALOG-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          GO TO CHECK-RETIREMENT-EX
       END-IF
       MOVE "N" TO WS-CATALOG-EOF-SW
       MOVE LOW-VALUES TO EC-FILENAME
       START CATALOG-FILE KEY NOT < EC-FILENAME
          INVALID KEY
             MOVE "Y" TO WS-CATALOG-EOF-SW
       END-START
       PERFORM UNTIL WS-CATALOG-EOF
          READ CATALOG-FILE NEXT
             AT END
                MOVE "Y" TO WS-CATALOG-EOF-SW
             NOT AT END
                IF EC-KEY-ID = WS-OLD-KEY-ID
                   ADD 1 TO WS-STILL-CATALOGUED
                END-IF
          END-READ
       END-PERFORM
       CLOSE CATALOG-FILE
    END-IF

    IF WS-STILL-CATALOGUED NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "REKEYCAMP: "                    DELIMITED BY SIZE
              WS-STILL-CATALOGUED              DELIMITED BY SIZE
              " catalogued archive(s) still under key-id ["
                                               DELIMITED BY SIZE
              WS-OLD-KEY-ID                    DELIMITED BY SIZE
              "] -- RETIRE not queued"         DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO CHECK-RETIREMENT-EX
    END-IF

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-KEYADMIN-PROGRAM) DELIMITED BY SIZE
           " RETIRE "                         DELIMITED BY SIZE
           FUNCTION TRIM(WS-OLD-KEY-ID)       DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-STEP-RC NOT = 0
       STRING "REKEYCAMP: no archive left under key-id ["
                                              DELIMITED BY SIZE
              WS-OLD-KEY-ID                   DELIMITED BY SIZE
              "] but the RETIRE request was refused, keyadmin rc="
                                              DELIMITED BY SIZE
              WS-STEP-RC                      DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO CHECK-RETIREMENT-EX
    END-IF

    STRING "REKEYCAMP: no archive left under key-id ["
                                              DELIMITED BY SIZE
           WS-OLD-KEY-ID                      DELIMITED BY SIZE
           "] -- RETIRE queued for the second approver"
                                              DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE
    MOVE "Y" TO WS-RETIRE-SW

    MOVE SPACES TO RK-FILENAME
    MOVE WS-CAMPAIGN-ID TO RK-FILENAME
    READ CAMPAIGN-FILE
       INVALID KEY
          MOVE 20 TO WS-RETURN-STATUS
          GO TO CHECK-RETIREMENT-EX
    END-READ
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE "Y"                   TO RK-RETIRE-SW
    MOVE WS-CURRENT-DATE(1:14) TO RK-UPDATED
    PERFORM REWRITE-CAMPAIGN-ENTRY

    .
 CHECK-RETIREMENT-EX.
    EXIT.

*>----------------------------------------------------------------------
 EMIT-REPORT-LINE SECTION.
*>----------------------------------------------------------------------
*> Every report line goes to the console and, timestamped, to the
*> campaign log that accumulates across the campaign's reruns.

    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)

    IF WS-LOG-OPEN
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE SPACES TO LOG-REC
       STRING WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
              " "                   DELIMITED BY SIZE
              WS-REPORT-LINE        DELIMITED BY SIZE
         INTO LOG-REC
       END-STRING
       WRITE LOG-REC
       IF NOT WS-LOG-OK
          DISPLAY "REKEYCAMP: campaign log write failed, status="
                  WS-LOG-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-LOG-OPEN-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM REKEYCAMP.
