      $set sourceformat"free"

*>******************************************************************************
*>  jobstream.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  jobstream.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with jobstream.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Job-stream controller for the nightly run. Reads a
*>               control file of named steps (layout and columns in
*>               JOBSTPREC.CPY) -- each a program with its arguments,
*>               the highest return code at which it still counts as
*>               complete, and up to four earlier steps it depends on --
*>               and runs them in order through the shell. A step whose
*>               return code is above its maximum has FAILED. A step
*>               that depends on one which did not complete is either
*>               SKIPPED, the stream carrying on with the steps that do
*>               not need it, or, when the step says STOP, stops the
*>               whole stream there: the remaining steps are NOT RUN.
*>               The whole control file is checked before any step runs
*>               -- unique step names, numeric maximum RCs, every
*>               dependency an earlier step -- and a bad file runs
*>               nothing.
*>
*>               The stream runs under a stream id (STREAM:<id>, by
*>               default "STREAM" and the start timestamp). Every step
*>               is journalled through RUNJRNL under the stream id, step
*>               sequence and step name: a START record as it starts and
*>               an END record with its return code and outcome in
*>               RJ-MODE (STEP-OK, STEP-FAILED), or a lone END record
*>               for a step that never started (STEP-SKIPPED,
*>               STEP-STOPPED, STEP-NOT-RUN); the stream itself gets
*>               START and END records (mode STREAM, or RESTART) with
*>               step sequence 000. Each step runs with JOBSTREAM_ID,
*>               JOBSTREAM_STEP_SEQ and JOBSTREAM_STEP in its
*>               environment, so the journal records the step's own
*>               program writes are stamped with the same stream and
*>               step, and RUNSUMM shows the night as one stream.
*>
*>               RESTART:<step> reruns a failed night under the same
*>               stream id from the named step. Nothing ahead of it is
*>               run; whether each of those steps completed is taken
*>               from the journal (the stream's last END record for the
*>               step), and one that did not counts as not complete for
*>               the steps depending on it. The named step is run
*>               again regardless of its journal status, subject to its
*>               dependencies being complete. A later step that already
*>               completed in the stream is not rerun, unless a step it
*>               depends on runs again (or is no longer complete) in
*>               this pass.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks jobstream.cob
*>               runjrnl.cob chainlink.cob keyfetch.cob cobdes.cob
*>               hexdump.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        jobstream <control-file> [STREAM:<stream-id>]
*>                         [RESTART:<step-name>] [report-file]
*>               RESTART: needs the STREAM: of the night being
*>               restarted. The optional arguments are order-free. With
*>               a report-file every report line is also written there.
*>               The journal read for a restart is the one RUNJRNL
*>               writes (RUNJOURNAL_FILE, default "runjournal.dat").
*>               Return code: 0 = every step complete, 8 = a step
*>               failed, was skipped or was left not complete ahead of
*>               the restart point, 12 = the stream was stopped by a
*>               STOP step, 16 = bad arguments or control file, or a
*>               restart of a stream or step that does not exist,
*>               20 = the control file, journal or report file could
*>               not be read or written.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. JOBSTREAM.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-STATUS.
     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-JOURNAL-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  CONTROL-FILE.
 COPY "jobstprec.cpy".

 FD  JOURNAL-FILE.
 COPY "runjnlrec.cpy".

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(400).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-CONTROL-FILENAME                 PIC X(256).
 01 WS-CONTROL-STATUS                   PIC X(2).
    88 WS-CONTROL-OK                       VALUE "00".
 01 WS-JOURNAL-FILENAME                 PIC X(256).
 01 WS-JOURNAL-STATUS                   PIC X(2).
    88 WS-JOURNAL-OK                       VALUE "00".
    88 WS-JOURNAL-NOT-EXIST                VALUE "35".
 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(400).
 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".

 01 WS-OPT-ARG                          PIC X(256).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

 01 WS-STREAM-ID                        PIC X(20) VALUE SPACES.
 01 WS-RESTART-STEP                     PIC X(12) VALUE SPACES.
 01 WS-RESTART-IX                       PIC 9(4) COMP-5 VALUE 0.
 01 WS-STREAM-FOUND-SW                  PIC X VALUE "N".
    88 WS-STREAM-FOUND                     VALUE "Y".

*> the control file, checked and held: one entry per step, in run
*> order, each dependency resolved to the entry it names
 01 WS-STEP-COUNT                       PIC 9(4) COMP-5 VALUE 0.
 01 WS-STEP-TABLE.
    02 WS-STEP                          OCCURS 50.
       03 WS-ST-NAME                    PIC X(12).
       03 WS-ST-MAX-RC                  PIC 9(2).
       03 WS-ST-IF-NOT-MET              PIC X(4).
          88 WS-ST-STOP-IF-NOT-MET         VALUE "STOP".
       03 WS-ST-DEPEND-IX               PIC 9(4) COMP-5 OCCURS 4.
       03 WS-ST-COMMAND                 PIC X(333).
       03 WS-ST-STATE                   PIC X.
          88 WS-ST-PENDING                 VALUE "P".
          88 WS-ST-COMPLETE                VALUE "C".
          88 WS-ST-COMPLETE-EARLIER        VALUE "E".
          88 WS-ST-FAILED                  VALUE "F".
          88 WS-ST-SKIPPED                 VALUE "S".
          88 WS-ST-STOPPED                 VALUE "T".
          88 WS-ST-NOT-RUN                 VALUE "N".
       03 WS-ST-RC                      PIC 9(2).
 01 WS-STEP-IX                          PIC 9(4) COMP-5.
 01 WS-DEP-IX                           PIC 9(2) COMP-5.
 01 WS-FIND-IX                          PIC 9(4) COMP-5.
 01 WS-FIND-NAME                        PIC X(12).
 01 WS-FOUND-IX                         PIC 9(4) COMP-5.
 01 WS-STEP-SEQ                         PIC 9(3).
 01 WS-MISSING-DEP                      PIC X(12).
 01 WS-ALL-EARLIER-SW                   PIC X.
    88 WS-ALL-EARLIER                      VALUE "Y".
 01 WS-STOPPED-SW                       PIC X VALUE "N".
    88 WS-STREAM-STOPPED                   VALUE "Y".

 01 WS-LINE-NO                          PIC 9(5) VALUE 0.
 01 WS-CONTROL-ERRORS                   PIC 9(5) VALUE 0.
 01 WS-NAME-LEN                         PIC 9(4) COMP-5.
 01 WS-CHECK-NAME                       PIC X(20).
 01 WS-UNSAFE-COUNT                     PIC 9(4) COMP-5.
 01 WS-NAME-UNSAFE-SW                   PIC X.
    88 WS-NAME-UNSAFE                      VALUE "Y".

*> the step being run and the return code recovered from the shell's
*> wait status (exit code in the high byte; a non-zero low byte means
*> the step died on a signal)
 01 WS-SYSTEM-COMMAND                   PIC X(600).
 01 WS-SYSTEM-RC                        PIC S9(9) COMP-5.
 01 WS-WAIT-CODE                        PIC 9(9) COMP-5.
 01 WS-WAIT-SIGNAL                      PIC 9(9) COMP-5.
 01 WS-STEP-RC                          PIC 9(2).
 01 WS-STEP-START-TS                    PIC X(14).
 01 WS-STEP-MODE                        PIC X(16).

 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-RUN-START-TS                     PIC X(14).
 01 WS-RC-DISP                          PIC 9(2).
 01 WS-STEP-COUNT-DISP                  PIC 9(4).

 01 WS-COMPLETE-COUNT                   PIC 9(4) VALUE 0.
 01 WS-FAILED-COUNT                     PIC 9(4) VALUE 0.
 01 WS-SKIPPED-COUNT                    PIC 9(4) VALUE 0.
 01 WS-NOT-RUN-COUNT                    PIC 9(4) VALUE 0.
 01 WS-NOT-COMPLETE-COUNT               PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support (shared RUNJRNL module): the stream's START and
*> END records and every step's; a journal failure warns but never
*> fails the run. The record is built in the journal file's record
*> area (the journal is also read, on a restart) and handed to RUNJRNL
*> from here.
 01 WS-JOURNAL-RC                       PIC 9(2).
 01 WS-JNL-REC.
    02 FILLER                           PIC X(294).

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-JOBSTREAM SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT "RUNJOURNAL_FILE"
    IF WS-JOURNAL-FILENAME = SPACES
       MOVE "runjournal.dat" TO WS-JOURNAL-FILENAME
    END-IF

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "JOBSTREAM: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    PERFORM LOAD-CONTROL-FILE
    IF WS-RETURN-STATUS = 0 AND WS-RESTART-STEP NOT = SPACES
       PERFORM READ-STREAM-HISTORY
    END-IF
    IF WS-RETURN-STATUS NOT = 0
       IF WS-REPORT-REQUESTED
          CLOSE REPORT-FILE
       END-IF
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    MOVE WS-STEP-COUNT TO WS-STEP-COUNT-DISP
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-RESTART-STEP = SPACES
       STRING "JOBSTREAM: stream "            DELIMITED BY SIZE
              WS-STREAM-ID                    DELIMITED BY SPACE
              " started, "                    DELIMITED BY SIZE
              WS-STEP-COUNT-DISP              DELIMITED BY SIZE
              " step(s) from "                DELIMITED BY SIZE
              FUNCTION TRIM(WS-CONTROL-FILENAME) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       STRING "JOBSTREAM: stream "            DELIMITED BY SIZE
              WS-STREAM-ID                    DELIMITED BY SPACE
              " restarted at step "           DELIMITED BY SIZE
              WS-RESTART-STEP                 DELIMITED BY SPACE
              ", "                            DELIMITED BY SIZE
              WS-STEP-COUNT-DISP              DELIMITED BY SIZE
              " step(s) from "                DELIMITED BY SIZE
              FUNCTION TRIM(WS-CONTROL-FILENAME) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE

    PERFORM WRITE-JOURNAL-START

    PERFORM VARYING WS-STEP-IX FROM 1 BY 1
            UNTIL WS-STEP-IX > WS-STEP-COUNT
       PERFORM RUN-ONE-STEP
    END-PERFORM

    PERFORM VARYING WS-STEP-IX FROM 1 BY 1
            UNTIL WS-STEP-IX > WS-STEP-COUNT
       EVALUATE TRUE
          WHEN WS-ST-COMPLETE(WS-STEP-IX)
          WHEN WS-ST-COMPLETE-EARLIER(WS-STEP-IX)
             ADD 1 TO WS-COMPLETE-COUNT
          WHEN WS-ST-FAILED(WS-STEP-IX)
             ADD 1 TO WS-FAILED-COUNT
          WHEN WS-ST-SKIPPED(WS-STEP-IX)
             ADD 1 TO WS-SKIPPED-COUNT
          WHEN OTHER
             ADD 1 TO WS-NOT-RUN-COUNT
       END-EVALUATE
    END-PERFORM
    COMPUTE WS-NOT-COMPLETE-COUNT =
       WS-STEP-COUNT - WS-COMPLETE-COUNT

    EVALUATE TRUE
       WHEN WS-RETURN-STATUS NOT = 0
          CONTINUE
       WHEN WS-STREAM-STOPPED
          MOVE 12 TO WS-RETURN-STATUS
       WHEN WS-COMPLETE-COUNT NOT = WS-STEP-COUNT
          MOVE 8 TO WS-RETURN-STATUS
    END-EVALUATE

    MOVE WS-RETURN-STATUS TO WS-RC-DISP
    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOBSTREAM: stream "               DELIMITED BY SIZE
           WS-STREAM-ID                       DELIMITED BY SPACE
           " ended rc="                       DELIMITED BY SIZE
           WS-RC-DISP                         DELIMITED BY SIZE
           " complete="                       DELIMITED BY SIZE
           WS-COMPLETE-COUNT                  DELIMITED BY SIZE
           " failed="                         DELIMITED BY SIZE
           WS-FAILED-COUNT                    DELIMITED BY SIZE
           " skipped="                        DELIMITED BY SIZE
           WS-SKIPPED-COUNT                   DELIMITED BY SIZE
           " not-run="                        DELIMITED BY SIZE
           WS-NOT-RUN-COUNT                   DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE
    IF WS-RETURN-STATUS NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "JOBSTREAM: restart with STREAM:"  DELIMITED BY SIZE
              WS-STREAM-ID                       DELIMITED BY SPACE
              " RESTART:<step> once the cause is fixed"
                                                 DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    PERFORM WRITE-JOURNAL-END
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-JOBSTREAM-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------
*> The stream's own START record: step sequence 000, no step name.

    MOVE SPACES            TO RUNJNL-REC
    MOVE "START"           TO RJ-EVENT
    MOVE "JOBSTREAM"       TO RJ-PROGRAM
    MOVE WS-RUN-START-TS   TO RJ-START-TS
    IF WS-RESTART-STEP = SPACES
       MOVE "STREAM"       TO RJ-MODE
    ELSE
       MOVE "RESTART"      TO RJ-MODE
    END-IF
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE 0 TO RJ-RETURN-CODE
    MOVE WS-CONTROL-FILENAME(1:80) TO RJ-DETAIL
    MOVE WS-STREAM-ID      TO RJ-STREAM-ID
    MOVE 0                 TO RJ-STEP-SEQ
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-START-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-END SECTION.
*>----------------------------------------------------------------------
*> records read = steps in the control file; written = steps complete
*> (this pass or earlier); failed = steps not complete.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO RUNJNL-REC
    MOVE "END"                 TO RJ-EVENT
    MOVE "JOBSTREAM"           TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    IF WS-RESTART-STEP = SPACES
       MOVE "STREAM"           TO RJ-MODE
    ELSE
       MOVE "RESTART"          TO RJ-MODE
    END-IF
    MOVE WS-STEP-COUNT         TO RJ-RECS-READ
    MOVE WS-COMPLETE-COUNT     TO RJ-RECS-WRITTEN
    MOVE WS-NOT-COMPLETE-COUNT TO RJ-RECS-FAILED
    MOVE WS-RETURN-STATUS      TO RJ-RETURN-CODE
    MOVE WS-CONTROL-FILENAME(1:80) TO RJ-DETAIL
    MOVE WS-STREAM-ID          TO RJ-STREAM-ID
    MOVE 0                     TO RJ-STEP-SEQ
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-END-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-STEP-JOURNAL SECTION.
*>----------------------------------------------------------------------
*> One step record for step WS-STEP-IX: RJ-EVENT is already set by the
*> caller, with WS-STEP-MODE (STEP on a START, the outcome on an END),
*> WS-STEP-START-TS and, on an END, WS-STEP-RC.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE "JOBSTREAM"           TO RJ-PROGRAM
    MOVE WS-STEP-START-TS      TO RJ-START-TS
    IF RJ-EVENT-END
       MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
       MOVE WS-STEP-RC         TO RJ-RETURN-CODE
    ELSE
       MOVE SPACES             TO RJ-END-TS
       MOVE 0                  TO RJ-RETURN-CODE
    END-IF
    MOVE WS-STEP-MODE          TO RJ-MODE
    MOVE SPACES                TO RJ-KEY-ID
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE WS-ST-COMMAND(WS-STEP-IX)(1:80) TO RJ-DETAIL
    MOVE SPACES                TO RJ-CHAIN
    MOVE WS-STREAM-ID          TO RJ-STREAM-ID
    MOVE WS-STEP-IX            TO RJ-STEP-SEQ
    MOVE WS-ST-NAME(WS-STEP-IX) TO RJ-STEP-NAME
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-STEP-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 CALL-RUN-JOURNAL SECTION.
*>----------------------------------------------------------------------
*> A journal failure is reported loudly but never fails the run -- the
*> journal is evidence about the work, not part of it.

    MOVE RUNJNL-REC TO WS-JNL-REC
    CALL "RUNJRNL" USING WS-JNL-REC
                         WS-JOURNAL-RC
    IF WS-JOURNAL-RC NOT = 0
       DISPLAY "JOBSTREAM: WARNING - run-journal write failed, "
               "RC=" WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> jobstream <control-file> [STREAM:<stream-id>] [RESTART:<step-name>]
*>           [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 1 OR WS-ARG-COUNT > 4
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-CONTROL-FILENAME FROM ARGUMENT-VALUE

    PERFORM VARYING WS-ARG-NUM FROM 2 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:7) = "STREAM:" AND WS-STREAM-ID = SPACES
             MOVE WS-OPT-ARG(8:20) TO WS-STREAM-ID
             MOVE WS-STREAM-ID TO WS-CHECK-NAME
             PERFORM CHECK-NAME-FORM
             IF WS-NAME-UNSAFE OR WS-OPT-ARG(28:1) NOT = SPACE
                DISPLAY "JOBSTREAM: STREAM: needs an id of 1 to 20 "
                        "characters, no blanks or quotes"
                MOVE 16 TO WS-RETURN-STATUS
             END-IF
          WHEN WS-OPT-ARG(1:8) = "RESTART:" AND WS-RESTART-STEP = SPACES
             MOVE WS-OPT-ARG(9:12) TO WS-RESTART-STEP
             IF WS-RESTART-STEP = SPACES OR WS-OPT-ARG(21:1) NOT = SPACE
                DISPLAY "JOBSTREAM: RESTART: needs a step name of 1 "
                        "to 12 characters"
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
    IF WS-RETURN-STATUS NOT = 0
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-RESTART-STEP NOT = SPACES AND WS-STREAM-ID = SPACES
       DISPLAY "JOBSTREAM: RESTART: needs the STREAM: id of the "
               "stream being restarted"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-STREAM-ID = SPACES
       STRING "STREAM"          DELIMITED BY SIZE
              WS-RUN-START-TS   DELIMITED BY SIZE
         INTO WS-STREAM-ID
       END-STRING
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "JOBSTREAM: usage: jobstream control-file "
            "[STREAM:stream-id] [RESTART:step-name] [report-file]"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-NAME-FORM SECTION.
*>----------------------------------------------------------------------
*> A stream id or step name is set in the step's environment between
*> double quotes and journalled as a key: it must be one word -- no
*> leading or embedded blank -- and hold no quote, "$", "`" or "\"
*> the shell would act on.

    MOVE "N" TO WS-NAME-UNSAFE-SW
    IF WS-CHECK-NAME = SPACES OR WS-CHECK-NAME(1:1) = SPACE
       MOVE "Y" TO WS-NAME-UNSAFE-SW
       GO TO CHECK-NAME-FORM-EX
    END-IF

    MOVE 0 TO WS-UNSAFE-COUNT
    INSPECT WS-CHECK-NAME TALLYING WS-UNSAFE-COUNT
       FOR ALL """" ALL "$" ALL "`" ALL "\" ALL "'"
    MOVE 20 TO WS-NAME-LEN
    PERFORM UNTIL WS-CHECK-NAME(WS-NAME-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-NAME-LEN
    END-PERFORM
    INSPECT WS-CHECK-NAME(1:WS-NAME-LEN) TALLYING WS-UNSAFE-COUNT
       FOR ALL SPACE
    IF WS-UNSAFE-COUNT NOT = 0
       MOVE "Y" TO WS-NAME-UNSAFE-SW
    END-IF

    .
 CHECK-NAME-FORM-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-CONTROL-FILE SECTION.
*>----------------------------------------------------------------------
*> Reads and checks the whole control file into the step table before
*> anything runs. Every fault is reported with its line number; any
*> fault at all runs nothing (RC 16).

    OPEN INPUT CONTROL-FILE
    IF NOT WS-CONTROL-OK
       DISPLAY "JOBSTREAM: cannot open control file ["
               FUNCTION TRIM(WS-CONTROL-FILENAME) "], status="
               WS-CONTROL-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO LOAD-CONTROL-FILE-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       MOVE SPACES TO JOBSTEP-REC
       READ CONTROL-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             ADD 1 TO WS-LINE-NO
             IF JOBSTEP-REC NOT = SPACES
                AND JS-STEP-NAME(1:1) NOT = "*"
                PERFORM LOAD-ONE-STEP
             END-IF
       END-READ
    END-PERFORM
    CLOSE CONTROL-FILE

    IF WS-CONTROL-ERRORS = 0 AND WS-STEP-COUNT = 0
       DISPLAY "JOBSTREAM: control file ["
               FUNCTION TRIM(WS-CONTROL-FILENAME) "] holds no steps"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF
    IF WS-CONTROL-ERRORS = 0 AND WS-RESTART-STEP NOT = SPACES
       MOVE WS-RESTART-STEP TO WS-FIND-NAME
       PERFORM FIND-STEP
       MOVE WS-FOUND-IX TO WS-RESTART-IX
       IF WS-RESTART-IX = 0
          DISPLAY "JOBSTREAM: RESTART: step ["
                  FUNCTION TRIM(WS-RESTART-STEP)
                  "] is not in the control file"
          ADD 1 TO WS-CONTROL-ERRORS
       END-IF
    END-IF

    IF WS-CONTROL-ERRORS NOT = 0
       DISPLAY "JOBSTREAM: " WS-CONTROL-ERRORS
               " fault(s) in the control file -- nothing run"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 LOAD-CONTROL-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 LOAD-ONE-STEP SECTION.
*>----------------------------------------------------------------------

    IF WS-STEP-COUNT = 50
       DISPLAY "JOBSTREAM: line " WS-LINE-NO
               ": more than 50 steps in one stream"
       ADD 1 TO WS-CONTROL-ERRORS
       GO TO LOAD-ONE-STEP-EX
    END-IF

    MOVE JS-STEP-NAME TO WS-CHECK-NAME
    PERFORM CHECK-NAME-FORM
    IF WS-NAME-UNSAFE
       DISPLAY "JOBSTREAM: line " WS-LINE-NO ": step name ["
               FUNCTION TRIM(JS-STEP-NAME) "] must be one word, no quotes"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF
    MOVE JS-STEP-NAME TO WS-FIND-NAME
    PERFORM FIND-STEP
    IF WS-FOUND-IX NOT = 0
       DISPLAY "JOBSTREAM: line " WS-LINE-NO ": step name ["
               FUNCTION TRIM(JS-STEP-NAME) "] is used twice"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF
    IF JS-MAX-RC NOT NUMERIC
       DISPLAY "JOBSTREAM: line " WS-LINE-NO ": maximum RC ["
               JS-MAX-RC "] is not two digits"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF
    IF NOT JS-SKIP-IF-NOT-MET AND NOT JS-STOP-IF-NOT-MET
       DISPLAY "JOBSTREAM: line " WS-LINE-NO ": condition ["
               JS-IF-NOT-MET "] must be SKIP or STOP"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF
    IF JS-PROGRAM = SPACES
       DISPLAY "JOBSTREAM: line " WS-LINE-NO ": no program named"
       ADD 1 TO WS-CONTROL-ERRORS
    END-IF

    ADD 1 TO WS-STEP-COUNT
    MOVE JS-STEP-NAME    TO WS-ST-NAME(WS-STEP-COUNT)
    MOVE JS-MAX-RC       TO WS-ST-MAX-RC(WS-STEP-COUNT)
    MOVE JS-IF-NOT-MET   TO WS-ST-IF-NOT-MET(WS-STEP-COUNT)
    MOVE "P"             TO WS-ST-STATE(WS-STEP-COUNT)
    MOVE 0               TO WS-ST-RC(WS-STEP-COUNT)
    MOVE SPACES          TO WS-ST-COMMAND(WS-STEP-COUNT)
    STRING FUNCTION TRIM(JS-PROGRAM)   DELIMITED BY SIZE
           " "                         DELIMITED BY SIZE
           FUNCTION TRIM(JS-ARGUMENTS) DELIMITED BY SIZE
      INTO WS-ST-COMMAND(WS-STEP-COUNT)
    END-STRING

*> each dependency must be a step already loaded -- an earlier one --
*> which also rules out a step depending on itself or a cycle
    PERFORM VARYING WS-DEP-IX FROM 1 BY 1 UNTIL WS-DEP-IX > 4
       MOVE 0 TO WS-ST-DEPEND-IX(WS-STEP-COUNT, WS-DEP-IX)
       IF JS-DEPEND-NAME(WS-DEP-IX) NOT = SPACES
          MOVE JS-DEPEND-NAME(WS-DEP-IX) TO WS-FIND-NAME
          SUBTRACT 1 FROM WS-STEP-COUNT
          PERFORM FIND-STEP
          ADD 1 TO WS-STEP-COUNT
          IF WS-FOUND-IX = 0
             DISPLAY "JOBSTREAM: line " WS-LINE-NO ": step ["
                     FUNCTION TRIM(JS-STEP-NAME) "] depends on ["
                     FUNCTION TRIM(JS-DEPEND-NAME(WS-DEP-IX))
                     "], which is not an earlier step"
             ADD 1 TO WS-CONTROL-ERRORS
          ELSE
             MOVE WS-FOUND-IX TO WS-ST-DEPEND-IX(WS-STEP-COUNT, WS-DEP-IX)
          END-IF
       END-IF
    END-PERFORM

    .
 LOAD-ONE-STEP-EX.
    EXIT.

*>----------------------------------------------------------------------
 FIND-STEP SECTION.
*>----------------------------------------------------------------------
*> WS-FIND-NAME among the steps loaded so far; WS-FOUND-IX is its
*> entry, or 0.

    MOVE 0 TO WS-FOUND-IX
    PERFORM VARYING WS-FIND-IX FROM 1 BY 1
            UNTIL WS-FIND-IX > WS-STEP-COUNT OR WS-FOUND-IX NOT = 0
       IF WS-ST-NAME(WS-FIND-IX) = WS-FIND-NAME
          MOVE WS-FIND-IX TO WS-FOUND-IX
       END-IF
    END-PERFORM

    .
 FIND-STEP-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-STREAM-HISTORY SECTION.
*>----------------------------------------------------------------------
*> A restart: the journal says how each step of the stream last ended.
*> A step whose last END record says STEP-OK is complete from an
*> earlier run; anything else -- failed, skipped, stopped, not run, or
*> never reached -- is not. The stream must be in the journal at all.

    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-NOT-EXIST
       DISPLAY "JOBSTREAM: no run journal ["
               FUNCTION TRIM(WS-JOURNAL-FILENAME)
               "] to restart stream " FUNCTION TRIM(WS-STREAM-ID)
               " from"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO READ-STREAM-HISTORY-EX
    END-IF
    IF NOT WS-JOURNAL-OK
       DISPLAY "JOBSTREAM: cannot open run journal ["
               FUNCTION TRIM(WS-JOURNAL-FILENAME) "], status="
               WS-JOURNAL-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO READ-STREAM-HISTORY-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       READ JOURNAL-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             IF RJ-STREAM-ID = WS-STREAM-ID
                AND RJ-PROGRAM = "JOBSTREAM"
                MOVE "Y" TO WS-STREAM-FOUND-SW
                IF RJ-EVENT-END AND RJ-STEP-NAME NOT = SPACES
                   MOVE RJ-STEP-NAME TO WS-FIND-NAME
                   PERFORM FIND-STEP
                   IF WS-FOUND-IX NOT = 0
                      IF RJ-MODE = "STEP-OK"
                         MOVE "E" TO WS-ST-STATE(WS-FOUND-IX)
                         MOVE RJ-RETURN-CODE TO WS-ST-RC(WS-FOUND-IX)
                      ELSE
                         MOVE "P" TO WS-ST-STATE(WS-FOUND-IX)
                      END-IF
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE

    IF NOT WS-STREAM-FOUND
       DISPLAY "JOBSTREAM: stream " FUNCTION TRIM(WS-STREAM-ID)
               " is not in the run journal -- nothing to restart"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO READ-STREAM-HISTORY-EX
    END-IF

*> nothing ahead of the restart point runs: a step there that is not
*> complete stays not complete for the steps that depend on it
    PERFORM VARYING WS-STEP-IX FROM 1 BY 1
            UNTIL WS-STEP-IX >= WS-RESTART-IX
       IF NOT WS-ST-COMPLETE-EARLIER(WS-STEP-IX)
          MOVE "N" TO WS-ST-STATE(WS-STEP-IX)
       END-IF
    END-PERFORM
    MOVE "P" TO WS-ST-STATE(WS-RESTART-IX)

    .
 READ-STREAM-HISTORY-EX.
    EXIT.

*>----------------------------------------------------------------------
 RUN-ONE-STEP SECTION.
*>----------------------------------------------------------------------
*> Step WS-STEP-IX: report a step the restart leaves alone, keep a
*> step complete from an earlier run while everything it depends on
*> is too, honour a stop, check the step's dependencies, then run it.

    MOVE WS-STEP-IX TO WS-STEP-SEQ

    IF WS-RESTART-IX NOT = 0 AND WS-STEP-IX < WS-RESTART-IX
       MOVE SPACES TO WS-REPORT-LINE
       IF WS-ST-COMPLETE-EARLIER(WS-STEP-IX)
          STRING "JOBSTREAM: STEP "         DELIMITED BY SIZE
                 WS-STEP-SEQ                DELIMITED BY SIZE
                 " "                        DELIMITED BY SIZE
                 WS-ST-NAME(WS-STEP-IX)     DELIMITED BY SPACE
                 " COMPLETE EARLIER rc="    DELIMITED BY SIZE
                 WS-ST-RC(WS-STEP-IX)       DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       ELSE
          STRING "JOBSTREAM: STEP "         DELIMITED BY SIZE
                 WS-STEP-SEQ                DELIMITED BY SIZE
                 " "                        DELIMITED BY SIZE
                 WS-ST-NAME(WS-STEP-IX)     DELIMITED BY SPACE
                 " NOT COMPLETE -- ahead of the restart point, "
                                            DELIMITED BY SIZE
                 "not run"                  DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       END-IF
       PERFORM EMIT-REPORT-LINE
       GO TO RUN-ONE-STEP-EX
    END-IF

    IF WS-ST-COMPLETE-EARLIER(WS-STEP-IX)
       MOVE "Y" TO WS-ALL-EARLIER-SW
       PERFORM VARYING WS-DEP-IX FROM 1 BY 1 UNTIL WS-DEP-IX > 4
          IF WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX) NOT = 0
             IF NOT WS-ST-COMPLETE-EARLIER
                       (WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX))
                MOVE "N" TO WS-ALL-EARLIER-SW
             END-IF
          END-IF
       END-PERFORM
       IF WS-ALL-EARLIER
          MOVE SPACES TO WS-REPORT-LINE
          STRING "JOBSTREAM: STEP "         DELIMITED BY SIZE
                 WS-STEP-SEQ                DELIMITED BY SIZE
                 " "                        DELIMITED BY SIZE
                 WS-ST-NAME(WS-STEP-IX)     DELIMITED BY SPACE
                 " COMPLETE EARLIER rc="    DELIMITED BY SIZE
                 WS-ST-RC(WS-STEP-IX)       DELIMITED BY SIZE
                 " -- not rerun"            DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          PERFORM EMIT-REPORT-LINE
          GO TO RUN-ONE-STEP-EX
       END-IF
       MOVE "P" TO WS-ST-STATE(WS-STEP-IX)
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-STEP-START-TS
    MOVE 0 TO WS-STEP-RC

    IF WS-STREAM-STOPPED
       MOVE "N" TO WS-ST-STATE(WS-STEP-IX)
       MOVE "STEP-NOT-RUN" TO WS-STEP-MODE
       MOVE SPACES TO RUNJNL-REC
       MOVE "END" TO RJ-EVENT
       PERFORM WRITE-STEP-JOURNAL
       MOVE SPACES TO WS-REPORT-LINE
       STRING "JOBSTREAM: STEP "            DELIMITED BY SIZE
              WS-STEP-SEQ                   DELIMITED BY SIZE
              " "                           DELIMITED BY SIZE
              WS-ST-NAME(WS-STEP-IX)        DELIMITED BY SPACE
              " NOT RUN -- the stream was stopped"
                                            DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO RUN-ONE-STEP-EX
    END-IF

    MOVE SPACES TO WS-MISSING-DEP
    PERFORM VARYING WS-DEP-IX FROM 1 BY 1
            UNTIL WS-DEP-IX > 4 OR WS-MISSING-DEP NOT = SPACES
       IF WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX) NOT = 0
          IF NOT WS-ST-COMPLETE(WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX))
             AND NOT WS-ST-COMPLETE-EARLIER
                       (WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX))
             MOVE WS-ST-NAME(WS-ST-DEPEND-IX(WS-STEP-IX, WS-DEP-IX))
               TO WS-MISSING-DEP
          END-IF
       END-IF
    END-PERFORM

    IF WS-MISSING-DEP NOT = SPACES
       MOVE SPACES TO RUNJNL-REC
       MOVE "END" TO RJ-EVENT
       MOVE SPACES TO WS-REPORT-LINE
       IF WS-ST-STOP-IF-NOT-MET(WS-STEP-IX)
          MOVE "T" TO WS-ST-STATE(WS-STEP-IX)
          MOVE "Y" TO WS-STOPPED-SW
          MOVE "STEP-STOPPED" TO WS-STEP-MODE
          STRING "JOBSTREAM: STEP "         DELIMITED BY SIZE
                 WS-STEP-SEQ                DELIMITED BY SIZE
                 " "                        DELIMITED BY SIZE
                 WS-ST-NAME(WS-STEP-IX)     DELIMITED BY SPACE
                 " STOPPED THE STREAM -- step "
                                            DELIMITED BY SIZE
                 WS-MISSING-DEP             DELIMITED BY SPACE
                 " is not complete"         DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       ELSE
          MOVE "S" TO WS-ST-STATE(WS-STEP-IX)
          MOVE "STEP-SKIPPED" TO WS-STEP-MODE
          STRING "JOBSTREAM: STEP "         DELIMITED BY SIZE
                 WS-STEP-SEQ                DELIMITED BY SIZE
                 " "                        DELIMITED BY SIZE
                 WS-ST-NAME(WS-STEP-IX)     DELIMITED BY SPACE
                 " SKIPPED -- step "        DELIMITED BY SIZE
                 WS-MISSING-DEP             DELIMITED BY SPACE
                 " is not complete"         DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       END-IF
       PERFORM WRITE-STEP-JOURNAL
       PERFORM EMIT-REPORT-LINE
       GO TO RUN-ONE-STEP-EX
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOBSTREAM: STEP "               DELIMITED BY SIZE
           WS-STEP-SEQ                      DELIMITED BY SIZE
           " "                              DELIMITED BY SIZE
           WS-ST-NAME(WS-STEP-IX)           DELIMITED BY SPACE
           " running: "                     DELIMITED BY SIZE
           FUNCTION TRIM(WS-ST-COMMAND(WS-STEP-IX)) DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO RUNJNL-REC
    MOVE "START" TO RJ-EVENT
    MOVE "STEP" TO WS-STEP-MODE
    PERFORM WRITE-STEP-JOURNAL

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "export JOBSTREAM_ID="""         DELIMITED BY SIZE
           WS-STREAM-ID                     DELIMITED BY SPACE
           """ JOBSTREAM_STEP_SEQ="""       DELIMITED BY SIZE
           WS-STEP-SEQ                      DELIMITED BY SIZE
           """ JOBSTREAM_STEP="""           DELIMITED BY SIZE
           WS-ST-NAME(WS-STEP-IX)           DELIMITED BY SPACE
           """; "                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-ST-COMMAND(WS-STEP-IX)) DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IX)

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IX)
       MOVE "F" TO WS-ST-STATE(WS-STEP-IX)
       MOVE "STEP-FAILED" TO WS-STEP-MODE
       STRING "JOBSTREAM: STEP "            DELIMITED BY SIZE
              WS-STEP-SEQ                   DELIMITED BY SIZE
              " "                           DELIMITED BY SIZE
              WS-ST-NAME(WS-STEP-IX)        DELIMITED BY SPACE
              " FAILED rc="                 DELIMITED BY SIZE
              WS-STEP-RC                    DELIMITED BY SIZE
              " (maximum "                  DELIMITED BY SIZE
              WS-ST-MAX-RC(WS-STEP-IX)      DELIMITED BY SIZE
              ")"                           DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       MOVE "C" TO WS-ST-STATE(WS-STEP-IX)
       MOVE "STEP-OK" TO WS-STEP-MODE
       STRING "JOBSTREAM: STEP "            DELIMITED BY SIZE
              WS-STEP-SEQ                   DELIMITED BY SIZE
              " "                           DELIMITED BY SIZE
              WS-ST-NAME(WS-STEP-IX)        DELIMITED BY SPACE
              " COMPLETE rc="               DELIMITED BY SIZE
              WS-STEP-RC                    DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO RUNJNL-REC
    MOVE "END" TO RJ-EVENT
    PERFORM WRITE-STEP-JOURNAL

    .
 RUN-ONE-STEP-EX.
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
 EMIT-REPORT-LINE SECTION.
*>----------------------------------------------------------------------
*> Every report line goes to the console and, when asked, to the
*> report file as well -- the CRYPTOKAT convention.

    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)

    IF WS-REPORT-REQUESTED
       MOVE WS-REPORT-LINE TO REPORT-REC
       WRITE REPORT-REC
       IF NOT WS-REPORT-OK
          DISPLAY "JOBSTREAM: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM JOBSTREAM.
