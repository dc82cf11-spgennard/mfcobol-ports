*>               was trimmed mid-run) still reports the run, since the
*>               END record carries everything worth knowing.
*>
*>               Runs made under a JOBSTREAM job stream (RJ-STREAM set)
*>               are reported after the others, stream by stream: a
*>               header line for the stream, then the stream's own run
*>               records (one per run of the stream, a restart being a
*>               run of its own), then each step in control-file order
*>               with its outcome, the runs the step's program
*>               journalled indented beneath it.
*>
*>               The journal filename comes from the RUNJOURNAL_FILE
*>               environment variable, defaulting to "runjournal.dat",
*>               the same convention RUNJRNL writes under.
*>               sorted work file (the journal filename with ".srt"
*>               appended) is created and deleted.
*>               Return code: 0 = every selected run completed with
*>               RC=0 and every stream with RC=0, 4 = at least one
*>               failing or abended run or stream in the range, 16 = bad
*>               arguments, 20 = the journal or report file could not be
*>               opened.
*>
*> Date-Written: 2026.09.02
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 SORTED-REC and SORT-REC widened for the hash-chain fields
*>            now at the end of RUNJNL-REC (carried, not reported --
*>            CHAINVERIFY checks the chain).
*> 2026.10.15 Job streams: runs journalled under a JOBSTREAM stream are
*>            sorted and reported as one stream with its steps, each
*>            step's own runs beneath it; stream counts in the totals.
*>            SORTED-REC and SORT-REC carry the new RJ-STREAM fields and
*>            the stream sort keys ahead of the journal record.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 COPY "runjnlrec.cpy".

*> the range-selected journal records, sorted so each run's START and
*> END sit side by side: the stream sort keys (spaces for a run outside
*> any stream), then the same field layout as RUNJNL-REC
 FD  SORTED-FILE.
 01  SORTED-REC.
     02 SO-STREAM-ID                    PIC X(20).
     02 SO-STEP-SEQ                     PIC X(3).
     02 SO-ORDER-TS                     PIC X(14).
     02 SO-LEVEL                        PIC X.
        88 SO-STREAM-RECORD                VALUE "0".
     02 SO-EVENT                        PIC X(5).
     02 SO-PROGRAM                      PIC X(12).
     02 SO-START-TS                     PIC X(14).
     02 SO-RECS-FAILED                  PIC 9(9).
     02 SO-RETURN-CODE                  PIC 9(2).
     02 SO-DETAIL                       PIC X(80).
     02 SO-CHAIN                        PIC X(81).
     02 SO-JNL-STREAM-ID                PIC X(20).
     02 SO-JNL-STEP-SEQ                 PIC X(3).
     02 SO-STEP-NAME                    PIC X(12).

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(200).

*> a stream's records sort together, step by step in control-file
*> order; within a step each run of it (a restart reruns it) comes
*> with JOBSTREAM's own step record ahead of the runs the step made
 SD  SORT-WORK.
 01  SORT-REC.
     02 SRT-STREAM-ID                   PIC X(20).
     02 SRT-STEP-SEQ                    PIC X(3).
     02 SRT-ORDER-TS                    PIC X(14).
     02 SRT-LEVEL                       PIC X.
     02 SRT-JOURNAL-REC.
        03 SRT-EVENT                    PIC X(5).
        03 SRT-PROGRAM                  PIC X(12).
        03 SRT-START-TS                 PIC X(14).
        03 SRT-REST                     PIC X(263).

*>**********************************************************************
 WORKING-STORAGE SECTION.
 01 WS-GRP-RECS-FAILED                  PIC 9(9).
 01 WS-GRP-RETURN-CODE                  PIC 9(2).
 01 WS-GRP-DETAIL                       PIC X(80).
 01 WS-GRP-STREAM-ID                    PIC X(20).
 01 WS-GRP-STEP-SEQ                     PIC X(3).
 01 WS-GRP-STEP-NAME                    PIC X(12).
 01 WS-GRP-LEVEL                        PIC X.
    88 WS-GRP-STREAM-RECORD                VALUE "0".
 01 WS-LAST-STREAM-ID                   PIC X(20) VALUE SPACES.
 01 WS-RUN-TEXT                         PIC X(200).

 01 WS-REPORT-LINE                      PIC X(200).

 01 WS-FAILED-RUN-COUNT                 PIC 9(9) VALUE 0.
 01 WS-ABEND-COUNT                      PIC 9(9) VALUE 0.
 01 WS-TOTAL-RECS                       PIC 9(12) VALUE 0.
 01 WS-STREAM-COUNT                     PIC 9(9) VALUE 0.
 01 WS-FAILED-STREAM-COUNT              PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

 PROCEDURE DIVISION.
    END-IF

    SORT SORT-WORK
        ON ASCENDING KEY SRT-STREAM-ID
                         SRT-STEP-SEQ
                         SRT-ORDER-TS
                         SRT-LEVEL
                         SRT-PROGRAM
                         SRT-START-TS
                         SRT-EVENT
        INPUT PROCEDURE IS SELECT-JOURNAL-RECORDS
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       IF WS-STREAM-COUNT NOT = 0
          MOVE SPACES TO WS-REPORT-LINE
          STRING "RUNSUMM: " WS-FROM-DATE " to " WS-TO-DATE
                 ": stream runs = " DELIMITED BY SIZE
                 WS-STREAM-COUNT    DELIMITED BY SIZE
                 "  failed = "      DELIMITED BY SIZE
                 WS-FAILED-STREAM-COUNT DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          PERFORM EMIT-REPORT-LINE
       END-IF
    END-IF

    IF WS-REPORT-REQUESTED
    END-IF

    IF WS-RETURN-STATUS = 0
       AND (WS-FAILED-RUN-COUNT NOT = 0 OR WS-ABEND-COUNT NOT = 0
            OR WS-FAILED-STREAM-COUNT NOT = 0)
       MOVE 4 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RETURN-STATUS TO RETURN-CODE
*> SORT input procedure: reads the journal front to back and RELEASEs
*> every record whose run START date falls inside the range -- ENDs
*> carry their run's start timestamp, so the pair always selects (or
*> not) together. A record under a job stream also gets the stream
*> sort keys: the stream, the step, the step's start (so a restart's
*> rerun of a step follows the first run of it) and a level putting
*> JOBSTREAM's own record ahead of the runs the step made.

    OPEN INPUT JOURNAL-FILE
    IF NOT WS-JOURNAL-OK
          NOT AT END
             IF RJ-START-TS(1:8) >= WS-FROM-DATE
                AND RJ-START-TS(1:8) <= WS-TO-DATE
                MOVE SPACES TO SORT-REC
                MOVE RUNJNL-REC TO SRT-JOURNAL-REC
                IF RJ-STREAM-ID NOT = SPACES
                   MOVE RJ-STREAM-ID TO SRT-STREAM-ID
                   MOVE RJ-STEP-SEQ  TO SRT-STEP-SEQ
                   MOVE RJ-START-TS  TO SRT-ORDER-TS
                   IF RJ-PROGRAM = "JOBSTREAM"
                      MOVE "0" TO SRT-LEVEL
                   ELSE
                      MOVE "1" TO SRT-LEVEL
                   END-IF
                END-IF
                RELEASE SORT-REC
             END-IF
       END-READ

    IF WS-GRP-ACTIVE
       AND (SO-PROGRAM NOT = WS-GRP-PROGRAM
            OR SO-START-TS NOT = WS-GRP-START-TS
            OR SO-STREAM-ID NOT = WS-GRP-STREAM-ID
            OR SO-STEP-SEQ NOT = WS-GRP-STEP-SEQ
            OR SO-LEVEL NOT = WS-GRP-LEVEL)
       PERFORM REPORT-ONE-RUN
       MOVE "N" TO WS-GRP-ACTIVE-SW
    END-IF
       MOVE 0 TO WS-GRP-RECS-FAILED
       MOVE 0 TO WS-GRP-RETURN-CODE
       MOVE SO-DETAIL   TO WS-GRP-DETAIL
       MOVE SO-STREAM-ID TO WS-GRP-STREAM-ID
       MOVE SO-STEP-SEQ  TO WS-GRP-STEP-SEQ
       MOVE SO-STEP-NAME TO WS-GRP-STEP-NAME
       MOVE SO-LEVEL     TO WS-GRP-LEVEL
    END-IF

    IF SO-EVENT = "START"
*> One line per run. A run with an END record reports its figures; a
*> run without one is the abend the journal exists to expose, and a
*> nonzero return code counts it among the failures either way.
*> JOBSTREAM's own records -- the stream's and each step's -- are
*> reported by REPORT-STREAM-RECORD instead.

    IF WS-GRP-STREAM-ID NOT = SPACES
       AND WS-GRP-STREAM-ID NOT = WS-LAST-STREAM-ID
       MOVE WS-GRP-STREAM-ID TO WS-LAST-STREAM-ID
       MOVE SPACES TO WS-REPORT-LINE
       STRING "RUNSUMM: STREAM " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRP-STREAM-ID) DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-GRP-STREAM-RECORD
       PERFORM REPORT-STREAM-RECORD
       GO TO REPORT-ONE-RUN-EX
    END-IF

    ADD 1 TO WS-RUN-COUNT

    MOVE SPACES TO WS-RUN-TEXT
    IF WS-GRP-END-SEEN
       STRING FUNCTION TRIM(WS-GRP-PROGRAM) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRP-MODE)    DELIMITED BY SIZE
              " start=" WS-GRP-START-TS     DELIMITED BY SIZE
              " key-id="  WS-GRP-KEY-ID     DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
         INTO WS-RUN-TEXT
       END-STRING
       ADD WS-GRP-RECS-READ TO WS-TOTAL-RECS
       IF WS-GRP-RETURN-CODE NOT = 0
          ADD 1 TO WS-FAILED-RUN-COUNT
       END-IF
    ELSE
       STRING FUNCTION TRIM(WS-GRP-PROGRAM) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRP-MODE)    DELIMITED BY SIZE
              " start=" WS-GRP-START-TS     DELIMITED BY SIZE
              " NO END RECORD (possible abend) " DELIMITED BY SIZE
              FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
         INTO WS-RUN-TEXT
       END-STRING
       ADD 1 TO WS-ABEND-COUNT
    END-IF

*> a run made by a stream step sits indented under the step
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-GRP-STREAM-ID = SPACES
       STRING "RUNSUMM: " DELIMITED BY SIZE
              WS-RUN-TEXT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       STRING "RUNSUMM:       " DELIMITED BY SIZE
              WS-RUN-TEXT DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-ONE-RUN-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-STREAM-RECORD SECTION.
*>----------------------------------------------------------------------
*> JOBSTREAM's record of the stream itself (step 000: one per run of
*> the stream, mode STREAM or RESTART, counted among the stream runs)
*> or of one step (its outcome in the mode: STEP-OK, STEP-FAILED,
*> STEP-SKIPPED, STEP-STOPPED, STEP-NOT-RUN). Either without an END
*> record means JOBSTREAM itself died there.

    MOVE SPACES TO WS-REPORT-LINE
    IF WS-GRP-STEP-SEQ = "000"
       ADD 1 TO WS-STREAM-COUNT
       IF WS-GRP-END-SEEN
          STRING "RUNSUMM:   " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-MODE)    DELIMITED BY SIZE
                 " start=" WS-GRP-START-TS     DELIMITED BY SIZE
                 " end="   WS-GRP-END-TS       DELIMITED BY SIZE
                 " rc="    WS-GRP-RETURN-CODE  DELIMITED BY SIZE
                 " steps=" WS-GRP-RECS-READ    DELIMITED BY SIZE
                 " complete=" WS-GRP-RECS-WRITTEN DELIMITED BY SIZE
                 " not-complete=" WS-GRP-RECS-FAILED DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          IF WS-GRP-RETURN-CODE NOT = 0
             ADD 1 TO WS-FAILED-STREAM-COUNT
          END-IF
       ELSE
          STRING "RUNSUMM:   " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-MODE)    DELIMITED BY SIZE
                 " start=" WS-GRP-START-TS     DELIMITED BY SIZE
                 " NO END RECORD (possible abend) " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          ADD 1 TO WS-ABEND-COUNT
          ADD 1 TO WS-FAILED-STREAM-COUNT
       END-IF
    ELSE
       IF WS-GRP-END-SEEN
          STRING "RUNSUMM:     STEP " DELIMITED BY SIZE
                 WS-GRP-STEP-SEQ               DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-STEP-NAME) DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-MODE)    DELIMITED BY SIZE
                 " start=" WS-GRP-START-TS     DELIMITED BY SIZE
                 " end="   WS-GRP-END-TS       DELIMITED BY SIZE
                 " rc="    WS-GRP-RETURN-CODE  DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       ELSE
          STRING "RUNSUMM:     STEP " DELIMITED BY SIZE
                 WS-GRP-STEP-SEQ               DELIMITED BY SIZE
                 " "                           DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-STEP-NAME) DELIMITED BY SIZE
                 " start=" WS-GRP-START-TS     DELIMITED BY SIZE
                 " NO END RECORD (possible abend) " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-GRP-DETAIL)  DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          ADD 1 TO WS-ABEND-COUNT
       END-IF
    END-IF
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-STREAM-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 EMIT-REPORT-LINE SECTION.
*>----------------------------------------------------------------------
