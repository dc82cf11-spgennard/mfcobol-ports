      $set sourceformat"free"

*>******************************************************************************
*>  chainverify.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  chainverify.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with chainverify.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Hash-chain verifier for the two files the auditors are
*>               shown: KEYADMIN's ".aud" change-audit file (layout in
*>               KEYAUDREC.CPY) and the common run journal (RUNJNLREC.CPY).
*>               Walks the file from the start, recomputing every chained
*>               record's keyed link through the same CHAINLINK module the
*>               writers use, with the chain key fetched from the vault
*>               through KEYFETCH by the key-id each record names.
*>
*>               Unchained records ahead of the first chained one are the
*>               legacy prefix -- written before chaining was configured
*>               -- and are accepted and counted. From the first chained
*>               record on, every record must carry the next sequence
*>               number and a link that recomputes, and each exception
*>               is reported by record number:
*>                 ALTERED   the sequence number is right but the link
*>                           does not recompute -- the record (or its
*>                           link) was edited;
*>                 DELETED   the sequence jumps -- the records between
*>                           are gone (the record after the gap cannot
*>                           itself be checked, its predecessor missing);
*>                 INSERTED  a sequence number already passed, or an
*>                           unchained record inside the chain -- a
*>                           record that was never part of it.
*>               After each exception the walk re-synchronises on the
*>               stored link and carries on, so one edit does not hide
*>               the next. The summary gives the first broken link and
*>               the last verified position: the last record of the
*>               unbroken chain from the start, with its sequence
*>               number. Records cut off the END of a file leave no gap
*>               to find, so the summary also shows the highest sequence
*>               number for comparison with the one the auditors
*>               recorded last time.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks chainverify.cob
*>               chainlink.cob keyfetch.cob cobdes.cob hexdump.cob
*>               ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        chainverify AUDIT|JOURNAL [FILE:<path>] [report-file]
*>               AUDIT checks the vault's audit file (KEYVAULT_FILE,
*>               default "keyvault.dat", with ".aud" appended), JOURNAL
*>               the run journal (RUNJOURNAL_FILE, default
*>               "runjournal.dat"); FILE: names a copy elsewhere, e.g.
*>               one restored from backup. With a report-file every
*>               report line is also written there for the paper trail.
*>               Return code: 0 = chain intact (or only legacy records),
*>               4 = at least one ALTERED, DELETED or INSERTED record,
*>               16 = bad arguments, 20 = the file or report file could
*>               not be opened, or a chain key could not be fetched.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. CHAINVERIFY.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN DYNAMIC WS-CHAIN-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CHAIN-STATUS.
     SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-CHAIN-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CHAIN-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  AUDIT-FILE.
 COPY "keyaudrec.cpy".

 FD  JOURNAL-FILE.
 COPY "runjnlrec.cpy".

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(200).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-FILE-KIND                        PIC X(7).
    88 WS-KIND-AUDIT                       VALUE "AUDIT".
    88 WS-KIND-JOURNAL                     VALUE "JOURNAL".
 01 WS-CHAIN-FILENAME                   PIC X(260).
 01 WS-CHAIN-STATUS                     PIC X(2).
    88 WS-CHAIN-OK                         VALUE "00".
 01 WS-FILE-NAMED-SW                    PIC X VALUE "N".
    88 WS-FILE-NAMED                       VALUE "Y".
 01 WS-VAULT-FILENAME                   PIC X(256).
 01 WS-EOF-SW                           PIC X VALUE "N".
    88 WS-EOF                              VALUE "Y".

 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(200).

 01 WS-OPT-ARG                          PIC X(256).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

*> the record just read, whichever file it came from: its chain
*> fields, a one-line label for the report, and its image with the
*> link field blanked -- the bytes the writer chained over
 01 WS-REC-CHAINED-SW                   PIC X.
    88 WS-REC-CHAINED                      VALUE "Y".
 01 WS-REC-KEY-ID                       PIC X(8).
 01 WS-REC-SEQ-X                        PIC X(9).
 01 WS-REC-SEQ                          PIC 9(9).
 01 WS-REC-LINK                         PIC X(64).
 01 WS-REC-IMAGE                        PIC X(300).
 01 WS-REC-LABEL                        PIC X(60).

*> the chain as walked so far: the link the next record must chain
*> on to and the sequence number it must carry
 01 WS-STARTED-SW                       PIC X VALUE "N".
    88 WS-CHAIN-STARTED                    VALUE "Y".
 01 WS-EXPECTED-SEQ                     PIC 9(9) VALUE 0.
 01 WS-PREV-LINK                        PIC X(64).
 01 WS-COMPUTED-LINK                    PIC X(64).
 01 WS-GAP                              PIC 9(9).
 01 WS-GAP-LAST                         PIC 9(9).

*> the chain key, fetched again only when a record names a different
*> key-id from the one before it
 01 WS-KEY-ID                           PIC X(8) VALUE SPACES.
 01 WS-KEY-MODE                         PIC 9.
 01 WS-KEY-BYTES                        PIC X(24).
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "CHAINVERIFY".

 01 WS-REC-NO                           PIC 9(9) VALUE 0.
 01 WS-LEGACY-COUNT                     PIC 9(9) VALUE 0.
 01 WS-CHAINED-COUNT                    PIC 9(9) VALUE 0.
 01 WS-VERIFIED-COUNT                   PIC 9(9) VALUE 0.
 01 WS-ALTERED-COUNT                    PIC 9(9) VALUE 0.
 01 WS-DELETED-COUNT                    PIC 9(9) VALUE 0.
 01 WS-INSERTED-COUNT                   PIC 9(9) VALUE 0.
 01 WS-FIRST-BREAK-REC                  PIC 9(9) VALUE 0.
 01 WS-LAST-GOOD-REC                    PIC 9(9) VALUE 0.
 01 WS-LAST-GOOD-SEQ                    PIC 9(9) VALUE 0.
 01 WS-LAST-GOOD-LABEL                  PIC X(60) VALUE SPACES.
 01 WS-FINAL-SEQ                        PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-CHAINVERIFY SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT "KEYVAULT_FILE"
    IF WS-VAULT-FILENAME = SPACES
       MOVE "keyvault.dat" TO WS-VAULT-FILENAME
    END-IF
    IF NOT WS-FILE-NAMED
       IF WS-KIND-AUDIT
          STRING FUNCTION TRIM(WS-VAULT-FILENAME) DELIMITED BY SIZE
                 ".aud"                           DELIMITED BY SIZE
            INTO WS-CHAIN-FILENAME
          END-STRING
       ELSE
          ACCEPT WS-CHAIN-FILENAME FROM ENVIRONMENT "RUNJOURNAL_FILE"
          IF WS-CHAIN-FILENAME = SPACES
             MOVE "runjournal.dat" TO WS-CHAIN-FILENAME
          END-IF
       END-IF
    END-IF

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "CHAINVERIFY: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    IF WS-KIND-AUDIT
       OPEN INPUT AUDIT-FILE
    ELSE
       OPEN INPUT JOURNAL-FILE
    END-IF
    IF NOT WS-CHAIN-OK
       DISPLAY "CHAINVERIFY: cannot open ["
               FUNCTION TRIM(WS-CHAIN-FILENAME) "], status="
               WS-CHAIN-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    ELSE
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CHAINVERIFY: verifying "          DELIMITED BY SIZE
              FUNCTION TRIM(WS-FILE-KIND)         DELIMITED BY SIZE
              " file ["                           DELIMITED BY SIZE
              FUNCTION TRIM(WS-CHAIN-FILENAME)    DELIMITED BY SIZE
              "]"                                 DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE

       PERFORM UNTIL WS-EOF OR WS-RETURN-STATUS NOT = 0
          PERFORM READ-CHAIN-RECORD
          IF NOT WS-EOF
             PERFORM VERIFY-ONE-RECORD
          END-IF
       END-PERFORM

       IF WS-KIND-AUDIT
          CLOSE AUDIT-FILE
       ELSE
          CLOSE JOURNAL-FILE
       END-IF

       PERFORM REPORT-SUMMARY
    END-IF

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    IF WS-RETURN-STATUS = 0 AND WS-FIRST-BREAK-REC NOT = 0
       MOVE 4 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-CHAINVERIFY-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> chainverify AUDIT|JOURNAL [FILE:<path>] [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 1 OR WS-ARG-COUNT > 3
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OPT-ARG
    ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
    IF WS-OPT-ARG NOT = "AUDIT" AND WS-OPT-ARG NOT = "JOURNAL"
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    MOVE WS-OPT-ARG TO WS-FILE-KIND

    PERFORM VARYING WS-ARG-NUM FROM 2 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:5) = "FILE:" AND NOT WS-FILE-NAMED
               AND WS-OPT-ARG(6:) NOT = SPACES
             MOVE WS-OPT-ARG(6:) TO WS-CHAIN-FILENAME
             MOVE "Y" TO WS-FILE-NAMED-SW
          WHEN WS-OPT-ARG(1:5) NOT = "FILE:"
               AND NOT WS-REPORT-REQUESTED
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

    DISPLAY "CHAINVERIFY: usage: chainverify AUDIT|JOURNAL "
            "[FILE:path] [report-file]"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-CHAIN-RECORD SECTION.
*>----------------------------------------------------------------------
*> Reads the next record of whichever file is being verified into the
*> common WS-REC- fields, so the verification itself is the same for
*> both.

    IF WS-KIND-AUDIT
       READ AUDIT-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
       END-READ
    ELSE
       READ JOURNAL-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
       END-READ
    END-IF
    IF WS-EOF
       GO TO READ-CHAIN-RECORD-EX
    END-IF
    IF NOT WS-CHAIN-OK
       DISPLAY "CHAINVERIFY: read failed after record " WS-REC-NO
               ", status=" WS-CHAIN-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       MOVE "Y" TO WS-EOF-SW
       GO TO READ-CHAIN-RECORD-EX
    END-IF
    ADD 1 TO WS-REC-NO

    MOVE "N" TO WS-REC-CHAINED-SW
    MOVE SPACES TO WS-REC-IMAGE
    MOVE SPACES TO WS-REC-LABEL
    IF WS-KIND-AUDIT
       MOVE AU-TEXT(1:60) TO WS-REC-LABEL
       IF AU-CHAIN NOT = SPACES
          MOVE "Y"             TO WS-REC-CHAINED-SW
          MOVE AU-CHAIN-KEY-ID TO WS-REC-KEY-ID
          MOVE AU-CHAIN-SEQ    TO WS-REC-SEQ-X
          MOVE AU-CHAIN-LINK   TO WS-REC-LINK
          MOVE SPACES          TO AU-CHAIN-LINK
       END-IF
       MOVE AUDIT-REC TO WS-REC-IMAGE
    ELSE
       STRING RJ-EVENT         DELIMITED BY SIZE
              " "              DELIMITED BY SIZE
              RJ-PROGRAM       DELIMITED BY SIZE
              " start="        DELIMITED BY SIZE
              RJ-START-TS      DELIMITED BY SIZE
              " "              DELIMITED BY SIZE
              RJ-MODE          DELIMITED BY SIZE
         INTO WS-REC-LABEL
       END-STRING
       IF RJ-CHAIN NOT = SPACES
          MOVE "Y"             TO WS-REC-CHAINED-SW
          MOVE RJ-CHAIN-KEY-ID TO WS-REC-KEY-ID
          MOVE RJ-CHAIN-SEQ    TO WS-REC-SEQ-X
          MOVE RJ-CHAIN-LINK   TO WS-REC-LINK
          MOVE SPACES          TO RJ-CHAIN-LINK
       END-IF
       MOVE RUNJNL-REC TO WS-REC-IMAGE
    END-IF

    .
 READ-CHAIN-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 VERIFY-ONE-RECORD SECTION.
*>----------------------------------------------------------------------

    IF NOT WS-REC-CHAINED
       IF NOT WS-CHAIN-STARTED
          ADD 1 TO WS-LEGACY-COUNT
       ELSE
          ADD 1 TO WS-INSERTED-COUNT
          MOVE "unchained record inside the chain"
            TO WS-OPT-ARG
          PERFORM REPORT-BREAK-INSERTED
       END-IF
       GO TO VERIFY-ONE-RECORD-EX
    END-IF

    ADD 1 TO WS-CHAINED-COUNT
    IF WS-REC-SEQ-X NOT NUMERIC
       MOVE 0 TO WS-REC-SEQ
    ELSE
       MOVE WS-REC-SEQ-X TO WS-REC-SEQ
    END-IF
    IF NOT WS-CHAIN-STARTED
       MOVE "Y" TO WS-STARTED-SW
       MOVE 1 TO WS-EXPECTED-SEQ
       MOVE SPACES TO WS-PREV-LINK
    END-IF
    IF WS-REC-SEQ > WS-FINAL-SEQ
       MOVE WS-REC-SEQ TO WS-FINAL-SEQ
    END-IF

    IF WS-REC-SEQ < WS-EXPECTED-SEQ
       ADD 1 TO WS-INSERTED-COUNT
       MOVE SPACES TO WS-OPT-ARG
       STRING "sequence " WS-REC-SEQ-X      DELIMITED BY SIZE
              " already passed, expected "  DELIMITED BY SIZE
              WS-EXPECTED-SEQ               DELIMITED BY SIZE
         INTO WS-OPT-ARG
       END-STRING
       PERFORM REPORT-BREAK-INSERTED
       GO TO VERIFY-ONE-RECORD-EX
    END-IF

    IF WS-REC-SEQ > WS-EXPECTED-SEQ
       COMPUTE WS-GAP = WS-REC-SEQ - WS-EXPECTED-SEQ
       COMPUTE WS-GAP-LAST = WS-REC-SEQ - 1
       ADD WS-GAP TO WS-DELETED-COUNT
       IF WS-FIRST-BREAK-REC = 0
          MOVE WS-REC-NO TO WS-FIRST-BREAK-REC
       END-IF
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CHAINVERIFY: DELETED "      DELIMITED BY SIZE
              WS-GAP                       DELIMITED BY SIZE
              " record(s) before record "  DELIMITED BY SIZE
              WS-REC-NO                    DELIMITED BY SIZE
              " (sequence "                DELIMITED BY SIZE
              WS-EXPECTED-SEQ              DELIMITED BY SIZE
              " to "                       DELIMITED BY SIZE
              WS-GAP-LAST                  DELIMITED BY SIZE
              " missing)"                  DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       MOVE WS-REC-LINK TO WS-PREV-LINK
       COMPUTE WS-EXPECTED-SEQ = WS-REC-SEQ + 1
       GO TO VERIFY-ONE-RECORD-EX
    END-IF

    PERFORM GET-CHAIN-KEY
    IF WS-RETURN-STATUS NOT = 0
       GO TO VERIFY-ONE-RECORD-EX
    END-IF
    CALL "CHAINLINK" USING WS-KEY-BYTES
                           WS-KEY-ID
                           WS-PREV-LINK
                           WS-REC-IMAGE
                           WS-COMPUTED-LINK

    IF WS-COMPUTED-LINK = WS-REC-LINK
       ADD 1 TO WS-VERIFIED-COUNT
       IF WS-FIRST-BREAK-REC = 0
          MOVE WS-REC-NO    TO WS-LAST-GOOD-REC
          MOVE WS-REC-SEQ   TO WS-LAST-GOOD-SEQ
          MOVE WS-REC-LABEL TO WS-LAST-GOOD-LABEL
       END-IF
    ELSE
       ADD 1 TO WS-ALTERED-COUNT
       IF WS-FIRST-BREAK-REC = 0
          MOVE WS-REC-NO TO WS-FIRST-BREAK-REC
       END-IF
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CHAINVERIFY: ALTERED record " DELIMITED BY SIZE
              WS-REC-NO                      DELIMITED BY SIZE
              " sequence "                   DELIMITED BY SIZE
              WS-REC-SEQ-X                   DELIMITED BY SIZE
              ": "                           DELIMITED BY SIZE
              WS-REC-LABEL                   DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF
    MOVE WS-REC-LINK TO WS-PREV-LINK
    ADD 1 TO WS-EXPECTED-SEQ

    .
 VERIFY-ONE-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-BREAK-INSERTED SECTION.
*>----------------------------------------------------------------------
*> An INSERTED record (reason in WS-OPT-ARG) is skipped over: the
*> chain carries on from the link before it.

    IF WS-FIRST-BREAK-REC = 0
       MOVE WS-REC-NO TO WS-FIRST-BREAK-REC
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CHAINVERIFY: INSERTED record " DELIMITED BY SIZE
           WS-REC-NO                       DELIMITED BY SIZE
           " ("                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPT-ARG)       DELIMITED BY SIZE
           "): "                           DELIMITED BY SIZE
           WS-REC-LABEL                    DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-BREAK-INSERTED-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-CHAIN-KEY SECTION.
*>----------------------------------------------------------------------
*> The chain key for the record's key-id, fetched from the vault only
*> when it differs from the last one fetched.

    IF WS-REC-KEY-ID = WS-KEY-ID
       GO TO GET-CHAIN-KEY-EX
    END-IF

    MOVE WS-REC-KEY-ID TO WS-KEY-ID
    CALL "KEYFETCH" USING WS-VAULT-FILENAME
                          WS-KEY-ID
                          WS-KEY-MODE
                          WS-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF NOT WS-KEYFETCH-OK
       DISPLAY "CHAINVERIFY: KEYFETCH failed for chain key-id ["
               WS-KEY-ID "], RC=" WS-KEYFETCH-RC
               " -- cannot verify from record " WS-REC-NO " on"
       MOVE SPACES TO WS-KEY-ID
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 GET-CHAIN-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-SUMMARY SECTION.
*>----------------------------------------------------------------------

    MOVE SPACES TO WS-REPORT-LINE
    STRING "CHAINVERIFY: records = "      DELIMITED BY SIZE
           WS-REC-NO                      DELIMITED BY SIZE
           "  legacy = "                  DELIMITED BY SIZE
           WS-LEGACY-COUNT                DELIMITED BY SIZE
           "  chained = "                 DELIMITED BY SIZE
           WS-CHAINED-COUNT               DELIMITED BY SIZE
           "  verified = "                DELIMITED BY SIZE
           WS-VERIFIED-COUNT              DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CHAINVERIFY: altered = "      DELIMITED BY SIZE
           WS-ALTERED-COUNT               DELIMITED BY SIZE
           "  deleted = "                 DELIMITED BY SIZE
           WS-DELETED-COUNT               DELIMITED BY SIZE
           "  inserted = "                DELIMITED BY SIZE
           WS-INSERTED-COUNT              DELIMITED BY SIZE
           "  highest sequence = "          DELIMITED BY SIZE
           WS-FINAL-SEQ                   DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
       WHEN WS-RETURN-STATUS NOT = 0
          STRING "CHAINVERIFY: verification INCOMPLETE at record "
                                          DELIMITED BY SIZE
                 WS-REC-NO                DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       WHEN WS-CHAINED-COUNT = 0
          MOVE "CHAINVERIFY: no chained records -- nothing to verify"
            TO WS-REPORT-LINE
       WHEN WS-FIRST-BREAK-REC = 0
          MOVE "CHAINVERIFY: chain INTACT" TO WS-REPORT-LINE
       WHEN OTHER
          STRING "CHAINVERIFY: chain BROKEN -- first broken link at "
                                          DELIMITED BY SIZE
                 "record "                DELIMITED BY SIZE
                 WS-FIRST-BREAK-REC       DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
    END-EVALUATE
    PERFORM EMIT-REPORT-LINE

    IF WS-LAST-GOOD-REC NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CHAINVERIFY: last verified position: record "
                                          DELIMITED BY SIZE
              WS-LAST-GOOD-REC            DELIMITED BY SIZE
              " sequence "                DELIMITED BY SIZE
              WS-LAST-GOOD-SEQ            DELIMITED BY SIZE
              ": "                        DELIMITED BY SIZE
              WS-LAST-GOOD-LABEL          DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    .
 REPORT-SUMMARY-EX.
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
          DISPLAY "CHAINVERIFY: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM CHAINVERIFY.
