*>               caller is expected to report a nonzero return code
*>               loudly but NOT to fail its own production work over it.
*>
*>               When the AUDITCHAIN_KEYID environment variable names a
*>               vault key-id, every record is hash-chained before it is
*>               written: RJ-CHAIN gets the key-id, the next sequence
*>               number and the keyed link (CHAINLINK.cob) over the last
*>               chained record's link and this record, so an edited,
*>               inserted or deleted journal record shows up when
*>               CHAINVERIFY walks the file. The chain key is fetched
*>               through KEYFETCH on the first call of the run and kept
*>               for the rest of it. Records from before chaining was
*>               configured stay as they are, a legacy prefix. If the
*>               chain key cannot be fetched the record is still
*>               written -- losing the evidence would be worse -- but
*>               unchained, which CHAINVERIFY reports, and the caller
*>               gets RC 24. Chaining assumes journal writers take turns,
*>               as jobs under the scheduler do: two jobs appending at
*>               the same instant can chain to the same predecessor.
*>
*>               A record the caller left outside any job stream
*>               (RJ-STREAM blank) is stamped with the stream and step
*>               JOBSTREAM is running, when JOBSTREAM_ID is set in the
*>               environment -- JOBSTREAM sets it, with JOBSTREAM_STEP
*>               and JOBSTREAM_STEP_SEQ, for every step it runs -- so
*>               RUNSUMM can show a job under the stream step that ran
*>               it. The stamp goes on before the record is chained.
*>
*> Tectonics:    cobc -m -std=ibm -free -I copybooks runjrnl.cob
*>               chainlink.cob keyfetch.cob cobdes.cob hexdump.cob
*>               ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        CALL "RUNJRNL" USING RUNJNL-REC (see RUNJNLREC.CPY,
*>               filled in by the caller, RJ-CHAIN left blank, and
*>               RJ-STREAM too unless the caller is JOBSTREAM), return
*>               code (9(2), out: 0 = record appended, 20 = journal
*>               could not be opened or written, 24 = record appended
*>               but NOT chained, the chain key could not be fetched).
*>
*> Date-Written: 2026.09.02
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Tamper-evident hash chain: with AUDITCHAIN_KEYID set,
*>            each record carries the chain key-id, a sequence number
*>            and a keyed SHA3-256 link (CHAINLINK) over the previous
*>            chained record's link; new RC 24 when the chain key is
*>            unavailable and the record went out unchained. Linkage
*>            record widened to the extended RUNJNL-REC.
*> 2026.10.15 Job-stream stamp: a record with RJ-STREAM blank takes the
*>            stream id, step sequence and step name from JOBSTREAM_ID,
*>            JOBSTREAM_STEP_SEQ and JOBSTREAM_STEP. Linkage record
*>            widened to the extended RUNJNL-REC.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 01 WS-JOURNAL-STATUS                   PIC X(2).
    88 WS-JOURNAL-OK                       VALUE "00".
    88 WS-JOURNAL-NOT-EXIST                VALUE "35".
 01 WS-JOURNAL-EOF-SW                   PIC X.
    88 WS-JOURNAL-EOF                      VALUE "Y".

*> hash-chain support: the chain key is fetched once, on the first
*> call of the run, and kept (this module's storage persists between
*> calls); the head is the last chained record already in the journal
 01 WS-CHAIN-STATE                      PIC X VALUE SPACE.
    88 WS-CHAIN-UNKNOWN                    VALUE SPACE.
    88 WS-CHAIN-ON                         VALUE "Y".
    88 WS-CHAIN-OFF                        VALUE "N".
    88 WS-CHAIN-KEY-MISSING                VALUE "X".
 01 WS-CHAIN-KEY-ID                     PIC X(8).
 01 WS-CHAIN-KEY-MODE                   PIC 9.
 01 WS-CHAIN-KEY-BYTES                  PIC X(24).
 01 WS-HEAD-SEQ                         PIC 9(9).
 01 WS-HEAD-LINK                        PIC X(64).
 01 WS-NEW-LINK                         PIC X(64).
 01 WS-VAULT-FILENAME                   PIC X(256).
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "RUNJRNL".

*> the job stream and step this job is running under, if any
 01 WS-STREAM-ID                        PIC X(20).
 01 WS-STEP-SEQ                         PIC X(3).
 01 WS-STEP-NAME                        PIC X(12).

*>**********************************************************************
 LINKAGE SECTION.
 01 LNK-RUNJNL-REC                      PIC X(294).
 01 LNK-RETURN-CODE                     PIC 9(2).
    88 RUNJRNL-OK                          VALUE 0.
    88 RUNJRNL-JOURNAL-ERROR               VALUE 20.
    88 RUNJRNL-NOT-CHAINED                 VALUE 24.

 PROCEDURE DIVISION USING LNK-RUNJNL-REC
                          LNK-RETURN-CODE.
       MOVE "runjournal.dat" TO WS-JOURNAL-FILENAME
    END-IF

    IF WS-CHAIN-UNKNOWN
       PERFORM GET-CHAIN-KEY
    END-IF
    IF WS-CHAIN-ON
       PERFORM FIND-CHAIN-HEAD
       IF NOT RUNJRNL-OK
          GOBACK
       END-IF
    END-IF

    MOVE LNK-RUNJNL-REC TO RUNJNL-REC
    MOVE SPACES TO RJ-CHAIN
    IF RJ-STREAM = SPACES
       PERFORM GET-STREAM-STAMP
    END-IF
    IF WS-CHAIN-ON
       MOVE WS-CHAIN-KEY-ID TO RJ-CHAIN-KEY-ID
       COMPUTE RJ-CHAIN-SEQ = WS-HEAD-SEQ + 1
       CALL "CHAINLINK" USING WS-CHAIN-KEY-BYTES
                              WS-CHAIN-KEY-ID
                              WS-HEAD-LINK
                              RUNJNL-REC
                              WS-NEW-LINK
       MOVE WS-NEW-LINK TO RJ-CHAIN-LINK
    END-IF

    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-NOT-EXIST
       OPEN OUTPUT JOURNAL-FILE
       GOBACK
    END-IF

    WRITE RUNJNL-REC
    IF NOT WS-JOURNAL-OK
       MOVE 20 TO LNK-RETURN-CODE
    IF RUNJRNL-OK AND NOT WS-JOURNAL-OK
       MOVE 20 TO LNK-RETURN-CODE
    END-IF
    IF RUNJRNL-OK AND WS-CHAIN-KEY-MISSING
       MOVE 24 TO LNK-RETURN-CODE
    END-IF

    GOBACK

 MAIN-RUNJRNL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-CHAIN-KEY SECTION.
*>----------------------------------------------------------------------
*> First call of the run: is chaining configured, and if so fetch the
*> chain key from the vault (KEYVAULT_FILE, default "keyvault.dat",
*> as everywhere). The outcome holds for the rest of the run.

    ACCEPT WS-CHAIN-KEY-ID FROM ENVIRONMENT "AUDITCHAIN_KEYID"
    IF WS-CHAIN-KEY-ID = SPACES
       MOVE "N" TO WS-CHAIN-STATE
       GO TO GET-CHAIN-KEY-EX
    END-IF

    ACCEPT WS-VAULT-FILENAME FROM ENVIRONMENT "KEYVAULT_FILE"
    IF WS-VAULT-FILENAME = SPACES
       MOVE "keyvault.dat" TO WS-VAULT-FILENAME
    END-IF

    CALL "KEYFETCH" USING WS-VAULT-FILENAME
                          WS-CHAIN-KEY-ID
                          WS-CHAIN-KEY-MODE
                          WS-CHAIN-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF WS-KEYFETCH-OK
       MOVE "Y" TO WS-CHAIN-STATE
    ELSE
       DISPLAY "RUNJRNL: KEYFETCH failed for chain key-id ["
               WS-CHAIN-KEY-ID "], RC=" WS-KEYFETCH-RC
               " -- journal records of this run are NOT chained"
       MOVE "X" TO WS-CHAIN-STATE
    END-IF

    .
 GET-CHAIN-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-STREAM-STAMP SECTION.
*>----------------------------------------------------------------------
*> A job run as a JOBSTREAM step finds its stream and step in the
*> environment JOBSTREAM ran it with; a job run any other way finds
*> nothing there and its record stays outside any stream.

    MOVE SPACES TO WS-STREAM-ID
    ACCEPT WS-STREAM-ID FROM ENVIRONMENT "JOBSTREAM_ID"
    IF WS-STREAM-ID = SPACES
       GO TO GET-STREAM-STAMP-EX
    END-IF

    MOVE SPACES TO WS-STEP-SEQ
    MOVE SPACES TO WS-STEP-NAME
    ACCEPT WS-STEP-SEQ  FROM ENVIRONMENT "JOBSTREAM_STEP_SEQ"
    ACCEPT WS-STEP-NAME FROM ENVIRONMENT "JOBSTREAM_STEP"

    MOVE WS-STREAM-ID TO RJ-STREAM-ID
    IF WS-STEP-SEQ NUMERIC
       MOVE WS-STEP-SEQ TO RJ-STEP-SEQ
    ELSE
       MOVE 0 TO RJ-STEP-SEQ
    END-IF
    MOVE WS-STEP-NAME TO RJ-STEP-NAME

    .
 GET-STREAM-STAMP-EX.
    EXIT.

*>----------------------------------------------------------------------
 FIND-CHAIN-HEAD SECTION.
*>----------------------------------------------------------------------
*> Reads the journal through to find the last chained record: its
*> sequence number and link are what the new record chains on to. No
*> chained record yet (or no journal yet) starts the chain at 1 from
*> the keyed anchor. An unchained record after the head -- appended by
*> hand, or by a run whose chain key was missing -- is skipped over,
*> not chained to; CHAINVERIFY reports it.

    MOVE 0 TO WS-HEAD-SEQ
    MOVE SPACES TO WS-HEAD-LINK

    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-NOT-EXIST
       GO TO FIND-CHAIN-HEAD-EX
    END-IF
    IF NOT WS-JOURNAL-OK
       MOVE 20 TO LNK-RETURN-CODE
       GO TO FIND-CHAIN-HEAD-EX
    END-IF

    MOVE "N" TO WS-JOURNAL-EOF-SW
    PERFORM UNTIL WS-JOURNAL-EOF
       READ JOURNAL-FILE
          AT END
             MOVE "Y" TO WS-JOURNAL-EOF-SW
          NOT AT END
             IF RJ-CHAIN NOT = SPACES AND RJ-CHAIN-SEQ NUMERIC
                MOVE RJ-CHAIN-SEQ  TO WS-HEAD-SEQ
                MOVE RJ-CHAIN-LINK TO WS-HEAD-LINK
             END-IF
       END-READ
    END-PERFORM

    CLOSE JOURNAL-FILE

    .
 FIND-CHAIN-HEAD-EX.
    EXIT.

 END PROGRAM RUNJRNL.
