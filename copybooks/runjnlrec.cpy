     *>                  START).
     *> RJ-DETAIL        The run's primary file argument, trimmed -- the
     *>                  archive, manifest or vector file it worked over.
     *> RJ-CHAIN         Tamper-evidence, filled in by RUNJRNL itself (the
     *>                  caller leaves it blank): the vault key-id the
     *>                  record was chained under, its sequence number in
     *>                  the chain (1 for the file's first chained record)
     *>                  and its keyed hash-chain link (see CHAINLINK.cob)
     *>                  over the previous record's link and this record.
     *>                  All spaces on a record written before chaining
     *>                  was configured; CHAINVERIFY checks the chain.
     *> RJ-STREAM        Job-stream membership: the stream id a run belongs
     *>                  to, the step's position in the stream's control
     *>                  file (000 on the stream's own records) and the
     *>                  step's name. JOBSTREAM fills these in on its
     *>                  stream and step records; for every other job
     *>                  RUNJRNL fills them in from the JOBSTREAM_ID,
     *>                  JOBSTREAM_STEP_SEQ and JOBSTREAM_STEP environment
     *>                  variables JOBSTREAM sets for the step it runs, so
     *>                  a job run as a step is journalled under its step
     *>                  without knowing it. All spaces on a run outside
     *>                  any stream. Covered by the hash chain like the
     *>                  rest of the record.
     *>******************************************************************************
      01 RUNJNL-REC.
         02 RJ-EVENT                        PIC X(5).
         02 RJ-RECS-FAILED                  PIC 9(9).
         02 RJ-RETURN-CODE                  PIC 9(2).
         02 RJ-DETAIL                       PIC X(80).
         02 RJ-CHAIN.
            03 RJ-CHAIN-KEY-ID              PIC X(8).
            03 RJ-CHAIN-SEQ                 PIC 9(9).
            03 RJ-CHAIN-LINK                PIC X(64).
         02 RJ-STREAM.
            03 RJ-STREAM-ID                 PIC X(20).
            03 RJ-STEP-SEQ                  PIC 9(3).
            03 RJ-STEP-NAME                 PIC X(12).
