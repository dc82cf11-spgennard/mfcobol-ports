     *>******************************************************************************
     *> Copybook:     PRGPNDREC.CPY
     *>
     *> Purpose:      Record layout for ENCPURGE's purge-request queue (the
     *>               catalog filename with ".prg" appended), the same
     *>               two-person control KEYADMIN's pending-change file
     *>               gives ROTATE and RETIRE: REQUEST parks one entry here
     *>               per archive past its retention date, and only an
     *>               APPROVE by a DIFFERENT operator id destroys the
     *>               archive. Each entry is a snapshot of the catalog
     *>               entry the requester saw; APPROVE refuses an archive
     *>               whose catalog entry has changed since.
     *>
     *> Usage:        COPY "prgpndrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> PP-FILENAME      The archive as the catalog names it (EC-FILENAME),
     *>                  the record key.
     *> PP-KEY-ID        EC-KEY-ID when the purge was requested.
     *> PP-RECORD-COUNT  EC-RECORD-COUNT when the purge was requested.
     *> PP-BYTE-COUNT    EC-BYTE-COUNT when the purge was requested.
     *> PP-RETENTION-CLASS  EC-RETENTION-CLASS when the purge was requested.
     *> PP-RETAIN-UNTIL  EC-RETAIN-UNTIL when the purge was requested.
     *> PP-REQUESTED-BY  Operator id of the requester (KEYADMIN_OPERATOR /
     *>                  USER / LOGNAME); the approver must differ.
     *> PP-REQUESTED-AT  When the purge was queued (YYYYMMDDHHMMSS).
     *> PP-EXPIRES       Last date (YYYYMMDD) the purge may be approved;
     *>                  a later APPROVE drops it as expired instead.
     *>******************************************************************************
      01 PURGEPND-REC.
         02 PP-FILENAME                     PIC X(256).
         02 PP-KEY-ID                       PIC X(8).
         02 PP-RECORD-COUNT                 PIC 9(9).
         02 PP-BYTE-COUNT                   PIC 9(12).
         02 PP-RETENTION-CLASS              PIC X(8).
         02 PP-RETAIN-UNTIL                 PIC X(8).
         02 PP-REQUESTED-BY                 PIC X(16).
         02 PP-REQUESTED-AT                 PIC X(14).
         02 PP-EXPIRES                      PIC X(8).
