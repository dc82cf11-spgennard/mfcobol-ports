     *>******************************************************************************
     *> Copybook:     RKCAMPREC.CPY
     *>
     *> Purpose:      Record layout for a rekey-campaign status file, the
     *>               indexed file REKEYCAMP keeps one entry in per
     *>               archive it has to move off a key-id (default name
     *>               "<old-key-id>.rekey"). Each entry is rewritten the
     *>               moment its archive's state changes, so a rerun after
     *>               an abend or a closed batch window picks up at the
     *>               next unfinished archive instead of starting over.
     *>               One control entry under the reserved filename
     *>               "*CAMPAIGN*" (sorting ahead of every real path)
     *>               pins the campaign's key-ids and records whether the
     *>               KEYADMIN RETIRE request has been queued yet.
     *>
     *> Usage:        COPY "rkcamprec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> RK-FILENAME      The archive as the catalog names it (EC-FILENAME),
     *>                  the record key; "*CAMPAIGN*" for the control entry.
     *> RK-STATUS        C = control entry, P = pending, R = rekey running
     *>                  (a run that died here is simply retried),
     *>                  D = done, F = failed (see RK-LAST-RC; retried
     *>                  only when asked), W = withdrawn -- no longer
     *>                  catalogued under the old key-id when its turn
     *>                  came, so nothing was left to rekey.
     *> RK-OLD-KEY-ID    The key-id being retired.
     *> RK-NEW-KEY-ID    The key-id the archives are moved to.
     *> RK-NEW-FILENAME  The rekeyed archive ENCFILE wrote (done entries).
     *> RK-ATTEMPTS      Rekey attempts made on this archive.
     *> RK-LAST-RC       ENCFILE's return code from the last attempt.
     *> RK-UPDATED       When the entry last changed (YYYYMMDDHHMMSS).
     *> RK-RETIRE-SW     Control entry only: "Y" once the KEYADMIN RETIRE
     *>                  request for the old key-id has been queued.
     *>******************************************************************************
      01 REKEYCAMP-REC.
         02 RK-FILENAME                     PIC X(256).
         02 RK-STATUS                       PIC X.
            88 RK-CONTROL                      VALUE "C".
            88 RK-PENDING                      VALUE "P".
            88 RK-RUNNING                      VALUE "R".
            88 RK-DONE                         VALUE "D".
            88 RK-FAILED                       VALUE "F".
            88 RK-WITHDRAWN                    VALUE "W".
         02 RK-OLD-KEY-ID                   PIC X(8).
         02 RK-NEW-KEY-ID                   PIC X(8).
         02 RK-NEW-FILENAME                 PIC X(256).
         02 RK-ATTEMPTS                     PIC 9(3).
         02 RK-LAST-RC                      PIC 9(2).
         02 RK-UPDATED                      PIC X(14).
         02 RK-RETIRE-SW                    PIC X.
            88 RK-RETIRE-QUEUED                VALUE "Y".
