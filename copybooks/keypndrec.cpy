     *>               id applies it to the vault. One pending change per
     *>               key-id at a time; KP-KEY-ID is the record key.
     *>
     *>               The record grew with the KP-CEREMONY group. A
     *>               ".pnd" file written before then will not open
     *>               (status 39), even once emptied: drain it with the
     *>               old KEYADMIN (APPROVE or REJECT every entry), then
     *>               delete the file -- KEYADMIN creates a new one the
     *>               next time a change is queued.
     *>
     *> Usage:        COPY "keypndrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> KP-KEY-ID        The key-id the change applies to, the record key.
     *> KP-ACTION        ROTATE, RETIRE, REWRAP or COMPONENT.
     *> KP-REQUESTED-BY  Operator id of the requester (KEYADMIN_OPERATOR /
     *>                  USER / LOGNAME); the approver must differ.
     *> KP-REQUESTED-AT  When the change was queued (YYYYMMDDHHMMSS).
     *> KP-EFF-TO        ROTATE payload: effective-to date.
     *> KP-FORCE         RETIRE only: "Y" when the request was made with
     *>                  FORCE, carried to the approve-time catalog check.
     *> KP-REWRAP-KCVS   REWRAP only (key-id "*MASTER*", a master key
     *>                  rotation rather than a vault key): the check
     *>                  values of the old and the new master key the
     *>                  request was proven with, laid over the ROTATE
     *>                  payload bytes. Neither master key itself is ever
     *>                  queued -- the approver supplies both again, and
     *>                  APPROVE refuses keys whose check values differ.
     *> KP-CEREMONY      COMPONENT only: a key-component ceremony in
     *>                  progress. The key is entered as 2 or 3
     *>                  components by different custodians, one KEYADMIN
     *>                  COMPONENT run each; the XOR of the components
     *>                  entered so far rests in KP-KEY-BYTES WRAPPED under
     *>                  the master key with its check value in KP-KCV (the
     *>                  next entry proves its master key against it),
     *>                  KP-KEY-MODE and the effective dates are the first
     *>                  custodian's, and KP-REQUESTED-BY is the first
     *>                  custodian. No component is ever stored in the
     *>                  clear, but after the first entry the wrapped
     *>                  value here IS that first component (and KP-KCV
     *>                  its check value); from the second entry on it is
     *>                  the XOR of the components so far.
     *> KP-PARTS-DUE     Number of components the key is split into.
     *> KP-PARTS-IN      Number entered so far.
     *> KP-CEREMONY-FOR  "A" = the finished key is ADDed as a new key-id,
     *>                  "R" = it replaces an existing key-id's material,
     *>                  queued as a ROTATE for APPROVE like any other.
     *> KP-CUSTODIAN     Operator ids of the custodians who entered the
     *>                  components so far; each must be a different
     *>                  person, and the last component's custodian is
     *>                  never stored because the ceremony ends with it.
     *>******************************************************************************
      01 KEYPND-REC.
         02 KP-KEY-ID                       PIC X(8).
         02 KP-ACTION                       PIC X(10).
            88 KP-ACTION-ROTATE                VALUE "ROTATE".
            88 KP-ACTION-RETIRE                VALUE "RETIRE".
            88 KP-ACTION-REWRAP                VALUE "REWRAP".
            88 KP-ACTION-COMPONENT             VALUE "COMPONENT".
         02 KP-REQUESTED-BY                 PIC X(16).
         02 KP-REQUESTED-AT                 PIC X(14).
         02 KP-EXPIRES                      PIC X(8).
         02 KP-KEY-MODE                     PIC 9.
         02 KP-KEY-BYTES                    PIC X(24).
         02 KP-REWRAP-KCVS REDEFINES KP-KEY-BYTES.
            03 KP-OLD-MASTER-KCV            PIC X(3).
            03 KP-NEW-MASTER-KCV            PIC X(3).
            03 FILLER                       PIC X(18).
         02 KP-KCV                          PIC X(3).
         02 KP-EFF-FROM                     PIC X(8).
         02 KP-EFF-TO                       PIC X(8).
         02 KP-FORCE                        PIC X.
            88 KP-FORCE-REQUESTED              VALUE "Y".
         02 KP-CEREMONY.
            03 KP-PARTS-DUE                 PIC 9.
            03 KP-PARTS-IN                  PIC 9.
            03 KP-CEREMONY-FOR              PIC X.
               88 KP-CEREMONY-ADD              VALUE "A".
               88 KP-CEREMONY-ROTATE           VALUE "R".
            03 KP-CUSTODIAN                 PIC X(16) OCCURS 2.
