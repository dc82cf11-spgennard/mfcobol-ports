     *>******************************************************************************
     *> Copybook:     PRGCERTREC.CPY
     *>
     *> Purpose:      Record layout for the purge certificate file ENCPURGE
     *>               appends to (the catalog filename with ".cert"
     *>               appended unless CERT:<path> names one): one line per
     *>               destroyed archive, the evidence records management
     *>               keeps that expired data was destroyed, when, and on
     *>               whose authority. Counts and digest come from the
     *>               archive's own integrity trailer as read just before
     *>               it was overwritten; no key material appears here.
     *>
     *> Usage:        COPY "prgcertrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> PC-PURGED-AT     When the archive was overwritten and deleted
     *>                  (YYYYMMDDHHMMSS).
     *> PC-FILENAME      The archive as the catalog named it.
     *> PC-KEY-ID        The vault key-id it was encrypted under (spaces
     *>                  for a literal-key file).
     *> PC-RECORD-COUNT  Data-record count from its trailer.
     *> PC-BYTE-COUNT    Data-record byte count from its trailer.
     *> PC-DIGEST        The trailer's SHA3-256 digest, as 64 hex
     *>                  characters.
     *> PC-RETENTION-CLASS  The retention class it was kept under.
     *> PC-RETAIN-UNTIL  The retain-until date that had passed.
     *> PC-REQUESTED-BY  Operator id that requested the purge.
     *> PC-APPROVED-BY   Operator id that approved it and ran it.
     *>******************************************************************************
      01 PURGECERT-REC.
         02 PC-PURGED-AT                    PIC X(14).
         02 FILLER                          PIC X.
         02 PC-FILENAME                     PIC X(256).
         02 FILLER                          PIC X.
         02 PC-KEY-ID                       PIC X(8).
         02 FILLER                          PIC X.
         02 PC-RECORD-COUNT                 PIC 9(9).
         02 FILLER                          PIC X.
         02 PC-BYTE-COUNT                   PIC 9(12).
         02 FILLER                          PIC X.
         02 PC-DIGEST                       PIC X(64).
         02 FILLER                          PIC X.
         02 PC-RETENTION-CLASS              PIC X(8).
         02 FILLER                          PIC X.
         02 PC-RETAIN-UNTIL                 PIC X(8).
         02 FILLER                          PIC X.
         02 PC-REQUESTED-BY                 PIC X(16).
         02 FILLER                          PIC X.
         02 PC-APPROVED-BY                  PIC X(16).
