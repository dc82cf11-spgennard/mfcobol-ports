     *>******************************************************************************
     *> Copybook:     KEYACCREC.CPY
     *>
     *> Purpose:      Record layout for the key-access ledger KEYFETCH
     *>               appends to on EVERY lookup, successful or refused
     *>               (the vault filename with ".acc" appended, or the
     *>               KEYACCESS_FILE environment variable). The ".aud"
     *>               file records what KEYADMIN did TO the vault; this
     *>               ledger records who took key material OUT of it --
     *>               the question "who pulled key X last quarter, and
     *>               who used the rekey option to reach a withdrawn
     *>               key" that KEYUSAGE reports on. Key bytes never
     *>               appear here.
     *>
     *> Usage:        COPY "keyaccrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> KA-TIMESTAMP     When the lookup was made (YYYYMMDDHHMMSS).
     *> KA-PROGRAM       The calling program (ENCFILE, SHA3MANIFEST,
     *>                  SHA3VERIFY, ...), as the caller names itself.
     *> KA-OPERATOR      Operator id of the run (KEYADMIN_OPERATOR, then
     *>                  USER, then LOGNAME); spaces when none is set.
     *> KA-KEY-ID        The key-id asked for.
     *> KA-OPTIONS       The KEYFETCH options byte: space for a normal
     *>                  lookup, "R" for a rekey lookup that bypassed the
     *>                  lifecycle checks.
     *> KA-RETURN-CODE   KEYFETCH's return code: 0 = key handed out,
     *>                  20/22/24/26/28/30 = refused (see KEYFETCH.cob).
     *>******************************************************************************
      01 KEYACC-REC.
         02 KA-TIMESTAMP                    PIC X(14).
         02 KA-PROGRAM                      PIC X(12).
         02 KA-OPERATOR                     PIC X(16).
         02 KA-KEY-ID                       PIC X(8).
         02 KA-OPTIONS                      PIC X.
            88 KA-OPT-REKEY                    VALUE "R".
         02 KA-RETURN-CODE                  PIC 9(2).
            88 KA-FETCH-OK                     VALUE 0.
