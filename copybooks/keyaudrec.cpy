     *>******************************************************************************
     *> Copybook:     KEYAUDREC.CPY
     *>
     *> Purpose:      Record layout for KEYADMIN's append-only change-audit
     *>               file (the vault filename with ".aud" appended): one
     *>               readable line per vault change or dual-control event,
     *>               followed by the hash-chain fields that make an edited,
     *>               inserted or deleted line detectable. KEYADMIN writes
     *>               it; CHAINVERIFY walks it. Key bytes and master keys
     *>               never appear here.
     *>
     *> Usage:        COPY "keyaudrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> AU-TEXT          The event itself: timestamp, action, key-id and
     *>                  the details KEYADMIN records for that action.
     *> AU-CHAIN         " chain=<key-id> seq=<n> link=<64 hex>": the
     *>                  vault key-id the line was chained under, its
     *>                  sequence number in the chain (1 for the file's
     *>                  first chained line) and its keyed hash-chain link
     *>                  (see CHAINLINK.cob) over the previous line's link
     *>                  and this line. All spaces on a line written before
     *>                  chaining was configured (the legacy prefix).
     *>******************************************************************************
      01 AUDIT-REC.
         02 AU-TEXT                         PIC X(120).
         02 AU-CHAIN.
            03 AU-CHAIN-TAG                 PIC X(7).
               88 AU-CHAINED                   VALUE " chain=".
            03 AU-CHAIN-KEY-ID              PIC X(8).
            03 AU-SEQ-TAG                   PIC X(5).
            03 AU-CHAIN-SEQ                 PIC 9(9).
            03 AU-LINK-TAG                  PIC X(6).
            03 AU-CHAIN-LINK                PIC X(64).
