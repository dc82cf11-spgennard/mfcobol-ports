*>               total compromise the moment its backup tape walks.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks keyadmin.cob
*>               cobdes.cob runjrnl.cob keyfetch.cob chainlink.cob
*>               hexdump.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        keyadmin ADD        key-id mode key-bytes [from [to]]
*>               keyadmin ROTATE     key-id mode key-bytes [from]
*>               keyadmin APPROVE    key-id
*>               keyadmin REJECT     key-id
*>               keyadmin MIGRATE
*>               keyadmin REWRAP
*>               keyadmin COMPONENT  key-id mode parts component [from [to]]
*>               keyadmin EXPORT     key-id custodian custodian [custodian]
*>               keyadmin LIST
*>               The destructive actions are under dual control: ROTATE
*>               and RETIRE no longer apply immediately -- they queue a
*>               and re-activates the key-id; RETIRE is permanent (a
*>               retired key cannot be reactivated -- rotate the key-id
*>               to fresh material instead if the id must live on).
*>               REWRAP rotates the master key itself: with the current
*>               master key in KEYVAULT_MASTER_KEY and its replacement
*>               in KEYVAULT_NEW_MASTER_KEY, it proves every wrapped
*>               vault record and every queued ROTATE payload unwraps
*>               to its check value, then queues the rotation under the
*>               reserved key-id "*MASTER*" for a second operator's
*>               APPROVE (supplying the same two keys, checked against
*>               the check values queued with the request). APPROVE
*>               proves every record again, and only when all of them
*>               pass re-wraps each one in place under the new master
*>               key, auditing each; a record that fails mid-way backs
*>               the converted ones out again, so the vault is never
*>               left half under one master key and half under the
*>               other. A record already under the new master key (a
*>               conversion interrupted by an abend) is accepted as
*>               converted, so re-APPROVEing finishes the job -- with
*>               the audit chain on as well: when the chain key's own
*>               record is already under the new master key, that
*>               APPROVE unwraps it under KEYVAULT_NEW_MASTER_KEY.
*>               With the AUDITCHAIN_KEYID environment variable naming a
*>               vault key-id, every audit line is hash-chained (layout
*>               in KEYAUDREC.CPY): it carries the chain key-id, its
*>               sequence number and a keyed SHA3-256 link (CHAINLINK)
*>               over the previous chained line's link and its own text,
*>               so CHAINVERIFY can show an edited, inserted or deleted
*>               line. The chain key is fetched through KEYFETCH before
*>               anything else happens, so a wrapped chain key needs
*>               KEYVAULT_MASTER_KEY for every auditing action (or, for
*>               the APPROVE resuming a REWRAP, KEYVAULT_NEW_MASTER_KEY
*>               once the chain key has been converted); when it
*>               cannot be fetched nothing is changed (RC=20) -- except
*>               for the ADD that puts the chain key itself into the
*>               vault, which is audited unchained.
*>               COMPONENT enters a key that arrives as 2 or 3 (parts)
*>               components held by different custodians, the way
*>               keys are exchanged between sites: each custodian runs
*>               COMPONENT once with their own component in hex (16
*>               digits for mode 0, 48 for mode 1) under their own
*>               operator id, and is shown the component's check value
*>               to compare against their sheet. The first component
*>               opens a ceremony in the pending-change file; the XOR
*>               of the components entered so far rests there wrapped
*>               under the master key -- never in the clear, though
*>               after the first entry the wrapped value is that first
*>               component itself -- and the same custodian cannot
*>               enter two. The last
*>               component ADDs a new key-id outright, or queues an
*>               existing key-id's new material as a ROTATE for
*>               APPROVE. A ceremony expires like any pending change,
*>               cannot be APPROVEd, and REJECT abandons it. EXPORT
*>               splits a vault key the other way: the key is unwrapped
*>               and proven, all but one component are drawn from
*>               /dev/urandom and the last is the key XOR the others,
*>               and each custodian gets a sheet, named
*>               <key-id>.<custodian>.cmp in the current directory,
*>               with the component, its check value, the key's check
*>               value and the COMPONENT command that enters it at the
*>               other end. Component values go on the sheets only --
*>               the audit file gets every custodian and check value,
*>               never a component.
*>               The vault filename comes from the KEYVAULT_FILE
*>               environment variable, defaulting to "keyvault.dat", the
*>               same convention ENCFILE uses.
*>               Return code: 0 = ok, 16 = bad arguments, 20 = vault,
*>               audit or catalog file could not be opened, or the audit
*>               chain key could not be fetched, 22 = key-id
*>               not found (or, for ADD, already present), 24 = action
*>               not allowed for the key's current status (including a
*>               self-approval, an expired pending change, a change
*>               already pending, a custodian entering a second
*>               component, or an unfinished ceremony), 28 = RETIRE
*>               refused because
*>               catalogued archives still reference the key-id,
*>               30 = the master key-encrypting key is not supplied
*>               (KEYVAULT_MASTER_KEY) or wrapping failed, or a REWRAP
*>               found a record that does not prove under the master
*>               key (nothing converted), or a ceremony's partial key
*>               or an EXPORTed key does not prove under it. A bad
*>               component, an existing component sheet or a repeated
*>               custodian is 16; no random source is 20.
*>
*> Date-Written: 2026.08.21
*>******************************************************************************
*>            RUNSUMM's morning operations report; the ".aud" audit
*>            file remains the authoritative change record. A journal
*>            failure warns but never fails the run.
*> 2026.10.15 New REWRAP action rotates the master key-encrypting key
*>            (KEYVAULT_MASTER_KEY -> KEYVAULT_NEW_MASTER_KEY) across
*>            every wrapped vault record and every queued ROTATE
*>            payload, under the APPROVE dual control (reserved
*>            pending key-id "*MASTER*"). Every record is proven
*>            against its check value before any is rewritten, each
*>            rewrite is audited, and a failure backs the conversion
*>            out instead of leaving a mixed vault.
*> 2026.10.15 Tamper-evident audit file: with AUDITCHAIN_KEYID set, each
*>            audit line (now laid out in the shared KEYAUDREC.CPY)
*>            carries the chain key-id, a sequence number and a keyed
*>            SHA3-256 link (CHAINLINK) over the previous chained
*>            line; unchained lines already in the file stay as a
*>            legacy prefix. The chain key is fetched through KEYFETCH
*>            up front and an unavailable key refuses the action.
*> 2026.10.15 Key-component ceremonies: new COMPONENT action enters a
*>            key as 2 or 3 hex components by different custodians,
*>            the running XOR queued wrapped in the pending-change file
*>            (KEYPNDREC.CPY grows a ceremony group: drain the queue
*>            with the old KEYADMIN -- APPROVE or REJECT everything
*>            queued -- then delete the ".pnd" file before installing,
*>            since an emptied file keeps the old record length and
*>            will not open; KEYADMIN recreates it on the next request),
*>            ending in an ADD or a queued ROTATE; new EXPORT action
*>            splits a vault key into random components on one sheet
*>            per custodian. Component check values are shown and
*>            audited, component values never; REWRAP carries
*>            ceremonies in progress too.
*> 2026.10.15 Component and export audit lines now carry their
*>            " custodian=" / " by=" label again. APPROVE of a REWRAP
*>            interrupted after the audit chain key was converted now
*>            unwraps that key under KEYVAULT_NEW_MASTER_KEY, so the
*>            resume is no longer refused with RC=20.
*>******************************************************************************

 IDENTIFICATION DIVISION.
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS KP-KEY-ID
         FILE STATUS IS WS-PENDING-STATUS.
     SELECT COMPONENT-FILE ASSIGN DYNAMIC WS-COMPONENT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-COMPONENT-STATUS.

 DATA DIVISION.

 COPY "keyvaultrec.cpy".

 FD  AUDIT-FILE.
 COPY "keyaudrec.cpy".

*> the cipher-file catalog ENCFILE maintains (shared layout, see
*> ENCCATREC.CPY) -- read-only here, consulted before RETIRE so a key
 FD  PENDING-FILE.
 COPY "keypndrec.cpy".

*> one custodian's key-component sheet written by EXPORT -- the only
*> place a component value is ever written, and only one per file
 FD  COMPONENT-FILE.
 01  COMPONENT-REC                      PIC X(100).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-AUDIT-STATUS                     PIC X(2).
    88 WS-AUDIT-OK                         VALUE "00".
    88 WS-AUDIT-NOT-EXIST                  VALUE "35".
 01 WS-AUDIT-EOF-SW                     PIC X.
    88 WS-AUDIT-EOF                        VALUE "Y".

*> The audit file's hash chain (KEYAUDREC.CPY, CHAINLINK.cob): the
*> chain key fetched from the vault once per run, and the chain head
*> -- the sequence number and link of the last chained line, read from
*> the file at the start of the run and advanced with every line
*> written.
 01 WS-CHAIN-SW                         PIC X VALUE "N".
    88 WS-AUDIT-CHAINED                    VALUE "Y".
 01 WS-CHAIN-KEY-ID                     PIC X(8).
 01 WS-CHAIN-KEY-MODE                   PIC 9.
 01 WS-CHAIN-KEY-BYTES                  PIC X(24).
 01 WS-CHAIN-HEAD-SEQ                   PIC 9(9).
 01 WS-CHAIN-HEAD-LINK                  PIC X(64).
 01 WS-CHAIN-NEW-LINK                   PIC X(64).
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
    88 WS-KEYFETCH-NOT-FOUND               VALUE 22.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "KEYADMIN".

 01 WS-ACTION                           PIC X(10).
    88 WS-ACTION-ADD                       VALUE "ADD".
    88 WS-ACTION-APPROVE                   VALUE "APPROVE".
    88 WS-ACTION-REJECT                    VALUE "REJECT".
    88 WS-ACTION-MIGRATE                   VALUE "MIGRATE".
    88 WS-ACTION-REWRAP                    VALUE "REWRAP".
    88 WS-ACTION-COMPONENT                 VALUE "COMPONENT".
    88 WS-ACTION-EXPORT                    VALUE "EXPORT".
    88 WS-ACTION-LIST                      VALUE "LIST".

*> RETIRE's look-before-you-leap check against the cipher-file
 01 WS-WRAP-FAILED-SW                   PIC X.
    88 WS-WRAP-FAILED                      VALUE "Y".

*> REWRAP (master key rotation) support. The rotation is queued under
*> a reserved pending key-id no vault key may take, and carries only
*> the two master keys' check values -- never the keys. One payload
*> at a time passes through WS-RW-KEY-MODE/-BYTES/-KCV: it is unwrapped
*> under WS-RW-FROM-MASTER and proven against its KCV, then re-wrapped
*> under WS-RW-TO-MASTER into WS-RW-NEW-BYTES. The same walk run with
*> the two keys swapped is the back-out.
 01 WS-MASTER-PENDING-ID                PIC X(8) VALUE "*MASTER*".
 01 WS-NEW-MASTER-KEY                   PIC X(8).
 01 WS-KCV-MASTER                       PIC X(8).
 01 WS-MASTER-KCV                       PIC X(3).
 01 WS-OLD-MASTER-KCV                   PIC X(3).
 01 WS-NEW-MASTER-KCV                   PIC X(3).
 01 WS-RW-FROM-MASTER                   PIC X(8).
 01 WS-RW-TO-MASTER                     PIC X(8).
 01 WS-UNWRAP-MASTER                    PIC X(8).
 01 WS-RW-KEY-MODE                      PIC 9.
 01 WS-RW-KEY-BYTES                     PIC X(24).
 01 WS-RW-NEW-BYTES                     PIC X(24).
 01 WS-RW-KCV                           PIC X(3).
 01 WS-RW-KEY-ID                        PIC X(8).
 01 WS-UNWRAP-BYTES                     PIC X(24).
 01 WS-RW-RESULT                        PIC X.
    88 WS-RW-CONVERTED                     VALUE "C".
    88 WS-RW-ALREADY                       VALUE "A".
    88 WS-RW-FAILED                        VALUE "F".
 01 WS-RW-APPLY-SW                      PIC X VALUE "N".
    88 WS-RW-APPLY                         VALUE "Y".
 01 WS-RW-WALK-FAILED-SW                PIC X VALUE "N".
    88 WS-RW-WALK-FAILED                   VALUE "Y".
 01 WS-REWRAP-DONE-SW                   PIC X VALUE "N".
    88 WS-REWRAP-DONE                      VALUE "Y".
 01 WS-RW-AUDIT-ACTION                  PIC X(18).
 01 WS-RW-FILE-LABEL                    PIC X(7).
 01 WS-RW-REQUESTED-BY                  PIC X(16).
 01 WS-RW-CONVERT-COUNT                 PIC 9(9) VALUE 0.
 01 WS-RW-ALREADY-COUNT                 PIC 9(9) VALUE 0.
 01 WS-RW-CLEAR-COUNT                   PIC 9(9) VALUE 0.
 01 WS-RW-FAIL-COUNT                    PIC 9(9) VALUE 0.

*> Key-component support (COMPONENT and EXPORT). A component is typed
*> and written as hex, 16 digits for a single-DES key and 48 for a
*> Triple-DES one, and is decoded into WS-CMP-BYTES; its check value is
*> worked out the way a vault key's is and shown (and audited) as 6 hex
*> digits. The key itself only ever exists XOR-combined in
*> WS-CLEAR-KEY-BYTES, inside this program. Component values and the
*> combined key are never displayed or audited, and the buffers are
*> cleared before the action returns.
 01 WS-COMPONENT-ARG                    PIC X(64).
 01 WS-PARTS-ARG                        PIC X.
 01 WS-CMP-PARTS                        PIC 9.
 01 WS-CMP-PART                         PIC 9.
 01 WS-CMP-LEN                          PIC 9(2) COMP-5.
 01 WS-CMP-HEX-LEN                      PIC 9(2) COMP-5.
 01 WS-CMP-BYTES                        PIC X(24).
 01 WS-CMP-KCV                          PIC X(3).
 01 WS-CMP-KCV-HEX                      PIC X(6).
 01 WS-KEY-KCV-HEX                      PIC X(6).
 01 WS-CMP-HEX                          PIC X(48).
 01 WS-CMP-DATES-GIVEN                  PIC 9 VALUE 0.
 01 WS-CMP-CEREMONY-FOR                 PIC X.
 01 WS-CMP-CUSTODIAN                    PIC X(16).
 01 WS-CMP-AUDIT-ACTION                 PIC X(18).
 01 WS-CMP-WHO-LABEL                    PIC X(11).
 01 WS-CMP-IDX                          PIC 9 COMP-5.
 01 WS-CMP-IDX2                         PIC 9 COMP-5.
 01 WS-CUSTODIAN-ARG                    PIC X(16) OCCURS 3.
 01 WS-CMP-FAILED-SW                    PIC X VALUE "N".
    88 WS-CMP-FAILED                       VALUE "Y".

*> hex decoding and the byte-at-a-time XOR of a component into the key
 01 WS-HEX-DIGITS                       PIC X(16)
                                            VALUE "0123456789ABCDEF".
 01 WS-HEX-IDX                          PIC 9(2) COMP-5.
 01 WS-HEX-CHAR                         PIC X.
 01 WS-NIBBLE                           PIC 9(2) COMP-5.
 01 WS-HIGH-NIBBLE                      PIC 9(2) COMP-5.
 01 WS-BYTE-IDX                         PIC 9(2) COMP-5.
 01 WS-AVAL                             PIC 9(3) COMP-5.
 01 WS-BVAL                             PIC 9(3) COMP-5.
 01 WS-AQ                               PIC 9(3) COMP-5.
 01 WS-BQ                               PIC 9(3) COMP-5.
 01 WS-ABIT                             PIC 9 COMP-5.
 01 WS-BBIT                             PIC 9 COMP-5.
 01 WS-XRESULT                          PIC 9(3) COMP-5.
 01 WS-WEIGHT                           PIC 9(3) COMP-5.
 01 WS-BITPOS                           PIC 9 COMP-5.

*> HEXDUMP, for showing check values and writing component sheets
 01 WS-HEXDUMP-IN-LEN                   BINARY-DOUBLE UNSIGNED.
 01 WS-HEXDUMP-OUT-LEN                  BINARY-DOUBLE UNSIGNED.
 01 WS-HEXDUMP-RC                       PIC 9(2).

*> EXPORT's component sheets: one file per custodian in the current
*> directory, <key-id>.<custodian>.cmp, never over an existing file.
*> All but one component are drawn from the operating system's random
*> source -- a clock-seeded FUNCTION RANDOM stream could be replayed
*> by anyone holding the last component -- and the last is the key
*> XOR all the others.
 01 WS-COMPONENT-FILENAME               PIC X(64).
 01 WS-COMPONENT-STATUS                 PIC X(2).
    88 WS-COMPONENT-OK                     VALUE "00".
 01 WS-SHEET-FILENAME                   PIC X(64) OCCURS 3.
 01 WS-SHEET-WRITTEN                    PIC 9 VALUE 0.
 01 WS-SHEET-DETAILS.
    02 WS-SHEET-FD-SIZE                 PIC X(8) COMP-X.
    02 WS-SHEET-FD-DATE                 PIC X(8) COMP-X.
    02 WS-SHEET-FD-TIME                 PIC X(8) COMP-X.
 01 WS-ENTROPY-FILENAME                 PIC X(256) VALUE "/dev/urandom".
 01 WS-ENTROPY-HANDLE                   PIC X(4) COMP-X.
 01 WS-ENTROPY-OFFSET                   PIC X(8) COMP-X VALUE 0.
 01 WS-ENTROPY-LEN                      PIC 9(8) COMP-X.
 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.

*> run-journal support (shared RUNJRNL module): one START record as
*> the run begins, one END record with the return code as it
*> finishes; a journal failure warns but never fails the vault work.
*> before the vault is even opened -- a half-done run that found out
*> too late would leave a mixed clear/wrapped vault behind
    IF WS-ACTION-ADD OR WS-ACTION-ROTATE OR WS-ACTION-MIGRATE
       OR WS-ACTION-REWRAP OR WS-ACTION-COMPONENT OR WS-ACTION-EXPORT
       PERFORM GET-MASTER-KEY
       IF WS-RETURN-STATUS = 0 AND WS-ACTION-REWRAP
          PERFORM GET-NEW-MASTER-KEY
       END-IF
       IF WS-RETURN-STATUS NOT = 0
          PERFORM WRITE-JOURNAL-END
          MOVE WS-RETURN-STATUS TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

*> every action that writes the audit file needs the chain key and
*> the chain head in hand before the vault is opened
    IF NOT WS-ACTION-LIST
       PERFORM OPEN-AUDIT-CHAIN
       IF WS-RETURN-STATUS NOT = 0
          PERFORM WRITE-JOURNAL-END
          MOVE WS-RETURN-STATUS TO RETURN-CODE

*> every dual-control participant must be identifiable before
*> anything is queued, applied or dropped
    IF WS-ACTION-ROTATE OR WS-ACTION-RETIRE OR WS-ACTION-REWRAP
       OR WS-ACTION-APPROVE OR WS-ACTION-REJECT
       OR WS-ACTION-COMPONENT OR WS-ACTION-EXPORT
       PERFORM GET-OPERATOR-ID
       IF WS-RETURN-STATUS NOT = 0
          PERFORM WRITE-JOURNAL-END
       WHEN WS-ACTION-APPROVE    PERFORM APPROVE-PENDING-CHANGE
       WHEN WS-ACTION-REJECT     PERFORM REJECT-PENDING-CHANGE
       WHEN WS-ACTION-MIGRATE    PERFORM MIGRATE-VAULT
       WHEN WS-ACTION-REWRAP     PERFORM REQUEST-PENDING-CHANGE
       WHEN WS-ACTION-COMPONENT  PERFORM ENTER-KEY-COMPONENT
       WHEN WS-ACTION-EXPORT     PERFORM EXPORT-KEY-COMPONENTS
       WHEN WS-ACTION-LIST       PERFORM LIST-VAULT
    END-EVALUATE

*> no component, combined key or unwrapped key outlives the run
    MOVE LOW-VALUES TO WS-CMP-BYTES
    MOVE LOW-VALUES TO WS-CLEAR-KEY-BYTES
    MOVE SPACES     TO WS-COMPONENT-ARG
    MOVE SPACES     TO WS-CMP-HEX

    PERFORM WRITE-JOURNAL-END
    MOVE WS-RETURN-STATUS TO RETURN-CODE

             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          END-IF
*> REWRAP names no key: the whole vault moves, and the rotation waits
*> in the queue under the reserved master key-id
       WHEN WS-ACTION-REWRAP
          IF WS-ARG-COUNT NOT = 1
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          END-IF
          MOVE WS-MASTER-PENDING-ID TO WS-KEY-ID-ARG
*> COMPONENT takes one custodian's component; EXPORT names the 2 or 3
*> custodians a key is split between
       WHEN WS-ACTION-COMPONENT
          IF WS-ARG-COUNT < 5 OR WS-ARG-COUNT > 7
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          END-IF
          PERFORM GET-COMPONENT-ARGUMENTS
       WHEN WS-ACTION-EXPORT
          IF WS-ARG-COUNT < 4 OR WS-ARG-COUNT > 5
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
             GO TO GET-PARAMETERS-EX
          END-IF
          PERFORM GET-EXPORT-ARGUMENTS
       WHEN OTHER
          DISPLAY "KEYADMIN: unrecognized action ["
                  FUNCTION TRIM(WS-ACTION) "]"
    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-KEY-ID-ARG FROM ARGUMENT-VALUE
    IF WS-KEY-ID-ARG = WS-MASTER-PENDING-ID
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is reserved for "
               "the master key rotation queue"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-KEY-ARGUMENTS-EX
    END-IF

    MOVE 3 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
 GET-KEY-ARGUMENTS-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-COMPONENT-ARGUMENTS SECTION.
*>----------------------------------------------------------------------
*> COMPONENT's arguments: key-id, mode, the number of components the
*> key is split into (2 or 3), this custodian's component in hex, and
*> the optional effective dates (the first custodian's stand for the
*> key; a later custodian who gives them must give the same ones). The
*> component is decoded here, before anything is opened, and a bad one
*> is described -- never echoed back.

    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-KEY-ID-ARG FROM ARGUMENT-VALUE
    IF WS-KEY-ID-ARG = WS-MASTER-PENDING-ID
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is reserved for "
               "the master key rotation queue"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-COMPONENT-ARGUMENTS-EX
    END-IF

    MOVE 3 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
    IF WS-MODE-ARG NOT = "0" AND WS-MODE-ARG NOT = "1"
       DISPLAY "KEYADMIN: mode must be 0 (single DES) or 1 "
               "(Triple-DES), got [" WS-MODE-ARG "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-COMPONENT-ARGUMENTS-EX
    END-IF

    MOVE 4 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-PARTS-ARG FROM ARGUMENT-VALUE
    IF WS-PARTS-ARG NOT = "2" AND WS-PARTS-ARG NOT = "3"
       DISPLAY "KEYADMIN: parts must be 2 or 3, got ["
               WS-PARTS-ARG "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-COMPONENT-ARGUMENTS-EX
    END-IF
    MOVE WS-PARTS-ARG TO WS-CMP-PARTS

    MOVE 5 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-COMPONENT-ARG FROM ARGUMENT-VALUE
    PERFORM DECODE-COMPONENT-HEX
    MOVE SPACES TO WS-COMPONENT-ARG
    IF WS-RETURN-STATUS NOT = 0
       GO TO GET-COMPONENT-ARGUMENTS-EX
    END-IF

    MOVE WS-TODAY    TO WS-EFF-FROM-ARG
    MOVE "99991231"  TO WS-EFF-TO-ARG
    MOVE 0           TO WS-CMP-DATES-GIVEN

    IF WS-ARG-COUNT >= 6
       MOVE 6 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-EFF-FROM-ARG FROM ARGUMENT-VALUE
       MOVE WS-EFF-FROM-ARG TO WS-DATE-ARG
       MOVE "effective-from" TO WS-DATE-ARG-LABEL
       PERFORM CHECK-DATE-ARG
       MOVE 1 TO WS-CMP-DATES-GIVEN
    END-IF
    IF WS-RETURN-STATUS = 0 AND WS-ARG-COUNT = 7
       MOVE 7 TO WS-ARG-NUM
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       ACCEPT WS-EFF-TO-ARG FROM ARGUMENT-VALUE
       MOVE WS-EFF-TO-ARG  TO WS-DATE-ARG
       MOVE "effective-to" TO WS-DATE-ARG-LABEL
       PERFORM CHECK-DATE-ARG
       MOVE 2 TO WS-CMP-DATES-GIVEN
    END-IF
    IF WS-RETURN-STATUS = 0 AND WS-EFF-FROM-ARG > WS-EFF-TO-ARG
       DISPLAY "KEYADMIN: effective-from [" WS-EFF-FROM-ARG
               "] is after effective-to [" WS-EFF-TO-ARG "]"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-COMPONENT-ARGUMENTS-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-EXPORT-ARGUMENTS SECTION.
*>----------------------------------------------------------------------
*> EXPORT's arguments: key-id and the 2 or 3 custodians the key is
*> split between, each named once -- two sheets in one pair of hands
*> is no split at all.

    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    ACCEPT WS-KEY-ID-ARG FROM ARGUMENT-VALUE
    IF WS-KEY-ID-ARG = WS-MASTER-PENDING-ID
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is reserved for "
               "the master key rotation queue"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-EXPORT-ARGUMENTS-EX
    END-IF

    COMPUTE WS-CMP-PARTS = WS-ARG-COUNT - 2
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
            UNTIL WS-CMP-IDX > WS-CMP-PARTS
       COMPUTE WS-ARG-NUM = WS-CMP-IDX + 2
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-CUSTODIAN-ARG(WS-CMP-IDX)
       ACCEPT WS-CUSTODIAN-ARG(WS-CMP-IDX) FROM ARGUMENT-VALUE
       MOVE 0 TO WS-NIBBLE
       INSPECT WS-CUSTODIAN-ARG(WS-CMP-IDX) TALLYING WS-NIBBLE
          FOR ALL "/"
       IF WS-CUSTODIAN-ARG(WS-CMP-IDX)(1:1) = SPACE OR WS-NIBBLE > 0
          DISPLAY "KEYADMIN: custodian " WS-CMP-IDX " must be a plain "
                  "name -- it becomes part of the sheet's filename"
          MOVE 16 TO WS-RETURN-STATUS
       END-IF
    END-PERFORM
    IF WS-RETURN-STATUS NOT = 0
       GO TO GET-EXPORT-ARGUMENTS-EX
    END-IF

    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
            UNTIL WS-CMP-IDX >= WS-CMP-PARTS
       PERFORM VARYING WS-CMP-IDX2 FROM WS-CMP-IDX BY 1
               UNTIL WS-CMP-IDX2 >= WS-CMP-PARTS
          IF WS-CUSTODIAN-ARG(WS-CMP-IDX)
             = WS-CUSTODIAN-ARG(WS-CMP-IDX2 + 1)
             DISPLAY "KEYADMIN: custodian ["
                     FUNCTION TRIM(WS-CUSTODIAN-ARG(WS-CMP-IDX))
                     "] is named twice -- each component goes to a "
                     "different custodian"
             MOVE 16 TO WS-RETURN-STATUS
          END-IF
       END-PERFORM
    END-PERFORM

    .
 GET-EXPORT-ARGUMENTS-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECODE-COMPONENT-HEX SECTION.
*>----------------------------------------------------------------------
*> Decodes the hex component in WS-COMPONENT-ARG into WS-CMP-BYTES
*> (LOW-VALUES beyond the key length): exactly 16 hex digits for a
*> mode-0 key, 48 for mode 1, either case. An all-zero component would
*> hand the whole key to the other custodians, so it is refused too.
*> Messages give the length or the position of a bad digit only.

    IF WS-MODE-ARG = "1"
       MOVE 24 TO WS-CMP-LEN
    ELSE
       MOVE 8  TO WS-CMP-LEN
    END-IF
    COMPUTE WS-CMP-HEX-LEN = WS-CMP-LEN * 2
    MOVE LOW-VALUES TO WS-CMP-BYTES
    INSPECT WS-COMPONENT-ARG CONVERTING "abcdef" TO "ABCDEF"

    IF WS-COMPONENT-ARG(WS-CMP-HEX-LEN + 1:) NOT = SPACES
       OR WS-COMPONENT-ARG(WS-CMP-HEX-LEN:1) = SPACE
       DISPLAY "KEYADMIN: a mode " WS-MODE-ARG " component is "
               "exactly " WS-CMP-HEX-LEN " hex digits -- check the "
               "component sheet"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO DECODE-COMPONENT-HEX-EX
    END-IF

    MOVE "N" TO WS-CMP-FAILED-SW
    PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
            UNTIL WS-HEX-IDX > WS-CMP-HEX-LEN OR WS-CMP-FAILED
       MOVE WS-COMPONENT-ARG(WS-HEX-IDX:1) TO WS-HEX-CHAR
       MOVE 0 TO WS-NIBBLE
       INSPECT WS-HEX-DIGITS TALLYING WS-NIBBLE
          FOR CHARACTERS BEFORE INITIAL WS-HEX-CHAR
       IF WS-NIBBLE > 15
          DISPLAY "KEYADMIN: component digit " WS-HEX-IDX
                  " is not a hex digit -- check the component sheet"
          MOVE "Y" TO WS-CMP-FAILED-SW
       ELSE
          IF FUNCTION MOD(WS-HEX-IDX, 2) = 1
             MOVE WS-NIBBLE TO WS-HIGH-NIBBLE
          ELSE
             COMPUTE WS-BYTE-IDX = WS-HEX-IDX / 2
             COMPUTE WS-AVAL = WS-HIGH-NIBBLE * 16 + WS-NIBBLE
             MOVE FUNCTION CHAR(WS-AVAL + 1)
               TO WS-CMP-BYTES(WS-BYTE-IDX:1)
          END-IF
       END-IF
    END-PERFORM
    MOVE 0 TO WS-HIGH-NIBBLE
    MOVE 0 TO WS-AVAL

    IF WS-CMP-FAILED
       MOVE LOW-VALUES TO WS-CMP-BYTES
       MOVE 16 TO WS-RETURN-STATUS
       GO TO DECODE-COMPONENT-HEX-EX
    END-IF

    IF WS-CMP-BYTES = LOW-VALUES
       DISPLAY "KEYADMIN: an all-zero component is not a component"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 DECODE-COMPONENT-HEX-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-DATE-ARG SECTION.
*>----------------------------------------------------------------------
    DISPLAY "                 keyadmin RETIRE key-id [FORCE]"
    DISPLAY "                 keyadmin APPROVE|REJECT key-id"
    DISPLAY "                 keyadmin MIGRATE"
    DISPLAY "                 keyadmin REWRAP"
    DISPLAY "                 keyadmin COMPONENT key-id mode parts "
            "component [from [to]]"
    DISPLAY "                 keyadmin EXPORT key-id custodian "
            "custodian [custodian]"
    DISPLAY "                 keyadmin LIST"
    DISPLAY "KEYADMIN: ROTATE, RETIRE and REWRAP queue a pending "
            "change; a second operator APPROVEs or REJECTs it"
    DISPLAY "KEYADMIN: REWRAP takes KEYVAULT_MASTER_KEY and "
            "KEYVAULT_NEW_MASTER_KEY and queues as key-id "
            WS-MASTER-PENDING-ID
    DISPLAY "KEYADMIN: COMPONENT is run once by each of 2 or 3 "
            "custodians, component in hex (16 digits mode 0, 48 mode 1)"

    .
 SHOW-USAGE-EX.
*> with the requester's identity, to wait for a different operator's
*> APPROVE. One pending change per key-id at a time, and a change not
*> approved within WS-PENDING-DAYS days expires on the shelf.
*> A REWRAP names no vault key: it is proven against the whole vault
*> and pending queue instead, and queued under the reserved master
*> key-id.

    IF WS-ACTION-REWRAP
       PERFORM PREPARE-REWRAP-REQUEST
       IF WS-RETURN-STATUS NOT = 0
          GO TO REQUEST-PENDING-CHANGE-EX
       END-IF
       GO TO REQUEST-PENDING-CHANGE-QUEUE
    END-IF

    OPEN INPUT KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       END-IF
    END-IF

    .
 REQUEST-PENDING-CHANGE-QUEUE.

    OPEN I-O PENDING-FILE
    IF WS-PENDING-NOT-EXIST
       OPEN OUTPUT PENDING-FILE
    MOVE WS-OPERATOR-ID        TO KP-REQUESTED-BY
    MOVE WS-CURRENT-DATE(1:14) TO KP-REQUESTED-AT
    MOVE WS-EXPIRE-DATE        TO KP-EXPIRES
    EVALUATE TRUE
       WHEN WS-ACTION-ROTATE
          MOVE KV-KEY-MODE  TO KP-KEY-MODE
          MOVE KV-KEY-BYTES TO KP-KEY-BYTES
          MOVE KV-KCV       TO KP-KCV
          MOVE KV-EFF-FROM  TO KP-EFF-FROM
          MOVE KV-EFF-TO    TO KP-EFF-TO
       WHEN WS-ACTION-REWRAP
          MOVE 0 TO KP-KEY-MODE
          MOVE LOW-VALUES        TO KP-KEY-BYTES
          MOVE WS-OLD-MASTER-KCV TO KP-OLD-MASTER-KCV
          MOVE WS-NEW-MASTER-KCV TO KP-NEW-MASTER-KCV
       WHEN OTHER
          MOVE 0 TO KP-KEY-MODE
          MOVE WS-FORCE-SW TO KP-FORCE
    END-EVALUATE

    WRITE KEYPND-REC
    IF NOT WS-PENDING-OK
       GO TO APPROVE-PENDING-CHANGE-EX
    END-IF

*> a key-component ceremony is not a change anyone can approve: it
*> finishes when its last custodian enters the last component
    IF KP-ACTION-COMPONENT
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is a key-component "
               "ceremony, " KP-PARTS-IN " of " KP-PARTS-DUE
               " components entered -- it completes with the last "
               "component, or REJECT it"
       MOVE 24 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO APPROVE-PENDING-CHANGE-EX
    END-IF

*> a master key rotation touches every record rather than one: it has
*> its own apply path, and stays queued when it cannot complete
    IF KP-ACTION-REWRAP
       PERFORM APPROVE-MASTER-REWRAP
       CLOSE PENDING-FILE
       GO TO APPROVE-PENDING-CHANGE-EX
    END-IF

    IF KP-ACTION-RETIRE
       MOVE KP-FORCE TO WS-FORCE-SW
       PERFORM CHECK-CATALOG-REFERENCES
           FUNCTION TRIM(KP-REQUESTED-BY)   DELIMITED BY SIZE
           " by="                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)    DELIMITED BY SIZE
      INTO AU-TEXT
    END-STRING
    PERFORM CHAIN-AUDIT-RECORD

    WRITE AUDIT-REC
    IF NOT WS-AUDIT-OK
    EXIT.

*>----------------------------------------------------------------------
 ENTER-KEY-COMPONENT SECTION.
*>----------------------------------------------------------------------
*> One custodian's turn at a key-component ceremony: a key that arrives
*> (or is generated) as 2 or 3 components held by different people is
*> entered one component per KEYADMIN COMPONENT run, each by a
*> different operator id, and only the XOR of them all is the key. The
*> first component opens the ceremony in the pending-change file; each
*> later one proves the master key against the partial key queued so
*> far, is XORed in, and the last one finishes the ceremony -- a new
*> key-id is added to the vault there and then, while an existing
*> key-id's new material is queued as a ROTATE for a second operator's
*> APPROVE like any other rotation. Every component's check value is
*> shown for the custodian to compare against the sheet, and audited;
*> no component value, alone or combined, ever is. A ceremony not
*> finished within WS-PENDING-DAYS days expires.

    PERFORM COMPUTE-COMPONENT-KCV
    IF WS-RETURN-STATUS NOT = 0
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF
    MOVE WS-OPERATOR-ID TO WS-CMP-CUSTODIAN

    OPEN I-O PENDING-FILE
    IF WS-PENDING-NOT-EXIST
       OPEN OUTPUT PENDING-FILE
       IF WS-PENDING-OK
          CLOSE PENDING-FILE
          OPEN I-O PENDING-FILE
       END-IF
    END-IF
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: cannot open pending-change file ["
               FUNCTION TRIM(WS-PENDING-FILENAME) "], status="
               WS-PENDING-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF

    MOVE WS-KEY-ID-ARG TO KP-KEY-ID
    READ PENDING-FILE
       INVALID KEY
          PERFORM START-COMPONENT-CEREMONY
          CLOSE PENDING-FILE
          GO TO ENTER-KEY-COMPONENT-EX
    END-READ

    IF NOT KP-ACTION-COMPONENT
       DISPLAY "KEYADMIN: a " FUNCTION TRIM(KP-ACTION)
               " is already pending for key-id [" WS-KEY-ID-ARG
               "] (requested by " FUNCTION TRIM(KP-REQUESTED-BY)
               " at " KP-REQUESTED-AT ") -- APPROVE or REJECT it "
               "first"
       MOVE 24 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF

    IF WS-TODAY > KP-EXPIRES
       DISPLAY "KEYADMIN: key-component ceremony for key-id ["
               WS-KEY-ID-ARG "] expired on " KP-EXPIRES
               " -- deleted, start again with the first component"
       DELETE PENDING-FILE RECORD
       MOVE "COMPONENT-EXPIRED" TO WS-DUAL-ACTION
       PERFORM WRITE-DUAL-AUDIT-RECORD
       MOVE 24 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF

*> each component belongs to a different person: the custodians who
*> have already entered one may not enter another
    MOVE "N" TO WS-CMP-FAILED-SW
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
            UNTIL WS-CMP-IDX > KP-PARTS-IN OR WS-CMP-IDX > 2
       IF KP-CUSTODIAN(WS-CMP-IDX) = WS-OPERATOR-ID
          MOVE "Y" TO WS-CMP-FAILED-SW
       END-IF
    END-PERFORM
    IF WS-CMP-FAILED OR KP-REQUESTED-BY = WS-OPERATOR-ID
       DISPLAY "KEYADMIN: [" FUNCTION TRIM(WS-OPERATOR-ID)
               "] has already entered a component of key-id ["
               WS-KEY-ID-ARG "] -- each component needs a different "
               "custodian"
       MOVE "COMPONENT-DENIED" TO WS-DUAL-ACTION
       PERFORM WRITE-DUAL-AUDIT-RECORD
       MOVE 24 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF

    IF WS-MODE-ARG NOT = KP-KEY-MODE OR WS-CMP-PARTS NOT = KP-PARTS-DUE
       DISPLAY "KEYADMIN: the ceremony for key-id [" WS-KEY-ID-ARG
               "] is mode " KP-KEY-MODE " in " KP-PARTS-DUE
               " parts -- check the component sheet"
       MOVE 16 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF
    IF (WS-CMP-DATES-GIVEN >= 1 AND WS-EFF-FROM-ARG NOT = KP-EFF-FROM)
       OR (WS-CMP-DATES-GIVEN = 2 AND WS-EFF-TO-ARG NOT = KP-EFF-TO)
       DISPLAY "KEYADMIN: the ceremony for key-id [" WS-KEY-ID-ARG
               "] was opened effective " KP-EFF-FROM " to " KP-EFF-TO
               " -- give the same dates or none"
       MOVE 16 TO WS-RETURN-STATUS
       CLOSE PENDING-FILE
       GO TO ENTER-KEY-COMPONENT-EX
    END-IF

    PERFORM ADD-TO-COMPONENT-CEREMONY
    CLOSE PENDING-FILE

    .
 ENTER-KEY-COMPONENT-EX.
    EXIT.

*>----------------------------------------------------------------------
 START-COMPONENT-CEREMONY SECTION.
*>----------------------------------------------------------------------
*> The first component: the vault decides what the ceremony is for (a
*> key-id not yet there is added at the end, a live one is rotated, a
*> retired one is refused), and the ceremony is queued with the first
*> component wrapped under the master key as its partial key. The
*> caller holds the pending file open I-O.

    OPEN INPUT KEYVAULT-FILE
    IF WS-VAULT-NOT-EXIST
       MOVE "A" TO WS-CMP-CEREMONY-FOR
    ELSE
       IF NOT WS-VAULT-OK
          PERFORM REPORT-VAULT-OPEN-ERROR
          GO TO START-COMPONENT-CEREMONY-EX
       END-IF
       MOVE WS-KEY-ID-ARG TO KV-KEY-ID
       READ KEYVAULT-FILE
          INVALID KEY
             MOVE "A" TO WS-CMP-CEREMONY-FOR
          NOT INVALID KEY
             MOVE "R" TO WS-CMP-CEREMONY-FOR
       END-READ
       IF WS-CMP-CEREMONY-FOR = "R" AND KV-STATUS-RETIRED
          DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
                  "] is retired; retirement is permanent"
          MOVE 24 TO WS-RETURN-STATUS
       END-IF
       CLOSE KEYVAULT-FILE
       IF WS-RETURN-STATUS NOT = 0
          GO TO START-COMPONENT-CEREMONY-EX
       END-IF
    END-IF

    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
       + WS-PENDING-DAYS
    COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

*> the partial key is wrapped the way a vault key is: KEYVAULT-REC is
*> only the work area here, nothing is written to the vault
    MOVE WS-KEY-ID-ARG     TO KV-KEY-ID
    MOVE WS-MODE-ARG       TO KV-KEY-MODE
    MOVE WS-CMP-BYTES      TO KV-KEY-BYTES
    PERFORM WRAP-KEY-RECORD
    IF WS-RETURN-STATUS NOT = 0
       GO TO START-COMPONENT-CEREMONY-EX
    END-IF

    MOVE SPACES                TO KEYPND-REC
    MOVE WS-KEY-ID-ARG         TO KP-KEY-ID
    MOVE WS-ACTION             TO KP-ACTION
    MOVE WS-OPERATOR-ID        TO KP-REQUESTED-BY
    MOVE WS-CURRENT-DATE(1:14) TO KP-REQUESTED-AT
    MOVE WS-EXPIRE-DATE        TO KP-EXPIRES
    MOVE KV-KEY-MODE           TO KP-KEY-MODE
    MOVE KV-KEY-BYTES          TO KP-KEY-BYTES
    MOVE KV-KCV                TO KP-KCV
    MOVE WS-EFF-FROM-ARG       TO KP-EFF-FROM
    MOVE WS-EFF-TO-ARG         TO KP-EFF-TO
    MOVE WS-CMP-PARTS          TO KP-PARTS-DUE
    MOVE 1                     TO KP-PARTS-IN
    MOVE WS-CMP-CEREMONY-FOR   TO KP-CEREMONY-FOR
    MOVE WS-OPERATOR-ID        TO KP-CUSTODIAN(1)

    WRITE KEYPND-REC
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: pending-change write failed, status="
               WS-PENDING-STATUS " -- component was NOT entered"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO START-COMPONENT-CEREMONY-EX
    END-IF

    MOVE 1 TO WS-CMP-PART
    MOVE "COMPONENT-ENTERED" TO WS-CMP-AUDIT-ACTION
    MOVE " custodian="       TO WS-CMP-WHO-LABEL
    PERFORM WRITE-CEREMONY-AUDIT-RECORD

    DISPLAY "KEYADMIN: component 1 of " WS-CMP-PARTS " of key-id ["
            WS-KEY-ID-ARG "] entered by "
            FUNCTION TRIM(WS-OPERATOR-ID) ", check value "
            WS-CMP-KCV-HEX " -- it must match the component sheet"
    IF KP-CEREMONY-ADD
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is new; it is "
               "added when the last component is in (by "
               WS-EXPIRE-DATE ")"
    ELSE
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] is in the "
               "vault; the combined key is queued as a ROTATE when "
               "the last component is in (by " WS-EXPIRE-DATE ")"
    END-IF

    .
 START-COMPONENT-CEREMONY-EX.
    EXIT.

*>----------------------------------------------------------------------
 ADD-TO-COMPONENT-CEREMONY SECTION.
*>----------------------------------------------------------------------
*> A later component: the queued partial key must unwrap to its check
*> value under this run's master key (a wrong master key would silently
*> garble the key otherwise), then the component is XORed in. Short
*> of the last component, the new partial key is wrapped and queued
*> again; the last one hands over to FINISH-COMPONENT-CEREMONY. The
*> caller holds the pending file open I-O on the ceremony's record.

    MOVE WS-MASTER-KEY TO WS-UNWRAP-MASTER
    MOVE KP-KEY-BYTES  TO WS-UNWRAP-BYTES
    MOVE KP-KEY-MODE   TO WS-RW-KEY-MODE
    PERFORM UNWRAP-PAYLOAD
    IF WS-WRAP-FAILED OR WS-CLEAR-KCV NOT = KP-KCV
       DISPLAY "KEYADMIN: the partial key queued for key-id ["
               WS-KEY-ID-ARG "] does not unwrap to its check value -- "
               "wrong KEYVAULT_MASTER_KEY? component NOT entered"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO ADD-TO-COMPONENT-CEREMONY-EX
    END-IF

    PERFORM XOR-COMPONENT-INTO-KEY
    COMPUTE WS-CMP-PART = KP-PARTS-IN + 1

    IF WS-CMP-PART = KP-PARTS-DUE
       PERFORM FINISH-COMPONENT-CEREMONY
       GO TO ADD-TO-COMPONENT-CEREMONY-EX
    END-IF

    MOVE WS-KEY-ID-ARG      TO KV-KEY-ID
    MOVE KP-KEY-MODE        TO KV-KEY-MODE
    MOVE WS-CLEAR-KEY-BYTES TO KV-KEY-BYTES
    PERFORM WRAP-KEY-RECORD
    IF WS-RETURN-STATUS NOT = 0
       GO TO ADD-TO-COMPONENT-CEREMONY-EX
    END-IF

    MOVE KV-KEY-BYTES   TO KP-KEY-BYTES
    MOVE KV-KCV         TO KP-KCV
    MOVE WS-CMP-PART    TO KP-PARTS-IN
    MOVE WS-OPERATOR-ID TO KP-CUSTODIAN(WS-CMP-PART)
    REWRITE KEYPND-REC
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: pending-change rewrite failed, status="
               WS-PENDING-STATUS " -- component was NOT entered"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ADD-TO-COMPONENT-CEREMONY-EX
    END-IF

    MOVE "COMPONENT-ENTERED" TO WS-CMP-AUDIT-ACTION
    MOVE " custodian="       TO WS-CMP-WHO-LABEL
    PERFORM WRITE-CEREMONY-AUDIT-RECORD

    DISPLAY "KEYADMIN: component " WS-CMP-PART " of " KP-PARTS-DUE
            " of key-id [" WS-KEY-ID-ARG "] entered by "
            FUNCTION TRIM(WS-OPERATOR-ID) ", check value "
            WS-CMP-KCV-HEX " -- it must match the component sheet"

    .
 ADD-TO-COMPONENT-CEREMONY-EX.
    EXIT.

*>----------------------------------------------------------------------
 FINISH-COMPONENT-CEREMONY SECTION.
*>----------------------------------------------------------------------
*> The last component is in and WS-CLEAR-KEY-BYTES holds the combined
*> key. Components that cancel out (the same sheet entered twice) are
*> caught here and the ceremony dropped. A new key-id goes into the
*> vault now, audited like an ADD, and the ceremony record is deleted;
*> an existing key-id's record becomes an ordinary queued ROTATE in
*> the first custodian's name, waiting for a second operator's
*> APPROVE. Both paths audit the combined key's check value.

    IF WS-CMP-LEN = 8
       AND WS-CLEAR-KEY-BYTES(1:8) = LOW-VALUES
       OR WS-CLEAR-KEY-BYTES = LOW-VALUES
       DISPLAY "KEYADMIN: the components of key-id [" WS-KEY-ID-ARG
               "] cancel out to an all-zero key -- ceremony dropped, "
               "start again"
       DELETE PENDING-FILE RECORD
       MOVE "COMPONENT-REJECTED" TO WS-DUAL-ACTION
       PERFORM WRITE-DUAL-AUDIT-RECORD
       MOVE 24 TO WS-RETURN-STATUS
       GO TO FINISH-COMPONENT-CEREMONY-EX
    END-IF

    MOVE "COMPONENT-ENTERED" TO WS-CMP-AUDIT-ACTION
    MOVE " custodian="       TO WS-CMP-WHO-LABEL
    PERFORM WRITE-CEREMONY-AUDIT-RECORD
    DISPLAY "KEYADMIN: component " WS-CMP-PART " of " KP-PARTS-DUE
            " of key-id [" WS-KEY-ID-ARG "] entered by "
            FUNCTION TRIM(WS-OPERATOR-ID) ", check value "
            WS-CMP-KCV-HEX " -- it must match the component sheet"

    MOVE WS-KEY-ID-ARG      TO KV-KEY-ID
    MOVE KP-KEY-MODE        TO KV-KEY-MODE
    MOVE WS-CLEAR-KEY-BYTES TO KV-KEY-BYTES
    MOVE "A"                TO KV-STATUS
    MOVE KP-EFF-FROM        TO KV-EFF-FROM
    MOVE KP-EFF-TO          TO KV-EFF-TO
    PERFORM WRAP-KEY-RECORD
    IF WS-RETURN-STATUS NOT = 0
       GO TO FINISH-COMPONENT-CEREMONY-EX
    END-IF

    MOVE KV-KCV TO WS-CMP-KCV
    MOVE 3 TO WS-HEXDUMP-IN-LEN
    MOVE 6 TO WS-HEXDUMP-OUT-LEN
    CALL "HEXDUMP" USING WS-CMP-KCV
                         WS-HEXDUMP-IN-LEN
                         WS-KEY-KCV-HEX
                         WS-HEXDUMP-OUT-LEN
                         WS-HEXDUMP-RC

    IF KP-CEREMONY-ROTATE
       GO TO FINISH-COMPONENT-CEREMONY-ROTATE
    END-IF

    OPEN I-O KEYVAULT-FILE
    IF WS-VAULT-NOT-EXIST
       OPEN OUTPUT KEYVAULT-FILE
    END-IF
    IF NOT WS-VAULT-OK
       PERFORM REPORT-VAULT-OPEN-ERROR
       DISPLAY "KEYADMIN: the ceremony stays queued at "
               KP-PARTS-IN " of " KP-PARTS-DUE " components"
       GO TO FINISH-COMPONENT-CEREMONY-EX
    END-IF

    WRITE KEYVAULT-REC
       INVALID KEY
          DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
                  "] was added to the vault while the ceremony ran -- "
                  "REJECT the ceremony and rotate the key instead"
          MOVE 22 TO WS-RETURN-STATUS
    END-WRITE
    IF WS-RETURN-STATUS = 0 AND NOT WS-VAULT-OK
       DISPLAY "KEYADMIN: vault write failed, status=" WS-VAULT-STATUS
               " -- key was NOT added, the ceremony stays queued"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF
    IF WS-RETURN-STATUS NOT = 0
       CLOSE KEYVAULT-FILE
       GO TO FINISH-COMPONENT-CEREMONY-EX
    END-IF

    PERFORM WRITE-AUDIT-RECORD
    CLOSE KEYVAULT-FILE

    DELETE PENDING-FILE RECORD
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: WARNING - could not delete the finished "
               "ceremony, status=" WS-PENDING-STATUS " -- REJECT it"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    MOVE "COMPONENT-COMBINED" TO WS-CMP-AUDIT-ACTION
    MOVE " by="               TO WS-CMP-WHO-LABEL
    MOVE WS-KEY-KCV-HEX       TO WS-CMP-KCV-HEX
    PERFORM WRITE-CEREMONY-AUDIT-RECORD

    DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] added from "
            KP-PARTS-DUE " components, key check value "
            WS-KEY-KCV-HEX
    GO TO FINISH-COMPONENT-CEREMONY-EX

    .
 FINISH-COMPONENT-CEREMONY-ROTATE.

    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
       + WS-PENDING-DAYS
    COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

    MOVE "ROTATE"              TO KP-ACTION
    MOVE KP-CUSTODIAN(1)       TO KP-REQUESTED-BY
    MOVE WS-CURRENT-DATE(1:14) TO KP-REQUESTED-AT
    MOVE WS-EXPIRE-DATE        TO KP-EXPIRES
    MOVE KV-KEY-BYTES          TO KP-KEY-BYTES
    MOVE KV-KCV                TO KP-KCV
    MOVE SPACES                TO KP-CEREMONY
    REWRITE KEYPND-REC
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: pending-change rewrite failed, status="
               WS-PENDING-STATUS " -- the ceremony stays queued"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO FINISH-COMPONENT-CEREMONY-EX
    END-IF

    MOVE "COMPONENT-COMBINED" TO WS-CMP-AUDIT-ACTION
    MOVE " by="               TO WS-CMP-WHO-LABEL
    MOVE WS-KEY-KCV-HEX       TO WS-CMP-KCV-HEX
    PERFORM WRITE-CEREMONY-AUDIT-RECORD
    MOVE "ROTATE-PENDING" TO WS-DUAL-ACTION
    PERFORM WRITE-DUAL-AUDIT-RECORD

    DISPLAY "KEYADMIN: new key material for key-id [" WS-KEY-ID-ARG
            "] combined from " WS-CMP-PARTS " components, key check "
            "value " WS-KEY-KCV-HEX
    DISPLAY "KEYADMIN: ROTATE of key-id [" WS-KEY-ID-ARG "] queued "
            "for approval by a second operator (expires "
            WS-EXPIRE-DATE ")"

    .
 FINISH-COMPONENT-CEREMONY-EX.
    EXIT.

*>----------------------------------------------------------------------
 EXPORT-KEY-COMPONENTS SECTION.
*>----------------------------------------------------------------------
*> Splits a vault key into 2 or 3 components for transport to another
*> site, one component sheet per named custodian: all but the last
*> component are random, the last is the key XOR the others, so any
*> set short of all of them says nothing about the key. The key is
*> unwrapped and proven against its check value first; each sheet
*> carries its own component's check value and the key's, and the
*> COMPONENT command that enters it at the receiving vault. Sheets are
*> never written over, and a failure part-way deletes the sheets
*> already written. The audit file records every sheet and custodian
*> and the key's check value -- never a component.

    OPEN INPUT KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       PERFORM REPORT-VAULT-OPEN-ERROR
       GO TO EXPORT-KEY-COMPONENTS-EX
    END-IF

    MOVE WS-KEY-ID-ARG TO KV-KEY-ID
    READ KEYVAULT-FILE
       INVALID KEY
          DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
                  "] not found in the vault"
          MOVE 22 TO WS-RETURN-STATUS
    END-READ
    IF WS-RETURN-STATUS = 0 AND KV-STATUS-RETIRED
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
               "] is retired and is not exported"
       MOVE 24 TO WS-RETURN-STATUS
    END-IF
    CLOSE KEYVAULT-FILE
    IF WS-RETURN-STATUS NOT = 0
       GO TO EXPORT-KEY-COMPONENTS-EX
    END-IF

    MOVE KV-KEY-MODE TO WS-RW-KEY-MODE
    IF KV-KEY-MODE-TRIPLE
       MOVE 24 TO WS-CMP-LEN
       MOVE "1" TO WS-MODE-ARG
    ELSE
       MOVE 8  TO WS-CMP-LEN
       MOVE "0" TO WS-MODE-ARG
    END-IF
    IF KV-WRAPPED
       MOVE WS-MASTER-KEY TO WS-UNWRAP-MASTER
       MOVE KV-KEY-BYTES  TO WS-UNWRAP-BYTES
       PERFORM UNWRAP-PAYLOAD
       IF WS-WRAP-FAILED OR WS-CLEAR-KCV NOT = KV-KCV
          DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] does not "
                  "unwrap to its check value -- wrong "
                  "KEYVAULT_MASTER_KEY? nothing exported"
          MOVE 30 TO WS-RETURN-STATUS
          GO TO EXPORT-KEY-COMPONENTS-EX
       END-IF
    ELSE
       MOVE KV-KEY-BYTES TO WS-CMP-BYTES
       PERFORM COMPUTE-COMPONENT-KCV
       IF WS-RETURN-STATUS NOT = 0
          GO TO EXPORT-KEY-COMPONENTS-EX
       END-IF
       MOVE KV-KEY-BYTES TO WS-CLEAR-KEY-BYTES
       MOVE WS-CMP-KCV   TO WS-CLEAR-KCV
    END-IF

    MOVE WS-CLEAR-KCV TO WS-CMP-KCV
    MOVE 3 TO WS-HEXDUMP-IN-LEN
    MOVE 6 TO WS-HEXDUMP-OUT-LEN
    CALL "HEXDUMP" USING WS-CMP-KCV
                         WS-HEXDUMP-IN-LEN
                         WS-KEY-KCV-HEX
                         WS-HEXDUMP-OUT-LEN
                         WS-HEXDUMP-RC
    IF WS-CMP-LEN = 8
       MOVE LOW-VALUES TO WS-CLEAR-KEY-BYTES(9:16)
    END-IF

*> name every sheet, and refuse before drawing a single component if
*> any of them is already there
    MOVE "N" TO WS-CMP-FAILED-SW
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
            UNTIL WS-CMP-IDX > WS-CMP-PARTS
       MOVE SPACES TO WS-SHEET-FILENAME(WS-CMP-IDX)
       STRING FUNCTION TRIM(WS-KEY-ID-ARG)      DELIMITED BY SIZE
              "."                               DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUSTODIAN-ARG(WS-CMP-IDX))
                                                DELIMITED BY SIZE
              ".cmp"                            DELIMITED BY SIZE
         INTO WS-SHEET-FILENAME(WS-CMP-IDX)
       END-STRING
       CALL "CBL_CHECK_FILE_EXIST" USING WS-SHEET-FILENAME(WS-CMP-IDX)
            WS-SHEET-DETAILS
          RETURNING WS-CBL-RESULT
       IF WS-CBL-RESULT = 0
          DISPLAY "KEYADMIN: component sheet ["
                  FUNCTION TRIM(WS-SHEET-FILENAME(WS-CMP-IDX))
                  "] already exists -- move it away first"
          MOVE "Y" TO WS-CMP-FAILED-SW
       END-IF
    END-PERFORM
    IF WS-CMP-FAILED
       MOVE 16 TO WS-RETURN-STATUS
       GO TO EXPORT-KEY-COMPONENTS-EX
    END-IF

    CALL "CBL_OPEN_FILE" USING WS-ENTROPY-FILENAME, X"01", X"00", X"00",
         WS-ENTROPY-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "KEYADMIN: cannot open random source ["
               FUNCTION TRIM(WS-ENTROPY-FILENAME) "] -- nothing "
               "exported"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO EXPORT-KEY-COMPONENTS-EX
    END-IF

*> the running remainder in WS-CLEAR-KEY-BYTES becomes the last
*> component once every random one has been XORed out of it
    MOVE 0 TO WS-SHEET-WRITTEN
    PERFORM VARYING WS-CMP-PART FROM 1 BY 1
            UNTIL WS-CMP-PART > WS-CMP-PARTS OR WS-CMP-FAILED
       IF WS-CMP-PART < WS-CMP-PARTS
          PERFORM DRAW-RANDOM-COMPONENT
          IF NOT WS-CMP-FAILED
             PERFORM XOR-COMPONENT-INTO-KEY
          END-IF
       ELSE
          MOVE WS-CLEAR-KEY-BYTES TO WS-CMP-BYTES
       END-IF
       IF NOT WS-CMP-FAILED
          PERFORM COMPUTE-COMPONENT-KCV
          IF WS-RETURN-STATUS NOT = 0
             MOVE "Y" TO WS-CMP-FAILED-SW
          END-IF
       END-IF
       IF NOT WS-CMP-FAILED
          PERFORM WRITE-COMPONENT-SHEET
       END-IF
    END-PERFORM
    CALL "CBL_CLOSE_FILE" USING WS-ENTROPY-HANDLE
       RETURNING WS-CBL-RESULT

    IF WS-CMP-FAILED
       PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-SHEET-WRITTEN
          CALL "CBL_DELETE_FILE" USING WS-SHEET-FILENAME(WS-CMP-IDX)
             RETURNING WS-CBL-RESULT
       END-PERFORM
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] NOT exported -- "
               "no component sheet was left behind"
       IF WS-RETURN-STATUS = 0
          MOVE 20 TO WS-RETURN-STATUS
       END-IF
*> the sheets already audited were deleted again: say so
       MOVE WS-OPERATOR-ID       TO WS-CMP-CUSTODIAN
       MOVE WS-SHEET-WRITTEN     TO WS-CMP-PART
       MOVE "EXPORT-ABANDONED"   TO WS-CMP-AUDIT-ACTION
       MOVE " by="               TO WS-CMP-WHO-LABEL
       MOVE WS-KEY-KCV-HEX       TO WS-CMP-KCV-HEX
       PERFORM WRITE-CEREMONY-AUDIT-RECORD
       GO TO EXPORT-KEY-COMPONENTS-EX
    END-IF

    MOVE WS-OPERATOR-ID       TO WS-CMP-CUSTODIAN
    MOVE WS-CMP-PARTS         TO WS-CMP-PART
    MOVE "EXPORT-COMPLETE"    TO WS-CMP-AUDIT-ACTION
    MOVE " by="               TO WS-CMP-WHO-LABEL
    MOVE WS-KEY-KCV-HEX       TO WS-CMP-KCV-HEX
    PERFORM WRITE-CEREMONY-AUDIT-RECORD

    DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] exported as "
            WS-CMP-PARTS " components, key check value "
            WS-KEY-KCV-HEX " -- hand each sheet to its custodian only"

    .
 EXPORT-KEY-COMPONENTS-EX.
    EXIT.

*>----------------------------------------------------------------------
 DRAW-RANDOM-COMPONENT SECTION.
*>----------------------------------------------------------------------
*> Reads WS-CMP-LEN bytes from the random source into WS-CMP-BYTES; a
*> short read, or an all-zero draw, fails the export.

    MOVE LOW-VALUES TO WS-CMP-BYTES
    MOVE 0          TO WS-ENTROPY-OFFSET
    MOVE WS-CMP-LEN TO WS-ENTROPY-LEN
    CALL "CBL_READ_FILE" USING WS-ENTROPY-HANDLE, WS-ENTROPY-OFFSET,
         WS-ENTROPY-LEN, X"00", WS-CMP-BYTES
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0 OR WS-CMP-BYTES = LOW-VALUES
       DISPLAY "KEYADMIN: cannot read random source ["
               FUNCTION TRIM(WS-ENTROPY-FILENAME) "]"
       MOVE "Y" TO WS-CMP-FAILED-SW
    END-IF

    .
 DRAW-RANDOM-COMPONENT-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-COMPONENT-SHEET SECTION.
*>----------------------------------------------------------------------
*> Writes component WS-CMP-PART (in WS-CMP-BYTES, check value in
*> WS-CMP-KCV-HEX) to its custodian's sheet and audits the sheet --
*> custodian and check value, not the component.

    MOVE WS-SHEET-FILENAME(WS-CMP-PART) TO WS-COMPONENT-FILENAME
    MOVE WS-CUSTODIAN-ARG(WS-CMP-PART)  TO WS-CMP-CUSTODIAN
    OPEN OUTPUT COMPONENT-FILE
    IF NOT WS-COMPONENT-OK
       DISPLAY "KEYADMIN: cannot create component sheet ["
               FUNCTION TRIM(WS-COMPONENT-FILENAME) "], status="
               WS-COMPONENT-STATUS
       MOVE "Y" TO WS-CMP-FAILED-SW
       GO TO WRITE-COMPONENT-SHEET-EX
    END-IF
    ADD 1 TO WS-SHEET-WRITTEN

    MOVE WS-CMP-LEN TO WS-HEXDUMP-IN-LEN
    MOVE 48         TO WS-HEXDUMP-OUT-LEN
    MOVE SPACES     TO WS-CMP-HEX
    CALL "HEXDUMP" USING WS-CMP-BYTES(1:WS-CMP-LEN)
                         WS-HEXDUMP-IN-LEN
                         WS-CMP-HEX
                         WS-HEXDUMP-OUT-LEN
                         WS-HEXDUMP-RC

    MOVE SPACES TO COMPONENT-REC
    STRING "KEY COMPONENT " WS-CMP-PART " OF " WS-CMP-PARTS
                                           DELIMITED BY SIZE
           " -- key-id " WS-KEY-ID-ARG    DELIMITED BY SIZE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "custodian ......: "           DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-CUSTODIAN) DELIMITED BY SIZE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    IF WS-MODE-ARG = "1"
       MOVE "key mode .......: 1 (Triple-DES)" TO COMPONENT-REC
    ELSE
       MOVE "key mode .......: 0 (single DES)" TO COMPONENT-REC
    END-IF
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "exported .......: " WS-TIMESTAMP " by "
                                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "component ......: "           DELIMITED BY SIZE
           WS-CMP-HEX                     DELIMITED BY SPACE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "component check : " WS-CMP-KCV-HEX
                                           DELIMITED BY SIZE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "key check value : " WS-KEY-KCV-HEX
                                           DELIMITED BY SIZE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE "enter it at the receiving vault with:" TO COMPONENT-REC
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    STRING "  keyadmin COMPONENT "        DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-ID-ARG)   DELIMITED BY SIZE
           " " WS-MODE-ARG " " WS-CMP-PARTS " "
                                           DELIMITED BY SIZE
           WS-CMP-HEX                     DELIMITED BY SPACE
      INTO COMPONENT-REC
    END-STRING
    WRITE COMPONENT-REC
    MOVE SPACES TO COMPONENT-REC
    MOVE SPACES TO WS-CMP-HEX
    IF NOT WS-COMPONENT-OK
       DISPLAY "KEYADMIN: component sheet write failed, status="
               WS-COMPONENT-STATUS
       MOVE "Y" TO WS-CMP-FAILED-SW
    END-IF
    CLOSE COMPONENT-FILE
    IF WS-CMP-FAILED
       GO TO WRITE-COMPONENT-SHEET-EX
    END-IF

    MOVE "EXPORT-COMPONENT" TO WS-CMP-AUDIT-ACTION
    MOVE " custodian="      TO WS-CMP-WHO-LABEL
    PERFORM WRITE-CEREMONY-AUDIT-RECORD

    DISPLAY "KEYADMIN: component " WS-CMP-PART " of " WS-CMP-PARTS
            " for " FUNCTION TRIM(WS-CMP-CUSTODIAN) " written to ["
            FUNCTION TRIM(WS-COMPONENT-FILENAME) "], check value "
            WS-CMP-KCV-HEX

    .
 WRITE-COMPONENT-SHEET-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPUTE-COMPONENT-KCV SECTION.
*>----------------------------------------------------------------------
*> Check value of the component (or key) in WS-CMP-BYTES, mode from
*> WS-MODE-ARG, the same KCV WRAP-KEY-RECORD stamps -- into WS-CMP-KCV
*> and, as 6 hex digits for the custodian and the audit file, into
*> WS-CMP-KCV-HEX.

    MOVE 0              TO DF          OF COBDES-LNK
    MOVE WS-MODE-ARG    TO KEY-MODE    OF COBDES-LNK
    MOVE 0              TO CIPHER-MODE OF COBDES-LNK
    MOVE WS-CMP-BYTES   TO PW          OF COBDES-LNK
    MOVE LOW-VALUES     TO DATA-BUFF   OF COBDES-LNK
    CALL "COBDES" USING COBDES-LNK
    MOVE LOW-VALUES     TO PW          OF COBDES-LNK
    IF NOT COBDES-OK OF COBDES-LNK
       DISPLAY "KEYADMIN: component check value failed -- nothing "
               "changed"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO COMPUTE-COMPONENT-KCV-EX
    END-IF
    MOVE DATA-BUFF OF COBDES-LNK(1:3) TO WS-CMP-KCV

    MOVE 3 TO WS-HEXDUMP-IN-LEN
    MOVE 6 TO WS-HEXDUMP-OUT-LEN
    CALL "HEXDUMP" USING WS-CMP-KCV
                         WS-HEXDUMP-IN-LEN
                         WS-CMP-KCV-HEX
                         WS-HEXDUMP-OUT-LEN
                         WS-HEXDUMP-RC

    .
 COMPUTE-COMPONENT-KCV-EX.
    EXIT.

*>----------------------------------------------------------------------
 XOR-COMPONENT-INTO-KEY SECTION.
*>----------------------------------------------------------------------
*> WS-CLEAR-KEY-BYTES := WS-CLEAR-KEY-BYTES XOR WS-CMP-BYTES, all 24
*> bytes, one bit at a time in the manner of FLDENC's XOR-DIGEST-BYTE.

    PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1 UNTIL WS-BYTE-IDX > 24
       COMPUTE WS-AVAL =
          FUNCTION ORD(WS-CLEAR-KEY-BYTES(WS-BYTE-IDX:1)) - 1
       COMPUTE WS-BVAL = FUNCTION ORD(WS-CMP-BYTES(WS-BYTE-IDX:1)) - 1
       MOVE 0 TO WS-XRESULT
       MOVE 1 TO WS-WEIGHT
       PERFORM VARYING WS-BITPOS FROM 1 BY 1 UNTIL WS-BITPOS > 8
          DIVIDE WS-AVAL BY 2 GIVING WS-AQ REMAINDER WS-ABIT
          DIVIDE WS-BVAL BY 2 GIVING WS-BQ REMAINDER WS-BBIT
          IF WS-ABIT NOT = WS-BBIT
             ADD WS-WEIGHT TO WS-XRESULT
          END-IF
          COMPUTE WS-WEIGHT = WS-WEIGHT * 2
          MOVE WS-AQ TO WS-AVAL
          MOVE WS-BQ TO WS-BVAL
       END-PERFORM
       MOVE FUNCTION CHAR(WS-XRESULT + 1)
         TO WS-CLEAR-KEY-BYTES(WS-BYTE-IDX:1)
    END-PERFORM
    MOVE 0 TO WS-AVAL
    MOVE 0 TO WS-BVAL
    MOVE 0 TO WS-XRESULT

    .
 XOR-COMPONENT-INTO-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-CEREMONY-AUDIT-RECORD SECTION.
*>----------------------------------------------------------------------
*> The key-component counterpart of WRITE-DUAL-AUDIT-RECORD: one line
*> per component entered or exported and per key combined or split --
*> event, key-id, part n of m, the custodian (or the operator who
*> finished the job) and the check value in WS-CMP-KCV-HEX. A check
*> value proves which component was used without revealing it; the
*> component itself never comes near this file. Same open-on-demand,
*> fail-loudly handling as the other audit writers.

    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-NOT-EXIST
       OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - cannot open audit file ["
               FUNCTION TRIM(WS-AUDIT-FILENAME) "], status="
               WS-AUDIT-STATUS " -- event was NOT audited"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-CEREMONY-AUDIT-RECORD-EX
    END-IF

    MOVE SPACES TO AUDIT-REC
    STRING WS-TIMESTAMP                     DELIMITED BY SIZE
           " "                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-AUDIT-ACTION) DELIMITED BY SIZE
           " key-id=" WS-KEY-ID-ARG         DELIMITED BY SIZE
           " part=" WS-CMP-PART "/" WS-CMP-PARTS
                                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-WHO-LABEL, TRAILING)
                                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-CMP-CUSTODIAN)  DELIMITED BY SIZE
           " kcv=" WS-CMP-KCV-HEX           DELIMITED BY SIZE
      INTO AU-TEXT
    END-STRING
    PERFORM CHAIN-AUDIT-RECORD

    WRITE AUDIT-REC
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - audit write failed, status="
               WS-AUDIT-STATUS " -- event was NOT audited"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    CLOSE AUDIT-FILE
    IF WS-RETURN-STATUS = 0 AND NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - audit close failed, status="
               WS-AUDIT-STATUS " -- audit line may not be on disk"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WRITE-CEREMONY-AUDIT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 BUILD-KEY-RECORD SECTION.
*>----------------------------------------------------------------------
*> Fills KEYVAULT-REC from the ADD/ROTATE arguments. The key bytes are
*> taken literally on top of a LOW-VALUES fill, the same way ENCFILE's
*> RESOLVE-KEY treats a literal command-line key shorter than the key
*> field.

    MOVE WS-KEY-ID-ARG TO KV-KEY-ID
    MOVE LOW-VALUES TO KV-KEY-BYTES
    IF WS-MODE-ARG = "1"
       SET KV-KEY-MODE-TRIPLE TO TRUE
       MOVE WS-KEY-BYTES-ARG(1:24) TO KV-KEY-BYTES
    ELSE
       SET KV-KEY-MODE-SINGLE TO TRUE
       MOVE WS-KEY-BYTES-ARG(1:8)  TO KV-KEY-BYTES(1:8)
    END-IF
    MOVE "A"            TO KV-STATUS
    MOVE WS-EFF-FROM-ARG TO KV-EFF-FROM
    MOVE WS-EFF-TO-ARG   TO KV-EFF-TO

*> never let clear key material reach the vault file: wrap it under
*> the master key (and stamp the clear key's check value) before the
*> record goes anywhere near a WRITE or REWRITE
    PERFORM WRAP-KEY-RECORD

    .
 BUILD-KEY-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 SET-KEY-STATUS SECTION.
*>----------------------------------------------------------------------
*> DEACTIVATE and REACTIVATE read the record, change only its
*> lifecycle status and rewrite it; the key material and dates stay as
*> they are. These two remain single-operator actions because they are
*> reversible; ROTATE and RETIRE go through the dual-control queue
*> (REQUEST-PENDING-CHANGE / APPROVE-PENDING-CHANGE) instead.
*> Retirement stays one-way: a retired key can be neither reactivated
*> nor rotated.

    OPEN I-O KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       PERFORM REPORT-VAULT-OPEN-ERROR
       GO TO SET-KEY-STATUS-EX
    END-IF

    MOVE WS-KEY-ID-ARG TO KV-KEY-ID
    READ KEYVAULT-FILE
       INVALID KEY
          DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
                  "] not found in the vault"
          MOVE 22 TO WS-RETURN-STATUS
    END-READ

    IF WS-RETURN-STATUS = 0 AND KV-STATUS-RETIRED
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG
               "] is retired; retirement is permanent"
       MOVE 24 TO WS-RETURN-STATUS
    END-IF

    IF WS-RETURN-STATUS = 0
       EVALUATE TRUE
          WHEN WS-ACTION-DEACTIVATE MOVE "I" TO KV-STATUS
          WHEN WS-ACTION-REACTIVATE MOVE "A" TO KV-STATUS
       END-EVALUATE
*> a record written before the lifecycle fields existed has blank
*> effective dates; fill them in now so the rewritten record is fully
*> formed under the current layout
       IF KV-EFF-FROM = SPACES OR KV-EFF-FROM = LOW-VALUES
          MOVE WS-TODAY TO KV-EFF-FROM
       END-IF
       IF KV-EFF-TO = SPACES OR KV-EFF-TO = LOW-VALUES
          MOVE "99991231" TO KV-EFF-TO
       END-IF
       REWRITE KEYVAULT-REC
       IF NOT WS-VAULT-OK
          DISPLAY "KEYADMIN: vault rewrite failed, status="
                  WS-VAULT-STATUS " -- key status was NOT changed"
          MOVE 20 TO WS-RETURN-STATUS
       END-IF
    END-IF

    IF WS-RETURN-STATUS = 0
       PERFORM WRITE-AUDIT-RECORD
       DISPLAY "KEYADMIN: key-id [" WS-KEY-ID-ARG "] "
               FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACTION)) "d"
    END-IF

    CLOSE KEYVAULT-FILE

    .
 SET-KEY-STATUS-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-CATALOG-REFERENCES SECTION.
*>----------------------------------------------------------------------
*> Scans the cipher-file catalog ENCFILE maintains for archives still
*> encrypted under the key-id about to be retired, listing every one
*> found. Live references refuse the retirement (RC=28) unless FORCE
*> was given, in which case they are displayed and retirement proceeds
*> cannot be read refuses a non-FORCE retirement, because "could not
*> check" must never pass for "checked clean".

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       DISPLAY "KEYADMIN: no cipher-file catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME)
               "] -- nothing registered against this key-id"
       GO TO CHECK-CATALOG-REFERENCES-EX
    END-IF
    IF NOT WS-CATALOG-OK
       IF WS-FORCE-REQUESTED
          DISPLAY "KEYADMIN: WARNING - cannot read cipher-file "
                  "catalog, status=" WS-CATALOG-STATUS
                  " -- retiring on FORCE without the check"
          GO TO CHECK-CATALOG-REFERENCES-EX
       END-IF
       DISPLAY "KEYADMIN: cannot read cipher-file catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS " -- retirement refused; an "
               "unreadable catalog proves nothing"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CHECK-CATALOG-REFERENCES-EX
    END-IF

    MOVE 0 TO WS-CAT-MATCH-COUNT
    MOVE "N" TO WS-CATALOG-EOF-SW
    MOVE LOW-VALUES TO EC-FILENAME
    START CATALOG-FILE KEY NOT < EC-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-CATALOG-EOF-SW
    END-START

    PERFORM UNTIL WS-CATALOG-EOF
       READ CATALOG-FILE NEXT
          AT END
             MOVE "Y" TO WS-CATALOG-EOF-SW
          NOT AT END
             IF EC-KEY-ID = WS-KEY-ID-ARG
                ADD 1 TO WS-CAT-MATCH-COUNT
                DISPLAY "KEYADMIN: catalogued archive still under "
                        "this key: " FUNCTION TRIM(EC-FILENAME)
                        " (created " EC-CREATED ", "
                        EC-RECORD-COUNT " records)"
             END-IF
       END-READ
    END-PERFORM

    CLOSE CATALOG-FILE

    IF WS-CAT-MATCH-COUNT = 0
       DISPLAY "KEYADMIN: catalog shows no archive encrypted under "
               "key-id [" WS-KEY-ID-ARG "]"
       GO TO CHECK-CATALOG-REFERENCES-EX
    END-IF

    IF WS-FORCE-REQUESTED
       DISPLAY "KEYADMIN: WARNING - " WS-CAT-MATCH-COUNT " archive(s) "
               "still reference key-id [" WS-KEY-ID-ARG
               "]; retiring anyway on FORCE"
    ELSE
       DISPLAY "KEYADMIN: " WS-CAT-MATCH-COUNT " archive(s) still "
               "encrypted under key-id [" WS-KEY-ID-ARG "] -- rekey "
               "them first (encfile R) or repeat with FORCE"
       MOVE 28 TO WS-RETURN-STATUS
    END-IF

    .
 CHECK-CATALOG-REFERENCES-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-MASTER-KEY SECTION.
*>----------------------------------------------------------------------
*> Picks up the master key-encrypting key from the environment. Its
*> absence refuses the run up front (RC=30): writing clear key
*> material because the master key happened to be missing would defeat
*> the whole point of wrapping.

    MOVE SPACES TO WS-MASTER-KEY
    ACCEPT WS-MASTER-KEY FROM ENVIRONMENT "KEYVAULT_MASTER_KEY"
    IF WS-MASTER-KEY = SPACES
       DISPLAY "KEYADMIN: master key not supplied -- set "
               "KEYVAULT_MASTER_KEY before running "
               FUNCTION TRIM(WS-ACTION)
       MOVE 30 TO WS-RETURN-STATUS
    END-IF

    .
 GET-MASTER-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRAP-KEY-RECORD SECTION.
*>----------------------------------------------------------------------
*> Wraps the clear key material sitting in KEYVAULT-REC in place:
*> first the clear key's check value (the all-LOW-VALUES block
*> encrypted once under the key in its own mode, truncated to 3 bytes
*> -- the same KCV ENCFILE stamps in its file headers) goes into
*> KV-KCV so KEYFETCH can prove its unwrap, then all 24 key bytes are
*> encrypted as three DES-ECB blocks under the master key and KV-WRAP
*> is set. A COBDES failure leaves the record unusable, so it refuses
*> the run (RC=30) before anything is written.

    MOVE KV-KEY-BYTES TO WS-CLEAR-KEY-BYTES
    MOVE "N" TO WS-WRAP-FAILED-SW

    MOVE 0              TO DF          OF COBDES-LNK
    MOVE KV-KEY-MODE    TO KEY-MODE    OF COBDES-LNK
    MOVE 0              TO CIPHER-MODE OF COBDES-LNK
    MOVE WS-CLEAR-KEY-BYTES TO PW      OF COBDES-LNK
    MOVE LOW-VALUES     TO DATA-BUFF   OF COBDES-LNK
    CALL "COBDES" USING COBDES-LNK
    IF NOT COBDES-OK OF COBDES-LNK
       MOVE "Y" TO WS-WRAP-FAILED-SW
    END-IF
    MOVE DATA-BUFF OF COBDES-LNK(1:3) TO WS-CLEAR-KCV

    MOVE 0          TO DF       OF COBDES-LNK
    MOVE 0          TO KEY-MODE OF COBDES-LNK
    MOVE LOW-VALUES TO PW       OF COBDES-LNK
    MOVE WS-MASTER-KEY TO PW OF COBDES-LNK(1:8)
    PERFORM VARYING WS-BLOCK-START FROM 1 BY 8
            UNTIL WS-BLOCK-START > 17
       MOVE WS-CLEAR-KEY-BYTES(WS-BLOCK-START:8)
         TO DATA-BUFF OF COBDES-LNK
       CALL "COBDES" USING COBDES-LNK
       IF NOT COBDES-OK OF COBDES-LNK
          MOVE "Y" TO WS-WRAP-FAILED-SW
       END-IF
       MOVE DATA-BUFF OF COBDES-LNK
         TO KV-KEY-BYTES(WS-BLOCK-START:8)
    END-PERFORM

    IF WS-WRAP-FAILED
       DISPLAY "KEYADMIN: key wrapping failed -- nothing written"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO WRAP-KEY-RECORD-EX
    END-IF

    MOVE "W"          TO KV-WRAP
    MOVE WS-CLEAR-KCV TO KV-KCV

    .
 WRAP-KEY-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 MIGRATE-VAULT SECTION.
*>----------------------------------------------------------------------
*> The one-time migration path for a vault built before wrapping
*> existed: every record whose KV-WRAP byte is still blank has its
*> clear key material wrapped in place and is rewritten, with one
*> audit line each. Already-wrapped records are left untouched, so
*> re-running MIGRATE is harmless. Any wrap failure stops the walk --
*> better a visibly half-migrated vault and a nonzero return code
*> than a quiet one.

    OPEN I-O KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       PERFORM REPORT-VAULT-OPEN-ERROR
       GO TO MIGRATE-VAULT-EX
    END-IF

    MOVE LOW-VALUES TO KV-KEY-ID
    START KEYVAULT-FILE KEY NOT < KV-KEY-ID
       INVALID KEY
          MOVE "Y" TO WS-VAULT-EOF-SW
    END-START

    PERFORM UNTIL WS-VAULT-EOF OR WS-RETURN-STATUS NOT = 0
       READ KEYVAULT-FILE NEXT
          AT END
             MOVE "Y" TO WS-VAULT-EOF-SW
          NOT AT END
             IF NOT KV-WRAPPED
                PERFORM WRAP-KEY-RECORD
                IF WS-RETURN-STATUS = 0
                   REWRITE KEYVAULT-REC
                   IF NOT WS-VAULT-OK
                      DISPLAY "KEYADMIN: vault rewrite failed for "
                              "key-id [" KV-KEY-ID "], status="
                              WS-VAULT-STATUS
                      MOVE 20 TO WS-RETURN-STATUS
                   ELSE
                      ADD 1 TO WS-MIGRATE-COUNT
                      PERFORM WRITE-AUDIT-RECORD
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM

    CLOSE KEYVAULT-FILE

    IF WS-RETURN-STATUS = 0
       DISPLAY "KEYADMIN: " WS-MIGRATE-COUNT " key(s) wrapped under "
               "the master key"
    END-IF

    .
 MIGRATE-VAULT-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-NEW-MASTER-KEY SECTION.
*>----------------------------------------------------------------------
*> REWRAP's replacement master key, from KEYVAULT_NEW_MASTER_KEY, under
*> the same literal 8-character convention as the current one. It is
*> refused when missing (RC=30) and when it is the current key over
*> again (RC=16) -- a rotation onto the same key proves nothing.

    MOVE SPACES TO WS-NEW-MASTER-KEY
    ACCEPT WS-NEW-MASTER-KEY FROM ENVIRONMENT "KEYVAULT_NEW_MASTER_KEY"
    IF WS-NEW-MASTER-KEY = SPACES
       DISPLAY "KEYADMIN: new master key not supplied -- set "
               "KEYVAULT_NEW_MASTER_KEY before running "
               FUNCTION TRIM(WS-ACTION)
       MOVE 30 TO WS-RETURN-STATUS
       GO TO GET-NEW-MASTER-KEY-EX
    END-IF
    IF WS-NEW-MASTER-KEY = WS-MASTER-KEY
       DISPLAY "KEYADMIN: KEYVAULT_NEW_MASTER_KEY is the current "
               "master key -- nothing to rotate"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-NEW-MASTER-KEY-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPUTE-MASTER-KCV SECTION.
*>----------------------------------------------------------------------
*> Check value of the master key in WS-KCV-MASTER, into WS-MASTER-KCV:
*> the all-LOW-VALUES block encrypted once under it as a single DES
*> key, truncated to 3 bytes -- the same KCV every vault record
*> carries for its own key. This is what lets a queued REWRAP name the
*> two master keys it was proven with without storing either of them.

    MOVE "N" TO WS-WRAP-FAILED-SW
    MOVE 0          TO DF          OF COBDES-LNK
    MOVE 0          TO KEY-MODE    OF COBDES-LNK
    MOVE 0          TO CIPHER-MODE OF COBDES-LNK
    MOVE LOW-VALUES TO PW          OF COBDES-LNK
    MOVE WS-KCV-MASTER TO PW OF COBDES-LNK(1:8)
    MOVE LOW-VALUES TO DATA-BUFF   OF COBDES-LNK
    CALL "COBDES" USING COBDES-LNK
    IF NOT COBDES-OK OF COBDES-LNK
       MOVE "Y" TO WS-WRAP-FAILED-SW
    END-IF
    MOVE DATA-BUFF OF COBDES-LNK(1:3) TO WS-MASTER-KCV
    MOVE LOW-VALUES TO PW OF COBDES-LNK

    .
 COMPUTE-MASTER-KCV-EX.
    EXIT.

*>----------------------------------------------------------------------
 PREPARE-REWRAP-REQUEST SECTION.
*>----------------------------------------------------------------------
*> Request-time half of REWRAP, ahead of REQUEST-PENDING-CHANGE's
*> queueing: takes both master keys' check values for the pending
*> record, and proves -- without changing anything -- that every
*> wrapped vault record and every queued ROTATE payload really does
*> unwrap to its KCV under the current master key. A requester holding
*> the wrong key finds out now, while still at the terminal, rather
*> than leaving the approver a rotation that can never apply.

    MOVE WS-MASTER-KEY TO WS-KCV-MASTER
    PERFORM COMPUTE-MASTER-KCV
    MOVE WS-MASTER-KCV TO WS-OLD-MASTER-KCV
    IF NOT WS-WRAP-FAILED
       MOVE WS-NEW-MASTER-KEY TO WS-KCV-MASTER
       PERFORM COMPUTE-MASTER-KCV
       MOVE WS-MASTER-KCV TO WS-NEW-MASTER-KCV
    END-IF
    IF WS-WRAP-FAILED
       DISPLAY "KEYADMIN: master key check value could not be "
               "computed -- REWRAP refused"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO PREPARE-REWRAP-REQUEST-EX
    END-IF

    MOVE WS-MASTER-KEY     TO WS-RW-FROM-MASTER
    MOVE WS-NEW-MASTER-KEY TO WS-RW-TO-MASTER
    MOVE "N" TO WS-RW-APPLY-SW

    PERFORM REWRAP-VAULT-WALK
    IF WS-RW-WALK-FAILED
       IF WS-RETURN-STATUS = 0
          DISPLAY "KEYADMIN: " WS-RW-FAIL-COUNT " vault record(s) do "
                  "not prove under the current master key -- REWRAP "
                  "refused, nothing queued"
          MOVE 30 TO WS-RETURN-STATUS
       END-IF
       GO TO PREPARE-REWRAP-REQUEST-EX
    END-IF
    DISPLAY "KEYADMIN: " WS-RW-CONVERT-COUNT " wrapped vault record(s) "
            "proven under the current master key"
    IF WS-RW-CLEAR-COUNT > 0
       DISPLAY "KEYADMIN: WARNING - " WS-RW-CLEAR-COUNT " vault "
               "record(s) still clear; REWRAP leaves them alone -- run "
               "MIGRATE under the new master key afterwards"
    END-IF

    OPEN INPUT PENDING-FILE
    IF WS-PENDING-NOT-EXIST
       GO TO PREPARE-REWRAP-REQUEST-EX
    END-IF
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: cannot open pending-change file ["
               FUNCTION TRIM(WS-PENDING-FILENAME) "], status="
               WS-PENDING-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO PREPARE-REWRAP-REQUEST-EX
    END-IF
    PERFORM REWRAP-PENDING-WALK
    CLOSE PENDING-FILE
    IF WS-RW-WALK-FAILED
       DISPLAY "KEYADMIN: " WS-RW-FAIL-COUNT " pending ROTATE "
               "payload(s) do not prove under the current master key "
               "-- REWRAP refused, nothing queued"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO PREPARE-REWRAP-REQUEST-EX
    END-IF
    DISPLAY "KEYADMIN: " WS-RW-CONVERT-COUNT " pending ROTATE "
            "payload(s) proven under the current master key"

    .
 PREPARE-REWRAP-REQUEST-EX.
    EXIT.

*>----------------------------------------------------------------------
 APPROVE-MASTER-REWRAP SECTION.
*>----------------------------------------------------------------------
*> Applies an approved REWRAP; APPROVE-PENDING-CHANGE has already
*> refused self-approval and expiry, and holds the pending file open
*> I-O on the "*MASTER*" record. The approver must supply the same two
*> master keys the request was proven with (their check values are in
*> the queued record). Then, in order:
*>   1. every wrapped vault record and queued ROTATE payload is proven
*>      again, changing nothing -- one failure and the run stops here
*>      with the vault untouched;
*>   2. the vault is re-wrapped record by record, each rewrite audited;
*>   3. the pending ROTATE payloads are re-wrapped the same way.
*> A failure in 2 or 3 backs out what had been converted by running
*> the same walk from the new master key to the old, so the vault and
*> queue end up wholly under one master key. The REWRAP request is
*> only removed from the queue once everything is under the new key;
*> otherwise it stays queued, and because a record already under the
*> new key counts as converted, re-APPROVEing finishes the job (with
*> the audit chain on, OPEN-AUDIT-CHAIN has already fetched a chain key
*> converted by the interrupted run through FETCH-CHAIN-KEY-NEW-MASTER).

    MOVE KP-REQUESTED-BY   TO WS-RW-REQUESTED-BY
    MOVE KP-OLD-MASTER-KCV TO WS-OLD-MASTER-KCV
    MOVE KP-NEW-MASTER-KCV TO WS-NEW-MASTER-KCV

    PERFORM GET-MASTER-KEY
    IF WS-RETURN-STATUS = 0
       PERFORM GET-NEW-MASTER-KEY
    END-IF
    IF WS-RETURN-STATUS NOT = 0
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF

    MOVE WS-MASTER-KEY TO WS-KCV-MASTER
    PERFORM COMPUTE-MASTER-KCV
    IF WS-WRAP-FAILED OR WS-MASTER-KCV NOT = WS-OLD-MASTER-KCV
       DISPLAY "KEYADMIN: KEYVAULT_MASTER_KEY is not the master key "
               "this REWRAP was requested from"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF
    MOVE WS-NEW-MASTER-KEY TO WS-KCV-MASTER
    PERFORM COMPUTE-MASTER-KCV
    IF WS-WRAP-FAILED OR WS-MASTER-KCV NOT = WS-NEW-MASTER-KCV
       DISPLAY "KEYADMIN: KEYVAULT_NEW_MASTER_KEY is not the master "
               "key this REWRAP was requested to"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF

*> 1. prove everything, change nothing
    MOVE WS-MASTER-KEY     TO WS-RW-FROM-MASTER
    MOVE WS-NEW-MASTER-KEY TO WS-RW-TO-MASTER
    MOVE "N" TO WS-RW-APPLY-SW
    PERFORM REWRAP-VAULT-WALK
    IF WS-RW-WALK-FAILED
       IF WS-RETURN-STATUS = 0
          DISPLAY "KEYADMIN: " WS-RW-FAIL-COUNT " vault record(s) do "
                  "not prove under either master key -- nothing "
                  "converted"
          MOVE 30 TO WS-RETURN-STATUS
       END-IF
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF
    PERFORM REWRAP-PENDING-WALK
    IF WS-RW-WALK-FAILED
       DISPLAY "KEYADMIN: " WS-RW-FAIL-COUNT " pending ROTATE "
               "payload(s) do not prove under either master key -- "
               "nothing converted"
       MOVE 30 TO WS-RETURN-STATUS
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF

*> 2. the vault
    MOVE "Y"      TO WS-RW-APPLY-SW
    MOVE "REWRAP" TO WS-RW-AUDIT-ACTION
    PERFORM REWRAP-VAULT-WALK
    IF WS-RW-WALK-FAILED
       PERFORM REWRAP-BACKOUT-VAULT
       MOVE 30 TO WS-RETURN-STATUS
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF
    DISPLAY "KEYADMIN: " WS-RW-CONVERT-COUNT " vault record(s) "
            "re-wrapped, " WS-RW-ALREADY-COUNT " already under the new "
            "master key"

*> 3. the queued ROTATE payloads
    PERFORM REWRAP-PENDING-WALK
    IF WS-RW-WALK-FAILED
       PERFORM REWRAP-BACKOUT-PENDING
       PERFORM REWRAP-BACKOUT-VAULT
       MOVE 30 TO WS-RETURN-STATUS
       GO TO APPROVE-MASTER-REWRAP-FAIL
    END-IF
    DISPLAY "KEYADMIN: " WS-RW-CONVERT-COUNT " pending ROTATE "
            "payload(s) re-wrapped, " WS-RW-ALREADY-COUNT " already "
            "under the new master key"

    MOVE "Y" TO WS-REWRAP-DONE-SW

*> the walks over the queue moved off the REWRAP request itself
    MOVE WS-MASTER-PENDING-ID TO KP-KEY-ID
    READ PENDING-FILE
       INVALID KEY
          CONTINUE
    END-READ
    IF WS-PENDING-OK
       DELETE PENDING-FILE RECORD
    END-IF
    IF NOT WS-PENDING-OK
       DISPLAY "KEYADMIN: WARNING - could not delete the applied "
               "pending change, status=" WS-PENDING-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RW-REQUESTED-BY TO KP-REQUESTED-BY
    MOVE "REWRAP-APPROVED"  TO WS-DUAL-ACTION
    PERFORM WRITE-DUAL-AUDIT-RECORD
    DISPLAY "KEYADMIN: master key rotated -- every job must run with "
            "KEYVAULT_MASTER_KEY set to the new master key from now on"
    GO TO APPROVE-MASTER-REWRAP-EX

    .
 APPROVE-MASTER-REWRAP-FAIL.
    MOVE WS-RW-REQUESTED-BY TO KP-REQUESTED-BY
    MOVE "REWRAP-FAILED"    TO WS-DUAL-ACTION
    PERFORM WRITE-DUAL-AUDIT-RECORD
    DISPLAY "KEYADMIN: REWRAP not applied -- it stays queued; correct "
            "the fault and APPROVE again, or REJECT it"

    .
 APPROVE-MASTER-REWRAP-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-BACKOUT-VAULT SECTION.
*>----------------------------------------------------------------------
*> Undoes a partial vault conversion: the same walk, new master key to
*> old. Records never converted already prove under the old key and
*> are passed over; converted ones are wrapped back and audited as
*> REWRAP-BACKOUT. Should even this fail, every record still proves
*> under one of the two keys, and the message says how to finish.

    MOVE WS-NEW-MASTER-KEY TO WS-RW-FROM-MASTER
    MOVE WS-MASTER-KEY     TO WS-RW-TO-MASTER
    MOVE "Y"               TO WS-RW-APPLY-SW
    MOVE "REWRAP-BACKOUT"  TO WS-RW-AUDIT-ACTION
    PERFORM REWRAP-VAULT-WALK
    IF WS-RW-WALK-FAILED
       DISPLAY "KEYADMIN: WARNING - vault back-out incomplete: records "
               "are under BOTH master keys (each still proves under "
               "one of them) -- APPROVE the REWRAP again to finish it"
    ELSE
       DISPLAY "KEYADMIN: vault backed out -- " WS-RW-CONVERT-COUNT
               " record(s) returned to the current master key"
    END-IF

    .
 REWRAP-BACKOUT-VAULT-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-BACKOUT-PENDING SECTION.
*>----------------------------------------------------------------------
*> REWRAP-BACKOUT-VAULT's counterpart for the queued ROTATE payloads.

    MOVE WS-NEW-MASTER-KEY TO WS-RW-FROM-MASTER
    MOVE WS-MASTER-KEY     TO WS-RW-TO-MASTER
    MOVE "Y"               TO WS-RW-APPLY-SW
    MOVE "REWRAP-BACKOUT"  TO WS-RW-AUDIT-ACTION
    PERFORM REWRAP-PENDING-WALK
    IF WS-RW-WALK-FAILED
       DISPLAY "KEYADMIN: WARNING - pending-queue back-out incomplete "
               "-- APPROVE the REWRAP again to finish it"
    END-IF

    .
 REWRAP-BACKOUT-PENDING-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-VAULT-WALK SECTION.
*>----------------------------------------------------------------------
*> One pass over the vault in key-id order, re-wrapping each wrapped
*> record from WS-RW-FROM-MASTER to WS-RW-TO-MASTER. Without
*> WS-RW-APPLY it only proves and counts, reading on past failures so
*> every bad record is reported; with it, each converted record is
*> rewritten and audited, and the first failure stops the pass.

    MOVE 0   TO WS-RW-CONVERT-COUNT
    MOVE 0   TO WS-RW-ALREADY-COUNT
    MOVE 0   TO WS-RW-CLEAR-COUNT
    MOVE 0   TO WS-RW-FAIL-COUNT
    MOVE "N" TO WS-RW-WALK-FAILED-SW
    MOVE "N" TO WS-VAULT-EOF-SW
    MOVE "vault" TO WS-RW-FILE-LABEL

    IF WS-RW-APPLY
       OPEN I-O KEYVAULT-FILE
    ELSE
       OPEN INPUT KEYVAULT-FILE
    END-IF
    IF NOT WS-VAULT-OK
       PERFORM REPORT-VAULT-OPEN-ERROR
       MOVE "Y" TO WS-RW-WALK-FAILED-SW
       GO TO REWRAP-VAULT-WALK-EX
    END-IF

    MOVE LOW-VALUES TO KV-KEY-ID
    START KEYVAULT-FILE KEY NOT < KV-KEY-ID
       INVALID KEY
          MOVE "Y" TO WS-VAULT-EOF-SW
    END-START

    PERFORM UNTIL WS-VAULT-EOF
               OR (WS-RW-APPLY AND WS-RW-WALK-FAILED)
       READ KEYVAULT-FILE NEXT
          AT END
             MOVE "Y" TO WS-VAULT-EOF-SW
          NOT AT END
             PERFORM REWRAP-VAULT-RECORD
       END-READ
    END-PERFORM

    CLOSE KEYVAULT-FILE

    .
 REWRAP-VAULT-WALK-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-VAULT-RECORD SECTION.
*>----------------------------------------------------------------------
*> The vault record just read, through REWRAP-ONE-PAYLOAD. A still
*> clear record is counted and left for MIGRATE.

    IF NOT KV-WRAPPED
       ADD 1 TO WS-RW-CLEAR-COUNT
       GO TO REWRAP-VAULT-RECORD-EX
    END-IF

    MOVE KV-KEY-ID    TO WS-RW-KEY-ID
    MOVE KV-KEY-MODE  TO WS-RW-KEY-MODE
    MOVE KV-KEY-BYTES TO WS-RW-KEY-BYTES
    MOVE KV-KCV       TO WS-RW-KCV
    PERFORM REWRAP-ONE-PAYLOAD

    EVALUATE TRUE
       WHEN WS-RW-FAILED
          DISPLAY "KEYADMIN: key-id [" KV-KEY-ID "] does not unwrap "
                  "to its check value under either master key"
          ADD 1 TO WS-RW-FAIL-COUNT
          MOVE "Y" TO WS-RW-WALK-FAILED-SW
       WHEN WS-RW-ALREADY
          ADD 1 TO WS-RW-ALREADY-COUNT
       WHEN NOT WS-RW-APPLY
          ADD 1 TO WS-RW-CONVERT-COUNT
       WHEN OTHER
          MOVE WS-RW-NEW-BYTES TO KV-KEY-BYTES
          REWRITE KEYVAULT-REC
          IF NOT WS-VAULT-OK
             DISPLAY "KEYADMIN: vault rewrite failed for key-id ["
                     KV-KEY-ID "], status=" WS-VAULT-STATUS
             ADD 1 TO WS-RW-FAIL-COUNT
             MOVE "Y" TO WS-RW-WALK-FAILED-SW
          ELSE
             ADD 1 TO WS-RW-CONVERT-COUNT
             PERFORM WRITE-REWRAP-AUDIT-RECORD
          END-IF
    END-EVALUATE

    .
 REWRAP-VAULT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-PENDING-WALK SECTION.
*>----------------------------------------------------------------------
*> REWRAP-VAULT-WALK over the queued ROTATE payloads and the partial
*> keys of key-component ceremonies in progress -- the only pending
*> records carrying key material. The caller holds the pending file
*> open (INPUT to prove, I-O to apply).

    MOVE 0   TO WS-RW-CONVERT-COUNT
    MOVE 0   TO WS-RW-ALREADY-COUNT
    MOVE 0   TO WS-RW-CLEAR-COUNT
    MOVE 0   TO WS-RW-FAIL-COUNT
    MOVE "N" TO WS-RW-WALK-FAILED-SW
    MOVE "N" TO WS-PENDING-EOF-SW
    MOVE "pending" TO WS-RW-FILE-LABEL

    MOVE LOW-VALUES TO KP-KEY-ID
    START PENDING-FILE KEY NOT < KP-KEY-ID
       INVALID KEY
          MOVE "Y" TO WS-PENDING-EOF-SW
    END-START

    PERFORM UNTIL WS-PENDING-EOF
               OR (WS-RW-APPLY AND WS-RW-WALK-FAILED)
       READ PENDING-FILE NEXT
          AT END
             MOVE "Y" TO WS-PENDING-EOF-SW
          NOT AT END
             IF KP-ACTION-ROTATE OR KP-ACTION-COMPONENT
                PERFORM REWRAP-PENDING-RECORD
             END-IF
       END-READ
    END-PERFORM

    .
 REWRAP-PENDING-WALK-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-PENDING-RECORD SECTION.
*>----------------------------------------------------------------------
*> The queued ROTATE or ceremony just read, through
*> REWRAP-ONE-PAYLOAD.

    MOVE KP-KEY-ID    TO WS-RW-KEY-ID
    MOVE KP-KEY-MODE  TO WS-RW-KEY-MODE
    MOVE KP-KEY-BYTES TO WS-RW-KEY-BYTES
    MOVE KP-KCV       TO WS-RW-KCV
    PERFORM REWRAP-ONE-PAYLOAD

    EVALUATE TRUE
       WHEN WS-RW-FAILED
          DISPLAY "KEYADMIN: pending " FUNCTION TRIM(KP-ACTION)
                  " of key-id [" KP-KEY-ID "] does not unwrap to its "
                  "check value under either master key"
          ADD 1 TO WS-RW-FAIL-COUNT
          MOVE "Y" TO WS-RW-WALK-FAILED-SW
       WHEN WS-RW-ALREADY
          ADD 1 TO WS-RW-ALREADY-COUNT
       WHEN NOT WS-RW-APPLY
          ADD 1 TO WS-RW-CONVERT-COUNT
       WHEN OTHER
          MOVE WS-RW-NEW-BYTES TO KP-KEY-BYTES
          REWRITE KEYPND-REC
          IF NOT WS-PENDING-OK
             DISPLAY "KEYADMIN: pending-change rewrite failed for "
                     "key-id [" KP-KEY-ID "], status="
                     WS-PENDING-STATUS
             ADD 1 TO WS-RW-FAIL-COUNT
             MOVE "Y" TO WS-RW-WALK-FAILED-SW
          ELSE
             ADD 1 TO WS-RW-CONVERT-COUNT
             PERFORM WRITE-REWRAP-AUDIT-RECORD
          END-IF
    END-EVALUATE

    .
 REWRAP-PENDING-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 REWRAP-ONE-PAYLOAD SECTION.
*>----------------------------------------------------------------------
*> Classifies and converts one wrapped payload (WS-RW-KEY-MODE/-BYTES/
*> -KCV). When it unwraps under WS-RW-FROM-MASTER to its check value it
*> is re-wrapped under WS-RW-TO-MASTER into WS-RW-NEW-BYTES, and that
*> new form is itself unwrapped and proven before the payload counts
*> as converted ("C"). When it already proves under WS-RW-TO-MASTER it
*> is "A" -- already there. Anything else is "F". The clear key never
*> leaves WS-CLEAR-KEY-BYTES and is cleared before returning.

    MOVE "F" TO WS-RW-RESULT

    MOVE WS-RW-KEY-BYTES   TO WS-UNWRAP-BYTES
    MOVE WS-RW-FROM-MASTER TO WS-UNWRAP-MASTER
    PERFORM UNWRAP-PAYLOAD
    IF WS-WRAP-FAILED OR WS-CLEAR-KCV NOT = WS-RW-KCV
       MOVE WS-RW-TO-MASTER TO WS-UNWRAP-MASTER
       PERFORM UNWRAP-PAYLOAD
       IF NOT WS-WRAP-FAILED AND WS-CLEAR-KCV = WS-RW-KCV
          MOVE "A" TO WS-RW-RESULT
       END-IF
       GO TO REWRAP-ONE-PAYLOAD-CLEAR
    END-IF

    MOVE 0          TO DF          OF COBDES-LNK
    MOVE 0          TO KEY-MODE    OF COBDES-LNK
    MOVE 0          TO CIPHER-MODE OF COBDES-LNK
    MOVE LOW-VALUES TO PW          OF COBDES-LNK
    MOVE WS-RW-TO-MASTER TO PW OF COBDES-LNK(1:8)
    PERFORM VARYING WS-BLOCK-START FROM 1 BY 8
            UNTIL WS-BLOCK-START > 17
       MOVE WS-CLEAR-KEY-BYTES(WS-BLOCK-START:8)
         TO DATA-BUFF OF COBDES-LNK
       CALL "COBDES" USING COBDES-LNK
       IF NOT COBDES-OK OF COBDES-LNK
          MOVE "Y" TO WS-WRAP-FAILED-SW
       END-IF
       MOVE DATA-BUFF OF COBDES-LNK
         TO WS-RW-NEW-BYTES(WS-BLOCK-START:8)
    END-PERFORM
    IF WS-WRAP-FAILED
       GO TO REWRAP-ONE-PAYLOAD-CLEAR
    END-IF

*> prove the new wrapping round-trips before anything is rewritten
    MOVE WS-RW-NEW-BYTES TO WS-UNWRAP-BYTES
    MOVE WS-RW-TO-MASTER TO WS-UNWRAP-MASTER
    PERFORM UNWRAP-PAYLOAD
    IF NOT WS-WRAP-FAILED AND WS-CLEAR-KCV = WS-RW-KCV
       MOVE "C" TO WS-RW-RESULT
    END-IF

    .
 REWRAP-ONE-PAYLOAD-CLEAR.
    MOVE LOW-VALUES TO WS-CLEAR-KEY-BYTES
    MOVE LOW-VALUES TO PW        OF COBDES-LNK
    MOVE LOW-VALUES TO DATA-BUFF OF COBDES-LNK

    .
 REWRAP-ONE-PAYLOAD-EX.
    EXIT.

*>----------------------------------------------------------------------
 UNWRAP-PAYLOAD SECTION.
*>----------------------------------------------------------------------
*> KEYFETCH's unwrap: WS-UNWRAP-BYTES decrypted as three DES-ECB blocks
*> under WS-UNWRAP-MASTER into WS-CLEAR-KEY-BYTES, then the clear key's
*> check value (in mode WS-RW-KEY-MODE) into WS-CLEAR-KCV for the
*> caller to compare. A COBDES failure sets WS-WRAP-FAILED.

    MOVE "N" TO WS-WRAP-FAILED-SW

    MOVE 1          TO DF          OF COBDES-LNK
    MOVE 0          TO KEY-MODE    OF COBDES-LNK
    MOVE 0          TO CIPHER-MODE OF COBDES-LNK
    MOVE LOW-VALUES TO PW          OF COBDES-LNK
    MOVE WS-UNWRAP-MASTER TO PW OF COBDES-LNK(1:8)
    PERFORM VARYING WS-BLOCK-START FROM 1 BY 8
            UNTIL WS-BLOCK-START > 17
       MOVE WS-UNWRAP-BYTES(WS-BLOCK-START:8)
         TO DATA-BUFF OF COBDES-LNK
       CALL "COBDES" USING COBDES-LNK
       IF NOT COBDES-OK OF COBDES-LNK
          MOVE "Y" TO WS-WRAP-FAILED-SW
       END-IF
       MOVE DATA-BUFF OF COBDES-LNK
         TO WS-CLEAR-KEY-BYTES(WS-BLOCK-START:8)
    END-PERFORM

    MOVE 0                  TO DF       OF COBDES-LNK
    MOVE WS-RW-KEY-MODE     TO KEY-MODE OF COBDES-LNK
    MOVE WS-CLEAR-KEY-BYTES TO PW       OF COBDES-LNK
    MOVE LOW-VALUES         TO DATA-BUFF OF COBDES-LNK
    CALL "COBDES" USING COBDES-LNK
    IF NOT COBDES-OK OF COBDES-LNK
       MOVE "Y" TO WS-WRAP-FAILED-SW
    END-IF
    MOVE DATA-BUFF OF COBDES-LNK(1:3) TO WS-CLEAR-KCV

    .
 UNWRAP-PAYLOAD-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-REWRAP-AUDIT-RECORD SECTION.
*>----------------------------------------------------------------------
*> One audit line per payload a REWRAP (or its back-out) rewrote: the
*> key-id, which file it sits in, its mode, and the approver -- the
*> record was proven against its check value before being rewritten
*> (the REWRAP-APPROVED line carries the requester as well).
*> Never the key bytes, wrapped or clear, and never a master key. Same
*> fail-loudly handling as WRITE-AUDIT-RECORD.

    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-NOT-EXIST
       OPEN OUTPUT AUDIT-FILE
    END-IF
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - cannot open audit file ["
               FUNCTION TRIM(WS-AUDIT-FILENAME) "], status="
               WS-AUDIT-STATUS " -- change was made but NOT audited"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-REWRAP-AUDIT-RECORD-EX
    END-IF

    MOVE SPACES TO AUDIT-REC
    STRING WS-TIMESTAMP                     DELIMITED BY SIZE
           " "                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-RW-AUDIT-ACTION) DELIMITED BY SIZE
           " key-id=" WS-RW-KEY-ID          DELIMITED BY SIZE
           " in="                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-RW-FILE-LABEL)  DELIMITED BY SIZE
           " mode="   WS-RW-KEY-MODE        DELIMITED BY SIZE
           " kcv=ok"                        DELIMITED BY SIZE
           " by="                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)    DELIMITED BY SIZE
      INTO AU-TEXT
    END-STRING
    PERFORM CHAIN-AUDIT-RECORD

    WRITE AUDIT-REC
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - audit write failed, status="
               WS-AUDIT-STATUS " -- change was made but NOT audited"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    CLOSE AUDIT-FILE
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: WARNING - audit close failed, status="
               WS-AUDIT-STATUS " -- audit line may not be on disk"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WRITE-REWRAP-AUDIT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
             MOVE "Y" TO WS-PENDING-EOF-SW
          NOT AT END
             ADD 1 TO WS-PENDING-COUNT
*> a key-component ceremony shows how far it has got instead of a
*> requester -- nobody approves it
             EVALUATE TRUE
                WHEN KP-ACTION-COMPONENT AND WS-TODAY > KP-EXPIRES
                   DISPLAY "KEYADMIN: pending COMPONENT key-id="
                           KP-KEY-ID
                           " parts=" KP-PARTS-IN "/" KP-PARTS-DUE
                           " for=" KP-CEREMONY-FOR
                           " started-by="
                           FUNCTION TRIM(KP-REQUESTED-BY)
                           " expires=" KP-EXPIRES " EXPIRED"
                WHEN KP-ACTION-COMPONENT
                   DISPLAY "KEYADMIN: pending COMPONENT key-id="
                           KP-KEY-ID
                           " parts=" KP-PARTS-IN "/" KP-PARTS-DUE
                           " for=" KP-CEREMONY-FOR
                           " started-by="
                           FUNCTION TRIM(KP-REQUESTED-BY)
                           " expires=" KP-EXPIRES
                WHEN WS-TODAY > KP-EXPIRES
                   DISPLAY "KEYADMIN: pending " FUNCTION TRIM(KP-ACTION)
                           " key-id=" KP-KEY-ID
                           " requested-by="
                           FUNCTION TRIM(KP-REQUESTED-BY)
                           " at=" KP-REQUESTED-AT
                           " expires=" KP-EXPIRES " EXPIRED"
                WHEN OTHER
                   DISPLAY "KEYADMIN: pending " FUNCTION TRIM(KP-ACTION)
                           " key-id=" KP-KEY-ID
                           " requested-by="
                           FUNCTION TRIM(KP-REQUESTED-BY)
                           " at=" KP-REQUESTED-AT
                           " expires=" KP-EXPIRES
             END-EVALUATE
       END-READ
    END-PERFORM

 LIST-PENDING-CHANGES-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-AUDIT-CHAIN SECTION.
*>----------------------------------------------------------------------
*> With AUDITCHAIN_KEYID set, fetches the chain key from the vault and
*> finds the chain head: the last chained line already in the audit
*> file (none yet: the chain starts at 1 from the keyed anchor). Lines
*> from before chaining was configured are simply passed over. The
*> one run allowed to go ahead without the key is the ADD that puts
*> the chain key into the vault in the first place.

    ACCEPT WS-CHAIN-KEY-ID FROM ENVIRONMENT "AUDITCHAIN_KEYID"
    IF WS-CHAIN-KEY-ID = SPACES
       GO TO OPEN-AUDIT-CHAIN-EX
    END-IF

    CALL "KEYFETCH" USING WS-VAULT-FILENAME
                          WS-CHAIN-KEY-ID
                          WS-CHAIN-KEY-MODE
                          WS-CHAIN-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF WS-KEYFETCH-NOT-FOUND AND WS-ACTION-ADD
       AND WS-KEY-ID-ARG = WS-CHAIN-KEY-ID
       DISPLAY "KEYADMIN: adding audit chain key-id ["
               WS-CHAIN-KEY-ID "] -- this line is audited unchained"
       GO TO OPEN-AUDIT-CHAIN-EX
    END-IF
    IF WS-KEYFETCH-RC = 28 AND WS-ACTION-APPROVE
       AND WS-KEY-ID-ARG = WS-MASTER-PENDING-ID
       PERFORM FETCH-CHAIN-KEY-NEW-MASTER
    END-IF
    IF NOT WS-KEYFETCH-OK
       DISPLAY "KEYADMIN: KEYFETCH failed for audit chain key-id ["
               WS-CHAIN-KEY-ID "], RC=" WS-KEYFETCH-RC
               " -- nothing changed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-AUDIT-CHAIN-EX
    END-IF

    MOVE 0 TO WS-CHAIN-HEAD-SEQ
    MOVE SPACES TO WS-CHAIN-HEAD-LINK
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-NOT-EXIST
       MOVE "Y" TO WS-CHAIN-SW
       GO TO OPEN-AUDIT-CHAIN-EX
    END-IF
    IF NOT WS-AUDIT-OK
       DISPLAY "KEYADMIN: cannot read audit file ["
               FUNCTION TRIM(WS-AUDIT-FILENAME) "], status="
               WS-AUDIT-STATUS " -- nothing changed"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-AUDIT-CHAIN-EX
    END-IF

    MOVE "N" TO WS-AUDIT-EOF-SW
    PERFORM UNTIL WS-AUDIT-EOF
       READ AUDIT-FILE
          AT END
             MOVE "Y" TO WS-AUDIT-EOF-SW
          NOT AT END
             IF AU-CHAINED AND AU-CHAIN-SEQ NUMERIC
                MOVE AU-CHAIN-SEQ  TO WS-CHAIN-HEAD-SEQ
                MOVE AU-CHAIN-LINK TO WS-CHAIN-HEAD-LINK
             END-IF
       END-READ
    END-PERFORM

    CLOSE AUDIT-FILE
    MOVE "Y" TO WS-CHAIN-SW

    .
 OPEN-AUDIT-CHAIN-EX.
    EXIT.

*>----------------------------------------------------------------------
 FETCH-CHAIN-KEY-NEW-MASTER SECTION.
*>----------------------------------------------------------------------
*> Re-APPROVEing a master-key REWRAP that was interrupted (or whose
*> back-out was) may find the chain key's own vault record already
*> under the new master key, which KEYFETCH -- unwrapping under
*> KEYVAULT_MASTER_KEY only -- refuses with RC=28. For that APPROVE
*> alone the record is read here and unwrapped under
*> KEYVAULT_NEW_MASTER_KEY instead, proven against its check value the
*> way REWRAP proves every record; KEYFETCH has already passed its
*> lifecycle checks and ledgered the refused lookup. Anything short of
*> a proven key leaves WS-KEYFETCH-RC as it was, and the run stops.

    MOVE SPACES TO WS-NEW-MASTER-KEY
    ACCEPT WS-NEW-MASTER-KEY FROM ENVIRONMENT "KEYVAULT_NEW_MASTER_KEY"
    IF WS-NEW-MASTER-KEY = SPACES
       GO TO FETCH-CHAIN-KEY-NEW-MASTER-EX
    END-IF

    OPEN INPUT KEYVAULT-FILE
    IF NOT WS-VAULT-OK
       GO TO FETCH-CHAIN-KEY-NEW-MASTER-EX
    END-IF
    MOVE WS-CHAIN-KEY-ID TO KV-KEY-ID
    READ KEYVAULT-FILE
       INVALID KEY
          CONTINUE
    END-READ
    IF NOT WS-VAULT-OK OR NOT KV-WRAPPED
       CLOSE KEYVAULT-FILE
       GO TO FETCH-CHAIN-KEY-NEW-MASTER-EX
    END-IF
    CLOSE KEYVAULT-FILE

    MOVE KV-KEY-MODE       TO WS-RW-KEY-MODE
    MOVE KV-KEY-BYTES      TO WS-UNWRAP-BYTES
    MOVE WS-NEW-MASTER-KEY TO WS-UNWRAP-MASTER
    PERFORM UNWRAP-PAYLOAD
    IF NOT WS-WRAP-FAILED AND WS-CLEAR-KCV = KV-KCV
       MOVE KV-KEY-MODE        TO WS-CHAIN-KEY-MODE
       MOVE WS-CLEAR-KEY-BYTES TO WS-CHAIN-KEY-BYTES
       MOVE 0 TO WS-KEYFETCH-RC
       DISPLAY "KEYADMIN: audit chain key-id [" WS-CHAIN-KEY-ID
               "] is already under the new master key -- resuming "
               "the REWRAP"
    END-IF

    MOVE LOW-VALUES TO WS-CLEAR-KEY-BYTES
    MOVE LOW-VALUES TO WS-UNWRAP-BYTES
    MOVE LOW-VALUES TO PW        OF COBDES-LNK
    MOVE LOW-VALUES TO DATA-BUFF OF COBDES-LNK

    .
 FETCH-CHAIN-KEY-NEW-MASTER-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHAIN-AUDIT-RECORD SECTION.
*>----------------------------------------------------------------------
*> Stamps the audit line in AUDIT-REC (AU-TEXT already built) with the
*> next chain sequence number and its keyed link, and advances the
*> head. A line whose WRITE then fails leaves a gap in the sequence,
*> which is exactly what CHAINVERIFY will report -- the line is
*> missing. Unchained runs leave the chain fields blank.

    MOVE SPACES TO AU-CHAIN
    IF NOT WS-AUDIT-CHAINED
       GO TO CHAIN-AUDIT-RECORD-EX
    END-IF

    MOVE " chain="         TO AU-CHAIN-TAG
    MOVE WS-CHAIN-KEY-ID   TO AU-CHAIN-KEY-ID
    MOVE " seq="           TO AU-SEQ-TAG
    ADD 1 TO WS-CHAIN-HEAD-SEQ
    MOVE WS-CHAIN-HEAD-SEQ TO AU-CHAIN-SEQ
    MOVE " link="          TO AU-LINK-TAG
    CALL "CHAINLINK" USING WS-CHAIN-KEY-BYTES
                           WS-CHAIN-KEY-ID
                           WS-CHAIN-HEAD-LINK
                           AUDIT-REC
                           WS-CHAIN-NEW-LINK
    MOVE WS-CHAIN-NEW-LINK TO AU-CHAIN-LINK
    MOVE WS-CHAIN-NEW-LINK TO WS-CHAIN-HEAD-LINK

    .
 CHAIN-AUDIT-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-AUDIT-RECORD SECTION.
*>----------------------------------------------------------------------
           " from="   KV-EFF-FROM     DELIMITED BY SIZE
           " to="     KV-EFF-TO       DELIMITED BY SIZE
           " wrap="   KV-WRAP         DELIMITED BY SIZE
      INTO AU-TEXT
    END-STRING
    PERFORM CHAIN-AUDIT-RECORD

    WRITE AUDIT-REC
    IF NOT WS-AUDIT-OK
