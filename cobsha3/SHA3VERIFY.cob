*>                    SHA3-512-FILE.cob SHA3-224.cob SHA3-256.cob
*>                    SHA3-384.cob SHA3-512.cob KECCAK.cob KECCAKF.cob
*>                    hexdump.cob ../cobdes/keyfetch.cob ../cobdes/cobdes.cob
*>                    ../cobdes/runjrnl.cob ../cobdes/chainlink.cob
*>
*> Usage:        SHA3VERIFY <manifest-file> [results-file [present-list]]
*>               Either optional argument may instead be DIR:<path>:
*>            "runjournal.dat") through the shared RUNJRNL module for
*>            RUNSUMM's morning operations report. A journal failure
*>            warns but never fails the run.
*> 2026.10.15 KEYFETCH now takes the calling program's name for its
*>            key-access ledger; passed as "SHA3VERIFY".
*> 2026.10.15 RESULTS-REC moved to the VFYRSLTREC.CPY copybook, field
*>            for field, so UNPACKAGE can read a package's results.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 01  MANIFEST-REC                       PIC X(2040).

*> One fixed-layout record per manifest line and per reconciliation
*> finding (layout and field notes in VFYRSLTREC.CPY, shared with
*> UNPACKAGE, which reads a package's results back).
 FD  RESULTS-FILE.
 COPY "vfyrsltrec.cpy".

*> the previous run's results file, read back by an incremental run
*> (PRIOR:<file>); the layout mirrors RESULTS-REC field for field --
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "SHA3VERIFY".
 01 WS-MAC-INPUT                        PIC X(88).
 01 WS-MAC-INPUT-LEN                    BINARY-DOUBLE UNSIGNED.
 01 WS-MAC-OUTPUT                       PIC X(64).
                          WS-MAC-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF NOT WS-KEYFETCH-OK
       DISPLAY "SHA3VERIFY: KEYFETCH failed for manifest key-id ["
               WS-MAC-KEY-ID "], RC=" WS-KEYFETCH-RC
