*>                    SHA3-512-FILE.cob SHA3-224.cob SHA3-256.cob
*>                    SHA3-384.cob SHA3-512.cob KECCAK.cob KECCAKF.cob
*>                    hexdump.cob ../cobdes/keyfetch.cob ../cobdes/cobdes.cob
*>                    ../cobdes/runjrnl.cob ../cobdes/chainlink.cob
*>
*> Usage:        sha3manifest <file-list>|DIR:<path> <manifest-out>
*>                            [algorithm] [KEYID:<key-id>]
*>            "runjournal.dat") through the shared RUNJRNL module for
*>            RUNSUMM's morning operations report. A journal failure
*>            warns but never fails the run.
*> 2026.10.15 KEYFETCH now takes the calling program's name for its
*>            key-access ledger; passed as "SHA3MANIFEST".
*>******************************************************************************

 IDENTIFICATION DIVISION.
 01 WS-KEYFETCH-RC                      PIC 9(2).
    88 WS-KEYFETCH-OK                      VALUE 0.
 01 WS-KEYFETCH-OPTIONS                 PIC X VALUE SPACE.
*> this program's name as KEYFETCH records it in the key-access ledger
 01 WS-KEYFETCH-CALLER                  PIC X(12) VALUE "SHA3MANIFEST".
 01 WS-MAC-INPUT                        PIC X(88).
 01 WS-MAC-INPUT-LEN                    BINARY-DOUBLE UNSIGNED.
 01 WS-MAC-OUTPUT                       PIC X(64).
                          WS-MAC-KEY-BYTES
                          WS-KEYFETCH-RC
                          WS-KEYFETCH-OPTIONS
                          WS-KEYFETCH-CALLER
    IF NOT WS-KEYFETCH-OK
       DISPLAY "SHA3MANIFEST: KEYFETCH failed for key-id ["
               WS-MAC-KEY-ID "], RC=" WS-KEYFETCH-RC
