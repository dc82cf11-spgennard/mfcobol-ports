      $set sourceformat"free"

*>******************************************************************************
*>  chainlink.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  chainlink.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with chainlink.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Hash-chain link computation, the one place the link
*>               value carried by every chained KEYADMIN audit record
*>               (KEYAUDREC.CPY) and run-journal record (RUNJNLREC.CPY)
*>               is defined -- the writers (KEYADMIN, RUNJRNL) and the
*>               verifier (CHAINVERIFY) all CALL this, so the three can
*>               never disagree about how a link is formed.
*>
*>               A record's link is
*>                   SHA3-256(chain-key || previous-link || record)
*>               as 64 hex characters: the chain key is a secret held in
*>               the key vault, the previous link is the link of the
*>               record before it in the file (as hex), and the record
*>               is the record exactly as written, with its own link
*>               field still blank and trailing spaces dropped -- the
*>               form a LINE SEQUENTIAL file stores it in, so a record
*>               reads back to the same bytes it was chained over. The
*>               first chained record of a file links to an anchor,
*>                   SHA3-256(chain-key || chain-key-id)
*>               in place of a previous link. Because the key enters
*>               every link, not just the anchor, nobody without the
*>               vault key can recompute the chain after editing,
*>               inserting or deleting a record -- the same keyed
*>               construction SHA3MANIFEST uses for its keyed digests.
*>
*> Tectonics:    cobc -m -std=ibm -free chainlink.cob
*>
*> Usage:        CALL "CHAINLINK" USING chain-key-bytes (X(24)),
*>               chain-key-id (X(8)), previous-link (X(64), in: spaces
*>               for the first chained record of a file), record (any
*>               length, in: link field blank), link (X(64), out).
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. CHAINLINK.

 ENVIRONMENT DIVISION.

 DATA DIVISION.

*>**********************************************************************
 WORKING-STORAGE SECTION.

*> key (24) + previous link (64) + the record; records longer than the
*> buffer's remaining room are hashed over their first 936 bytes --
*> far more than any chained layout holds
 01 WS-HASH-INPUT                       PIC X(1024).
 01 WS-HASH-INPUT-LEN                   BINARY-DOUBLE UNSIGNED.
 01 WS-HASH-OUTPUT                      PIC X(32).
 01 WS-PREV-LINK                        PIC X(64).
 01 WS-RECORD-LEN                       PIC 9(9) COMP-5.
 01 WS-HEXDUMP-INPUT-LEN                BINARY-DOUBLE UNSIGNED VALUE 32.
 01 WS-HEXDUMP-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED VALUE 64.
 01 WS-HEXDUMP-RC                       PIC 9(2).

*>**********************************************************************
 LINKAGE SECTION.
 01 LNK-CHAIN-KEY-BYTES                 PIC X(24).
 01 LNK-CHAIN-KEY-ID                    PIC X(8).
 01 LNK-PREV-LINK                       PIC X(64).
 01 LNK-RECORD                          PIC X ANY LENGTH.
 01 LNK-LINK                            PIC X(64).

 PROCEDURE DIVISION USING LNK-CHAIN-KEY-BYTES
                          LNK-CHAIN-KEY-ID
                          LNK-PREV-LINK
                          LNK-RECORD
                          LNK-LINK.

*>----------------------------------------------------------------------
 MAIN-CHAINLINK SECTION.
*>----------------------------------------------------------------------

    IF LNK-PREV-LINK = SPACES
       PERFORM COMPUTE-ANCHOR
    ELSE
       MOVE LNK-PREV-LINK TO WS-PREV-LINK
    END-IF

    MOVE FUNCTION LENGTH(LNK-RECORD) TO WS-RECORD-LEN
    IF WS-RECORD-LEN > 936
       MOVE 936 TO WS-RECORD-LEN
    END-IF
    PERFORM UNTIL WS-RECORD-LEN = 0
                  OR LNK-RECORD(WS-RECORD-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-RECORD-LEN
    END-PERFORM

    MOVE LOW-VALUES TO WS-HASH-INPUT
    MOVE LNK-CHAIN-KEY-BYTES TO WS-HASH-INPUT(1:24)
    MOVE WS-PREV-LINK        TO WS-HASH-INPUT(25:64)
    IF WS-RECORD-LEN > 0
       MOVE LNK-RECORD(1:WS-RECORD-LEN)
         TO WS-HASH-INPUT(89:WS-RECORD-LEN)
    END-IF
    COMPUTE WS-HASH-INPUT-LEN = 88 + WS-RECORD-LEN

    CALL "SHA3256" USING WS-HASH-INPUT
                         WS-HASH-INPUT-LEN
                         WS-HASH-OUTPUT
    CALL "HEXDUMP" USING WS-HASH-OUTPUT
                         WS-HEXDUMP-INPUT-LEN
                         LNK-LINK
                         WS-HEXDUMP-OUTPUT-LEN
                         WS-HEXDUMP-RC

    GOBACK

    .
 MAIN-CHAINLINK-EX.
    EXIT.

*>----------------------------------------------------------------------
 COMPUTE-ANCHOR SECTION.
*>----------------------------------------------------------------------
*> The keyed anchor a file's first chained record links to in place of
*> a previous link: without the vault key even the start of the chain
*> cannot be forged.

    MOVE LOW-VALUES TO WS-HASH-INPUT
    MOVE LNK-CHAIN-KEY-BYTES TO WS-HASH-INPUT(1:24)
    MOVE LNK-CHAIN-KEY-ID    TO WS-HASH-INPUT(25:8)
    MOVE 32 TO WS-HASH-INPUT-LEN

    CALL "SHA3256" USING WS-HASH-INPUT
                         WS-HASH-INPUT-LEN
                         WS-HASH-OUTPUT
    CALL "HEXDUMP" USING WS-HASH-OUTPUT
                         WS-HEXDUMP-INPUT-LEN
                         WS-PREV-LINK
                         WS-HEXDUMP-OUTPUT-LEN
                         WS-HEXDUMP-RC

    .
 COMPUTE-ANCHOR-EX.
    EXIT.

 END PROGRAM CHAINLINK.
