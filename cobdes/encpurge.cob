      $set sourceformat"free"

*>******************************************************************************
*>  encpurge.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  encpurge.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with encpurge.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Controlled purge of cipher archives past their retention
*>               date. Every catalog entry carries a retention class and
*>               a retain-until date (see ENCCATREC.CPY, set by ENCFILE
*>               and CATAUDIT through RETCLASS); an archive whose date
*>               has passed is due for destruction, and this job is the
*>               only sanctioned way to destroy one.
*>
*>               Destruction is under the same two-person control
*>               KEYADMIN uses for ROTATE and RETIRE:
*>                   LIST     shows every catalogued archive past its
*>                            retain-until date, and whether a purge is
*>                            already queued for it.
*>                   REQUEST  queues those archives for purging in the
*>                            purge-request queue (PRGPNDREC.CPY, the
*>                            catalog filename with ".prg" appended),
*>                            each entry a snapshot of its catalog
*>                            entry and the requester's operator id. A
*>                            request not approved within 7 days
*>                            expires on the shelf.
*>                   APPROVE  run by a DIFFERENT operator, destroys the
*>                            queued archives: the catalog entry must be
*>                            unchanged since the request, and the file
*>                            on disk must still carry the header and
*>                            integrity trailer the catalog describes.
*>                            Each archive is then overwritten end to
*>                            end with binary zeros, deleted, and its
*>                            catalog entry removed, and one line is
*>                            appended to the purge certificate file
*>                            (PRGCERTREC.CPY): filename, key-id,
*>                            record and byte counts, trailer digest,
*>                            purge timestamp and both operator ids.
*>                            Self-approval is refused.
*>                   REJECT   drops queued requests unapplied; anyone
*>                            identifiable may reject, the requester
*>                            included.
*>               FILE:<archive> restricts any action to one archive.
*>
*>               When an APPROVE has purged the last catalogued archive
*>               under a key-id, the report says so: the key is then
*>               eligible for "keyadmin RETIRE <key-id>" without FORCE.
*>
*>               An archive with no retain-until date (registered before
*>               retention classes existed, or with no class applying)
*>               or a permanent one is never listed, queued or purged.
*>               A catalogued archive missing from disk is reported and
*>               left for CATAUDIT to reconcile -- a purge certificate
*>               is only ever written for a file this job destroyed.
*>
*>               The operator id comes from KEYADMIN_OPERATOR, then
*>               USER, then LOGNAME, as in KEYADMIN; the catalog from
*>               ENCCATALOG_FILE (default "enccat.dat"). Every report
*>               line also goes to the report file when one is named,
*>               and the run appends START and END records to the
*>               common run journal through RUNJRNL.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks encpurge.cob
*>               hexdump.cob runjrnl.cob chainlink.cob keyfetch.cob
*>               cobdes.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        encpurge LIST|REQUEST|APPROVE|REJECT [FILE:<archive>]
*>                        [CERT:<certificate-file>] [report-file]
*>               The optional arguments are order-free; CERT: applies
*>               to APPROVE only.
*>               Return code: 0 = ok (LIST: nothing is past retention),
*>               4 = LIST found archives past retention, or REQUEST /
*>               APPROVE left exceptions (refused, expired, changed,
*>               missing or mismatched archives), 16 = bad arguments or
*>               unknown operator, 20 = the catalog, queue, certificate
*>               or report file could not be opened or updated, or an
*>               archive could not be overwritten or deleted (the run
*>               stops there), 22 = APPROVE / REJECT found nothing
*>               queued.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. ENCPURGE.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EC-FILENAME
         FILE STATUS IS WS-CATALOG-STATUS.
     SELECT PURGEPND-FILE ASSIGN DYNAMIC WS-PURGEPND-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS PP-FILENAME
         FILE STATUS IS WS-PURGEPND-STATUS.
     SELECT CERT-FILE ASSIGN DYNAMIC WS-CERT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CERT-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  CATALOG-FILE.
 COPY "enccatrec.cpy".

 FD  PURGEPND-FILE.
 COPY "prgpndrec.cpy".

 FD  CERT-FILE.
 COPY "prgcertrec.cpy".

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(400).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
    88 WS-CATALOG-NOT-EXIST                VALUE "35".
 01 WS-CATALOG-EOF-SW                   PIC X.
    88 WS-CATALOG-EOF                      VALUE "Y".
 01 WS-CATALOG-OPEN-SW                  PIC X VALUE "N".
    88 WS-CATALOG-OPEN                     VALUE "Y".

 01 WS-PURGEPND-FILENAME                PIC X(260).
 01 WS-PURGEPND-STATUS                  PIC X(2).
    88 WS-PURGEPND-OK                      VALUE "00".
    88 WS-PURGEPND-NOT-EXIST               VALUE "35".
 01 WS-PURGEPND-EOF-SW                  PIC X.
    88 WS-PURGEPND-EOF                     VALUE "Y".
 01 WS-PURGEPND-OPEN-SW                 PIC X VALUE "N".
    88 WS-PURGEPND-OPEN                    VALUE "Y".
*> a purge request not approved within this many days expires, the
*> same shelf life KEYADMIN gives its pending changes
 01 WS-PENDING-DAYS                     PIC 9(2) COMP-5 VALUE 7.
 01 WS-DATE-INT                         PIC 9(9) COMP-5.
 01 WS-EXPIRE-DATE                      PIC 9(8).

 01 WS-CERT-FILENAME                    PIC X(261).
 01 WS-CERT-STATUS                      PIC X(2).
    88 WS-CERT-OK                          VALUE "00".
    88 WS-CERT-NOT-EXIST                   VALUE "35".
 01 WS-CERT-NAMED-SW                    PIC X VALUE "N".
    88 WS-CERT-NAMED                       VALUE "Y".
 01 WS-CERT-OPEN-SW                     PIC X VALUE "N".
    88 WS-CERT-OPEN                        VALUE "Y".

 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(400).

 01 WS-ACTION                           PIC X(10).
    88 WS-ACTION-LIST                      VALUE "LIST".
    88 WS-ACTION-REQUEST                   VALUE "REQUEST".
    88 WS-ACTION-APPROVE                   VALUE "APPROVE".
    88 WS-ACTION-REJECT                    VALUE "REJECT".
    88 WS-ACTION-VALID                     VALUE "LIST" "REQUEST"
                                                 "APPROVE" "REJECT".
 01 WS-FILE-FILTER                      PIC X(256) VALUE SPACES.
 01 WS-OPT-ARG                          PIC X(270).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.
 01 WS-OPERATOR-ID                      PIC X(16).

 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-TODAY                            PIC X(8).
 01 WS-RUN-START-TS                     PIC X(14).

*> whether the catalog entry in ENCCAT-REC is past its retain-until
*> date: a blank, non-numeric or permanent date never is
 01 WS-ENTRY-EXPIRED-SW                 PIC X.
    88 WS-ENTRY-EXPIRED                    VALUE "Y".
 01 WS-ENTRY-NOTE                       PIC X(80).

*> The archive being purged and the byte-offset access to it, as
*> CATAUDIT reads it: the header from offset 0, the trailer from the
*> end of the file -- the last 61 bytes of a compact (version 3) file,
*> the last 2061-byte slot of a fixed-format one.
 01 WS-PURGE-FILENAME                   PIC X(256).
 01 WS-CIN-HANDLE                       PIC X(4) COMP-X.
 01 WS-CIN-FILE-DETAILS.
    02 WS-CIN-FD-SIZE                   PIC X(8) COMP-X.
    02 WS-CIN-FD-DATE                   PIC X(8) COMP-X.
    02 WS-CIN-FD-TIME                   PIC X(8) COMP-X.
 01 WS-CIN-SIZE                         BINARY-DOUBLE UNSIGNED.
 01 WS-CIN-IO-OFFSET                    PIC X(8) COMP-X.
 01 WS-CIN-IO-LEN                       PIC 9(8) COMP-X.
 01 WS-CIN-BUFFER                       PIC X(2061).
 01 WS-CIN-TRL-LEN                      PIC 9(4) COMP-5.
 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.

 01 WS-HDR-MARKER                       PIC X(8) VALUE "ENCFHDR1".
 01 WS-TRL-MARKER                       PIC X(8) VALUE "ENCFTRL1".
 01 WS-COMPACT-TRL-LEN                  PIC 9(4) COMP-5 VALUE 61.

 COPY "cipherrec.cpy".

 01 WS-FILE-STATE                       PIC X.
    88 WS-FILE-GOOD                        VALUE "G".
    88 WS-FILE-MISSING                     VALUE "M".
    88 WS-FILE-UNREADABLE                  VALUE "U".
    88 WS-FILE-NO-HEADER                   VALUE "H".
    88 WS-FILE-NO-TRAILER                  VALUE "T".
 01 WS-FH-KEY-ID                        PIC X(8).
 01 WS-FT-RECORD-COUNT                  PIC 9(9).
 01 WS-FT-BYTE-COUNT                    PIC 9(12).
 01 WS-FT-DIGEST                        PIC X(32).
 01 WS-DIGEST-HEX                       PIC X(64).
 01 WS-HEXDUMP-INPUT-LEN                BINARY-DOUBLE UNSIGNED VALUE 32.
 01 WS-HEXDUMP-OUTPUT-LEN               BINARY-DOUBLE UNSIGNED VALUE 64.
 01 WS-HEXDUMP-RC                       PIC 9(2).

*> the overwrite pass: the whole file, start to end, in slices of
*> binary zeros, before it is deleted
 01 WS-WIPE-BUFFER                      PIC X(4096).
 01 WS-WIPE-SLICE                       PIC 9(4) COMP-5 VALUE 4096.
 01 WS-WIPE-OFFSET                      BINARY-DOUBLE UNSIGNED.
 01 WS-WIPE-REMAINING                   BINARY-DOUBLE UNSIGNED.
 01 WS-WIPE-FAILED-SW                   PIC X.
    88 WS-WIPE-FAILED                      VALUE "Y".

*> key-ids this run purged archives under, to say afterwards which of
*> them no longer protect any catalogued archive
 01 WS-PURGED-KEYS.
    02 WS-PURGED-KEY-COUNT              PIC 9(4) COMP-5 VALUE 0.
    02 WS-PURGED-KEY                    PIC X(8) OCCURS 500.
 01 WS-KEY-IDX                          PIC 9(4) COMP-5.
 01 WS-KEY-KNOWN-SW                     PIC X.
    88 WS-KEY-KNOWN                        VALUE "Y".
 01 WS-KEY-REMAINING                    PIC 9(9).

 01 WS-CANDIDATE-COUNT                  PIC 9(9) VALUE 0.
 01 WS-QUEUED-COUNT                     PIC 9(9) VALUE 0.
 01 WS-ALREADY-COUNT                    PIC 9(9) VALUE 0.
 01 WS-PURGED-COUNT                     PIC 9(9) VALUE 0.
 01 WS-REJECTED-COUNT                   PIC 9(9) VALUE 0.
 01 WS-EXCEPTION-COUNT                  PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support (shared RUNJRNL module): one START record as
*> the run begins, one END record with counters and return code as it
*> finishes; a journal failure warns but never fails the run.
 01 WS-JOURNAL-RC                       PIC 9(2).

 COPY "runjnlrec.cpy".

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-ENCPURGE SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    IF NOT WS-ACTION-LIST
       PERFORM GET-OPERATOR-ID
       IF WS-RETURN-STATUS NOT = 0
          MOVE WS-RETURN-STATUS TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF
    MOVE SPACES TO WS-PURGEPND-FILENAME
    STRING FUNCTION TRIM(WS-CATALOG-FILENAME) DELIMITED BY SIZE
           ".prg"                             DELIMITED BY SIZE
      INTO WS-PURGEPND-FILENAME
    END-STRING
    IF NOT WS-CERT-NAMED
       MOVE SPACES TO WS-CERT-FILENAME
       STRING FUNCTION TRIM(WS-CATALOG-FILENAME) DELIMITED BY SIZE
              ".cert"                            DELIMITED BY SIZE
         INTO WS-CERT-FILENAME
       END-STRING
    END-IF

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "ENCPURGE: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY

    PERFORM WRITE-JOURNAL-START

    EVALUATE TRUE
       WHEN WS-ACTION-LIST
          PERFORM LIST-EXPIRED-ARCHIVES
       WHEN WS-ACTION-REQUEST
          PERFORM REQUEST-PURGE
       WHEN WS-ACTION-APPROVE
          PERFORM APPROVE-PURGE
       WHEN OTHER
          PERFORM REJECT-PURGE
    END-EVALUATE

    MOVE SPACES TO WS-REPORT-LINE
    EVALUATE TRUE
       WHEN WS-ACTION-LIST
          STRING "ENCPURGE: past retention = " DELIMITED BY SIZE
                 WS-CANDIDATE-COUNT            DELIMITED BY SIZE
                 "  already queued = "         DELIMITED BY SIZE
                 WS-ALREADY-COUNT              DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       WHEN WS-ACTION-REQUEST
          STRING "ENCPURGE: past retention = " DELIMITED BY SIZE
                 WS-CANDIDATE-COUNT            DELIMITED BY SIZE
                 "  queued = "                 DELIMITED BY SIZE
                 WS-QUEUED-COUNT               DELIMITED BY SIZE
                 "  already queued = "         DELIMITED BY SIZE
                 WS-ALREADY-COUNT              DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       WHEN WS-ACTION-APPROVE
          STRING "ENCPURGE: queued = "         DELIMITED BY SIZE
                 WS-CANDIDATE-COUNT            DELIMITED BY SIZE
                 "  purged = "                 DELIMITED BY SIZE
                 WS-PURGED-COUNT               DELIMITED BY SIZE
                 "  exceptions = "             DELIMITED BY SIZE
                 WS-EXCEPTION-COUNT            DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       WHEN OTHER
          STRING "ENCPURGE: rejected = "       DELIMITED BY SIZE
                 WS-REJECTED-COUNT             DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
    END-EVALUATE
    PERFORM EMIT-REPORT-LINE

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    IF WS-RETURN-STATUS = 0
       IF WS-EXCEPTION-COUNT NOT = 0
          OR (WS-ACTION-LIST AND WS-CANDIDATE-COUNT NOT = 0)
          MOVE 4 TO WS-RETURN-STATUS
       END-IF
    END-IF

    PERFORM WRITE-JOURNAL-END
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-ENCPURGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    MOVE SPACES            TO RUNJNL-REC
    MOVE "START"           TO RJ-EVENT
    MOVE "ENCPURGE"        TO RJ-PROGRAM
    MOVE WS-RUN-START-TS   TO RJ-START-TS
    MOVE WS-ACTION         TO RJ-MODE
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE 0 TO RJ-RETURN-CODE
    MOVE WS-CATALOG-FILENAME(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-START-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-END SECTION.
*>----------------------------------------------------------------------
*> records read = archives considered; written = archives queued,
*> purged or requests rejected, by action; failed = exceptions.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO RUNJNL-REC
    MOVE "END"                 TO RJ-EVENT
    MOVE "ENCPURGE"            TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    MOVE WS-ACTION             TO RJ-MODE
    MOVE WS-CANDIDATE-COUNT    TO RJ-RECS-READ
    EVALUATE TRUE
       WHEN WS-ACTION-REQUEST
          MOVE WS-QUEUED-COUNT   TO RJ-RECS-WRITTEN
       WHEN WS-ACTION-APPROVE
          MOVE WS-PURGED-COUNT   TO RJ-RECS-WRITTEN
       WHEN WS-ACTION-REJECT
          MOVE WS-REJECTED-COUNT TO RJ-RECS-WRITTEN
       WHEN OTHER
          MOVE 0 TO RJ-RECS-WRITTEN
    END-EVALUATE
    MOVE WS-EXCEPTION-COUNT    TO RJ-RECS-FAILED
    MOVE WS-RETURN-STATUS      TO RJ-RETURN-CODE
    MOVE WS-CATALOG-FILENAME(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-END-EX.
    EXIT.

*>----------------------------------------------------------------------
 CALL-RUN-JOURNAL SECTION.
*>----------------------------------------------------------------------
*> A journal failure is reported loudly but never fails the run -- the
*> journal is evidence about the work, not part of it.

    CALL "RUNJRNL" USING RUNJNL-REC
                         WS-JOURNAL-RC
    IF WS-JOURNAL-RC NOT = 0
       DISPLAY "ENCPURGE: WARNING - run-journal write failed, "
               "RC=" WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> encpurge LIST|REQUEST|APPROVE|REJECT [FILE:<archive>]
*>          [CERT:<certificate-file>] [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 1 OR WS-ARG-COUNT > 4
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-ACTION
    ACCEPT WS-ACTION FROM ARGUMENT-VALUE
    MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
    IF NOT WS-ACTION-VALID
       DISPLAY "ENCPURGE: action must be LIST, REQUEST, APPROVE or "
               "REJECT, got [" FUNCTION TRIM(WS-ACTION) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    PERFORM VARYING WS-ARG-NUM FROM 2 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:5) = "FILE:" AND WS-FILE-FILTER = SPACES
             MOVE WS-OPT-ARG(6:256) TO WS-FILE-FILTER
             IF WS-FILE-FILTER = SPACES
                DISPLAY "ENCPURGE: FILE: names no archive"
                MOVE 16 TO WS-RETURN-STATUS
             END-IF
          WHEN WS-OPT-ARG(1:5) = "CERT:" AND NOT WS-CERT-NAMED
             IF NOT WS-ACTION-APPROVE
                DISPLAY "ENCPURGE: CERT: only applies to APPROVE"
                MOVE 16 TO WS-RETURN-STATUS
             ELSE
                MOVE WS-OPT-ARG(6:256) TO WS-CERT-FILENAME
                MOVE "Y" TO WS-CERT-NAMED-SW
             END-IF
          WHEN NOT WS-REPORT-REQUESTED
             MOVE WS-OPT-ARG TO WS-REPORT-FILENAME
             MOVE "Y" TO WS-REPORT-REQUESTED-SW
          WHEN OTHER
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
       END-EVALUATE
    END-PERFORM

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "ENCPURGE: usage: encpurge LIST|REQUEST|APPROVE|REJECT "
            "[FILE:archive] [CERT:certificate-file] [report-file]"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-OPERATOR-ID SECTION.
*>----------------------------------------------------------------------
*> KEYADMIN's operator identity: KEYADMIN_OPERATOR when the shop sets
*> it explicitly, otherwise the login identity (USER, then LOGNAME).
*> A purge nobody can be held to -- requester or approver -- is not
*> run at all.

    MOVE SPACES TO WS-OPERATOR-ID
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "KEYADMIN_OPERATOR"
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       DISPLAY "ENCPURGE: operator identity unknown -- set "
               "KEYADMIN_OPERATOR (or USER/LOGNAME)"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-OPERATOR-ID-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-ENTRY-EXPIRED SECTION.
*>----------------------------------------------------------------------
*> Is the catalog entry in ENCCAT-REC past retention? Its retain-until
*> date is the last day it must be kept, so it is due from the day
*> after. No date, a date that is not a date, or a permanent class:
*> never due. FILE: narrows every action to the one archive it names.

    MOVE "N" TO WS-ENTRY-EXPIRED-SW

    IF WS-FILE-FILTER NOT = SPACES AND EC-FILENAME NOT = WS-FILE-FILTER
       GO TO CHECK-ENTRY-EXPIRED-EX
    END-IF
    IF EC-RETAIN-UNSET OR EC-RETAIN-PERMANENT
       OR EC-RETAIN-UNTIL NOT NUMERIC
       GO TO CHECK-ENTRY-EXPIRED-EX
    END-IF
    IF EC-RETAIN-UNTIL < WS-TODAY
       MOVE "Y" TO WS-ENTRY-EXPIRED-SW
    END-IF

    .
 CHECK-ENTRY-EXPIRED-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-CATALOG SECTION.
*>----------------------------------------------------------------------
*> Opens the catalog for reading (LIST, REQUEST) or update (APPROVE).
*> A catalog that does not exist yet holds nothing to purge.

    IF WS-ACTION-APPROVE
       OPEN I-O CATALOG-FILE
    ELSE
       OPEN INPUT CATALOG-FILE
    END-IF
    IF WS-CATALOG-NOT-EXIST
       MOVE SPACES TO WS-REPORT-LINE
       STRING "ENCPURGE: catalog ["                  DELIMITED BY SIZE
              FUNCTION TRIM(WS-CATALOG-FILENAME)     DELIMITED BY SIZE
              "] does not exist yet -- nothing catalogued"
                                                     DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO OPEN-CATALOG-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "ENCPURGE: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CATALOG-EX
    END-IF
    MOVE "Y" TO WS-CATALOG-OPEN-SW

    .
 OPEN-CATALOG-EX.
    EXIT.

*>----------------------------------------------------------------------
 LIST-EXPIRED-ARCHIVES SECTION.
*>----------------------------------------------------------------------
*> Walks the whole catalog in filename order and lists every archive
*> past its retain-until date, noting any already queued for purging.

    PERFORM OPEN-CATALOG
    IF NOT WS-CATALOG-OPEN
       GO TO LIST-EXPIRED-ARCHIVES-EX
    END-IF

    OPEN INPUT PURGEPND-FILE
    IF WS-PURGEPND-OK
       MOVE "Y" TO WS-PURGEPND-OPEN-SW
    END-IF

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
             PERFORM CHECK-ENTRY-EXPIRED
             IF WS-ENTRY-EXPIRED
                ADD 1 TO WS-CANDIDATE-COUNT
                PERFORM LIST-ONE-ARCHIVE
             END-IF
       END-READ
    END-PERFORM

    IF WS-PURGEPND-OPEN
       CLOSE PURGEPND-FILE
       MOVE "N" TO WS-PURGEPND-OPEN-SW
    END-IF
    CLOSE CATALOG-FILE
    MOVE "N" TO WS-CATALOG-OPEN-SW

    .
 LIST-EXPIRED-ARCHIVES-EX.
    EXIT.

*>----------------------------------------------------------------------
 LIST-ONE-ARCHIVE SECTION.
*>----------------------------------------------------------------------

    MOVE SPACES TO WS-ENTRY-NOTE
    IF WS-PURGEPND-OPEN
       MOVE EC-FILENAME TO PP-FILENAME
       READ PURGEPND-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             ADD 1 TO WS-ALREADY-COUNT
             STRING " -- purge queued by "         DELIMITED BY SIZE
                    FUNCTION TRIM(PP-REQUESTED-BY) DELIMITED BY SIZE
                    " at " PP-REQUESTED-AT         DELIMITED BY SIZE
               INTO WS-ENTRY-NOTE
             END-STRING
       END-READ
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: EXPIRED file="          DELIMITED BY SIZE
           FUNCTION TRIM(EC-FILENAME)         DELIMITED BY SIZE
           " key-id="       EC-KEY-ID         DELIMITED BY SIZE
           " class="        EC-RETENTION-CLASS DELIMITED BY SIZE
           " retain-until=" EC-RETAIN-UNTIL   DELIMITED BY SIZE
           " records="      EC-RECORD-COUNT   DELIMITED BY SIZE
           " bytes="        EC-BYTE-COUNT     DELIMITED BY SIZE
           WS-ENTRY-NOTE                      DELIMITED BY "  "
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 LIST-ONE-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-PURGE-QUEUE SECTION.
*>----------------------------------------------------------------------
*> Opens the purge-request queue for update. REQUEST creates it on
*> first use, the way KEYADMIN creates its pending-change file;
*> APPROVE and REJECT find nothing queued when it does not exist.

    OPEN I-O PURGEPND-FILE
    IF WS-PURGEPND-NOT-EXIST
       IF WS-ACTION-REQUEST
          OPEN OUTPUT PURGEPND-FILE
          IF WS-PURGEPND-OK
             CLOSE PURGEPND-FILE
             OPEN I-O PURGEPND-FILE
          END-IF
       ELSE
          MOVE "ENCPURGE: no purge requests are queued"
            TO WS-REPORT-LINE
          PERFORM EMIT-REPORT-LINE
          MOVE 22 TO WS-RETURN-STATUS
          GO TO OPEN-PURGE-QUEUE-EX
       END-IF
    END-IF
    IF NOT WS-PURGEPND-OK
       DISPLAY "ENCPURGE: cannot open purge-request queue ["
               FUNCTION TRIM(WS-PURGEPND-FILENAME) "], status="
               WS-PURGEPND-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-PURGE-QUEUE-EX
    END-IF
    MOVE "Y" TO WS-PURGEPND-OPEN-SW

    .
 OPEN-PURGE-QUEUE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REQUEST-PURGE SECTION.
*>----------------------------------------------------------------------
*> First half of the two-person control: every archive past retention
*> is queued, with a snapshot of its catalog entry and the requester's
*> identity, to wait for a different operator's APPROVE. An archive
*> already queued keeps its original request.

    PERFORM OPEN-CATALOG
    IF NOT WS-CATALOG-OPEN
       GO TO REQUEST-PURGE-EX
    END-IF
    PERFORM OPEN-PURGE-QUEUE
    IF NOT WS-PURGEPND-OPEN
       CLOSE CATALOG-FILE
       MOVE "N" TO WS-CATALOG-OPEN-SW
       GO TO REQUEST-PURGE-EX
    END-IF

    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
       + WS-PENDING-DAYS
    COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

    MOVE "N" TO WS-CATALOG-EOF-SW
    MOVE LOW-VALUES TO EC-FILENAME
    START CATALOG-FILE KEY NOT < EC-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-CATALOG-EOF-SW
    END-START

    PERFORM UNTIL WS-CATALOG-EOF OR WS-RETURN-STATUS NOT = 0
       READ CATALOG-FILE NEXT
          AT END
             MOVE "Y" TO WS-CATALOG-EOF-SW
          NOT AT END
             PERFORM CHECK-ENTRY-EXPIRED
             IF WS-ENTRY-EXPIRED
                ADD 1 TO WS-CANDIDATE-COUNT
                PERFORM REQUEST-ONE-ARCHIVE
             END-IF
       END-READ
    END-PERFORM

    CLOSE PURGEPND-FILE
    MOVE "N" TO WS-PURGEPND-OPEN-SW
    CLOSE CATALOG-FILE
    MOVE "N" TO WS-CATALOG-OPEN-SW

    IF WS-QUEUED-COUNT NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "ENCPURGE: purge of "             DELIMITED BY SIZE
              WS-QUEUED-COUNT                   DELIMITED BY SIZE
              " archive(s) requested by "       DELIMITED BY SIZE
              FUNCTION TRIM(WS-OPERATOR-ID)     DELIMITED BY SIZE
              " -- awaiting APPROVE by a second operator (expires "
                                                DELIMITED BY SIZE
              WS-EXPIRE-DATE                    DELIMITED BY SIZE
              ")"                               DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    .
 REQUEST-PURGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REQUEST-ONE-ARCHIVE SECTION.
*>----------------------------------------------------------------------

    MOVE EC-FILENAME TO PP-FILENAME
    READ PURGEPND-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          ADD 1 TO WS-ALREADY-COUNT
          MOVE SPACES TO WS-REPORT-LINE
          STRING "ENCPURGE: ALREADY QUEUED file="   DELIMITED BY SIZE
                 FUNCTION TRIM(EC-FILENAME)         DELIMITED BY SIZE
                 " by "                             DELIMITED BY SIZE
                 FUNCTION TRIM(PP-REQUESTED-BY)     DELIMITED BY SIZE
                 " at " PP-REQUESTED-AT             DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
          PERFORM EMIT-REPORT-LINE
          GO TO REQUEST-ONE-ARCHIVE-EX
    END-READ

    MOVE SPACES                TO PURGEPND-REC
    MOVE EC-FILENAME           TO PP-FILENAME
    MOVE EC-KEY-ID             TO PP-KEY-ID
    MOVE EC-RECORD-COUNT       TO PP-RECORD-COUNT
    MOVE EC-BYTE-COUNT         TO PP-BYTE-COUNT
    MOVE EC-RETENTION-CLASS    TO PP-RETENTION-CLASS
    MOVE EC-RETAIN-UNTIL       TO PP-RETAIN-UNTIL
    MOVE WS-OPERATOR-ID        TO PP-REQUESTED-BY
    MOVE WS-CURRENT-DATE(1:14) TO PP-REQUESTED-AT
    MOVE WS-EXPIRE-DATE        TO PP-EXPIRES

    WRITE PURGEPND-REC
    IF NOT WS-PURGEPND-OK
       DISPLAY "ENCPURGE: purge-request write failed for ["
               FUNCTION TRIM(EC-FILENAME) "], status="
               WS-PURGEPND-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REQUEST-ONE-ARCHIVE-EX
    END-IF

    ADD 1 TO WS-QUEUED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: QUEUED file="           DELIMITED BY SIZE
           FUNCTION TRIM(EC-FILENAME)         DELIMITED BY SIZE
           " key-id="       EC-KEY-ID         DELIMITED BY SIZE
           " class="        EC-RETENTION-CLASS DELIMITED BY SIZE
           " retain-until=" EC-RETAIN-UNTIL   DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REQUEST-ONE-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 APPROVE-PURGE SECTION.
*>----------------------------------------------------------------------
*> Second half of the two-person control: a DIFFERENT operator works
*> through the queue and destroys each archive that still qualifies.
*> The certificate file is opened before anything is touched -- no
*> archive is destroyed that cannot be certified. Any I/O failure
*> while destroying stops the run (RC=20) with the queue entry of the
*> archive concerned left in place.

    PERFORM OPEN-PURGE-QUEUE
    IF NOT WS-PURGEPND-OPEN
       GO TO APPROVE-PURGE-EX
    END-IF
    PERFORM OPEN-CATALOG
    IF NOT WS-CATALOG-OPEN
       IF WS-RETURN-STATUS = 0
          MOVE 20 TO WS-RETURN-STATUS
       END-IF
       CLOSE PURGEPND-FILE
       MOVE "N" TO WS-PURGEPND-OPEN-SW
       GO TO APPROVE-PURGE-EX
    END-IF

    OPEN EXTEND CERT-FILE
    IF WS-CERT-NOT-EXIST
       OPEN OUTPUT CERT-FILE
    END-IF
    IF NOT WS-CERT-OK
       DISPLAY "ENCPURGE: cannot open purge certificate file ["
               FUNCTION TRIM(WS-CERT-FILENAME) "], status="
               WS-CERT-STATUS " -- nothing purged"
       MOVE 20 TO WS-RETURN-STATUS
       CLOSE CATALOG-FILE
       MOVE "N" TO WS-CATALOG-OPEN-SW
       CLOSE PURGEPND-FILE
       MOVE "N" TO WS-PURGEPND-OPEN-SW
       GO TO APPROVE-PURGE-EX
    END-IF
    MOVE "Y" TO WS-CERT-OPEN-SW

    MOVE "N" TO WS-PURGEPND-EOF-SW
    MOVE LOW-VALUES TO PP-FILENAME
    START PURGEPND-FILE KEY NOT < PP-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-PURGEPND-EOF-SW
    END-START

    PERFORM UNTIL WS-PURGEPND-EOF OR WS-RETURN-STATUS NOT = 0
       READ PURGEPND-FILE NEXT
          AT END
             MOVE "Y" TO WS-PURGEPND-EOF-SW
          NOT AT END
             IF WS-FILE-FILTER = SPACES
                OR PP-FILENAME = WS-FILE-FILTER
                ADD 1 TO WS-CANDIDATE-COUNT
                PERFORM APPROVE-ONE-ARCHIVE
             END-IF
       END-READ
    END-PERFORM

    IF WS-CANDIDATE-COUNT = 0 AND WS-RETURN-STATUS = 0
       MOVE "ENCPURGE: no purge requests are queued"
         TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 22 TO WS-RETURN-STATUS
    END-IF

    IF WS-PURGED-KEY-COUNT > 0
       PERFORM REPORT-RETIRE-ELIGIBILITY
    END-IF

    CLOSE CERT-FILE
    MOVE "N" TO WS-CERT-OPEN-SW
    CLOSE CATALOG-FILE
    MOVE "N" TO WS-CATALOG-OPEN-SW
    CLOSE PURGEPND-FILE
    MOVE "N" TO WS-PURGEPND-OPEN-SW

    .
 APPROVE-PURGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 APPROVE-ONE-ARCHIVE SECTION.
*>----------------------------------------------------------------------
*> One queued archive. Refused (left queued) when the approver is the
*> requester; dropped from the queue when the request has expired or
*> the catalog entry no longer matches the snapshot the requester saw;
*> left queued for CATAUDIT to sort out when the file is missing or
*> does not match its catalog entry. Otherwise destroyed, certified,
*> decatalogued and dequeued, in that order.

    MOVE SPACES TO WS-ENTRY-NOTE

    IF PP-REQUESTED-BY = WS-OPERATOR-ID
       STRING "requested by "                DELIMITED BY SIZE
              FUNCTION TRIM(WS-OPERATOR-ID)  DELIMITED BY SIZE
              ", who cannot also approve it" DELIMITED BY SIZE
         INTO WS-ENTRY-NOTE
       END-STRING
       PERFORM REPORT-NOT-PURGED
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    IF WS-TODAY > PP-EXPIRES
       STRING "request expired on " PP-EXPIRES DELIMITED BY SIZE
              " -- dropped, request it again"  DELIMITED BY SIZE
         INTO WS-ENTRY-NOTE
       END-STRING
       PERFORM DROP-PURGE-REQUEST
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    MOVE PP-FILENAME TO EC-FILENAME
    READ CATALOG-FILE
       INVALID KEY
          MOVE "no longer catalogued -- request dropped"
            TO WS-ENTRY-NOTE
    END-READ
    IF WS-ENTRY-NOTE NOT = SPACES
       PERFORM DROP-PURGE-REQUEST
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF
    IF EC-KEY-ID       NOT = PP-KEY-ID
       OR EC-RECORD-COUNT NOT = PP-RECORD-COUNT
       OR EC-BYTE-COUNT   NOT = PP-BYTE-COUNT
       OR EC-RETAIN-UNTIL NOT = PP-RETAIN-UNTIL
       MOVE "catalog entry changed since the request -- dropped"
         TO WS-ENTRY-NOTE
       PERFORM DROP-PURGE-REQUEST
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    MOVE PP-FILENAME TO WS-PURGE-FILENAME
    PERFORM READ-CIPHER-FILE
    EVALUATE TRUE
       WHEN WS-FILE-GOOD
          CONTINUE
       WHEN WS-FILE-MISSING
          MOVE "file is MISSING from disk -- reconcile with CATAUDIT"
            TO WS-ENTRY-NOTE
       WHEN WS-FILE-UNREADABLE
          MOVE "file cannot be read" TO WS-ENTRY-NOTE
       WHEN WS-FILE-NO-HEADER
          MOVE "file has no cipher-file header" TO WS-ENTRY-NOTE
       WHEN OTHER
          MOVE "file has no integrity trailer" TO WS-ENTRY-NOTE
    END-EVALUATE
    IF WS-ENTRY-NOTE = SPACES
       IF WS-FH-KEY-ID NOT = PP-KEY-ID
          OR WS-FT-RECORD-COUNT NOT = PP-RECORD-COUNT
          OR WS-FT-BYTE-COUNT   NOT = PP-BYTE-COUNT
          MOVE "header/trailer do not match the catalog entry"
            TO WS-ENTRY-NOTE
       END-IF
    END-IF
    IF WS-ENTRY-NOTE NOT = SPACES
       PERFORM REPORT-NOT-PURGED
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    CALL "HEXDUMP" USING WS-FT-DIGEST
                         WS-HEXDUMP-INPUT-LEN
                         WS-DIGEST-HEX
                         WS-HEXDUMP-OUTPUT-LEN
                         WS-HEXDUMP-RC

    PERFORM DESTROY-ARCHIVE
    IF WS-RETURN-STATUS NOT = 0
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    PERFORM WRITE-PURGE-CERTIFICATE
    IF WS-RETURN-STATUS NOT = 0
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    DELETE CATALOG-FILE RECORD
    IF NOT WS-CATALOG-OK
       DISPLAY "ENCPURGE: catalog delete failed for ["
               FUNCTION TRIM(PP-FILENAME) "], status="
               WS-CATALOG-STATUS " -- the archive IS destroyed and "
               "certified; remove the entry with CATAUDIT's help"
       MOVE 20 TO WS-RETURN-STATUS
       GO TO APPROVE-ONE-ARCHIVE-EX
    END-IF

    DELETE PURGEPND-FILE RECORD
    IF NOT WS-PURGEPND-OK
       DISPLAY "ENCPURGE: WARNING - could not delete the applied "
               "purge request, status=" WS-PURGEPND-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    ADD 1 TO WS-PURGED-COUNT
    PERFORM NOTE-PURGED-KEY-ID

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: PURGED file="           DELIMITED BY SIZE
           FUNCTION TRIM(PP-FILENAME)         DELIMITED BY SIZE
           " key-id="       PP-KEY-ID         DELIMITED BY SIZE
           " records="      PP-RECORD-COUNT   DELIMITED BY SIZE
           " bytes="        PP-BYTE-COUNT     DELIMITED BY SIZE
           " requested-by="                   DELIMITED BY SIZE
           FUNCTION TRIM(PP-REQUESTED-BY)     DELIMITED BY SIZE
           " approved-by="                    DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)      DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 APPROVE-ONE-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-NOT-PURGED SECTION.
*>----------------------------------------------------------------------
*> An exception line for a queued archive APPROVE left alone, with the
*> reason in WS-ENTRY-NOTE; the request stays queued.

    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: NOT PURGED file="       DELIMITED BY SIZE
           FUNCTION TRIM(PP-FILENAME)         DELIMITED BY SIZE
           " -- "                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENTRY-NOTE)       DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-NOT-PURGED-EX.
    EXIT.

*>----------------------------------------------------------------------
 DROP-PURGE-REQUEST SECTION.
*>----------------------------------------------------------------------
*> Removes a queued request that can no longer be approved as it
*> stands (expired, or overtaken by a catalog change) and reports why.

    ADD 1 TO WS-EXCEPTION-COUNT
    DELETE PURGEPND-FILE RECORD
    IF NOT WS-PURGEPND-OK
       DISPLAY "ENCPURGE: purge-request delete failed, status="
               WS-PURGEPND-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: NOT PURGED file="       DELIMITED BY SIZE
           FUNCTION TRIM(PP-FILENAME)         DELIMITED BY SIZE
           " -- "                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-ENTRY-NOTE)       DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 DROP-PURGE-REQUEST-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-CIPHER-FILE SECTION.
*>----------------------------------------------------------------------
*> CATAUDIT's header-and-trailer read of the file in WS-PURGE-FILENAME,
*> keeping what the certificate needs: the header's key-id and the
*> trailer's counts and digest. Sets WS-FILE-STATE the same way.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-PURGE-FILENAME
         WS-CIN-FILE-DETAILS
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "M" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-EX
    END-IF
    COMPUTE WS-CIN-SIZE = WS-CIN-FD-SIZE
    IF WS-CIN-SIZE < 2061
       MOVE "H" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-EX
    END-IF

    CALL "CBL_OPEN_FILE" USING WS-PURGE-FILENAME, X"01", X"00", X"00",
         WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "U" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-EX
    END-IF

    MOVE 0    TO WS-CIN-IO-OFFSET
    MOVE 2061 TO WS-CIN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-CIN-HANDLE, WS-CIN-IO-OFFSET,
         WS-CIN-IO-LEN, X"00", WS-CIN-BUFFER
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "U" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-CLOSE
    END-IF
    MOVE WS-CIN-BUFFER TO CIPHER-REC
    IF CH-MARKER NOT = WS-HDR-MARKER
       MOVE "H" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-CLOSE
    END-IF

    MOVE CH-KEY-ID TO WS-FH-KEY-ID
    IF CH-FORMAT-VERSION NUMERIC AND CH-FORMAT-VERSION >= 3
       MOVE WS-COMPACT-TRL-LEN TO WS-CIN-TRL-LEN
    ELSE
       MOVE 2061 TO WS-CIN-TRL-LEN
    END-IF

    MOVE "T" TO WS-FILE-STATE
    IF WS-CIN-SIZE < 2061 + WS-CIN-TRL-LEN
       GO TO READ-CIPHER-FILE-CLOSE
    END-IF

    COMPUTE WS-CIN-IO-OFFSET = WS-CIN-SIZE - WS-CIN-TRL-LEN
    MOVE WS-CIN-TRL-LEN TO WS-CIN-IO-LEN
    CALL "CBL_READ_FILE" USING WS-CIN-HANDLE, WS-CIN-IO-OFFSET,
         WS-CIN-IO-LEN, X"00", WS-CIN-BUFFER
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "U" TO WS-FILE-STATE
       GO TO READ-CIPHER-FILE-CLOSE
    END-IF
    MOVE SPACES TO CIPHER-REC
    MOVE WS-CIN-BUFFER(1:WS-CIN-TRL-LEN)
      TO CIPHER-REC(1:WS-CIN-TRL-LEN)
    IF CT-MARKER = WS-TRL-MARKER
       AND CT-RECORD-COUNT NUMERIC
       AND CT-BYTE-COUNT NUMERIC
       MOVE CT-RECORD-COUNT TO WS-FT-RECORD-COUNT
       MOVE CT-BYTE-COUNT   TO WS-FT-BYTE-COUNT
       MOVE CT-DIGEST       TO WS-FT-DIGEST
       MOVE "G" TO WS-FILE-STATE
    END-IF

    .
 READ-CIPHER-FILE-CLOSE.
    CALL "CBL_CLOSE_FILE" USING WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT

    .
 READ-CIPHER-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 DESTROY-ARCHIVE SECTION.
*>----------------------------------------------------------------------
*> Overwrites the archive in place, every byte from offset 0 to its
*> full size (WS-CIN-SIZE, from the read just done), with binary zeros
*> through the byte-offset routines -- opened read/write so the file
*> is not truncated first and the original blocks are the ones
*> overwritten -- and then deletes it. Either step failing stops the
*> run (RC=20): a half-destroyed archive is for an operator to look at,
*> not for the next entry to be piled on top of.

    MOVE LOW-VALUES TO WS-WIPE-BUFFER
    MOVE "N" TO WS-WIPE-FAILED-SW

    CALL "CBL_OPEN_FILE" USING WS-PURGE-FILENAME, X"03", X"00", X"00",
         WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "cannot be opened for overwriting" TO WS-ENTRY-NOTE
       GO TO DESTROY-ARCHIVE-FAILED
    END-IF

    MOVE 0 TO WS-WIPE-OFFSET
    MOVE WS-CIN-SIZE TO WS-WIPE-REMAINING
    PERFORM UNTIL WS-WIPE-REMAINING = 0 OR WS-WIPE-FAILED
       MOVE WS-WIPE-OFFSET TO WS-CIN-IO-OFFSET
       IF WS-WIPE-REMAINING < WS-WIPE-SLICE
          MOVE WS-WIPE-REMAINING TO WS-CIN-IO-LEN
       ELSE
          MOVE WS-WIPE-SLICE TO WS-CIN-IO-LEN
       END-IF
       CALL "CBL_WRITE_FILE" USING WS-CIN-HANDLE, WS-CIN-IO-OFFSET,
            WS-CIN-IO-LEN, X"00", WS-WIPE-BUFFER
          RETURNING WS-CBL-RESULT
       IF WS-CBL-RESULT NOT = 0
          MOVE "Y" TO WS-WIPE-FAILED-SW
       ELSE
          ADD WS-CIN-IO-LEN TO WS-WIPE-OFFSET
          SUBTRACT WS-CIN-IO-LEN FROM WS-WIPE-REMAINING
       END-IF
    END-PERFORM

    CALL "CBL_CLOSE_FILE" USING WS-CIN-HANDLE
       RETURNING WS-CBL-RESULT
    IF WS-WIPE-FAILED
       MOVE "overwrite failed part-way -- file damaged, NOT deleted"
         TO WS-ENTRY-NOTE
       GO TO DESTROY-ARCHIVE-FAILED
    END-IF

    CALL "CBL_DELETE_FILE" USING WS-PURGE-FILENAME
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       MOVE "overwritten but could not be deleted" TO WS-ENTRY-NOTE
       GO TO DESTROY-ARCHIVE-FAILED
    END-IF
    GO TO DESTROY-ARCHIVE-EX

    .
 DESTROY-ARCHIVE-FAILED.
    MOVE 20 TO WS-RETURN-STATUS
    PERFORM REPORT-NOT-PURGED

    .
 DESTROY-ARCHIVE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-PURGE-CERTIFICATE SECTION.
*>----------------------------------------------------------------------
*> One certificate line for the archive just destroyed. The counts and
*> digest are the trailer's own, as read before the overwrite.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO PURGECERT-REC
    MOVE WS-CURRENT-DATE(1:14) TO PC-PURGED-AT
    MOVE PP-FILENAME           TO PC-FILENAME
    MOVE PP-KEY-ID             TO PC-KEY-ID
    MOVE WS-FT-RECORD-COUNT    TO PC-RECORD-COUNT
    MOVE WS-FT-BYTE-COUNT      TO PC-BYTE-COUNT
    MOVE WS-DIGEST-HEX         TO PC-DIGEST
    MOVE PP-RETENTION-CLASS    TO PC-RETENTION-CLASS
    MOVE PP-RETAIN-UNTIL       TO PC-RETAIN-UNTIL
    MOVE PP-REQUESTED-BY       TO PC-REQUESTED-BY
    MOVE WS-OPERATOR-ID        TO PC-APPROVED-BY

    WRITE PURGECERT-REC
    IF NOT WS-CERT-OK
       DISPLAY "ENCPURGE: purge certificate write failed for ["
               FUNCTION TRIM(PP-FILENAME) "], status="
               WS-CERT-STATUS " -- the archive IS destroyed; record "
               "it by hand"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WRITE-PURGE-CERTIFICATE-EX.
    EXIT.

*>----------------------------------------------------------------------
 NOTE-PURGED-KEY-ID SECTION.
*>----------------------------------------------------------------------
*> Remembers each distinct vault key-id this run purged archives
*> under; a literal-key archive (blank key-id) has no key to retire.

    IF PP-KEY-ID = SPACES
       GO TO NOTE-PURGED-KEY-ID-EX
    END-IF

    MOVE "N" TO WS-KEY-KNOWN-SW
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-PURGED-KEY-COUNT OR WS-KEY-KNOWN
       IF WS-PURGED-KEY(WS-KEY-IDX) = PP-KEY-ID
          MOVE "Y" TO WS-KEY-KNOWN-SW
       END-IF
    END-PERFORM
    IF WS-KEY-KNOWN
       GO TO NOTE-PURGED-KEY-ID-EX
    END-IF

    IF WS-PURGED-KEY-COUNT < 500
       ADD 1 TO WS-PURGED-KEY-COUNT
       MOVE PP-KEY-ID TO WS-PURGED-KEY(WS-PURGED-KEY-COUNT)
    ELSE
       DISPLAY "ENCPURGE: WARNING - more than 500 key-ids purged "
               "under; run CATREPORT KEY for [" PP-KEY-ID "]"
    END-IF

    .
 NOTE-PURGED-KEY-ID-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-RETIRE-ELIGIBILITY SECTION.
*>----------------------------------------------------------------------
*> For every key-id this run purged archives under, counts what the
*> catalog still holds under it. None left means the purge took the
*> key's last archive, and the key can now be retired without FORCE.

    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-PURGED-KEY-COUNT
       MOVE 0 TO WS-KEY-REMAINING
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
                IF EC-KEY-ID = WS-PURGED-KEY(WS-KEY-IDX)
                   ADD 1 TO WS-KEY-REMAINING
                END-IF
          END-READ
       END-PERFORM

       MOVE SPACES TO WS-REPORT-LINE
       IF WS-KEY-REMAINING = 0
          STRING "ENCPURGE: key-id ["            DELIMITED BY SIZE
                 WS-PURGED-KEY(WS-KEY-IDX)       DELIMITED BY SIZE
                 "] protects no catalogued archive any more -- "
                                                 DELIMITED BY SIZE
                 "now eligible for RETIRE"       DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       ELSE
          STRING "ENCPURGE: key-id ["            DELIMITED BY SIZE
                 WS-PURGED-KEY(WS-KEY-IDX)       DELIMITED BY SIZE
                 "] still protects "             DELIMITED BY SIZE
                 WS-KEY-REMAINING                DELIMITED BY SIZE
                 " catalogued archive(s)"        DELIMITED BY SIZE
            INTO WS-REPORT-LINE
          END-STRING
       END-IF
       PERFORM EMIT-REPORT-LINE
    END-PERFORM

    .
 REPORT-RETIRE-ELIGIBILITY-EX.
    EXIT.

*>----------------------------------------------------------------------
 REJECT-PURGE SECTION.
*>----------------------------------------------------------------------
*> Drops queued purge requests without destroying anything -- all of
*> them, or the one FILE: names. Anyone identifiable may reject,
*> including the requester withdrawing their own request; both
*> identities go into the report.

    PERFORM OPEN-PURGE-QUEUE
    IF NOT WS-PURGEPND-OPEN
       GO TO REJECT-PURGE-EX
    END-IF

    MOVE "N" TO WS-PURGEPND-EOF-SW
    MOVE LOW-VALUES TO PP-FILENAME
    START PURGEPND-FILE KEY NOT < PP-FILENAME
       INVALID KEY
          MOVE "Y" TO WS-PURGEPND-EOF-SW
    END-START

    PERFORM UNTIL WS-PURGEPND-EOF OR WS-RETURN-STATUS NOT = 0
       READ PURGEPND-FILE NEXT
          AT END
             MOVE "Y" TO WS-PURGEPND-EOF-SW
          NOT AT END
             IF WS-FILE-FILTER = SPACES
                OR PP-FILENAME = WS-FILE-FILTER
                ADD 1 TO WS-CANDIDATE-COUNT
                PERFORM REJECT-ONE-REQUEST
             END-IF
       END-READ
    END-PERFORM

    IF WS-CANDIDATE-COUNT = 0 AND WS-RETURN-STATUS = 0
       MOVE "ENCPURGE: no purge requests are queued"
         TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE
       MOVE 22 TO WS-RETURN-STATUS
    END-IF

    CLOSE PURGEPND-FILE
    MOVE "N" TO WS-PURGEPND-OPEN-SW

    .
 REJECT-PURGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REJECT-ONE-REQUEST SECTION.
*>----------------------------------------------------------------------

    DELETE PURGEPND-FILE RECORD
    IF NOT WS-PURGEPND-OK
       DISPLAY "ENCPURGE: purge-request delete failed, status="
               WS-PURGEPND-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REJECT-ONE-REQUEST-EX
    END-IF

    ADD 1 TO WS-REJECTED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ENCPURGE: REJECTED file="         DELIMITED BY SIZE
           FUNCTION TRIM(PP-FILENAME)         DELIMITED BY SIZE
           " requested-by="                   DELIMITED BY SIZE
           FUNCTION TRIM(PP-REQUESTED-BY)     DELIMITED BY SIZE
           " rejected-by="                    DELIMITED BY SIZE
           FUNCTION TRIM(WS-OPERATOR-ID)      DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REJECT-ONE-REQUEST-EX.
    EXIT.

*>----------------------------------------------------------------------
 EMIT-REPORT-LINE SECTION.
*>----------------------------------------------------------------------
*> Every report line goes to the console and, when asked, to the
*> report file as well -- the CRYPTOKAT convention.

    DISPLAY FUNCTION TRIM(WS-REPORT-LINE)

    IF WS-REPORT-REQUESTED
       MOVE WS-REPORT-LINE TO REPORT-REC
       WRITE REPORT-REC
       IF NOT WS-REPORT-OK
          DISPLAY "ENCPURGE: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM ENCPURGE.
