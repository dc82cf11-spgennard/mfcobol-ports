      $set sourceformat"free"

*>******************************************************************************
*>  catconv.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  catconv.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with catconv.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      One-time unload/reload of the cipher-file catalog into
*>               the current ENCCATREC.CPY layout. The catalog record
*>               grew by EC-RETENTION-CLASS and EC-RETAIN-UNTIL, and an
*>               INDEXED file keeps the record length it was created
*>               with, so a catalog written before then no longer opens
*>               (file status 39) in ENCFILE, FLDENC, CATREPORT,
*>               CATAUDIT, KEYADMIN, ENCPURGE or REKEYCAMP.
*>
*>               The procedure, once, before any of them runs again:
*>                   1. rename the old catalog out of the way, e.g.
*>                      enccat.dat to enccat.old;
*>                   2. run "catconv enccat.old": every old entry is
*>                      copied, in filename order, into a new catalog
*>                      under the usual name with both retention fields
*>                      SPACES, every other field unchanged;
*>                   3. check the counts match, then remove the old
*>                      file.
*>               A blank retain-until date means the archive has no
*>               retention: ENCPURGE never lists or purges it, and
*>               CATREPORT shows it with a blank class. An archive
*>               that must now be kept under a class is given one by
*>               re-encrypting or rekeying it, as for any archive.
*>
*>               The new catalog is named by the ENCCATALOG_FILE
*>               environment variable, defaulting to "enccat.dat", as
*>               everywhere else, and must not exist yet -- a catalog
*>               in the current layout is never overwritten. An old
*>               catalog that will not open with the old record length
*>               (status 39 again) is most likely already converted.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks catconv.cob
*>
*> Usage:        catconv <old-catalog>
*>               Return code: 0 = converted, 16 = bad arguments, or the
*>               new catalog already exists, 20 = either catalog could
*>               not be opened, read or written (the new catalog is
*>               then incomplete and must be deleted before a rerun).
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. CATCONV.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OLD-CATALOG-FILE ASSIGN DYNAMIC WS-OLD-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS OC-FILENAME
         FILE STATUS IS WS-OLD-CATALOG-STATUS.
     SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS SEQUENTIAL
         RECORD KEY IS EC-FILENAME
         FILE STATUS IS WS-CATALOG-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

*> the catalog entry as it was before the retention fields: ENCCAT-REC
*> up to and including EC-REGISTERED, 314 bytes
 FD  OLD-CATALOG-FILE.
 01  OLD-CATALOG-REC.
     02 OC-FILENAME                     PIC X(256).
     02 OC-KEY-ID                       PIC X(8).
     02 OC-KEY-MODE                     PIC 9.
     02 OC-CREATED                      PIC X(14).
     02 OC-RECORD-COUNT                 PIC 9(9).
     02 OC-BYTE-COUNT                   PIC 9(12).
     02 OC-REGISTERED                   PIC X(14).

 FD  CATALOG-FILE.
 COPY "enccatrec.cpy".

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-OLD-CATALOG-FILENAME             PIC X(256).
 01 WS-OLD-CATALOG-STATUS               PIC X(2).
    88 WS-OLD-CATALOG-OK                   VALUE "00".
 01 WS-OLD-CATALOG-EOF-SW               PIC X VALUE "N".
    88 WS-OLD-CATALOG-EOF                  VALUE "Y".

 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
    88 WS-CATALOG-NOT-EXIST                VALUE "35".

 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.
 01 WS-READ-COUNT                       PIC 9(9) VALUE 0.
 01 WS-WRITTEN-COUNT                    PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-CATCONV SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    MOVE SPACES TO WS-CATALOG-FILENAME
    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF
    IF WS-CATALOG-FILENAME = WS-OLD-CATALOG-FILENAME
       DISPLAY "CATCONV: rename the old catalog ["
               FUNCTION TRIM(WS-OLD-CATALOG-FILENAME)
               "] first -- it cannot be converted in place"
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF

    PERFORM OPEN-CATALOGS
    IF WS-RETURN-STATUS = 0
       PERFORM COPY-CATALOG-ENTRIES
       CLOSE OLD-CATALOG-FILE
       CLOSE CATALOG-FILE
    END-IF

    IF WS-RETURN-STATUS = 0
       DISPLAY "CATCONV: " WS-READ-COUNT " old catalog record(s) "
               "read, " WS-WRITTEN-COUNT " written to ["
               FUNCTION TRIM(WS-CATALOG-FILENAME)
               "] with no retention class"
    END-IF

    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-CATCONV-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> catconv <old-catalog>

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT NOT = 1
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OLD-CATALOG-FILENAME
    ACCEPT WS-OLD-CATALOG-FILENAME FROM ARGUMENT-VALUE
    IF WS-OLD-CATALOG-FILENAME = SPACES
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "CATCONV: usage: catconv old-catalog  (new catalog: "
            "ENCCATALOG_FILE, default enccat.dat)"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 OPEN-CATALOGS SECTION.
*>----------------------------------------------------------------------
*> The new catalog must not exist: probing it with OPEN INPUT has to
*> come back status 35 before it is created with OPEN OUTPUT, so a
*> second run can never empty a converted catalog.

    OPEN INPUT CATALOG-FILE
    IF NOT WS-CATALOG-NOT-EXIST
       IF WS-CATALOG-OK
          CLOSE CATALOG-FILE
       END-IF
       DISPLAY "CATCONV: new catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME)
               "] already exists, status=" WS-CATALOG-STATUS
               " -- nothing converted"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO OPEN-CATALOGS-EX
    END-IF

    OPEN INPUT OLD-CATALOG-FILE
    IF NOT WS-OLD-CATALOG-OK
       DISPLAY "CATCONV: cannot open old catalog ["
               FUNCTION TRIM(WS-OLD-CATALOG-FILENAME) "], status="
               WS-OLD-CATALOG-STATUS
       IF WS-OLD-CATALOG-STATUS = "39"
          DISPLAY "CATCONV: it is not in the old record layout -- "
                  "already converted?"
       END-IF
       MOVE 20 TO WS-RETURN-STATUS
       GO TO OPEN-CATALOGS-EX
    END-IF

    OPEN OUTPUT CATALOG-FILE
    IF NOT WS-CATALOG-OK
       DISPLAY "CATCONV: cannot create new catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       CLOSE OLD-CATALOG-FILE
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 OPEN-CATALOGS-EX.
    EXIT.

*>----------------------------------------------------------------------
 COPY-CATALOG-ENTRIES SECTION.
*>----------------------------------------------------------------------
*> Reads the old catalog front to back, in key order, and writes each
*> entry to the new one field by field with both retention fields
*> SPACES -- the value ENCPURGE reads as "never purge". The first
*> failure stops the copy.

    MOVE "N" TO WS-OLD-CATALOG-EOF-SW
    PERFORM UNTIL WS-OLD-CATALOG-EOF OR WS-RETURN-STATUS NOT = 0
       READ OLD-CATALOG-FILE NEXT
          AT END
             MOVE "Y" TO WS-OLD-CATALOG-EOF-SW
          NOT AT END
             ADD 1 TO WS-READ-COUNT
             PERFORM WRITE-CONVERTED-ENTRY
       END-READ
       IF NOT WS-OLD-CATALOG-EOF AND NOT WS-OLD-CATALOG-OK
          DISPLAY "CATCONV: old catalog read failed, status="
                  WS-OLD-CATALOG-STATUS
          MOVE 20 TO WS-RETURN-STATUS
       END-IF
    END-PERFORM

    .
 COPY-CATALOG-ENTRIES-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-CONVERTED-ENTRY SECTION.
*>----------------------------------------------------------------------

    MOVE SPACES             TO ENCCAT-REC
    MOVE OC-FILENAME        TO EC-FILENAME
    MOVE OC-KEY-ID          TO EC-KEY-ID
    MOVE OC-KEY-MODE        TO EC-KEY-MODE
    MOVE OC-CREATED         TO EC-CREATED
    MOVE OC-RECORD-COUNT    TO EC-RECORD-COUNT
    MOVE OC-BYTE-COUNT      TO EC-BYTE-COUNT
    MOVE OC-REGISTERED      TO EC-REGISTERED

    WRITE ENCCAT-REC
       INVALID KEY
          DISPLAY "CATCONV: cannot write catalog entry ["
                  FUNCTION TRIM(EC-FILENAME) "], status="
                  WS-CATALOG-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          GO TO WRITE-CONVERTED-ENTRY-EX
    END-WRITE
    IF NOT WS-CATALOG-OK
       DISPLAY "CATCONV: cannot write catalog entry ["
               FUNCTION TRIM(EC-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-CONVERTED-ENTRY-EX
    END-IF

    ADD 1 TO WS-WRITTEN-COUNT

    .
 WRITE-CONVERTED-ENTRY-EX.
    EXIT.

 END PROGRAM CATCONV.
