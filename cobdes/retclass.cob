      $set sourceformat"free"

*>******************************************************************************
*>  retclass.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  retclass.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with retclass.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Retention-class lookup module, the one place a cipher
*>               archive's retain-until date is worked out -- ENCFILE,
*>               FLDENC and CATAUDIT all CALL this when they register an
*>               archive in the catalog (and REKEYCAMP's rekey runs reach
*>               it through ENCFILE and FLDENC), so none of them can
*>               apply the records-management schedule differently.
*>
*>               The schedule is the retention-class control file
*>               (layout in RETCLSREC.CPY), named by the ENCRETAIN_FILE
*>               environment variable and defaulting to "encretain.dat".
*>               A named class is looked up in it; a blank class takes
*>               the file's default class (the first line flagged "Y").
*>               The retain-until date is the archive's creation date
*>               plus the class's days, or "99999999" for a permanent
*>               class. With no control file, or no default class in
*>               it, an unnamed class simply comes back blank with a
*>               blank retain-until date: the archive is catalogued
*>               with no retention, and ENCPURGE never touches an
*>               archive that has none.
*>
*> Tectonics:    cobc -m -std=ibm -free -I copybooks retclass.cob
*>
*> Usage:        CALL "RETCLASS" USING retention-class (X(8), in: the
*>               class to apply, spaces for the default class; out: the
*>               class actually applied, spaces when none),
*>               created (X(14), in: the archive's creation timestamp,
*>               YYYYMMDDHHMMSS), retain-until (X(8), out: YYYYMMDD,
*>               "99999999" for permanent, spaces when no class
*>               applied), return code (9(2), out: 0 = ok,
*>               20 = the control file could not be read, or holds a
*>                    line whose day count is not numeric, or the
*>                    creation date is not a real calendar date,
*>               22 = the named class is not in the control file, or
*>                    there is no control file to name it from).
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. RETCLASS.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT RETCLASS-FILE ASSIGN DYNAMIC WS-RETCLASS-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RETCLASS-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  RETCLASS-FILE.
 COPY "retclsrec.cpy".

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-RETCLASS-FILENAME                PIC X(256).
 01 WS-RETCLASS-STATUS                  PIC X(2).
    88 WS-RETCLASS-OK                      VALUE "00".
    88 WS-RETCLASS-NOT-EXIST               VALUE "35".
 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".
 01 WS-FOUND-SW                         PIC X.
    88 WS-FOUND                            VALUE "Y".
 01 WS-FOUND-DAYS                       PIC 9(5).
 01 WS-DATE-INT                         PIC 9(9) COMP-5.
 01 WS-UNTIL-DATE                       PIC 9(8).

*>**********************************************************************
 LINKAGE SECTION.
 01 LNK-RETENTION-CLASS                 PIC X(8).
 01 LNK-CREATED                         PIC X(14).
 01 LNK-RETAIN-UNTIL                    PIC X(8).
 01 LNK-RC                              PIC 9(2).

 PROCEDURE DIVISION USING LNK-RETENTION-CLASS
                          LNK-CREATED
                          LNK-RETAIN-UNTIL
                          LNK-RC.

*>----------------------------------------------------------------------
 MAIN-RETCLASS SECTION.
*>----------------------------------------------------------------------

    MOVE 0      TO LNK-RC
    MOVE SPACES TO LNK-RETAIN-UNTIL

    MOVE SPACES TO WS-RETCLASS-FILENAME
    ACCEPT WS-RETCLASS-FILENAME FROM ENVIRONMENT "ENCRETAIN_FILE"
    IF WS-RETCLASS-FILENAME = SPACES
       MOVE "encretain.dat" TO WS-RETCLASS-FILENAME
    END-IF

    OPEN INPUT RETCLASS-FILE
    IF WS-RETCLASS-NOT-EXIST
*> no schedule at all: a named class cannot be honoured, an unnamed
*> one quietly means "no retention"
       IF LNK-RETENTION-CLASS NOT = SPACES
          MOVE 22 TO LNK-RC
       END-IF
       GO TO MAIN-RETCLASS-DONE
    END-IF
    IF NOT WS-RETCLASS-OK
       MOVE 20 TO LNK-RC
       GO TO MAIN-RETCLASS-DONE
    END-IF

    MOVE "N" TO WS-FOUND-SW
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF OR WS-FOUND OR LNK-RC NOT = 0
       READ RETCLASS-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             PERFORM CHECK-CLASS-LINE
       END-READ
    END-PERFORM

    CLOSE RETCLASS-FILE
    IF LNK-RC NOT = 0
       GO TO MAIN-RETCLASS-DONE
    END-IF

    IF NOT WS-FOUND
       IF LNK-RETENTION-CLASS NOT = SPACES
          MOVE 22 TO LNK-RC
       END-IF
       GO TO MAIN-RETCLASS-DONE
    END-IF

    IF WS-FOUND-DAYS = 0
       MOVE "99999999" TO LNK-RETAIN-UNTIL
       GO TO MAIN-RETCLASS-DONE
    END-IF

*> an impossible date (month 13, 20260229) would come back from
*> INTEGER-OF-DATE as 0 and give an already-expired retain-until --
*> ENCPURGE would then offer the archive for purge
    IF LNK-CREATED(1:8) NOT NUMERIC
       MOVE 20 TO LNK-RC
       GO TO MAIN-RETCLASS-DONE
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(LNK-CREATED(1:8)))
       NOT = 0
       MOVE 20 TO LNK-RC
       GO TO MAIN-RETCLASS-DONE
    END-IF
    COMPUTE WS-DATE-INT =
       FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LNK-CREATED(1:8)))
       + WS-FOUND-DAYS
    COMPUTE WS-UNTIL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE WS-UNTIL-DATE TO LNK-RETAIN-UNTIL

    .
 MAIN-RETCLASS-DONE.
    GOBACK

    .
 MAIN-RETCLASS-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-CLASS-LINE SECTION.
*>----------------------------------------------------------------------
*> One schedule line against the class asked for -- by name, or the
*> default flag when no name was given. Comments and blank lines are
*> passed over; a class line whose day count is not a number stops
*> the lookup (RC=20) rather than let a typo decide when data dies.

    IF RT-CLASS = SPACES OR RT-CLASS(1:1) = "*"
       GO TO CHECK-CLASS-LINE-EX
    END-IF

    IF LNK-RETENTION-CLASS = SPACES
       IF NOT RT-DEFAULT-CLASS
          GO TO CHECK-CLASS-LINE-EX
       END-IF
    ELSE
       IF RT-CLASS NOT = LNK-RETENTION-CLASS
          GO TO CHECK-CLASS-LINE-EX
       END-IF
    END-IF

    IF RT-DAYS NOT NUMERIC
       MOVE 20 TO LNK-RC
       GO TO CHECK-CLASS-LINE-EX
    END-IF

    MOVE "Y"      TO WS-FOUND-SW
    MOVE RT-DAYS  TO WS-FOUND-DAYS
    MOVE RT-CLASS TO LNK-RETENTION-CLASS

    .
 CHECK-CLASS-LINE-EX.
    EXIT.

 END PROGRAM RETCLASS.
