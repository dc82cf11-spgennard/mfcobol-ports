      $set sourceformat"free"

*>******************************************************************************
*>  package.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  package.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with package.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Secure transmission package, sending side (UNPACKAGE is
*>               the receiving side). Takes a file list or a directory
*>               tree and builds one package from it, in one step:
*>                   <outbound-dir>/<package-id>/      the package
*>                       <name>.enc                    one cipher file
*>                                                     per input file
*>                       package.ctl                   control record
*>                   <outbound-dir>/<package-id>.mf    keyed manifest
*>               Every file is encrypted by ENCFILE (mode EB, so any
*>               file -- text, packed decimal, binary -- round-trips
*>               byte for byte) under the one vault key-id given, and
*>               keeps its relative name inside the package directory
*>               with ".enc" appended. The control record (layout in
*>               PKGCTLREC.CPY) holds the package id, key-id, file
*>               count, total original bytes and total cipher bytes.
*>               SHA3MANIFEST then writes a KEYED SHA3-256 manifest
*>               under the same key-id over the whole package directory,
*>               control record included, so neither a file nor the
*>               control record can be altered, dropped or added in
*>               transit without UNPACKAGE refusing the package. Send
*>               the package directory and its manifest together.
*>
*>               A package is all or nothing from the start: the first
*>               file that fails to encrypt stops the run, and no
*>               control record or manifest is written, so an
*>               incomplete package can never be sent by mistake (the
*>               partial directory is left for inspection). The package
*>               directory must not exist yet -- a package is never
*>               rebuilt on top of an old one.
*>
*>               File names in the list are used as given for reading
*>               and, with any leading "/" or "./" removed, as the name
*>               inside the package; DIR:<path> walks the tree with the
*>               system's find(1), as SHA3MANIFEST does, and packages
*>               every regular file under it by its path relative to
*>               <path>. A name that climbs out of the package ("..")
*>               or contains a quote, "$", "`" or "\" is refused before
*>               anything is built.
*>
*>               ENCFILE and SHA3MANIFEST are run through the shell as
*>               "encfile" and "sha3manifest", or as named by the
*>               ENCFILE_PROGRAM / SHA3MANIFEST_PROGRAM environment
*>               variables. ENCFILE catalogs each cipher file as usual.
*>               Every report line also goes to the report file when
*>               one is named, and the run appends START and END
*>               records to the common run journal through RUNJRNL.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks package.cob
*>               runjrnl.cob chainlink.cob keyfetch.cob cobdes.cob
*>               hexdump.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        package <file-list>|DIR:<path> <outbound-dir>
*>                       KEYID:<key-id> [PKGID:<package-id>]
*>                       [report-file]
*>               PKGID: names the package (up to 20 characters, no
*>               "/"); the default is "PKG" and the run's timestamp.
*>               The optional arguments are order-free.
*>               Return code: 0 = package complete, 16 = bad arguments,
*>               an unsafe file name or nothing to package, 20 = the
*>               package directory, file list, control record or
*>               manifest could not be created or written, 24 = a file
*>               failed to encrypt (no control record or manifest
*>               written).
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PACKAGE.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT FILELIST-FILE ASSIGN DYNAMIC WS-LIST-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-FILELIST-STATUS.
     SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  FILELIST-FILE
     RECORD VARYING FROM 1 TO 256 CHARACTERS DEPENDING ON WS-LINE-LEN.
 01  FILELIST-REC                       PIC X(256).

 FD  CONTROL-FILE.
 COPY "pkgctlrec.cpy".

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(400).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-LIST-FILENAME                    PIC X(260).
 01 WS-FILELIST-STATUS                  PIC X(2).
    88 WS-FILELIST-OK                      VALUE "00".
 01 WS-LINE-LEN                         PIC 9(4) COMP-5.
 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".

 01 WS-CONTROL-FILENAME                 PIC X(256).
 01 WS-CONTROL-STATUS                   PIC X(2).
    88 WS-CONTROL-OK                       VALUE "00".

 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(400).

*> what to package: a file list, or (DIR:) a tree walked into a
*> temporary list beside the package, deleted afterwards
 01 WS-SOURCE-ARG                       PIC X(256).
 01 WS-DIR-MODE-SW                      PIC X VALUE "N".
    88 WS-DIR-MODE                         VALUE "Y".
 01 WS-TREE-DIR                         PIC X(250).
 01 WS-DIR-LEN                          PIC 9(4) COMP-5.

*> where it goes: <outbound-dir>/<package-id>/ and its manifest
 01 WS-OUT-DIR                          PIC X(200).
 01 WS-OUT-LEN                          PIC 9(4) COMP-5.
 01 WS-KEY-ID                           PIC X(8) VALUE SPACES.
 01 WS-PACKAGE-ID                       PIC X(20) VALUE SPACES.
 01 WS-PKGID-LEN                        PIC 9(4) COMP-5.
 01 WS-PACKAGE-DIR                      PIC X(230).
 01 WS-MANIFEST-FILENAME                PIC X(256).

 01 WS-OPT-ARG                          PIC X(256).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.
 01 WS-OPERATOR-ID                      PIC X(16).

*> one file: its name as listed, its name inside the package, where
*> it is read from and where its cipher file is written
 01 WS-LISTED-NAME                      PIC X(256).
 01 WS-LISTED-LEN                       PIC 9(4) COMP-5.
 01 WS-REL-START                        PIC 9(4) COMP-5.
 01 WS-PREFIX-DONE-SW                   PIC X.
    88 WS-PREFIX-DONE                      VALUE "Y".
 01 WS-REL-NAME                         PIC X(256).
 01 WS-REL-LEN                          PIC 9(4) COMP-5.
 01 WS-SOURCE-FILENAME                  PIC X(256).
 01 WS-CIPHER-FILENAME                  PIC X(256).
 01 WS-CKPT-FILENAME                    PIC X(261).
 01 WS-NAME-OVERFLOW-SW                 PIC X.
    88 WS-NAME-OVERFLOW                    VALUE "Y".
 01 WS-SLASH-POS                        PIC 9(4) COMP-5.
 01 WS-SCAN-POS                         PIC 9(4) COMP-5.

*> names go into shell command lines inside double quotes, and into
*> the package relative to its directory: nothing that could break
*> out of either is accepted
 01 WS-CHECK-NAME                       PIC X(260).
 01 WS-CHECK-LEN                        PIC 9(4) COMP-5.
 01 WS-UNSAFE-COUNT                     PIC 9(4) COMP-5.
 01 WS-NAME-UNSAFE-SW                   PIC X.
    88 WS-NAME-UNSAFE                      VALUE "Y".

 01 WS-STAT-FILENAME                    PIC X(256).
 01 WS-STAT-DETAILS.
    02 WS-STAT-FD-SIZE                  PIC X(8) COMP-X.
    02 WS-STAT-FD-DATE                  PIC X(8) COMP-X.
    02 WS-STAT-FD-TIME                  PIC X(8) COMP-X.
 01 WS-STAT-SIZE                        BINARY-DOUBLE UNSIGNED.
 01 WS-CBL-RESULT                       PIC 9(8) COMP-5.

*> the programs run for each step, and the return code recovered from
*> the shell's wait status (exit code in the high byte; a non-zero low
*> byte means the step died on a signal)
 01 WS-ENCFILE-PROGRAM                  PIC X(256).
 01 WS-MANIFEST-PROGRAM                 PIC X(256).
 01 WS-SYSTEM-COMMAND                   PIC X(1200).
 01 WS-SYSTEM-RC                        PIC S9(9) COMP-5.
 01 WS-WAIT-CODE                        PIC 9(9) COMP-5.
 01 WS-WAIT-SIGNAL                      PIC 9(9) COMP-5.
 01 WS-STEP-RC                          PIC 9(2).
 01 WS-RC-DISP                          PIC 9(2).

 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-RUN-START-TS                     PIC X(14).

 01 WS-FILE-COUNT                       PIC 9(9) VALUE 0.
 01 WS-TOTAL-BYTES                      PIC 9(15) VALUE 0.
 01 WS-CIPHER-BYTES                     PIC 9(15) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support (shared RUNJRNL module): one START record as
*> the run begins, one END record with counters and return code as it
*> finishes; a journal failure warns but never fails the run.
 01 WS-JOURNAL-RC                       PIC 9(2).

 COPY "runjnlrec.cpy".

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-PACKAGE SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    ACCEPT WS-ENCFILE-PROGRAM FROM ENVIRONMENT "ENCFILE_PROGRAM"
    IF WS-ENCFILE-PROGRAM = SPACES
       MOVE "encfile" TO WS-ENCFILE-PROGRAM
    END-IF
    ACCEPT WS-MANIFEST-PROGRAM FROM ENVIRONMENT "SHA3MANIFEST_PROGRAM"
    IF WS-MANIFEST-PROGRAM = SPACES
       MOVE "sha3manifest" TO WS-MANIFEST-PROGRAM
    END-IF
    ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "KEYADMIN_OPERATOR"
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF WS-OPERATOR-ID = SPACES
       MOVE "(unknown)" TO WS-OPERATOR-ID
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    IF WS-PACKAGE-ID = SPACES
       STRING "PKG"                 DELIMITED BY SIZE
              WS-CURRENT-DATE(1:14) DELIMITED BY SIZE
         INTO WS-PACKAGE-ID
       END-STRING
    END-IF
    MOVE 20 TO WS-PKGID-LEN
    PERFORM UNTIL WS-PKGID-LEN = 0
                  OR WS-PACKAGE-ID(WS-PKGID-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-PKGID-LEN
    END-PERFORM

    MOVE SPACES TO WS-PACKAGE-DIR
    STRING WS-OUT-DIR(1:WS-OUT-LEN)          DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           WS-PACKAGE-ID(1:WS-PKGID-LEN)     DELIMITED BY SIZE
      INTO WS-PACKAGE-DIR
    END-STRING
    MOVE SPACES TO WS-CONTROL-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           "/package.ctl"                    DELIMITED BY SIZE
      INTO WS-CONTROL-FILENAME
    END-STRING
    MOVE SPACES TO WS-MANIFEST-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           ".mf"                             DELIMITED BY SIZE
      INTO WS-MANIFEST-FILENAME
    END-STRING

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "PACKAGE: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    PERFORM WRITE-JOURNAL-START

    PERFORM CREATE-PACKAGE-DIR
    IF WS-RETURN-STATUS = 0
       IF WS-DIR-MODE
          PERFORM WALK-DIRECTORY-TREE
       ELSE
          MOVE WS-SOURCE-ARG TO WS-LIST-FILENAME
       END-IF
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM ENCRYPT-LISTED-FILES
    END-IF
    IF WS-DIR-MODE
       CALL "CBL_DELETE_FILE" USING WS-LIST-FILENAME
          RETURNING WS-CBL-RESULT
    END-IF

    IF WS-RETURN-STATUS = 0 AND WS-FILE-COUNT = 0
       DISPLAY "PACKAGE: nothing to package -- the list names no files"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM WRITE-CONTROL-RECORD
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM WRITE-PACKAGE-MANIFEST
    END-IF

    MOVE WS-RETURN-STATUS TO WS-RC-DISP
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-RETURN-STATUS = 0
       STRING "PACKAGE: package "              DELIMITED BY SIZE
              WS-PACKAGE-ID(1:WS-PKGID-LEN)    DELIMITED BY SIZE
              " COMPLETE key-id="              DELIMITED BY SIZE
              WS-KEY-ID                        DELIMITED BY SPACE
              " files="                        DELIMITED BY SIZE
              WS-FILE-COUNT                    DELIMITED BY SIZE
              " bytes="                        DELIMITED BY SIZE
              WS-TOTAL-BYTES                   DELIMITED BY SIZE
              " cipher-bytes="                 DELIMITED BY SIZE
              WS-CIPHER-BYTES                  DELIMITED BY SIZE
              " -- send "                      DELIMITED BY SIZE
              FUNCTION TRIM(WS-PACKAGE-DIR)    DELIMITED BY SIZE
              " with "                         DELIMITED BY SIZE
              FUNCTION TRIM(WS-MANIFEST-FILENAME)
                                               DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       STRING "PACKAGE: package "              DELIMITED BY SIZE
              WS-PACKAGE-ID(1:WS-PKGID-LEN)    DELIMITED BY SIZE
              " NOT BUILT rc="                 DELIMITED BY SIZE
              WS-RC-DISP                       DELIMITED BY SIZE
              " after "                        DELIMITED BY SIZE
              WS-FILE-COUNT                    DELIMITED BY SIZE
              " file(s) -- do not send it"     DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    PERFORM WRITE-JOURNAL-END
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-PACKAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    MOVE SPACES            TO RUNJNL-REC
    MOVE "START"           TO RJ-EVENT
    MOVE "PACKAGE"         TO RJ-PROGRAM
    MOVE WS-RUN-START-TS   TO RJ-START-TS
    MOVE "SEND"            TO RJ-MODE
    MOVE WS-KEY-ID         TO RJ-KEY-ID
    MOVE 0 TO RJ-RECS-READ
    MOVE 0 TO RJ-RECS-WRITTEN
    MOVE 0 TO RJ-RECS-FAILED
    MOVE 0 TO RJ-RETURN-CODE
    MOVE WS-PACKAGE-DIR(1:80) TO RJ-DETAIL
    PERFORM CALL-RUN-JOURNAL

    .
 WRITE-JOURNAL-START-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-END SECTION.
*>----------------------------------------------------------------------
*> records read/written = files packaged; failed = 1 when the package
*> was not built.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO RUNJNL-REC
    MOVE "END"                 TO RJ-EVENT
    MOVE "PACKAGE"             TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    MOVE "SEND"                TO RJ-MODE
    MOVE WS-KEY-ID             TO RJ-KEY-ID
    MOVE WS-FILE-COUNT         TO RJ-RECS-READ
    MOVE WS-FILE-COUNT         TO RJ-RECS-WRITTEN
    IF WS-RETURN-STATUS = 0
       MOVE 0 TO RJ-RECS-FAILED
    ELSE
       MOVE 1 TO RJ-RECS-FAILED
    END-IF
    MOVE WS-RETURN-STATUS      TO RJ-RETURN-CODE
    MOVE WS-PACKAGE-DIR(1:80)  TO RJ-DETAIL
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
       DISPLAY "PACKAGE: WARNING - run-journal write failed, "
               "RC=" WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> package <file-list>|DIR:<path> <outbound-dir> KEYID:<key-id>
*>         [PKGID:<package-id>] [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 3 OR WS-ARG-COUNT > 5
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-SOURCE-ARG
    ACCEPT WS-SOURCE-ARG FROM ARGUMENT-VALUE
    IF WS-SOURCE-ARG(1:4) = "DIR:"
       MOVE "Y" TO WS-DIR-MODE-SW
       MOVE SPACES TO WS-TREE-DIR
       MOVE WS-SOURCE-ARG(5:250) TO WS-TREE-DIR
       PERFORM TRIM-TREE-DIR
       IF WS-RETURN-STATUS NOT = 0
          GO TO GET-PARAMETERS-EX
       END-IF
       MOVE WS-TREE-DIR TO WS-CHECK-NAME
    ELSE
       MOVE WS-SOURCE-ARG TO WS-CHECK-NAME
    END-IF
    PERFORM CHECK-SHELL-SAFE
    IF WS-NAME-UNSAFE OR WS-SOURCE-ARG = SPACES
       DISPLAY "PACKAGE: unusable file list or directory ["
               FUNCTION TRIM(WS-SOURCE-ARG) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OPT-ARG
    ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
    IF WS-OPT-ARG(201:56) NOT = SPACES
       DISPLAY "PACKAGE: outbound directory name too long (over 200 "
               "characters)"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF
    MOVE WS-OPT-ARG(1:200) TO WS-OUT-DIR
    MOVE 200 TO WS-OUT-LEN
    PERFORM UNTIL WS-OUT-LEN = 0
                  OR WS-OUT-DIR(WS-OUT-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-OUT-LEN
    END-PERFORM
    IF WS-OUT-LEN > 1 AND WS-OUT-DIR(WS-OUT-LEN:1) = "/"
       SUBTRACT 1 FROM WS-OUT-LEN
    END-IF
    MOVE WS-OUT-DIR TO WS-CHECK-NAME
    PERFORM CHECK-SHELL-SAFE
    IF WS-OUT-LEN = 0 OR WS-NAME-UNSAFE
       DISPLAY "PACKAGE: unusable outbound directory ["
               FUNCTION TRIM(WS-OUT-DIR) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    PERFORM VARYING WS-ARG-NUM FROM 3 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:6) = "KEYID:" AND WS-KEY-ID = SPACES
             MOVE WS-OPT-ARG(7:8) TO WS-KEY-ID
             IF WS-KEY-ID = SPACES OR WS-OPT-ARG(15:1) NOT = SPACE
                DISPLAY "PACKAGE: KEYID: needs a key-id of 1 to 8 "
                        "characters"
                MOVE 16 TO WS-RETURN-STATUS
             END-IF
          WHEN WS-OPT-ARG(1:6) = "PKGID:" AND WS-PACKAGE-ID = SPACES
             MOVE WS-OPT-ARG(7:20) TO WS-PACKAGE-ID
             PERFORM CHECK-PACKAGE-ID
             IF WS-NAME-UNSAFE OR WS-OPT-ARG(27:1) NOT = SPACE
                DISPLAY "PACKAGE: PKGID: needs a package id of 1 to 20 "
                        "characters, no blanks, quotes or ""/"""
                MOVE 16 TO WS-RETURN-STATUS
             END-IF
          WHEN NOT WS-REPORT-REQUESTED
             MOVE WS-OPT-ARG TO WS-REPORT-FILENAME
             MOVE "Y" TO WS-REPORT-REQUESTED-SW
          WHEN OTHER
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
       END-EVALUATE
    END-PERFORM
    IF WS-RETURN-STATUS NOT = 0
       GO TO GET-PARAMETERS-EX
    END-IF

    IF WS-KEY-ID = SPACES
       DISPLAY "PACKAGE: the package key is required as KEYID:<key-id>"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "PACKAGE: usage: package file-list|DIR:path outbound-dir "
            "KEYID:key-id [PKGID:package-id] [report-file]"

    .
 SHOW-USAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 TRIM-TREE-DIR SECTION.
*>----------------------------------------------------------------------
*> Measures the tree dir's true length and strips a trailing "/", so
*> prefix arithmetic downstream never produces a double slash.

    MOVE 250 TO WS-DIR-LEN
    PERFORM UNTIL WS-DIR-LEN = 0
                  OR WS-TREE-DIR(WS-DIR-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-DIR-LEN
    END-PERFORM
    IF WS-DIR-LEN > 1 AND WS-TREE-DIR(WS-DIR-LEN:1) = "/"
       SUBTRACT 1 FROM WS-DIR-LEN
    END-IF
    IF WS-DIR-LEN = 0
       DISPLAY "PACKAGE: DIR: names no directory"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 TRIM-TREE-DIR-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-SHELL-SAFE SECTION.
*>----------------------------------------------------------------------
*> WS-CHECK-NAME goes into a shell command line between double quotes;
*> a quote, "$", "`" or "\" inside it could end the quoting or be
*> expanded by the shell, so any of them makes it unusable.

    MOVE "N" TO WS-NAME-UNSAFE-SW
    MOVE 0 TO WS-UNSAFE-COUNT
    INSPECT WS-CHECK-NAME TALLYING WS-UNSAFE-COUNT
       FOR ALL """" ALL "$" ALL "`" ALL "\"
    IF WS-UNSAFE-COUNT NOT = 0
       MOVE "Y" TO WS-NAME-UNSAFE-SW
    END-IF

    .
 CHECK-SHELL-SAFE-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-PACKAGE-ID SECTION.
*>----------------------------------------------------------------------
*> The package id names a directory and a file beside it: one plain
*> path component, so no "/", no embedded blank, no leading ".".

    MOVE WS-PACKAGE-ID TO WS-CHECK-NAME
    PERFORM CHECK-SHELL-SAFE
    IF WS-NAME-UNSAFE
       GO TO CHECK-PACKAGE-ID-EX
    END-IF
    IF WS-PACKAGE-ID = SPACES OR WS-PACKAGE-ID(1:1) = "."
       OR WS-PACKAGE-ID(1:1) = SPACE
       MOVE "Y" TO WS-NAME-UNSAFE-SW
       GO TO CHECK-PACKAGE-ID-EX
    END-IF

    MOVE 20 TO WS-PKGID-LEN
    PERFORM UNTIL WS-PACKAGE-ID(WS-PKGID-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-PKGID-LEN
    END-PERFORM
    MOVE 0 TO WS-UNSAFE-COUNT
    INSPECT WS-PACKAGE-ID(1:WS-PKGID-LEN) TALLYING WS-UNSAFE-COUNT
       FOR ALL "/" ALL SPACE
    IF WS-UNSAFE-COUNT NOT = 0
       MOVE "Y" TO WS-NAME-UNSAFE-SW
    END-IF

    .
 CHECK-PACKAGE-ID-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-RELATIVE-NAME SECTION.
*>----------------------------------------------------------------------
*> WS-REL-NAME(1:WS-REL-LEN) must stay inside the package directory:
*> not absolute, and no ".." path segment anywhere in it. Framing the
*> name in slashes lets one "/../" tally catch a ".." segment at the
*> start, in the middle or at the end alike.

    MOVE WS-REL-NAME TO WS-CHECK-NAME
    PERFORM CHECK-SHELL-SAFE
    IF WS-NAME-UNSAFE
       GO TO CHECK-RELATIVE-NAME-EX
    END-IF
    IF WS-REL-LEN = 0 OR WS-REL-NAME(1:1) = "/"
       MOVE "Y" TO WS-NAME-UNSAFE-SW
       GO TO CHECK-RELATIVE-NAME-EX
    END-IF

    MOVE SPACES TO WS-CHECK-NAME
    STRING "/"                       DELIMITED BY SIZE
           WS-REL-NAME(1:WS-REL-LEN) DELIMITED BY SIZE
           "/"                       DELIMITED BY SIZE
      INTO WS-CHECK-NAME
    END-STRING
    MOVE 0 TO WS-UNSAFE-COUNT
    INSPECT WS-CHECK-NAME TALLYING WS-UNSAFE-COUNT FOR ALL "/../"
    IF WS-UNSAFE-COUNT NOT = 0
       MOVE "Y" TO WS-NAME-UNSAFE-SW
    END-IF

    .
 CHECK-RELATIVE-NAME-EX.
    EXIT.

*>----------------------------------------------------------------------
 CREATE-PACKAGE-DIR SECTION.
*>----------------------------------------------------------------------
*> The outbound directory is created if need be; the package directory
*> itself must be new -- plain mkdir fails on an existing one, so an
*> old package is never overwritten or mixed into.

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "mkdir -p """                     DELIMITED BY SIZE
           WS-OUT-DIR(1:WS-OUT-LEN)          DELIMITED BY SIZE
           """ && mkdir """                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           """"                              DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    IF WS-STEP-RC NOT = 0
       DISPLAY "PACKAGE: cannot create package directory ["
               FUNCTION TRIM(WS-PACKAGE-DIR)
               "] -- it may already exist"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 CREATE-PACKAGE-DIR-EX.
    EXIT.

*>----------------------------------------------------------------------
 WALK-DIRECTORY-TREE SECTION.
*>----------------------------------------------------------------------
*> SHA3MANIFEST's walk: the system's own find(1), subdirectories and
*> all, one RELATIVE path per line, sorted, into a temporary list file
*> beside the package directory. The subshell does the cd, so the
*> redirection lands the list here, not in the tree being walked.

    MOVE SPACES TO WS-LIST-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR) DELIMITED BY SIZE
           ".lst"                        DELIMITED BY SIZE
      INTO WS-LIST-FILENAME
    END-STRING

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "( cd """                          DELIMITED BY SIZE
           WS-TREE-DIR(1:WS-DIR-LEN)          DELIMITED BY SIZE
           """ && find . -type f -print ) | " DELIMITED BY SIZE
           "sed ""s|^\./||"" | LC_ALL=C sort > """
                                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIST-FILENAME)    DELIMITED BY SIZE
           """"                               DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING

    CALL "SYSTEM" USING WS-SYSTEM-COMMAND
       RETURNING WS-SYSTEM-RC
    IF WS-SYSTEM-RC NOT = 0
       DISPLAY "PACKAGE: cannot walk directory ["
               WS-TREE-DIR(1:WS-DIR-LEN) "]"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WALK-DIRECTORY-TREE-EX.
    EXIT.

*>----------------------------------------------------------------------
 ENCRYPT-LISTED-FILES SECTION.
*>----------------------------------------------------------------------
*> Two passes over the list: the first only checks every name, so an
*> unusable one refuses the package before a single file is
*> encrypted; the second encrypts, stopping at the first failure.

    OPEN INPUT FILELIST-FILE
    IF NOT WS-FILELIST-OK
       DISPLAY "PACKAGE: cannot open file list ["
               FUNCTION TRIM(WS-LIST-FILENAME) "], status="
               WS-FILELIST-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ENCRYPT-LISTED-FILES-EX
    END-IF
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF OR WS-RETURN-STATUS NOT = 0
       READ FILELIST-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             PERFORM BUILD-FILE-NAMES
       END-READ
    END-PERFORM
    CLOSE FILELIST-FILE
    IF WS-RETURN-STATUS NOT = 0
       GO TO ENCRYPT-LISTED-FILES-EX
    END-IF

    OPEN INPUT FILELIST-FILE
    IF NOT WS-FILELIST-OK
       DISPLAY "PACKAGE: cannot reopen file list, status="
               WS-FILELIST-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO ENCRYPT-LISTED-FILES-EX
    END-IF
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF OR WS-RETURN-STATUS NOT = 0
       READ FILELIST-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             PERFORM BUILD-FILE-NAMES
             IF WS-RETURN-STATUS = 0 AND WS-LISTED-LEN > 0
                PERFORM ENCRYPT-ONE-FILE
             END-IF
       END-READ
    END-PERFORM
    CLOSE FILELIST-FILE

    .
 ENCRYPT-LISTED-FILES-EX.
    EXIT.

*>----------------------------------------------------------------------
 BUILD-FILE-NAMES SECTION.
*>----------------------------------------------------------------------
*> From one list line: the name inside the package (leading "./" and
*> "/" removed), where the file is read from, and its cipher file.
*> A blank line leaves WS-LISTED-LEN zero and is passed over.

    MOVE 0 TO WS-LISTED-LEN
    IF NOT WS-FILELIST-OK OR WS-LINE-LEN = 0
       GO TO BUILD-FILE-NAMES-EX
    END-IF
    MOVE SPACES TO WS-LISTED-NAME
    MOVE FILELIST-REC(1:WS-LINE-LEN) TO WS-LISTED-NAME
    MOVE WS-LINE-LEN TO WS-LISTED-LEN
    PERFORM UNTIL WS-LISTED-LEN = 0
                  OR WS-LISTED-NAME(WS-LISTED-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-LISTED-LEN
    END-PERFORM
    IF WS-LISTED-LEN = 0
       GO TO BUILD-FILE-NAMES-EX
    END-IF

    MOVE 1 TO WS-REL-START
    MOVE "N" TO WS-PREFIX-DONE-SW
    PERFORM UNTIL WS-REL-START > WS-LISTED-LEN OR WS-PREFIX-DONE
       EVALUATE TRUE
          WHEN WS-LISTED-NAME(WS-REL-START:1) = "/"
             ADD 1 TO WS-REL-START
          WHEN WS-REL-START < WS-LISTED-LEN
               AND WS-LISTED-NAME(WS-REL-START:2) = "./"
             ADD 2 TO WS-REL-START
          WHEN OTHER
             MOVE "Y" TO WS-PREFIX-DONE-SW
       END-EVALUATE
    END-PERFORM
    MOVE SPACES TO WS-REL-NAME
    MOVE 0 TO WS-REL-LEN
    IF WS-REL-START <= WS-LISTED-LEN
       COMPUTE WS-REL-LEN = WS-LISTED-LEN - WS-REL-START + 1
       MOVE WS-LISTED-NAME(WS-REL-START:WS-REL-LEN) TO WS-REL-NAME
    END-IF

    PERFORM CHECK-RELATIVE-NAME
    IF WS-NAME-UNSAFE
       DISPLAY "PACKAGE: unusable file name ["
               WS-LISTED-NAME(1:WS-LISTED-LEN)
               "] -- quotes, $, `, \ and .. are not allowed"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO BUILD-FILE-NAMES-EX
    END-IF

    MOVE "N" TO WS-NAME-OVERFLOW-SW
    MOVE SPACES TO WS-SOURCE-FILENAME
    IF WS-DIR-MODE AND WS-TREE-DIR(1:WS-DIR-LEN) NOT = "."
       STRING WS-TREE-DIR(1:WS-DIR-LEN)         DELIMITED BY SIZE
              "/"                               DELIMITED BY SIZE
              WS-LISTED-NAME(1:WS-LISTED-LEN)   DELIMITED BY SIZE
         INTO WS-SOURCE-FILENAME
         ON OVERFLOW
            MOVE "Y" TO WS-NAME-OVERFLOW-SW
       END-STRING
    ELSE
       MOVE WS-LISTED-NAME(1:WS-LISTED-LEN) TO WS-SOURCE-FILENAME
    END-IF
    MOVE SPACES TO WS-CIPHER-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           WS-REL-NAME(1:WS-REL-LEN)         DELIMITED BY SIZE
           ".enc"                            DELIMITED BY SIZE
      INTO WS-CIPHER-FILENAME
      ON OVERFLOW
         MOVE "Y" TO WS-NAME-OVERFLOW-SW
    END-STRING
    IF WS-NAME-OVERFLOW
       DISPLAY "PACKAGE: file name ["
               WS-LISTED-NAME(1:WS-LISTED-LEN)
               "] is too long to package (256 characters with the "
               "package directory)"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 BUILD-FILE-NAMES-EX.
    EXIT.

*>----------------------------------------------------------------------
 ENCRYPT-ONE-FILE SECTION.
*>----------------------------------------------------------------------
*> encfile EB <source> <package-dir>/<name>.enc KEYID:<key-id>, after
*> creating the cipher file's subdirectory when the name has one.
*> ENCFILE's restart checkpoint is of no use once the file is done and
*> would travel in the package, so it is removed.

    MOVE WS-SOURCE-FILENAME TO WS-STAT-FILENAME
    PERFORM GET-FILE-SIZE
    IF WS-CBL-RESULT NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "PACKAGE: FAILED file="              DELIMITED BY SIZE
              FUNCTION TRIM(WS-SOURCE-FILENAME)    DELIMITED BY SIZE
              " -- not found"                      DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       MOVE 24 TO WS-RETURN-STATUS
       GO TO ENCRYPT-ONE-FILE-EX
    END-IF
    ADD WS-STAT-SIZE TO WS-TOTAL-BYTES

    MOVE 0 TO WS-SLASH-POS
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
            UNTIL WS-SCAN-POS > WS-REL-LEN
       IF WS-REL-NAME(WS-SCAN-POS:1) = "/"
          MOVE WS-SCAN-POS TO WS-SLASH-POS
       END-IF
    END-PERFORM
    IF WS-SLASH-POS > 1
       MOVE SPACES TO WS-SYSTEM-COMMAND
       STRING "mkdir -p """                      DELIMITED BY SIZE
              FUNCTION TRIM(WS-PACKAGE-DIR)      DELIMITED BY SIZE
              "/"                                DELIMITED BY SIZE
              WS-REL-NAME(1:WS-SLASH-POS - 1)    DELIMITED BY SIZE
              """"                               DELIMITED BY SIZE
         INTO WS-SYSTEM-COMMAND
       END-STRING
       PERFORM RUN-SHELL-COMMAND
       IF WS-STEP-RC NOT = 0
          DISPLAY "PACKAGE: cannot create directory for ["
                  FUNCTION TRIM(WS-CIPHER-FILENAME) "]"
          MOVE 20 TO WS-RETURN-STATUS
          GO TO ENCRYPT-ONE-FILE-EX
       END-IF
    END-IF

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-ENCFILE-PROGRAM)  DELIMITED BY SIZE
           " EB """                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-SOURCE-FILENAME)  DELIMITED BY SIZE
           """ """                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-CIPHER-FILENAME)  DELIMITED BY SIZE
           """ KEYID:"                        DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-ID)           DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND

    MOVE SPACES TO WS-CKPT-FILENAME
    STRING FUNCTION TRIM(WS-CIPHER-FILENAME) DELIMITED BY SIZE
           ".ckpt"                           DELIMITED BY SIZE
      INTO WS-CKPT-FILENAME
    END-STRING

    IF WS-STEP-RC NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "PACKAGE: FAILED file="              DELIMITED BY SIZE
              FUNCTION TRIM(WS-SOURCE-FILENAME)    DELIMITED BY SIZE
              " encfile rc="                       DELIMITED BY SIZE
              WS-STEP-RC                           DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       MOVE 24 TO WS-RETURN-STATUS
       GO TO ENCRYPT-ONE-FILE-EX
    END-IF
    CALL "CBL_DELETE_FILE" USING WS-CKPT-FILENAME
       RETURNING WS-CBL-RESULT

    MOVE WS-CIPHER-FILENAME TO WS-STAT-FILENAME
    PERFORM GET-FILE-SIZE
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "PACKAGE: cipher file ["
               FUNCTION TRIM(WS-CIPHER-FILENAME) "] not found after "
               "encryption"
       MOVE 24 TO WS-RETURN-STATUS
       GO TO ENCRYPT-ONE-FILE-EX
    END-IF
    ADD WS-STAT-SIZE TO WS-CIPHER-BYTES
    ADD 1 TO WS-FILE-COUNT

    MOVE SPACES TO WS-REPORT-LINE
    STRING "PACKAGE: PACKED file="                 DELIMITED BY SIZE
           FUNCTION TRIM(WS-SOURCE-FILENAME)       DELIMITED BY SIZE
           " -> "                                  DELIMITED BY SIZE
           WS-REL-NAME(1:WS-REL-LEN)               DELIMITED BY SIZE
           ".enc"                                  DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 ENCRYPT-ONE-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-FILE-SIZE SECTION.
*>----------------------------------------------------------------------
*> WS-STAT-FILENAME's size into WS-STAT-SIZE; WS-CBL-RESULT non-zero
*> when there is no such file.

    MOVE 0 TO WS-STAT-SIZE
    CALL "CBL_CHECK_FILE_EXIST" USING WS-STAT-FILENAME
         WS-STAT-DETAILS
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT = 0
       COMPUTE WS-STAT-SIZE = WS-STAT-FD-SIZE
    END-IF

    .
 GET-FILE-SIZE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-CONTROL-RECORD SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT CONTROL-FILE
    IF NOT WS-CONTROL-OK
       DISPLAY "PACKAGE: cannot create control record ["
               FUNCTION TRIM(WS-CONTROL-FILENAME) "], status="
               WS-CONTROL-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO WRITE-CONTROL-RECORD-EX
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE SPACES                TO PKGCTL-REC
    MOVE "ENCPKG01"            TO PK-MARKER
    MOVE WS-PACKAGE-ID         TO PK-PACKAGE-ID
    MOVE WS-KEY-ID             TO PK-KEY-ID
    MOVE WS-FILE-COUNT         TO PK-FILE-COUNT
    MOVE WS-TOTAL-BYTES        TO PK-TOTAL-BYTES
    MOVE WS-CIPHER-BYTES       TO PK-CIPHER-BYTES
    MOVE WS-CURRENT-DATE(1:14) TO PK-CREATED
    MOVE WS-OPERATOR-ID        TO PK-CREATED-BY
    WRITE PKGCTL-REC
    IF NOT WS-CONTROL-OK
       DISPLAY "PACKAGE: control record write failed, status="
               WS-CONTROL-STATUS
       MOVE 20 TO WS-RETURN-STATUS
    END-IF
    CLOSE CONTROL-FILE

    .
 WRITE-CONTROL-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-PACKAGE-MANIFEST SECTION.
*>----------------------------------------------------------------------
*> sha3manifest DIR:<package-dir> <package-dir>.mf SHA3-256
*>              KEYID:<key-id> -- relative names, so the manifest
*>              verifies wherever the receiving side lands the package.

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-MANIFEST-PROGRAM)   DELIMITED BY SIZE
           " ""DIR:"                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-PACKAGE-DIR)        DELIMITED BY SIZE
           """ """                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-MANIFEST-FILENAME)  DELIMITED BY SIZE
           """ SHA3-256 KEYID:"                 DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-ID)             DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    IF WS-STEP-RC NOT = 0
       DISPLAY "PACKAGE: keyed manifest failed, sha3manifest rc="
               WS-STEP-RC
       CALL "CBL_DELETE_FILE" USING WS-MANIFEST-FILENAME
          RETURNING WS-CBL-RESULT
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WRITE-PACKAGE-MANIFEST-EX.
    EXIT.

*>----------------------------------------------------------------------
 RUN-SHELL-COMMAND SECTION.
*>----------------------------------------------------------------------
*> Runs WS-SYSTEM-COMMAND through the shell and recovers the program's
*> return code into WS-STEP-RC. The shell hands back a wait status:
*> the exit code in the high byte, and a non-zero low byte when the
*> program was killed by a signal -- reported as RC 99, a program that
*> never got to set a return code of its own.

    CALL "SYSTEM" USING WS-SYSTEM-COMMAND
       RETURNING WS-SYSTEM-RC
    IF WS-SYSTEM-RC < 0
       MOVE 99 TO WS-STEP-RC
       GO TO RUN-SHELL-COMMAND-EX
    END-IF
    DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-WAIT-CODE
       REMAINDER WS-WAIT-SIGNAL
    IF WS-WAIT-SIGNAL NOT = 0 OR WS-WAIT-CODE > 99
       MOVE 99 TO WS-STEP-RC
    ELSE
       MOVE WS-WAIT-CODE TO WS-STEP-RC
    END-IF

    .
 RUN-SHELL-COMMAND-EX.
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
          DISPLAY "PACKAGE: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM PACKAGE.
