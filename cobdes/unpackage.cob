      $set sourceformat"free"

*>******************************************************************************
*>  unpackage.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  unpackage.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with unpackage.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Secure transmission package, receiving side of PACKAGE.
*>               A received package is
*>                   <inbound-dir>/<package-id>/      cipher files and
*>                                                    package.ctl
*>                   <inbound-dir>/<package-id>.mf    keyed manifest
*>               and is accepted whole or not at all:
*>                 1. the manifest must be KEYED under the agreed
*>                    key-id -- exactly one KEYID directive, naming the
*>                    KEYID: given here, ahead of every file line (an
*>                    unkeyed line ahead of it would be verified with a
*>                    plain digest anyone can forge);
*>                 2. SHA3VERIFY then runs its keyed check and two-way
*>                    reconciliation over the package directory, with
*>                    its results file beside the manifest
*>                    (<package-id>.vfy); every file must MATCH -- any
*>                    MAC-FAIL, MISMATCH, missing file (FILE-ERROR) or
*>                    extra file (NOT-IN-MANIFEST) refuses the package;
*>                 3. the control record (PKGCTLREC.CPY), verified with
*>                    the rest, must carry this package id and key-id,
*>                    and its file count and cipher byte total must
*>                    agree with what arrived;
*>               only then is each cipher file decrypted by ENCFILE
*>               (mode DB, byte for byte) into a staging directory,
*>               <target-dir>.part. When every file has decrypted and
*>               the file count and original byte total agree with the
*>               control record, the staging directory is renamed to
*>               <target-dir>; otherwise it is removed, decrypted files
*>               and all, and nothing is delivered. <target-dir> must
*>               not exist yet.
*>
*>               Each file's verification status and each decrypt is
*>               reported, followed by one package-level ACCEPTED or
*>               REFUSED line. A name in the package that would climb
*>               out of the target directory ("..") or contains a
*>               quote, "$", "`" or "\" refuses the package.
*>
*>               SHA3VERIFY and ENCFILE are run through the shell as
*>               "sha3verify" and "encfile", or as named by the
*>               SHA3VERIFY_PROGRAM / ENCFILE_PROGRAM environment
*>               variables. Every report line also goes to the report
*>               file when one is named, and the run appends START and
*>               END records to the common run journal through RUNJRNL.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks unpackage.cob
*>               runjrnl.cob chainlink.cob keyfetch.cob cobdes.cob
*>               hexdump.cob ../cobsha3/SHA3-256.cob ../cobsha3/KECCAK.cob
*>               ../cobsha3/KECCAKF.cob
*>
*> Usage:        unpackage <inbound-dir> <package-id> <target-dir>
*>                         KEYID:<key-id> [report-file]
*>               Return code: 0 = package accepted and delivered to
*>               <target-dir>, 8 = package refused -- not keyed under
*>               the agreed key-id, a file failed verification, a file
*>               is missing or extra, or the control record disagrees
*>               (nothing delivered), 16 = bad arguments, 20 = the
*>               manifest, results, control record or staging directory
*>               could not be read or created, or SHA3VERIFY could not
*>               run its check (nothing delivered), 24 = a verified file
*>               failed to decrypt (nothing delivered).
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. UNPACKAGE.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-MANIFEST-STATUS.
     SELECT RESULTS-FILE ASSIGN DYNAMIC WS-RESULTS-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-RESULTS-STATUS.
     SELECT CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-CONTROL-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  MANIFEST-FILE
     RECORD VARYING FROM 1 TO 2040 CHARACTERS DEPENDING ON WS-LINE-LEN.
 01  MANIFEST-REC                       PIC X(2040).

 FD  RESULTS-FILE.
 COPY "vfyrsltrec.cpy".

 FD  CONTROL-FILE.
 COPY "pkgctlrec.cpy".

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(400).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-MANIFEST-FILENAME                PIC X(256).
 01 WS-MANIFEST-STATUS                  PIC X(2).
    88 WS-MANIFEST-OK                      VALUE "00".
 01 WS-LINE-LEN                         PIC 9(4) COMP-5.
 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".

 01 WS-RESULTS-FILENAME                 PIC X(256).
 01 WS-RESULTS-STATUS                   PIC X(2).
    88 WS-RESULTS-OK                       VALUE "00".

 01 WS-CONTROL-FILENAME                 PIC X(256).
 01 WS-CONTROL-STATUS                   PIC X(2).
    88 WS-CONTROL-OK                       VALUE "00".

 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(400).

 01 WS-IN-DIR                           PIC X(200).
 01 WS-IN-LEN                           PIC 9(4) COMP-5.
 01 WS-PACKAGE-ID                       PIC X(20).
 01 WS-PKGID-LEN                        PIC 9(4) COMP-5.
 01 WS-PACKAGE-DIR                      PIC X(230).
 01 WS-TARGET-DIR                       PIC X(200).
 01 WS-TARGET-LEN                       PIC 9(4) COMP-5.
 01 WS-STAGING-DIR                      PIC X(210).
 01 WS-STAGING-SW                       PIC X VALUE "N".
    88 WS-STAGING-CREATED                  VALUE "Y".
 01 WS-KEY-ID                           PIC X(8) VALUE SPACES.

 01 WS-OPT-ARG                          PIC X(256).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

*> the manifest's keying, as SHA3VERIFY classifies its lines: only the
*> directive word, blanks and one operand of at most 8 characters is a
*> directive; anything else is a file line
 01 WS-DIRECTIVE-LEN                    PIC 9(4) COMP-5.
 01 WS-MANIFEST-KEY-ID                  PIC X(8).
 01 WS-KEYID-COUNT                      PIC 9(4) COMP-5.
 01 WS-MANIFEST-LINES                   PIC 9(9).
 01 WS-REFUSAL                          PIC X(120) VALUE SPACES.

*> SHA3VERIFY's verdict on the package, file by file
 01 WS-VERIFY-RC                        PIC 9(2).
 01 WS-MATCH-COUNT                      PIC 9(9) VALUE 0.
 01 WS-EXCEPTION-COUNT                  PIC 9(9) VALUE 0.
 01 WS-CONTROL-MATCHED-SW               PIC X VALUE "N".
    88 WS-CONTROL-MATCHED                  VALUE "Y".
 01 WS-ARRIVED-COUNT                    PIC 9(9) VALUE 0.
 01 WS-ARRIVED-BYTES                    PIC 9(15) VALUE 0.

*> one file: its name in the package, where its cipher file is and
*> where its decrypted output goes
 01 WS-REL-NAME                         PIC X(256).
 01 WS-REL-LEN                          PIC 9(4) COMP-5.
 01 WS-PLAIN-LEN                        PIC 9(4) COMP-5.
 01 WS-CIPHER-FILENAME                  PIC X(256).
 01 WS-PLAIN-FILENAME                   PIC X(256).
 01 WS-CKPT-FILENAME                    PIC X(261).
 01 WS-NAME-OVERFLOW-SW                 PIC X.
    88 WS-NAME-OVERFLOW                    VALUE "Y".
 01 WS-SLASH-POS                        PIC 9(4) COMP-5.
 01 WS-SCAN-POS                         PIC 9(4) COMP-5.

 01 WS-CHECK-NAME                       PIC X(260).
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
 01 WS-VERIFY-PROGRAM                   PIC X(256).
 01 WS-SYSTEM-COMMAND                   PIC X(1200).
 01 WS-SYSTEM-RC                        PIC S9(9) COMP-5.
 01 WS-WAIT-CODE                        PIC 9(9) COMP-5.
 01 WS-WAIT-SIGNAL                      PIC 9(9) COMP-5.
 01 WS-STEP-RC                          PIC 9(2).
 01 WS-RC-DISP                          PIC 9(2).

 01 WS-CURRENT-DATE                     PIC X(21).
 01 WS-RUN-START-TS                     PIC X(14).

 01 WS-DECRYPTED-COUNT                  PIC 9(9) VALUE 0.
 01 WS-DECRYPTED-BYTES                  PIC 9(15) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

*> run-journal support (shared RUNJRNL module): one START record as
*> the run begins, one END record with counters and return code as it
*> finishes; a journal failure warns but never fails the run.
 01 WS-JOURNAL-RC                       PIC 9(2).

 COPY "runjnlrec.cpy".

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-UNPACKAGE SECTION.
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
    ACCEPT WS-VERIFY-PROGRAM FROM ENVIRONMENT "SHA3VERIFY_PROGRAM"
    IF WS-VERIFY-PROGRAM = SPACES
       MOVE "sha3verify" TO WS-VERIFY-PROGRAM
    END-IF

    MOVE SPACES TO WS-PACKAGE-DIR
    STRING WS-IN-DIR(1:WS-IN-LEN)            DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           WS-PACKAGE-ID(1:WS-PKGID-LEN)     DELIMITED BY SIZE
      INTO WS-PACKAGE-DIR
    END-STRING
    MOVE SPACES TO WS-MANIFEST-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           ".mf"                             DELIMITED BY SIZE
      INTO WS-MANIFEST-FILENAME
    END-STRING
    MOVE SPACES TO WS-RESULTS-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           ".vfy"                            DELIMITED BY SIZE
      INTO WS-RESULTS-FILENAME
    END-STRING
    MOVE SPACES TO WS-CONTROL-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           "/package.ctl"                    DELIMITED BY SIZE
      INTO WS-CONTROL-FILENAME
    END-STRING
    MOVE SPACES TO WS-STAGING-DIR
    STRING WS-TARGET-DIR(1:WS-TARGET-LEN)    DELIMITED BY SIZE
           ".part"                           DELIMITED BY SIZE
      INTO WS-STAGING-DIR
    END-STRING

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "UNPACKAGE: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    PERFORM WRITE-JOURNAL-START

    PERFORM CHECK-MANIFEST-KEYING
    IF WS-RETURN-STATUS = 0
       PERFORM VERIFY-PACKAGE
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM CHECK-CONTROL-RECORD
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM CREATE-STAGING-DIR
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM DECRYPT-PACKAGE
    END-IF
    IF WS-RETURN-STATUS = 0
       PERFORM DELIVER-PACKAGE
    END-IF
    IF WS-RETURN-STATUS NOT = 0 AND WS-STAGING-CREATED
       PERFORM REMOVE-STAGING-DIR
    END-IF

    MOVE WS-RETURN-STATUS TO WS-RC-DISP
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-RETURN-STATUS = 0
       STRING "UNPACKAGE: package "            DELIMITED BY SIZE
              WS-PACKAGE-ID(1:WS-PKGID-LEN)    DELIMITED BY SIZE
              " ACCEPTED key-id="              DELIMITED BY SIZE
              WS-KEY-ID                        DELIMITED BY SPACE
              " files="                        DELIMITED BY SIZE
              WS-DECRYPTED-COUNT               DELIMITED BY SIZE
              " bytes="                        DELIMITED BY SIZE
              WS-DECRYPTED-BYTES               DELIMITED BY SIZE
              " -> "                           DELIMITED BY SIZE
              WS-TARGET-DIR(1:WS-TARGET-LEN)   DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       STRING "UNPACKAGE: package "            DELIMITED BY SIZE
              WS-PACKAGE-ID(1:WS-PKGID-LEN)    DELIMITED BY SIZE
              " REFUSED rc="                   DELIMITED BY SIZE
              WS-RC-DISP                       DELIMITED BY SIZE
              " -- "                           DELIMITED BY SIZE
              FUNCTION TRIM(WS-REFUSAL)        DELIMITED BY SIZE
              " -- nothing delivered"          DELIMITED BY SIZE
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
 MAIN-UNPACKAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 WRITE-JOURNAL-START SECTION.
*>----------------------------------------------------------------------

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
    MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-START-TS

    MOVE SPACES            TO RUNJNL-REC
    MOVE "START"           TO RJ-EVENT
    MOVE "UNPACKAGE"       TO RJ-PROGRAM
    MOVE WS-RUN-START-TS   TO RJ-START-TS
    MOVE "RECEIVE"         TO RJ-MODE
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
*> records read = files verified as MATCH; written = files delivered
*> (all of them or none); failed = verification exceptions.

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES                TO RUNJNL-REC
    MOVE "END"                 TO RJ-EVENT
    MOVE "UNPACKAGE"           TO RJ-PROGRAM
    MOVE WS-RUN-START-TS       TO RJ-START-TS
    MOVE WS-CURRENT-DATE(1:14) TO RJ-END-TS
    MOVE "RECEIVE"             TO RJ-MODE
    MOVE WS-KEY-ID             TO RJ-KEY-ID
    MOVE WS-MATCH-COUNT        TO RJ-RECS-READ
    IF WS-RETURN-STATUS = 0
       MOVE WS-DECRYPTED-COUNT TO RJ-RECS-WRITTEN
    ELSE
       MOVE 0 TO RJ-RECS-WRITTEN
    END-IF
    MOVE WS-EXCEPTION-COUNT    TO RJ-RECS-FAILED
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
       DISPLAY "UNPACKAGE: WARNING - run-journal write failed, "
               "RC=" WS-JOURNAL-RC
    END-IF

    .
 CALL-RUN-JOURNAL-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> unpackage <inbound-dir> <package-id> <target-dir> KEYID:<key-id>
*>           [report-file]

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT < 4 OR WS-ARG-COUNT > 5
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 1 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OPT-ARG
    ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
    MOVE WS-OPT-ARG(1:200) TO WS-IN-DIR
    MOVE 200 TO WS-IN-LEN
    PERFORM UNTIL WS-IN-LEN = 0
                  OR WS-IN-DIR(WS-IN-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-IN-LEN
    END-PERFORM
    IF WS-IN-LEN > 1 AND WS-IN-DIR(WS-IN-LEN:1) = "/"
       SUBTRACT 1 FROM WS-IN-LEN
    END-IF
    MOVE WS-IN-DIR TO WS-CHECK-NAME
    PERFORM CHECK-SHELL-SAFE
    IF WS-IN-LEN = 0 OR WS-NAME-UNSAFE
       OR WS-OPT-ARG(201:56) NOT = SPACES
       DISPLAY "UNPACKAGE: unusable inbound directory ["
               FUNCTION TRIM(WS-OPT-ARG) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 2 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OPT-ARG
    ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
    MOVE WS-OPT-ARG(1:20) TO WS-PACKAGE-ID
    PERFORM CHECK-PACKAGE-ID
    IF WS-NAME-UNSAFE OR WS-OPT-ARG(21:1) NOT = SPACE
       DISPLAY "UNPACKAGE: unusable package id ["
               FUNCTION TRIM(WS-OPT-ARG) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    MOVE 3 TO WS-ARG-NUM
    DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
    MOVE SPACES TO WS-OPT-ARG
    ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
    MOVE WS-OPT-ARG(1:200) TO WS-TARGET-DIR
    MOVE 200 TO WS-TARGET-LEN
    PERFORM UNTIL WS-TARGET-LEN = 0
                  OR WS-TARGET-DIR(WS-TARGET-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-TARGET-LEN
    END-PERFORM
    IF WS-TARGET-LEN > 1 AND WS-TARGET-DIR(WS-TARGET-LEN:1) = "/"
       SUBTRACT 1 FROM WS-TARGET-LEN
    END-IF
    MOVE WS-TARGET-DIR TO WS-CHECK-NAME
    PERFORM CHECK-SHELL-SAFE
    IF WS-TARGET-LEN = 0 OR WS-NAME-UNSAFE
       OR WS-OPT-ARG(201:56) NOT = SPACES
       DISPLAY "UNPACKAGE: unusable target directory ["
               FUNCTION TRIM(WS-OPT-ARG) "]"
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    PERFORM VARYING WS-ARG-NUM FROM 4 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:6) = "KEYID:" AND WS-KEY-ID = SPACES
             MOVE WS-OPT-ARG(7:8) TO WS-KEY-ID
             IF WS-KEY-ID = SPACES OR WS-OPT-ARG(15:1) NOT = SPACE
                DISPLAY "UNPACKAGE: KEYID: needs a key-id of 1 to 8 "
                        "characters"
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
       DISPLAY "UNPACKAGE: the agreed package key is required as "
               "KEYID:<key-id>"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "UNPACKAGE: usage: unpackage inbound-dir package-id "
            "target-dir KEYID:key-id [report-file]"

    .
 SHOW-USAGE-EX.
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
*> WS-REL-NAME(1:WS-REL-LEN) must stay inside the target directory:
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
 CHECK-MANIFEST-KEYING SECTION.
*>----------------------------------------------------------------------
*> SHA3VERIFY verifies lines ahead of a KEYID directive with a plain,
*> unkeyed digest, and an unkeyed manifest not at all against a key --
*> either is forgeable by whoever altered the files. So before anything
*> else the manifest must carry exactly one KEYID directive, naming the
*> agreed key-id, ahead of every file line.

    OPEN INPUT MANIFEST-FILE
    IF NOT WS-MANIFEST-OK
       DISPLAY "UNPACKAGE: cannot open manifest ["
               FUNCTION TRIM(WS-MANIFEST-FILENAME) "], status="
               WS-MANIFEST-STATUS
       MOVE "manifest missing or unreadable" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CHECK-MANIFEST-KEYING-EX
    END-IF

    MOVE 0 TO WS-KEYID-COUNT
    MOVE 0 TO WS-MANIFEST-LINES
    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF OR WS-REFUSAL NOT = SPACES
       READ MANIFEST-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             IF WS-LINE-LEN > 0
                PERFORM CHECK-MANIFEST-LINE
             END-IF
       END-READ
    END-PERFORM
    CLOSE MANIFEST-FILE

    IF WS-REFUSAL = SPACES
       IF WS-KEYID-COUNT = 0
          MOVE "manifest is not keyed" TO WS-REFUSAL
       ELSE
          IF WS-MANIFEST-LINES = 0
             MOVE "manifest lists no files" TO WS-REFUSAL
          END-IF
       END-IF
    END-IF
    IF WS-REFUSAL NOT = SPACES
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE 8 TO WS-RETURN-STATUS
    END-IF

    .
 CHECK-MANIFEST-KEYING-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-MANIFEST-LINE SECTION.
*>----------------------------------------------------------------------

    MOVE WS-LINE-LEN TO WS-DIRECTIVE-LEN
    PERFORM UNTIL WS-DIRECTIVE-LEN = 0
                  OR MANIFEST-REC(WS-DIRECTIVE-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-DIRECTIVE-LEN
    END-PERFORM
    IF WS-DIRECTIVE-LEN = 0
       GO TO CHECK-MANIFEST-LINE-EX
    END-IF

    IF WS-DIRECTIVE-LEN > 10 AND WS-DIRECTIVE-LEN <= 18
       AND MANIFEST-REC(1:10) = "ALGORITHM "
       GO TO CHECK-MANIFEST-LINE-EX
    END-IF

    IF WS-DIRECTIVE-LEN > 6 AND WS-DIRECTIVE-LEN <= 14
       AND MANIFEST-REC(1:6) = "KEYID "
       ADD 1 TO WS-KEYID-COUNT
       MOVE SPACES TO WS-MANIFEST-KEY-ID
       MOVE MANIFEST-REC(7:WS-DIRECTIVE-LEN - 6) TO WS-MANIFEST-KEY-ID
       EVALUATE TRUE
          WHEN WS-KEYID-COUNT > 1
             MOVE "manifest has more than one KEYID directive"
               TO WS-REFUSAL
          WHEN WS-MANIFEST-LINES > 0
             MOVE "manifest has file lines ahead of its KEYID directive"
               TO WS-REFUSAL
          WHEN WS-MANIFEST-KEY-ID NOT = WS-KEY-ID
             STRING "manifest is keyed under ["    DELIMITED BY SIZE
                    WS-MANIFEST-KEY-ID             DELIMITED BY SPACE
                    "], not the agreed key-id"     DELIMITED BY SIZE
               INTO WS-REFUSAL
             END-STRING
       END-EVALUATE
       GO TO CHECK-MANIFEST-LINE-EX
    END-IF

    ADD 1 TO WS-MANIFEST-LINES
    IF WS-KEYID-COUNT = 0
       MOVE "manifest has file lines ahead of its KEYID directive"
         TO WS-REFUSAL
    END-IF

    .
 CHECK-MANIFEST-LINE-EX.
    EXIT.

*>----------------------------------------------------------------------
 VERIFY-PACKAGE SECTION.
*>----------------------------------------------------------------------
*> sha3verify <manifest> <results> DIR:<package-dir> -- the keyed check
*> of every listed file and, through DIR:, the reverse check that
*> nothing arrived which the manifest does not list. Its results file
*> is then read back and every file's verdict reported; anything but
*> a clean run with every file MATCHing refuses the package.

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-VERIFY-PROGRAM)     DELIMITED BY SIZE
           " """                                DELIMITED BY SIZE
           FUNCTION TRIM(WS-MANIFEST-FILENAME)  DELIMITED BY SIZE
           """ """                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-RESULTS-FILENAME)   DELIMITED BY SIZE
           """ ""DIR:"                          DELIMITED BY SIZE
           FUNCTION TRIM(WS-PACKAGE-DIR)        DELIMITED BY SIZE
           """"                                 DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    MOVE WS-STEP-RC TO WS-VERIFY-RC

    OPEN INPUT RESULTS-FILE
    IF NOT WS-RESULTS-OK
       DISPLAY "UNPACKAGE: cannot open verification results ["
               FUNCTION TRIM(WS-RESULTS-FILENAME) "], status="
               WS-RESULTS-STATUS
       MOVE "package could not be verified" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
       GO TO VERIFY-PACKAGE-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       READ RESULTS-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             PERFORM REPORT-ONE-RESULT
       END-READ
    END-PERFORM
    CLOSE RESULTS-FILE

    EVALUATE TRUE
       WHEN WS-VERIFY-RC = 16 OR WS-VERIFY-RC = 20 OR WS-VERIFY-RC > 24
          MOVE SPACES TO WS-REFUSAL
          STRING "package could not be verified, sha3verify rc="
                                              DELIMITED BY SIZE
                 WS-VERIFY-RC                 DELIMITED BY SIZE
            INTO WS-REFUSAL
          END-STRING
          MOVE 20 TO WS-RETURN-STATUS
       WHEN WS-VERIFY-RC NOT = 0 OR WS-EXCEPTION-COUNT NOT = 0
          MOVE SPACES TO WS-REFUSAL
          STRING "verification failed, sha3verify rc="
                                              DELIMITED BY SIZE
                 WS-VERIFY-RC                 DELIMITED BY SIZE
                 " exceptions="               DELIMITED BY SIZE
                 WS-EXCEPTION-COUNT           DELIMITED BY SIZE
            INTO WS-REFUSAL
          END-STRING
          MOVE 8 TO WS-RETURN-STATUS
       WHEN NOT WS-CONTROL-MATCHED
          MOVE "package has no verified control record" TO WS-REFUSAL
          ADD 1 TO WS-EXCEPTION-COUNT
          MOVE 8 TO WS-RETURN-STATUS
    END-EVALUATE

    .
 VERIFY-PACKAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-ONE-RESULT SECTION.
*>----------------------------------------------------------------------
*> One file's verdict. A MATCHed file must be the control record or a
*> cipher file (".enc") with a safe name; each cipher file is counted
*> and sized for the control-record check.

    IF RS-STATUS NOT = "MATCH"
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING "UNPACKAGE: VERIFY "            DELIMITED BY SIZE
              RS-STATUS                       DELIMITED BY SPACE
              " file="                        DELIMITED BY SIZE
              FUNCTION TRIM(RS-FILENAME)      DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO REPORT-ONE-RESULT-EX
    END-IF

    ADD 1 TO WS-MATCH-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNPACKAGE: VERIFY MATCH file="    DELIMITED BY SIZE
           FUNCTION TRIM(RS-FILENAME)         DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    IF RS-FILENAME = "package.ctl"
       MOVE "Y" TO WS-CONTROL-MATCHED-SW
       GO TO REPORT-ONE-RESULT-EX
    END-IF

    PERFORM SET-REL-NAME
    IF WS-NAME-UNSAFE
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING "UNPACKAGE: UNUSABLE NAME file="  DELIMITED BY SIZE
              FUNCTION TRIM(RS-FILENAME)        DELIMITED BY SIZE
              " -- not a safe relative .enc name"
                                                DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO REPORT-ONE-RESULT-EX
    END-IF

    MOVE WS-CIPHER-FILENAME TO WS-STAT-FILENAME
    PERFORM GET-FILE-SIZE
    ADD 1 TO WS-ARRIVED-COUNT
    ADD WS-STAT-SIZE TO WS-ARRIVED-BYTES

    .
 REPORT-ONE-RESULT-EX.
    EXIT.

*>----------------------------------------------------------------------
 SET-REL-NAME SECTION.
*>----------------------------------------------------------------------
*> From RS-FILENAME: the name in the package, checked safe; it must
*> end in ".enc". Also builds the cipher file's path and the decrypted
*> file's path in the staging directory (the name less ".enc").

    MOVE RS-FILENAME TO WS-REL-NAME
    MOVE 256 TO WS-REL-LEN
    PERFORM UNTIL WS-REL-LEN = 0
                  OR WS-REL-NAME(WS-REL-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-REL-LEN
    END-PERFORM
    PERFORM CHECK-RELATIVE-NAME
    IF WS-NAME-UNSAFE
       GO TO SET-REL-NAME-EX
    END-IF
    IF WS-REL-LEN < 5
       MOVE "Y" TO WS-NAME-UNSAFE-SW
       GO TO SET-REL-NAME-EX
    END-IF
    IF WS-REL-NAME(WS-REL-LEN - 3:4) NOT = ".enc"
       OR WS-REL-NAME(WS-REL-LEN - 4:1) = "/"
       MOVE "Y" TO WS-NAME-UNSAFE-SW
       GO TO SET-REL-NAME-EX
    END-IF
    COMPUTE WS-PLAIN-LEN = WS-REL-LEN - 4

    MOVE "N" TO WS-NAME-OVERFLOW-SW
    MOVE SPACES TO WS-CIPHER-FILENAME
    STRING FUNCTION TRIM(WS-PACKAGE-DIR)     DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           WS-REL-NAME(1:WS-REL-LEN)         DELIMITED BY SIZE
      INTO WS-CIPHER-FILENAME
      ON OVERFLOW
         MOVE "Y" TO WS-NAME-OVERFLOW-SW
    END-STRING
    MOVE SPACES TO WS-PLAIN-FILENAME
    STRING FUNCTION TRIM(WS-STAGING-DIR)     DELIMITED BY SIZE
           "/"                               DELIMITED BY SIZE
           WS-REL-NAME(1:WS-PLAIN-LEN)       DELIMITED BY SIZE
      INTO WS-PLAIN-FILENAME
      ON OVERFLOW
         MOVE "Y" TO WS-NAME-OVERFLOW-SW
    END-STRING
    IF WS-NAME-OVERFLOW
       MOVE "Y" TO WS-NAME-UNSAFE-SW
    END-IF

    .
 SET-REL-NAME-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-CONTROL-RECORD SECTION.
*>----------------------------------------------------------------------
*> The control record has verified with the rest of the package; it
*> must be this package's, under the agreed key, and describe exactly
*> the cipher files that arrived.

    OPEN INPUT CONTROL-FILE
    IF NOT WS-CONTROL-OK
       DISPLAY "UNPACKAGE: cannot open control record ["
               FUNCTION TRIM(WS-CONTROL-FILENAME) "], status="
               WS-CONTROL-STATUS
       MOVE "control record unreadable" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CHECK-CONTROL-RECORD-EX
    END-IF
    MOVE SPACES TO PKGCTL-REC
    READ CONTROL-FILE
       AT END
          MOVE SPACES TO PKGCTL-REC
    END-READ
    CLOSE CONTROL-FILE

    EVALUATE TRUE
       WHEN NOT PK-MARKER-VALID
          MOVE "control record is not a package control record"
            TO WS-REFUSAL
       WHEN PK-PACKAGE-ID NOT = WS-PACKAGE-ID
          MOVE "control record names another package" TO WS-REFUSAL
       WHEN PK-KEY-ID NOT = WS-KEY-ID
          MOVE "control record names another key-id" TO WS-REFUSAL
       WHEN PK-FILE-COUNT NOT NUMERIC
            OR PK-TOTAL-BYTES NOT NUMERIC
            OR PK-CIPHER-BYTES NOT NUMERIC
          MOVE "control record counts are not numeric" TO WS-REFUSAL
       WHEN PK-FILE-COUNT NOT = WS-ARRIVED-COUNT
          MOVE SPACES TO WS-REFUSAL
          STRING "control record lists "    DELIMITED BY SIZE
                 PK-FILE-COUNT              DELIMITED BY SIZE
                 " files, "                 DELIMITED BY SIZE
                 WS-ARRIVED-COUNT           DELIMITED BY SIZE
                 " arrived"                 DELIMITED BY SIZE
            INTO WS-REFUSAL
          END-STRING
       WHEN PK-CIPHER-BYTES NOT = WS-ARRIVED-BYTES
          MOVE SPACES TO WS-REFUSAL
          STRING "control record totals "   DELIMITED BY SIZE
                 PK-CIPHER-BYTES            DELIMITED BY SIZE
                 " cipher bytes, "          DELIMITED BY SIZE
                 WS-ARRIVED-BYTES           DELIMITED BY SIZE
                 " arrived"                 DELIMITED BY SIZE
            INTO WS-REFUSAL
          END-STRING
    END-EVALUATE
    IF WS-REFUSAL NOT = SPACES
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE 8 TO WS-RETURN-STATUS
    END-IF

    .
 CHECK-CONTROL-RECORD-EX.
    EXIT.

*>----------------------------------------------------------------------
 CREATE-STAGING-DIR SECTION.
*>----------------------------------------------------------------------
*> The target must not exist yet, and neither may the staging
*> directory -- one left behind by a run that died is for an operator
*> to look at and remove, not to be decrypted into again.

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "test ! -e """                    DELIMITED BY SIZE
           WS-TARGET-DIR(1:WS-TARGET-LEN)    DELIMITED BY SIZE
           """ && mkdir """                  DELIMITED BY SIZE
           FUNCTION TRIM(WS-STAGING-DIR)     DELIMITED BY SIZE
           """"                              DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    IF WS-STEP-RC NOT = 0
       DISPLAY "UNPACKAGE: cannot create staging directory ["
               FUNCTION TRIM(WS-STAGING-DIR) "] -- the target or "
               "the staging directory already exists"
       MOVE "target not available" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
       GO TO CREATE-STAGING-DIR-EX
    END-IF
    MOVE "Y" TO WS-STAGING-SW

    .
 CREATE-STAGING-DIR-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECRYPT-PACKAGE SECTION.
*>----------------------------------------------------------------------
*> Every verified cipher file, decrypted into the staging directory;
*> the first failure stops the run. The totals must then agree with
*> the control record before anything is delivered.

    OPEN INPUT RESULTS-FILE
    IF NOT WS-RESULTS-OK
       DISPLAY "UNPACKAGE: cannot reopen verification results, "
               "status=" WS-RESULTS-STATUS
       MOVE "verification results unreadable" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
       GO TO DECRYPT-PACKAGE-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF OR WS-RETURN-STATUS NOT = 0
       READ RESULTS-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             IF RS-STATUS = "MATCH"
                AND RS-FILENAME NOT = "package.ctl"
                PERFORM DECRYPT-ONE-FILE
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESULTS-FILE
    IF WS-RETURN-STATUS NOT = 0
       GO TO DECRYPT-PACKAGE-EX
    END-IF

    IF WS-DECRYPTED-COUNT NOT = PK-FILE-COUNT
       OR WS-DECRYPTED-BYTES NOT = PK-TOTAL-BYTES
       MOVE SPACES TO WS-REFUSAL
       STRING "decrypted "                  DELIMITED BY SIZE
              WS-DECRYPTED-COUNT            DELIMITED BY SIZE
              " files / "                   DELIMITED BY SIZE
              WS-DECRYPTED-BYTES            DELIMITED BY SIZE
              " bytes, control record says " DELIMITED BY SIZE
              PK-FILE-COUNT                 DELIMITED BY SIZE
              " / "                         DELIMITED BY SIZE
              PK-TOTAL-BYTES                DELIMITED BY SIZE
         INTO WS-REFUSAL
       END-STRING
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE 8 TO WS-RETURN-STATUS
    END-IF

    .
 DECRYPT-PACKAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 DECRYPT-ONE-FILE SECTION.
*>----------------------------------------------------------------------
*> encfile DB <package-dir>/<name>.enc <staging>/<name> KEYID:<key-id>,
*> after creating the output's subdirectory when the name has one.
*> ENCFILE's restart checkpoint is of no use once the file is done and
*> is not part of the delivery, so it is removed.

    PERFORM SET-REL-NAME

    MOVE 0 TO WS-SLASH-POS
    PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
            UNTIL WS-SCAN-POS > WS-PLAIN-LEN
       IF WS-REL-NAME(WS-SCAN-POS:1) = "/"
          MOVE WS-SCAN-POS TO WS-SLASH-POS
       END-IF
    END-PERFORM
    IF WS-SLASH-POS > 1
       MOVE SPACES TO WS-SYSTEM-COMMAND
       STRING "mkdir -p """                      DELIMITED BY SIZE
              FUNCTION TRIM(WS-STAGING-DIR)      DELIMITED BY SIZE
              "/"                                DELIMITED BY SIZE
              WS-REL-NAME(1:WS-SLASH-POS - 1)    DELIMITED BY SIZE
              """"                               DELIMITED BY SIZE
         INTO WS-SYSTEM-COMMAND
       END-STRING
       PERFORM RUN-SHELL-COMMAND
       IF WS-STEP-RC NOT = 0
          DISPLAY "UNPACKAGE: cannot create directory for ["
                  FUNCTION TRIM(WS-PLAIN-FILENAME) "]"
          MOVE "staging directory could not be written" TO WS-REFUSAL
          MOVE 20 TO WS-RETURN-STATUS
          GO TO DECRYPT-ONE-FILE-EX
       END-IF
    END-IF

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING FUNCTION TRIM(WS-ENCFILE-PROGRAM)  DELIMITED BY SIZE
           " DB """                           DELIMITED BY SIZE
           FUNCTION TRIM(WS-CIPHER-FILENAME)  DELIMITED BY SIZE
           """ """                            DELIMITED BY SIZE
           FUNCTION TRIM(WS-PLAIN-FILENAME)   DELIMITED BY SIZE
           """ KEYID:"                        DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-ID)           DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND

    MOVE SPACES TO WS-CKPT-FILENAME
    STRING FUNCTION TRIM(WS-PLAIN-FILENAME) DELIMITED BY SIZE
           ".ckpt"                          DELIMITED BY SIZE
      INTO WS-CKPT-FILENAME
    END-STRING
    CALL "CBL_DELETE_FILE" USING WS-CKPT-FILENAME
       RETURNING WS-CBL-RESULT

    IF WS-STEP-RC NOT = 0
       MOVE SPACES TO WS-REPORT-LINE
       STRING "UNPACKAGE: DECRYPT FAILED file="   DELIMITED BY SIZE
              WS-REL-NAME(1:WS-REL-LEN)           DELIMITED BY SIZE
              " encfile rc="                      DELIMITED BY SIZE
              WS-STEP-RC                          DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       ADD 1 TO WS-EXCEPTION-COUNT
       MOVE "a verified file failed to decrypt" TO WS-REFUSAL
       MOVE 24 TO WS-RETURN-STATUS
       GO TO DECRYPT-ONE-FILE-EX
    END-IF

    MOVE WS-PLAIN-FILENAME TO WS-STAT-FILENAME
    PERFORM GET-FILE-SIZE
    ADD 1 TO WS-DECRYPTED-COUNT
    ADD WS-STAT-SIZE TO WS-DECRYPTED-BYTES

    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNPACKAGE: DECRYPTED file="       DELIMITED BY SIZE
           WS-REL-NAME(1:WS-PLAIN-LEN)        DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 DECRYPT-ONE-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-FILE-SIZE SECTION.
*>----------------------------------------------------------------------
*> WS-STAT-FILENAME's size into WS-STAT-SIZE (zero when there is no
*> such file).

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
 DELIVER-PACKAGE SECTION.
*>----------------------------------------------------------------------
*> The whole package decrypted and agreed with its control record:
*> the staging directory becomes the target in one rename.

    CALL "CBL_RENAME_FILE" USING WS-STAGING-DIR
                                 WS-TARGET-DIR
       RETURNING WS-CBL-RESULT
    IF WS-CBL-RESULT NOT = 0
       DISPLAY "UNPACKAGE: cannot rename ["
               FUNCTION TRIM(WS-STAGING-DIR) "] to ["
               WS-TARGET-DIR(1:WS-TARGET-LEN) "]"
       MOVE "package could not be delivered" TO WS-REFUSAL
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 DELIVER-PACKAGE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REMOVE-STAGING-DIR SECTION.
*>----------------------------------------------------------------------
*> A refused package leaves no plaintext behind: the staging directory
*> goes, with whatever was already decrypted into it.

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "rm -rf """                       DELIMITED BY SIZE
           FUNCTION TRIM(WS-STAGING-DIR)     DELIMITED BY SIZE
           """"                              DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING
    PERFORM RUN-SHELL-COMMAND
    IF WS-STEP-RC NOT = 0
       DISPLAY "UNPACKAGE: WARNING - could not remove staging "
               "directory [" FUNCTION TRIM(WS-STAGING-DIR)
               "] -- remove it by hand"
    END-IF

    .
 REMOVE-STAGING-DIR-EX.
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
          DISPLAY "UNPACKAGE: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM UNPACKAGE.
