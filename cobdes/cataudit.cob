      $set sourceformat"free"

*>******************************************************************************
*>  cataudit.cob is free software: you can redistribute it and/or
*>  modify it under the terms of the GNU Lesser General Public License as
*>  published by the Free Software Foundation, either version 3 of the License,
*>  or (at your option) any later version.
*>
*>  cataudit.cob is distributed in the hope that it will be useful,
*>  but WITHOUT ANY WARRANTY; without even the implied warranty of
*>  MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.
*>  See the GNU Lesser General Public License for more details.
*>
*>  You should have received a copy of the GNU Lesser General Public License
*>  along with cataudit.cob.
*>  If not, see <http://www.gnu.org/licenses/>.
*>******************************************************************************

*>******************************************************************************
*> Purpose:      Cipher-file catalog reconciliation. KEYADMIN RETIRE and
*>               CATREPORT both take the catalog (see ENCCATREC.CPY) at
*>               its word; this job checks that word against the disk.
*>               Archives get moved or deleted outside ENCFILE, and
*>               cipher files copied in from another site were never
*>               registered at all -- either way a RETIRE decision made
*>               from the catalog alone is made on the wrong facts.
*>
*>               Every catalog entry is checked in turn: the file must
*>               still exist, must start with a CIPHER-HDR-REC and end
*>               with a CIPHER-TRL-REC (layouts in CIPHERREC.CPY), and
*>               the header's key-id, key mode and creation timestamp
*>               and the trailer's record and byte counts must agree
*>               with EC-KEY-ID, EC-KEY-MODE, EC-CREATED,
*>               EC-RECORD-COUNT and EC-BYTE-COUNT. Only the header and
*>               the trailer are read -- the trailer digest over the
*>               data records is ENCFILE mode V's business, and a
*>               nightly reconciliation over every archive cannot
*>               afford a full read of each.
*>
*>               Given DIR:<path> (the SHA3MANIFEST convention: the
*>               tree is walked with the system's find(1) into a
*>               temporary sorted list, deleted afterwards) every file
*>               under the tree is also opened, and any that starts
*>               with the cipher-file header but has no catalog entry
*>               is reported. A disk file is looked up in the catalog
*>               as <path>/<relative-name> (just <relative-name> for
*>               DIR:.), so audit the tree under the same name the
*>               archives were encrypted to. Files without the header
*>               -- plaintext, side files, anything else -- are passed
*>               over without comment.
*>
*>               The output is an exception report, one line per
*>               exception:
*>                   MISSING       catalogued, not on disk
*>                   MISMATCH      on disk, but the header or trailer
*>                                 disagrees with the catalog (one
*>                                 line per disagreeing field), or is
*>                                 absent or unreadable
*>                   UNCATALOGUED  headered cipher file on disk with no
*>                                 catalog entry
*>               With REGISTER each uncatalogued file that carries its
*>               integrity trailer is entered in the catalog from its
*>               own header and trailer, exactly as ENCFILE would have
*>               registered it; one without a trailer is reported and
*>               left out, since its counts cannot be vouched for. A
*>               registered file gets the default retention class of
*>               the retention-class control file and a retain-until
*>               date counted from its own creation timestamp, through
*>               the same RETCLASS module ENCFILE uses.
*>
*>               The catalog filename comes from the ENCCATALOG_FILE
*>               environment variable, defaulting to "enccat.dat", the
*>               same convention ENCFILE registers under.
*>
*> Tectonics:    cobc -x -std=ibm -free -I copybooks cataudit.cob
*>               retclass.cob
*>
*> Usage:        cataudit [DIR:<path>] [REGISTER] [report-file]
*>               The arguments are order-free. REGISTER needs DIR:.
*>               With a report-file every report line is also written
*>               there for the paper trail.
*>               Return code: 0 = catalog and disk agree, 4 = at least
*>               one exception left standing (MISSING, MISMATCH, or an
*>               UNCATALOGUED file that was not registered), 16 = bad
*>               arguments, 20 = the catalog, directory or report file
*>               could not be opened, or a registration failed.
*>
*> Date-Written: 2026.10.15
*>******************************************************************************
*> Date       Change description
*> ========== ==================================================================
*> 2026.10.15 First version.
*> 2026.10.15 REGISTER now sets the new catalog retention fields from
*>            the retention-class control file's default class (via
*>            RETCLASS), the way ENCFILE does for a fresh archive.
*>            The catalog record grows to 330 bytes: convert an
*>            existing catalog once with CATCONV before this runs
*>            (rename enccat.dat to enccat.old, then "catconv
*>            enccat.old"), or the catalog open fails with status 39.
*>******************************************************************************

 IDENTIFICATION DIVISION.
 PROGRAM-ID. CATAUDIT.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
         ORGANIZATION IS INDEXED
         ACCESS MODE IS DYNAMIC
         RECORD KEY IS EC-FILENAME
         FILE STATUS IS WS-CATALOG-STATUS.
     SELECT TREELIST-FILE ASSIGN DYNAMIC WS-TREE-LIST-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-TREELIST-STATUS.
     SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
         ORGANIZATION IS LINE SEQUENTIAL
         FILE STATUS IS WS-REPORT-STATUS.

 DATA DIVISION.

*>**********************************************************************
 FILE SECTION.

 FD  CATALOG-FILE.
 COPY "enccatrec.cpy".

 FD  TREELIST-FILE
     RECORD VARYING FROM 1 TO 256 CHARACTERS DEPENDING ON WS-LINE-LEN.
 01  TREELIST-REC                       PIC X(256).

 FD  REPORT-FILE.
 01  REPORT-REC                         PIC X(400).

*>**********************************************************************
 WORKING-STORAGE SECTION.

 01 WS-CATALOG-FILENAME                 PIC X(256).
 01 WS-CATALOG-STATUS                   PIC X(2).
    88 WS-CATALOG-OK                       VALUE "00".
    88 WS-CATALOG-NOT-EXIST                VALUE "35".
 01 WS-CATALOG-EOF-SW                   PIC X VALUE "N".
    88 WS-CATALOG-EOF                      VALUE "Y".
*> no catalog file at all: every headered file on disk is uncatalogued
 01 WS-CATALOG-ABSENT-SW                PIC X VALUE "N".
    88 WS-CATALOG-ABSENT                   VALUE "Y".

 01 WS-REPORT-FILENAME                  PIC X(256).
 01 WS-REPORT-STATUS                    PIC X(2).
    88 WS-REPORT-OK                        VALUE "00".
 01 WS-REPORT-REQUESTED-SW              PIC X VALUE "N".
    88 WS-REPORT-REQUESTED                 VALUE "Y".
 01 WS-REPORT-LINE                      PIC X(400).

 01 WS-REGISTER-SW                      PIC X VALUE "N".
    88 WS-REGISTER-REQUESTED               VALUE "Y".

*> Directory-tree mode (the DIR: argument), as SHA3MANIFEST does it:
*> find(1) lists every regular file under WS-TREE-DIR, relative
*> paths, sorted, into a temporary list file beside the catalog that
*> is deleted when the pass is done.
 01 WS-DIR-MODE-SW                      PIC X VALUE "N".
    88 WS-DIR-MODE                         VALUE "Y".
 01 WS-TREE-DIR                         PIC X(250).
 01 WS-DIR-LEN                          PIC 9(4) COMP-5.
 01 WS-TREE-LIST-FILENAME               PIC X(260).
 01 WS-TREELIST-STATUS                  PIC X(2).
    88 WS-TREELIST-OK                      VALUE "00".
 01 WS-SYSTEM-COMMAND                   PIC X(800).
 01 WS-SYSTEM-RC                        PIC S9(9) COMP-5.
 01 WS-LINE-LEN                         PIC 9(4) COMP-5.
 01 WS-FN-LEN                           PIC 9(4) COMP-5.
 01 WS-EOF-SW                           PIC X.
    88 WS-EOF                              VALUE "Y".

 01 WS-OPT-ARG                          PIC X(256).
 01 WS-ARG-NUM                          PIC 9(2) COMP-5.
 01 WS-ARG-COUNT                        PIC 9(2) COMP-5.

*> The file being examined (a catalog entry's EC-FILENAME, or a path
*> found under DIR:) and the byte-offset access to it: the header is
*> read from offset 0, the trailer from the end of the file -- the last
*> 61 bytes of a compact (version 3) file, the last 2061-byte slot of
*> a fixed-format one.
 01 WS-AUDIT-FILENAME                   PIC X(256).
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

*> what READ-CIPHER-FILE found, and the header and trailer fields it
*> saved (the trailer read reuses the CIPHER-REC area the header was
*> read into)
 01 WS-FILE-STATE                       PIC X.
    88 WS-FILE-GOOD                        VALUE "G".
    88 WS-FILE-MISSING                     VALUE "M".
    88 WS-FILE-UNREADABLE                  VALUE "U".
    88 WS-FILE-NO-HEADER                   VALUE "H".
    88 WS-FILE-NO-TRAILER                  VALUE "T".
    88 WS-FILE-HEADERED                    VALUE "G" "T".
 01 WS-FH-KEY-ID                        PIC X(8).
 01 WS-FH-KEY-MODE                      PIC 9.
 01 WS-FH-CREATED                       PIC X(14).
 01 WS-FT-RECORD-COUNT                  PIC 9(9).
 01 WS-FT-BYTE-COUNT                    PIC 9(12).

 01 WS-ENTRY-MISMATCH-SW                PIC X.
    88 WS-ENTRY-MISMATCH                   VALUE "Y".
 01 WS-MISMATCH-FIELD                   PIC X(12).
 01 WS-MISMATCH-CATALOG                 PIC X(14).
 01 WS-MISMATCH-DISK                    PIC X(14).
 01 WS-MISMATCH-REASON                  PIC X(40).

 01 WS-CURRENT-DATE                     PIC X(21).

*> retention defaults for a registered file, from RETCLASS
 01 WS-RETENTION-CLASS                  PIC X(8).
 01 WS-RETAIN-UNTIL                     PIC X(8).
 01 WS-RETCLASS-RC                      PIC 9(2).

 01 WS-CATALOGUED-COUNT                 PIC 9(9) VALUE 0.
 01 WS-VERIFIED-COUNT                   PIC 9(9) VALUE 0.
 01 WS-MISSING-COUNT                    PIC 9(9) VALUE 0.
 01 WS-MISMATCH-COUNT                   PIC 9(9) VALUE 0.
 01 WS-SCANNED-COUNT                    PIC 9(9) VALUE 0.
 01 WS-UNCATALOGUED-COUNT               PIC 9(9) VALUE 0.
 01 WS-REGISTERED-COUNT                 PIC 9(9) VALUE 0.
 01 WS-RETURN-STATUS                    PIC 9(2) COMP-5 VALUE 0.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 MAIN-CATAUDIT SECTION.
*>----------------------------------------------------------------------

    PERFORM GET-PARAMETERS
    IF WS-RETURN-STATUS NOT = 0
       MOVE WS-RETURN-STATUS TO RETURN-CODE
       GOBACK
    END-IF

    ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT "ENCCATALOG_FILE"
    IF WS-CATALOG-FILENAME = SPACES
       MOVE "enccat.dat" TO WS-CATALOG-FILENAME
    END-IF

    IF WS-REPORT-REQUESTED
       OPEN OUTPUT REPORT-FILE
       IF NOT WS-REPORT-OK
          DISPLAY "CATAUDIT: cannot open report file, status="
                  WS-REPORT-STATUS
          MOVE 20 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF

    PERFORM AUDIT-CATALOG-ENTRIES

    IF WS-RETURN-STATUS = 0 AND WS-DIR-MODE
       PERFORM WALK-DIRECTORY-TREE
       IF WS-RETURN-STATUS = 0
          PERFORM FIND-UNCATALOGUED-FILES
       END-IF
       CALL "CBL_DELETE_FILE" USING WS-TREE-LIST-FILENAME
          RETURNING WS-CBL-RESULT
    END-IF

    MOVE SPACES TO WS-REPORT-LINE
    STRING "CATAUDIT: catalogued = "  DELIMITED BY SIZE
           WS-CATALOGUED-COUNT        DELIMITED BY SIZE
           "  verified = "            DELIMITED BY SIZE
           WS-VERIFIED-COUNT          DELIMITED BY SIZE
           "  missing = "             DELIMITED BY SIZE
           WS-MISSING-COUNT           DELIMITED BY SIZE
           "  mismatched = "          DELIMITED BY SIZE
           WS-MISMATCH-COUNT          DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE
    IF WS-DIR-MODE
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CATAUDIT: files scanned = " DELIMITED BY SIZE
              WS-SCANNED-COUNT             DELIMITED BY SIZE
              "  uncatalogued = "          DELIMITED BY SIZE
              WS-UNCATALOGUED-COUNT        DELIMITED BY SIZE
              "  registered = "            DELIMITED BY SIZE
              WS-REGISTERED-COUNT          DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
    END-IF

    IF WS-REPORT-REQUESTED
       CLOSE REPORT-FILE
    END-IF

    IF WS-RETURN-STATUS = 0
       AND (WS-MISSING-COUNT NOT = 0
            OR WS-MISMATCH-COUNT NOT = 0
            OR WS-UNCATALOGUED-COUNT > WS-REGISTERED-COUNT)
       MOVE 4 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RETURN-STATUS TO RETURN-CODE

    GOBACK

    .
 MAIN-CATAUDIT-EX.
    EXIT.

*>----------------------------------------------------------------------
 GET-PARAMETERS SECTION.
*>----------------------------------------------------------------------
*> cataudit [DIR:<path>] [REGISTER] [report-file], order-free

    ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
    IF WS-ARG-COUNT > 3
       PERFORM SHOW-USAGE
       MOVE 16 TO WS-RETURN-STATUS
       GO TO GET-PARAMETERS-EX
    END-IF

    PERFORM VARYING WS-ARG-NUM FROM 1 BY 1
            UNTIL WS-ARG-NUM > WS-ARG-COUNT OR WS-RETURN-STATUS NOT = 0
       DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
       MOVE SPACES TO WS-OPT-ARG
       ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
       EVALUATE TRUE
          WHEN WS-OPT-ARG(1:4) = "DIR:" AND NOT WS-DIR-MODE
             MOVE "Y" TO WS-DIR-MODE-SW
             MOVE SPACES TO WS-TREE-DIR
             MOVE WS-OPT-ARG(5:250) TO WS-TREE-DIR
             PERFORM TRIM-TREE-DIR
          WHEN WS-OPT-ARG = "REGISTER" AND NOT WS-REGISTER-REQUESTED
             MOVE "Y" TO WS-REGISTER-SW
          WHEN NOT WS-REPORT-REQUESTED
             MOVE WS-OPT-ARG TO WS-REPORT-FILENAME
             MOVE "Y" TO WS-REPORT-REQUESTED-SW
          WHEN OTHER
             PERFORM SHOW-USAGE
             MOVE 16 TO WS-RETURN-STATUS
       END-EVALUATE
    END-PERFORM

    IF WS-RETURN-STATUS = 0 AND WS-REGISTER-REQUESTED
       AND NOT WS-DIR-MODE
       DISPLAY "CATAUDIT: REGISTER needs DIR:<path> to find the "
               "uncatalogued files"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 GET-PARAMETERS-EX.
    EXIT.

*>----------------------------------------------------------------------
 SHOW-USAGE SECTION.
*>----------------------------------------------------------------------

    DISPLAY "CATAUDIT: usage: cataudit [DIR:path] [REGISTER] "
            "[report-file]"

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
       DISPLAY "CATAUDIT: DIR: names no directory"
       MOVE 16 TO WS-RETURN-STATUS
    END-IF

    .
 TRIM-TREE-DIR-EX.
    EXIT.

*>----------------------------------------------------------------------
 AUDIT-CATALOG-ENTRIES SECTION.
*>----------------------------------------------------------------------
*> Walks the whole catalog in filename order (CATREPORT's walk) and
*> checks every entry against its file on disk. A catalog that does
*> not exist yet is an empty catalog, not a failure -- with DIR: every
*> cipher file found is then simply uncatalogued.

    OPEN INPUT CATALOG-FILE
    IF WS-CATALOG-NOT-EXIST
       DISPLAY "CATAUDIT: catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME)
               "] does not exist yet -- nothing registered"
       MOVE "Y" TO WS-CATALOG-ABSENT-SW
       GO TO AUDIT-CATALOG-ENTRIES-EX
    END-IF
    IF NOT WS-CATALOG-OK
       DISPLAY "CATAUDIT: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO AUDIT-CATALOG-ENTRIES-EX
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
             ADD 1 TO WS-CATALOGUED-COUNT
             PERFORM AUDIT-ONE-ENTRY
       END-READ
    END-PERFORM

    CLOSE CATALOG-FILE

    .
 AUDIT-CATALOG-ENTRIES-EX.
    EXIT.

*>----------------------------------------------------------------------
 AUDIT-ONE-ENTRY SECTION.
*>----------------------------------------------------------------------
*> One catalog entry against its file: MISSING when the file is gone,
*> MISMATCH (one line per disagreeing field) when its header or
*> trailer says something other than the catalog does, or when either
*> cannot be found; otherwise verified, and no line at all.

    MOVE EC-FILENAME TO WS-AUDIT-FILENAME
    PERFORM READ-CIPHER-FILE

    IF WS-FILE-MISSING
       ADD 1 TO WS-MISSING-COUNT
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CATAUDIT: MISSING file="        DELIMITED BY SIZE
              FUNCTION TRIM(EC-FILENAME)       DELIMITED BY SIZE
              " key-id="     EC-KEY-ID         DELIMITED BY SIZE
              " created="    EC-CREATED        DELIMITED BY SIZE
              " records="    EC-RECORD-COUNT   DELIMITED BY SIZE
              " bytes="      EC-BYTE-COUNT     DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO AUDIT-ONE-ENTRY-EX
    END-IF

    MOVE "N" TO WS-ENTRY-MISMATCH-SW
    EVALUATE TRUE
       WHEN WS-FILE-UNREADABLE
          MOVE "file cannot be read" TO WS-MISMATCH-REASON
          PERFORM REPORT-ENTRY-DEFECT
          GO TO AUDIT-ONE-ENTRY-TALLY
       WHEN WS-FILE-NO-HEADER
          MOVE "no cipher-file header" TO WS-MISMATCH-REASON
          PERFORM REPORT-ENTRY-DEFECT
          GO TO AUDIT-ONE-ENTRY-TALLY
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF WS-FH-KEY-ID NOT = EC-KEY-ID
       MOVE "key-id"     TO WS-MISMATCH-FIELD
       MOVE EC-KEY-ID    TO WS-MISMATCH-CATALOG
       MOVE WS-FH-KEY-ID TO WS-MISMATCH-DISK
       PERFORM REPORT-FIELD-MISMATCH
    END-IF
    IF WS-FH-KEY-MODE NOT = EC-KEY-MODE
       MOVE "key-mode"     TO WS-MISMATCH-FIELD
       MOVE EC-KEY-MODE    TO WS-MISMATCH-CATALOG
       MOVE WS-FH-KEY-MODE TO WS-MISMATCH-DISK
       PERFORM REPORT-FIELD-MISMATCH
    END-IF
    IF WS-FH-CREATED NOT = EC-CREATED
       MOVE "created"     TO WS-MISMATCH-FIELD
       MOVE EC-CREATED    TO WS-MISMATCH-CATALOG
       MOVE WS-FH-CREATED TO WS-MISMATCH-DISK
       PERFORM REPORT-FIELD-MISMATCH
    END-IF

    IF WS-FILE-NO-TRAILER
       MOVE "no integrity trailer" TO WS-MISMATCH-REASON
       PERFORM REPORT-ENTRY-DEFECT
       GO TO AUDIT-ONE-ENTRY-TALLY
    END-IF

    IF WS-FT-RECORD-COUNT NOT = EC-RECORD-COUNT
       MOVE "records"          TO WS-MISMATCH-FIELD
       MOVE EC-RECORD-COUNT    TO WS-MISMATCH-CATALOG
       MOVE WS-FT-RECORD-COUNT TO WS-MISMATCH-DISK
       PERFORM REPORT-FIELD-MISMATCH
    END-IF
    IF WS-FT-BYTE-COUNT NOT = EC-BYTE-COUNT
       MOVE "bytes"          TO WS-MISMATCH-FIELD
       MOVE EC-BYTE-COUNT    TO WS-MISMATCH-CATALOG
       MOVE WS-FT-BYTE-COUNT TO WS-MISMATCH-DISK
       PERFORM REPORT-FIELD-MISMATCH
    END-IF

    .
 AUDIT-ONE-ENTRY-TALLY.
    IF WS-ENTRY-MISMATCH
       ADD 1 TO WS-MISMATCH-COUNT
    ELSE
       ADD 1 TO WS-VERIFIED-COUNT
    END-IF

    .
 AUDIT-ONE-ENTRY-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-FIELD-MISMATCH SECTION.
*>----------------------------------------------------------------------
*> One MISMATCH line: which field, what the catalog says, what the
*> file itself says.

    MOVE "Y" TO WS-ENTRY-MISMATCH-SW
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CATAUDIT: MISMATCH file="         DELIMITED BY SIZE
           FUNCTION TRIM(EC-FILENAME)         DELIMITED BY SIZE
           " field="                          DELIMITED BY SIZE
           FUNCTION TRIM(WS-MISMATCH-FIELD)   DELIMITED BY SIZE
           " catalog=["  WS-MISMATCH-CATALOG  DELIMITED BY SIZE
           "] file=["    WS-MISMATCH-DISK     DELIMITED BY SIZE
           "]"                                DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-FIELD-MISMATCH-EX.
    EXIT.

*>----------------------------------------------------------------------
 REPORT-ENTRY-DEFECT SECTION.
*>----------------------------------------------------------------------
*> A MISMATCH that is not a field disagreement: the file is there but
*> cannot be read, or lacks the header or trailer the catalog's
*> figures came from.

    MOVE "Y" TO WS-ENTRY-MISMATCH-SW
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CATAUDIT: MISMATCH file="         DELIMITED BY SIZE
           FUNCTION TRIM(EC-FILENAME)         DELIMITED BY SIZE
           " -- "                             DELIMITED BY SIZE
           FUNCTION TRIM(WS-MISMATCH-REASON)  DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REPORT-ENTRY-DEFECT-EX.
    EXIT.

*>----------------------------------------------------------------------
 READ-CIPHER-FILE SECTION.
*>----------------------------------------------------------------------
*> Reads the header and trailer of the file named in WS-AUDIT-FILENAME
*> through the byte-offset routines and sets WS-FILE-STATE: missing,
*> unreadable, no header (not a cipher file, or a pre-header one),
*> headered but no trailer where one belongs, or good. The header
*> decides the framing the way ENCFILE's CIN-READ-FIRST-RECORD does:
*> version 3 and up is compact, with the 61-byte trailer as the last
*> bytes of the file; below that every record, trailer included, is a
*> fixed 2061-byte slot.

    CALL "CBL_CHECK_FILE_EXIST" USING WS-AUDIT-FILENAME
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

    CALL "CBL_OPEN_FILE" USING WS-AUDIT-FILENAME, X"01", X"00", X"00",
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

    MOVE CH-KEY-ID  TO WS-FH-KEY-ID
    MOVE CH-KEY-MODE TO WS-FH-KEY-MODE
    MOVE CH-CREATED TO WS-FH-CREATED
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
 WALK-DIRECTORY-TREE SECTION.
*>----------------------------------------------------------------------
*> SHA3MANIFEST's walk: the system's own find(1), subdirectories and
*> all, one RELATIVE path per line, sorted, into a temporary list file
*> beside the catalog. The subshell does the cd, so the redirection
*> lands the list here, not in the directory being walked.

    MOVE SPACES TO WS-TREE-LIST-FILENAME
    STRING FUNCTION TRIM(WS-CATALOG-FILENAME) DELIMITED BY SIZE
           ".lst"                             DELIMITED BY SIZE
      INTO WS-TREE-LIST-FILENAME
    END-STRING

    MOVE SPACES TO WS-SYSTEM-COMMAND
    STRING "( cd """                          DELIMITED BY SIZE
           WS-TREE-DIR(1:WS-DIR-LEN)          DELIMITED BY SIZE
           """ && find . -type f -print ) | " DELIMITED BY SIZE
           "sed ""s|^\./||"" | LC_ALL=C sort > """
                                              DELIMITED BY SIZE
           FUNCTION TRIM(WS-TREE-LIST-FILENAME)
                                              DELIMITED BY SIZE
           """"                               DELIMITED BY SIZE
      INTO WS-SYSTEM-COMMAND
    END-STRING

    CALL "SYSTEM" USING WS-SYSTEM-COMMAND
       RETURNING WS-SYSTEM-RC
    IF WS-SYSTEM-RC NOT = 0
       DISPLAY "CATAUDIT: cannot walk directory ["
               WS-TREE-DIR(1:WS-DIR-LEN) "]"
       MOVE 20 TO WS-RETURN-STATUS
    END-IF

    .
 WALK-DIRECTORY-TREE-EX.
    EXIT.

*>----------------------------------------------------------------------
 FIND-UNCATALOGUED-FILES SECTION.
*>----------------------------------------------------------------------
*> Second pass, disk to catalog: every file the walk listed is opened,
*> and each one that carries the cipher-file header is looked up in
*> the catalog by name. With REGISTER the catalog is opened for
*> update, and created first if it does not exist yet, the way
*> ENCFILE creates it on first use.

    OPEN INPUT TREELIST-FILE
    IF NOT WS-TREELIST-OK
       DISPLAY "CATAUDIT: cannot open directory list, status="
               WS-TREELIST-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO FIND-UNCATALOGUED-FILES-EX
    END-IF

    IF WS-REGISTER-REQUESTED
       OPEN I-O CATALOG-FILE
       IF WS-CATALOG-NOT-EXIST
          OPEN OUTPUT CATALOG-FILE
          IF WS-CATALOG-OK
             CLOSE CATALOG-FILE
             OPEN I-O CATALOG-FILE
          END-IF
       END-IF
       MOVE "N" TO WS-CATALOG-ABSENT-SW
    ELSE
       IF NOT WS-CATALOG-ABSENT
          OPEN INPUT CATALOG-FILE
       END-IF
    END-IF
    IF NOT WS-CATALOG-ABSENT AND NOT WS-CATALOG-OK
       DISPLAY "CATAUDIT: cannot open catalog ["
               FUNCTION TRIM(WS-CATALOG-FILENAME) "], status="
               WS-CATALOG-STATUS
       CLOSE TREELIST-FILE
       MOVE 20 TO WS-RETURN-STATUS
       GO TO FIND-UNCATALOGUED-FILES-EX
    END-IF

    MOVE "N" TO WS-EOF-SW
    PERFORM UNTIL WS-EOF
       READ TREELIST-FILE
          AT END
             MOVE "Y" TO WS-EOF-SW
          NOT AT END
             IF WS-TREELIST-OK AND WS-LINE-LEN > 0
                ADD 1 TO WS-SCANNED-COUNT
                PERFORM CHECK-ONE-DISK-FILE
             END-IF
       END-READ
    END-PERFORM

    CLOSE TREELIST-FILE
    IF NOT WS-CATALOG-ABSENT
       CLOSE CATALOG-FILE
    END-IF

    .
 FIND-UNCATALOGUED-FILES-EX.
    EXIT.

*>----------------------------------------------------------------------
 CHECK-ONE-DISK-FILE SECTION.
*>----------------------------------------------------------------------
*> One file from the walk. Anything without the cipher-file header is
*> none of this job's business; a headered file with a catalog entry
*> was already checked from the catalog side; a headered file without
*> one is UNCATALOGUED, and registered from its own header and
*> trailer when REGISTER was given.

    MOVE WS-LINE-LEN TO WS-FN-LEN
    PERFORM UNTIL WS-FN-LEN = 0
                  OR TREELIST-REC(WS-FN-LEN:1) NOT = SPACE
       SUBTRACT 1 FROM WS-FN-LEN
    END-PERFORM
    IF WS-FN-LEN = 0
       GO TO CHECK-ONE-DISK-FILE-EX
    END-IF

*> the name the archive would have been catalogued under: DIR:. means
*> the archives were encrypted to bare relative names
    MOVE SPACES TO WS-AUDIT-FILENAME
    IF WS-TREE-DIR(1:WS-DIR-LEN) = "."
       MOVE TREELIST-REC(1:WS-FN-LEN) TO WS-AUDIT-FILENAME
    ELSE
       STRING WS-TREE-DIR(1:WS-DIR-LEN)   DELIMITED BY SIZE
              "/"                         DELIMITED BY SIZE
              TREELIST-REC(1:WS-FN-LEN)   DELIMITED BY SIZE
         INTO WS-AUDIT-FILENAME
       END-STRING
    END-IF

    PERFORM READ-CIPHER-FILE
    IF NOT WS-FILE-HEADERED
       GO TO CHECK-ONE-DISK-FILE-EX
    END-IF

    IF NOT WS-CATALOG-ABSENT
       MOVE SPACES TO EC-FILENAME
       MOVE WS-AUDIT-FILENAME TO EC-FILENAME
       READ CATALOG-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             GO TO CHECK-ONE-DISK-FILE-EX
       END-READ
    END-IF

    ADD 1 TO WS-UNCATALOGUED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-FILE-GOOD
       STRING "CATAUDIT: UNCATALOGUED file="     DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-FILENAME)   DELIMITED BY SIZE
              " key-id="     WS-FH-KEY-ID        DELIMITED BY SIZE
              " mode="       WS-FH-KEY-MODE      DELIMITED BY SIZE
              " created="    WS-FH-CREATED       DELIMITED BY SIZE
              " records="    WS-FT-RECORD-COUNT  DELIMITED BY SIZE
              " bytes="      WS-FT-BYTE-COUNT    DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    ELSE
       STRING "CATAUDIT: UNCATALOGUED file="     DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-FILENAME)   DELIMITED BY SIZE
              " key-id="     WS-FH-KEY-ID        DELIMITED BY SIZE
              " mode="       WS-FH-KEY-MODE      DELIMITED BY SIZE
              " created="    WS-FH-CREATED       DELIMITED BY SIZE
              " -- no integrity trailer"         DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
    END-IF
    PERFORM EMIT-REPORT-LINE

    IF WS-REGISTER-REQUESTED
       PERFORM REGISTER-DISK-FILE
    END-IF

    .
 CHECK-ONE-DISK-FILE-EX.
    EXIT.

*>----------------------------------------------------------------------
 REGISTER-DISK-FILE SECTION.
*>----------------------------------------------------------------------
*> Enters an uncatalogued file in the catalog from its own header and
*> trailer -- the same fields ENCFILE's REGISTER-CIPHER-FILE fills,
*> retention included: the control file's default class, dated from
*> the file's own creation timestamp. A schedule that cannot be read
*> still lets the file be registered, with no retention (so never
*> purged), and fails the run (RC=20) so somebody looks. A file
*> without its trailer is not registered: the catalog would have to
*> carry counts nobody can vouch for.

    IF NOT WS-FILE-GOOD
       MOVE SPACES TO WS-REPORT-LINE
       STRING "CATAUDIT: NOT REGISTERED file="   DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-FILENAME)   DELIMITED BY SIZE
              " -- no integrity trailer, counts unknown"
                                                 DELIMITED BY SIZE
         INTO WS-REPORT-LINE
       END-STRING
       PERFORM EMIT-REPORT-LINE
       GO TO REGISTER-DISK-FILE-EX
    END-IF

    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

    MOVE SPACES             TO ENCCAT-REC
    MOVE WS-AUDIT-FILENAME  TO EC-FILENAME
    MOVE WS-FH-KEY-ID       TO EC-KEY-ID
    MOVE WS-FH-KEY-MODE     TO EC-KEY-MODE
    MOVE WS-FH-CREATED      TO EC-CREATED
    MOVE WS-FT-RECORD-COUNT TO EC-RECORD-COUNT
    MOVE WS-FT-BYTE-COUNT   TO EC-BYTE-COUNT
    MOVE WS-CURRENT-DATE(1:14) TO EC-REGISTERED

    MOVE SPACES TO WS-RETENTION-CLASS
    CALL "RETCLASS" USING WS-RETENTION-CLASS
                          WS-FH-CREATED
                          WS-RETAIN-UNTIL
                          WS-RETCLASS-RC
    IF WS-RETCLASS-RC NOT = 0
       DISPLAY "CATAUDIT: no retention could be set for ["
               FUNCTION TRIM(WS-AUDIT-FILENAME) "], RETCLASS RC="
               WS-RETCLASS-RC
       MOVE SPACES TO WS-RETENTION-CLASS
       MOVE SPACES TO WS-RETAIN-UNTIL
       MOVE 20 TO WS-RETURN-STATUS
    END-IF
    MOVE WS-RETENTION-CLASS TO EC-RETENTION-CLASS
    MOVE WS-RETAIN-UNTIL    TO EC-RETAIN-UNTIL

    WRITE ENCCAT-REC
    IF NOT WS-CATALOG-OK
       DISPLAY "CATAUDIT: catalog write failed for ["
               FUNCTION TRIM(WS-AUDIT-FILENAME) "], status="
               WS-CATALOG-STATUS
       MOVE 20 TO WS-RETURN-STATUS
       GO TO REGISTER-DISK-FILE-EX
    END-IF

    ADD 1 TO WS-REGISTERED-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CATAUDIT: REGISTERED file="          DELIMITED BY SIZE
           FUNCTION TRIM(WS-AUDIT-FILENAME)      DELIMITED BY SIZE
           " key-id="     WS-FH-KEY-ID           DELIMITED BY SIZE
           " class="      WS-RETENTION-CLASS     DELIMITED BY SIZE
           " retain-until=" WS-RETAIN-UNTIL      DELIMITED BY SIZE
      INTO WS-REPORT-LINE
    END-STRING
    PERFORM EMIT-REPORT-LINE

    .
 REGISTER-DISK-FILE-EX.
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
          DISPLAY "CATAUDIT: report write failed, status="
                  WS-REPORT-STATUS
          MOVE 20 TO WS-RETURN-STATUS
          MOVE "N" TO WS-REPORT-REQUESTED-SW
       END-IF
    END-IF

    .
 EMIT-REPORT-LINE-EX.
    EXIT.

 END PROGRAM CATAUDIT.
