     *> Purpose:      Shared record layout for the cipher-file catalog
     *>               (enccat.dat, overridable through the ENCCATALOG_FILE
     *>               environment variable). ENCFILE registers every cipher
     *>               file it finishes here, CATREPORT reports on it,
     *>               KEYADMIN consults it before a key-id may be retired
     *>               and ENCPURGE destroys archives past their retention
     *>               date from it; all of them COPY this member inside
     *>               their FD so the catalog layout can never drift
     *>               between writer and readers.
     *>
     *>               EC-RETENTION-CLASS and EC-RETAIN-UNTIL lengthened
     *>               the record from 314 to 330 bytes. A catalog created
     *>               before then will not open (file status 39) in any
     *>               program that COPYs this member -- ENCFILE, FLDENC,
     *>               CATREPORT, CATAUDIT, KEYADMIN, ENCPURGE, REKEYCAMP --
     *>               until it has been converted once with CATCONV:
     *>               rename the old catalog (enccat.dat to enccat.old),
     *>               run "catconv enccat.old", and the entries are
     *>               reloaded under the usual name with both new fields
     *>               SPACES, which ENCPURGE treats as "never purge".
     *>
     *> Usage:        COPY "enccatrec.cpy".
     *>
     *>                  (CT-BYTE-COUNT).
     *> EC-REGISTERED    When this catalog entry was last written
     *>                  (YYYYMMDDHHMMSS), so a re-registration is visible.
     *> EC-RETENTION-CLASS  The retention class the archive was registered
     *>                  under (a class in the retention-class control
     *>                  file, see RETCLSREC.CPY); spaces when no class
     *>                  applied.
     *> EC-RETAIN-UNTIL  Last date (YYYYMMDD) the archive must be kept;
     *>                  from the day after, ENCPURGE may destroy it.
     *>                  "99999999" for a permanent class; spaces when no
     *>                  class applied -- an archive without a retain-until
     *>                  date is never purged.
     *>******************************************************************************
      01 ENCCAT-REC.
         02 EC-FILENAME                     PIC X(256).
         02 EC-RECORD-COUNT                 PIC 9(9).
         02 EC-BYTE-COUNT                   PIC 9(12).
         02 EC-REGISTERED                   PIC X(14).
         02 EC-RETENTION-CLASS              PIC X(8).
         02 EC-RETAIN-UNTIL                 PIC X(8).
            88 EC-RETAIN-PERMANENT             VALUE "99999999".
            88 EC-RETAIN-UNSET                 VALUE SPACES.
