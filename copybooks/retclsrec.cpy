     *>******************************************************************************
     *> Copybook:     RETCLSREC.CPY
     *>
     *> Purpose:      Record layout for the retention-class control file
     *>               (ENCRETAIN_FILE, default "encretain.dat"), the
     *>               records-management schedule that says how long each
     *>               class of cipher archive must be kept. One line per
     *>               class; RETCLASS reads it whenever ENCFILE or CATAUDIT
     *>               registers an archive in the catalog, to turn the
     *>               class into the entry's EC-RETAIN-UNTIL date. A line
     *>               with "*" in its first column is a comment.
     *>
     *> Usage:        COPY "retclsrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> RT-CLASS         The class name, as ENCFILE's RETAIN:<class>
     *>                  argument gives it.
     *> RT-DAYS          Days to keep an archive of this class, counted
     *>                  from the archive's creation date; 00000 keeps it
     *>                  permanently.
     *> RT-DEFAULT-SW    "Y" on the one class that applies when no class
     *>                  is named (ENCFILE without RETAIN:, CATAUDIT
     *>                  REGISTER); the first such line wins.
     *> RT-DESCRIPTION   Free text for the schedule's readers.
     *>******************************************************************************
      01 RETCLS-REC.
         02 RT-CLASS                        PIC X(8).
         02 FILLER                          PIC X.
         02 RT-DAYS                         PIC 9(5).
            88 RT-PERMANENT                    VALUE 0.
         02 FILLER                          PIC X.
         02 RT-DEFAULT-SW                   PIC X.
            88 RT-DEFAULT-CLASS                VALUE "Y".
         02 FILLER                          PIC X.
         02 RT-DESCRIPTION                  PIC X(40).
