     *>******************************************************************************
     *> Copybook:     PKGCTLREC.CPY
     *>
     *> Purpose:      Record layout for a transmission package's control
     *>               record, the one-line file "package.ctl" PACKAGE
     *>               writes into the package directory beside the cipher
     *>               files. It sits inside the tree the package's keyed
     *>               manifest covers, so it is MAC-protected along with
     *>               the files it describes; UNPACKAGE checks it against
     *>               what actually arrived and what actually decrypted.
     *>               No key material appears here -- only the key-id.
     *>
     *> Usage:        COPY "pkgctlrec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> PK-MARKER        "ENCPKG01", the record's format marker.
     *> PK-PACKAGE-ID    The package id (PKGID:, or "PKG" and the
     *>                  creation timestamp), also the name of the
     *>                  package directory and, with ".mf" appended, of
     *>                  its manifest.
     *> PK-KEY-ID        The vault key-id every file was encrypted under
     *>                  and the keyed manifest was computed with.
     *> PK-FILE-COUNT    Number of files in the package (cipher files;
     *>                  the control record itself is not counted).
     *> PK-TOTAL-BYTES   Total size of the original files, as the
     *>                  receiving side must get them back.
     *> PK-CIPHER-BYTES  Total size of the cipher files as sent.
     *> PK-CREATED       When the package was built (YYYYMMDDHHMMSS).
     *> PK-CREATED-BY    Operator id that built it.
     *>******************************************************************************
      01 PKGCTL-REC.
         02 PK-MARKER                       PIC X(8).
            88 PK-MARKER-VALID                 VALUE "ENCPKG01".
         02 FILLER                          PIC X.
         02 PK-PACKAGE-ID                   PIC X(20).
         02 FILLER                          PIC X.
         02 PK-KEY-ID                       PIC X(8).
         02 FILLER                          PIC X.
         02 PK-FILE-COUNT                   PIC 9(9).
         02 FILLER                          PIC X.
         02 PK-TOTAL-BYTES                  PIC 9(15).
         02 FILLER                          PIC X.
         02 PK-CIPHER-BYTES                 PIC 9(15).
         02 FILLER                          PIC X.
         02 PK-CREATED                      PIC X(14).
         02 FILLER                          PIC X.
         02 PK-CREATED-BY                   PIC X(16).
