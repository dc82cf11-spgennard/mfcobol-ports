*> Date       Change description
*> ========== ==================================================================
*> 2026.09.02 First version.
*> 2026.10.15 Each entry line now also shows its retention class and
*>            retain-until date.
*>******************************************************************************

 IDENTIFICATION DIVISION.
*>----------------------------------------------------------------------
*> One catalogue entry, everything the custodian needs to locate the
*> archive and judge its weight: filename, key-id, mode, when it was
*> created, how much it holds, and how long it must be kept.

    DISPLAY "CATREPORT: file=" FUNCTION TRIM(EC-FILENAME)
            " key-id=" EC-KEY-ID
            " created=" EC-CREATED
            " records=" EC-RECORD-COUNT
            " bytes=" EC-BYTE-COUNT
            " class=" EC-RETENTION-CLASS
            " retain-until=" EC-RETAIN-UNTIL

    .
 DISPLAY-CATALOG-ENTRY-EX.
