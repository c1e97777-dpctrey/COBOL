      ****************************************************************
      * CATLREC - BACKUP GENERATION CATALOG RECORD LAYOUT
      *
      * ONE RECORD PER BACKUP GENERATION TAKEN BY GRADBKUP, KEYED ON
      * CA-GENERATION, IN THE BACKUP CATALOG (GRADCAT.DAT).  A
      * GENERATION IS A SEQUENTIAL UNLOAD OF THE FIVE GRADE MASTERS
      * PLUS THE CHANGE JOURNAL CLOSED OFF AT THE SAME MOMENT, ALL
      * WRITTEN TO THE SAME NUMBERED SLOT OF GENERATION FILES -
      *      GRADGnn.DAT  GRADES.DAT      XREFGnn.DAT  GRADXREF.DAT
      *      ARCHGnn.DAT  GRADARCH.DAT    SECTGnn.DAT  SECTREF.DAT
      *      TERMGnn.DAT  TERMREF.DAT     JRNLGnn.DAT  GRADJRNL.DAT
      * WHERE nn IS CA-SLOT.  THE JOURNAL GENERATION HOLDS THE
      * ENTRIES WRITTEN SINCE THE PREVIOUS BACKUP, SO RESTORING
      * GENERATION N NEEDS THE JOURNAL GENERATIONS OF EVERY LATER
      * BACKUP AND THEN THE LIVE JOURNAL.
      *
      * CA-FILE-ENTRY RUNS IN THE ORDER ABOVE (1 = GRADES THROUGH
      * 6 = JOURNAL).  A FILE THAT DID NOT EXIST WHEN THE BACKUP
      * WAS TAKEN IS MARKED NOT PRESENT RATHER THAN UNLOADED AS
      * EMPTY - AN EMPTY CROSS-REFERENCE BESIDE A FULL MASTER IS
      * NOT THE SAME THING AS NO CROSS-REFERENCE AT ALL.
      *
      * ONLY THE NEWEST GENERATIONS ARE KEPT.  AN OLDER ONE IS
      * MARKED EXPIRED, NOT DELETED, SO THE CATALOG STAYS A
      * HISTORY OF EVERY BACKUP EVER TAKEN; ITS SLOT IS REUSED.
      ****************************************************************
       01  CATALOG-RECORD.
           05  CA-GENERATION           PIC 9(5).
           05  CA-SLOT                 PIC 9(2).
           05  CA-STATUS               PIC X.
               88  CA-ACTIVE                     VALUE 'A'.
               88  CA-EXPIRED                    VALUE 'X'.
           05  CA-BACKUP-DATE          PIC 9(8).
           05  CA-BACKUP-TIME          PIC 9(8).
           05  CA-FILE-ENTRY           OCCURS 6 TIMES.
               10  CA-FILE-PRESENT     PIC X.
               10  CA-FILE-COUNT       PIC 9(7).
           05  CA-JRNL-FIRST-DATE      PIC 9(8).
           05  CA-JRNL-LAST-DATE       PIC 9(8).
           05  CA-RESTORE-DATE         PIC 9(8).
           05  CA-RESTORE-TIME         PIC 9(8).
           05  FILLER                  PIC X(16).
