       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADBKUP.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program takes and restores GENERATION BACKUPS of the
      * student grade master and the files that travel with it.
      * GRADRECV can roll a restored master forward from the change
      * journal, but only if somebody kept a copy of the master and
      * knows which journal entries came after it.  A backup run
      * unloads the five masters to a numbered slot of sequential
      * generation files, closes the current journal off into the
      * same slot, and records the generation in a catalog.  A
      * restore run reloads a chosen generation and rebuilds the
      * journal so that it holds exactly the entries GRADRECV must
      * reapply - no more and no fewer.
      * ******
      * INPUT:
      *    1.  THE BACKUP PARAMETER FILE (BKUPPARM.DAT) - ONE
      *        OPTIONAL RECORD:
      *            COLS  1-7   RUN MODE - 'BACKUP' OR 'RESTORE'
      *            COLS  9-13  GENERATION TO RESTORE (BLANK OR ZERO
      *                        MEANS THE NEWEST ON THE CATALOG)
      *            COLS 15-16  GENERATIONS TO KEEP (BLANK OR ZERO
      *                        MEANS 5, AT MOST 98)
      *        NO FILE, OR A BLANK MODE, IS A BACKUP RUN.
      *    2.  THE BACKUP CATALOG (GRADCAT.DAT, SEE CATLREC
      *        COPYBOOK), CREATED BY THE FIRST BACKUP RUN.
      *    3.  FOR A BACKUP - THE STUDENT GRADE MASTER (GRADES.DAT),
      *        THE CROSS-REFERENCE (GRADXREF.DAT), THE ARCHIVE
      *        (GRADARCH.DAT), THE SECTION AND TERM REFERENCE FILES
      *        (SECTREF.DAT, TERMREF.DAT), THE CHANGE JOURNAL
      *        (GRADJRNL.DAT), AND THE CONTROL-TOTAL FILE
      *        (GRADCTL.DAT) IF GRADBAL HAS BEEN RUN.
      *    4.  FOR A RESTORE - THE GENERATION FILES OF THE CHOSEN
      *        GENERATION, THE JOURNAL GENERATIONS OF EVERY BACKUP
      *        TAKEN AFTER IT, AND THE CURRENT CHANGE JOURNAL.
      *
      * *******
      * OUTPUT:
      *    1.  FOR A BACKUP - THE SIX GENERATION FILES OF THE NEW
      *        GENERATION (SEE CATLREC FOR THE NAMES), ITS CATALOG
      *        RECORD, AND AN EMPTY CHANGE JOURNAL.  GENERATIONS
      *        BEYOND THE NUMBER TO KEEP ARE MARKED EXPIRED ON THE
      *        CATALOG AND THEIR SLOT FILES EMPTIED.
      *    2.  FOR A RESTORE - THE MASTERS RELOADED FROM THE CHOSEN
      *        GENERATION, THE CHANGE JOURNAL REBUILT AS THE
      *        JOURNAL GENERATIONS OF EVERY LATER BACKUP FOLLOWED BY
      *        THE ENTRIES ON THE JOURNAL WHEN THE RESTORE RAN, AND
      *        THE RESTORE DATE/TIME STAMPED ON THE CATALOG RECORD.
      *        THE JOURNAL AS IT STOOD IS KEPT IN GRADJRNW.DAT.
      *    3.  THE BACKUP REPORT (PRBKUP) - EACH FILE WITH ITS
      *        GENERATION FILE, RECORD COUNT, AND WHAT WAS DONE
      *        WITH IT, THE GENERATIONS NOW ON THE CATALOG, AND FOR
      *        A RESTORE THE STEPS THE OPERATOR TAKES NEXT.
      *    4.  ONE RECORD APPENDED TO THE BATCH AUDIT LOG
      *        (BATCHAUD.DAT, SEE AUDITREC COPYBOOK) LIKE EVERY
      *        OTHER BATCH STEP.
      * *************
      * PROCESSING NOTES:
      *    THE JOURNAL GENERATION OF BACKUP N HOLDS THE ENTRIES
      *    WRITTEN SINCE BACKUP N-1 - EVERYTHING THE MASTER IN
      *    GENERATION N ALREADY INCLUDES.  SO RESTORING GENERATION
      *    N NEEDS THE JOURNAL GENERATIONS OF N+1 ONWARD AND THEN
      *    THE LIVE JOURNAL, AND NOTHING FROM N OR BEFORE.
      *
      *    THE JOURNAL IS ONLY EMPTIED ONCE THE GENERATION IS SAFE
      *    ON THE CATALOG.  A BACKUP THAT FAILS PART WAY LEAVES THE
      *    JOURNAL WHOLE AND CATALOGS NOTHING, SO IT IS SIMPLY RUN
      *    AGAIN.  THE OLDEST GENERATION IS EXPIRED ONLY AFTER THE
      *    NEW ONE IS CATALOGED, SO A FAILED BACKUP NEVER COSTS ONE
      *    OF THE GENERATIONS ALREADY KEPT - WHICH IS WHY SLOTS RUN
      *    TO ONE MORE THAN THE NUMBER TO KEEP.  A BACKUP IS ALSO
      *    REFUSED WHILE THE JOURNAL HOLDS ENTRIES GRADBAL HAS NOT
      *    YET BALANCED - ONCE THE JOURNAL IS CUT, GRADBAL COULD
      *    NEVER ACCOUNT FOR THEM.
      *
      *    A RESTORE CHECKS EVERY GENERATION FILE IT NEEDS AGAINST
      *    THE COUNTS ON THE CATALOG BEFORE IT TOUCHES A MASTER.  A
      *    MISSING OR SHORT FILE STOPS THE RUN WITH NOTHING CHANGED.
      *    THE RESTORE DOES NOT ROLL THE MASTER FORWARD ITSELF -
      *    THE OPERATOR RUNS GRADRECV (WITH A STOP POINT IF THE
      *    POINT OF THE RESTORE IS TO UNDO A BAD RUN), THEN
      *    GRADXBLD AND GRADBAL, AS THE REPORT LISTS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE
               ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-KEY
               FILE STATUS IS GR-FILE-STATUS.
           SELECT XREF-FILE
               ASSIGN TO 'GRADXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS XR-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO 'GRADARCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-FILE-STATUS.
           SELECT SECTION-REF-FILE
               ASSIGN TO 'SECTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SECTION-CODE
               FILE STATUS IS SE-FILE-STATUS.
           SELECT TERM-REF-FILE
               ASSIGN TO 'TERMREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-TERM-CODE
               FILE STATUS IS TE-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'GRADJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-FILE-STATUS.
           SELECT JOURNAL-WORK-FILE
               ASSIGN TO 'GRADJRNW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JW-FILE-STATUS.
           SELECT GENERATION-FILE
               ASSIGN TO BK-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GN-FILE-STATUS.
           SELECT CATALOG-FILE
               ASSIGN TO 'GRADCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-GENERATION
               FILE STATUS IS CA-FILE-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO 'GRADCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT BACKUP-PARM-FILE
               ASSIGN TO 'BKUPPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'BATCHAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.
           SELECT BACKUP-REPORT-FILE
               ASSIGN TO PRINTER 'PRBKUP'.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-FILE
           RECORD CONTAINS 300 CHARACTERS.

           COPY GRADEREC.

       FD  XREF-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY XREFREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY ARCHREC.

       FD  SECTION-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY SECTREC.

       FD  TERM-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY TERMREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 732 CHARACTERS.

           COPY JRNLREC.

       FD  JOURNAL-WORK-FILE
           RECORD CONTAINS 732 CHARACTERS.

       01  JOURNAL-WORK-RECORD         PIC X(732).

      *  EVERY GENERATION FILE IS AN UNLOAD OF ONE OF THE FILES
      *  ABOVE, SO ONE RECORD AREA THE SIZE OF THE LARGEST (THE
      *  JOURNAL) CARRIES ANY OF THEM.
       FD  GENERATION-FILE
           RECORD CONTAINS 732 CHARACTERS.

       01  GENERATION-RECORD           PIC X(732).

       FD  CATALOG-FILE
           RECORD CONTAINS 120 CHARACTERS.

           COPY CATLREC.

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY CTLTREC.

       FD  BACKUP-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  BACKUP-PARM-RECORD.
           05  PMR-RUN-MODE            PIC X(7).
           05  FILLER                  PIC X.
           05  PMR-GENERATION          PIC X(5).
           05  PMR-GENERATION-NUM REDEFINES PMR-GENERATION
                                       PIC 9(5).
           05  FILLER                  PIC X.
           05  PMR-KEEP                PIC X(2).
           05  PMR-KEEP-NUM REDEFINES PMR-KEEP
                                       PIC 9(2).
           05  FILLER                  PIC X(64).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY AUDITREC.

       FD  BACKUP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CATL-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-CATALOG                   VALUE 'N'.
           05  SOURCE-EOF-FLAG         PIC X         VALUE ' '.
               88  NO-MORE-SOURCE                    VALUE 'N'.
           05  GEN-EOF-FLAG            PIC X         VALUE ' '.
               88  NO-MORE-GENERATION                VALUE 'N'.
           05  JRNL-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-JOURNAL                   VALUE 'N'.
           05  RUN-MODE-FLAG           PIC X         VALUE 'B'.
               88  BACKUP-RUN                        VALUE 'B'.
               88  RESTORE-RUN                       VALUE 'R'.
           05  CONTROL-FILE-FLAG       PIC X         VALUE 'N'.
               88  CONTROL-PRESENT                   VALUE 'Y'.
               88  CONTROL-ABSENT                    VALUE 'N'.
           05  JOURNAL-FILE-FLAG       PIC X         VALUE 'Y'.
               88  JOURNAL-PRESENT                   VALUE 'Y'.
               88  JOURNAL-ABSENT                    VALUE 'N'.
           05  SOURCE-FILE-FLAG        PIC X         VALUE 'Y'.
               88  SOURCE-PRESENT                    VALUE 'Y'.
               88  SOURCE-ABSENT                     VALUE 'N'.
           05  RUN-RESULT-FLAG         PIC X         VALUE 'Y'.
               88  RUN-GOOD                          VALUE 'Y'.
               88  RUN-FAILED                        VALUE 'N'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  XR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  SE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  TE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  JR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  JW-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  GN-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CA-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CL-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PM-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AU-FILE-STATUS              PIC X(2)      VALUE '00'.

      *  THE STATUS OF WHICHEVER MASTER IS BEING UNLOADED OR
      *  RELOADED, SO ONE PARAGRAPH CAN TEST ALL FIVE.
       01  BK-SOURCE-STATUS            PIC X(2)      VALUE '00'.

       01  BK-GEN-FILE-NAME            PIC X(12)     VALUE SPACES.

       01  AUDIT-FIELDS.
           05  AU-START-DATE-SAVE      PIC 9(8)      VALUE 0.
           05  AU-START-TIME-SAVE      PIC 9(8)      VALUE 0.

      *  THE SIX FILES A GENERATION HOLDS, IN CATALOG ORDER - THE
      *  LIVE FILE NAME AND THE PREFIX OF ITS GENERATION FILES.
       01  FILE-TYPE-VALUES.
           05  FILLER                  PIC X(16)     VALUE
                                        'GRADGRADES.DAT  '.
           05  FILLER                  PIC X(16)     VALUE
                                        'XREFGRADXREF.DAT'.
           05  FILLER                  PIC X(16)     VALUE
                                        'ARCHGRADARCH.DAT'.
           05  FILLER                  PIC X(16)     VALUE
                                        'SECTSECTREF.DAT '.
           05  FILLER                  PIC X(16)     VALUE
                                        'TERMTERMREF.DAT '.
           05  FILLER                  PIC X(16)     VALUE
                                        'JRNLGRADJRNL.DAT'.
       01  FILE-TYPE-TABLE REDEFINES FILE-TYPE-VALUES.
           05  FT-ENTRY                OCCURS 6 TIMES.
               10  FT-PREFIX           PIC X(4).
               10  FT-FILE-NAME        PIC X(12).

      *  THE ACTIVE GENERATIONS ON THE CATALOG, OLDEST FIRST - THE
      *  CATALOG IS KEYED ON GENERATION, SO READING IT FRONT TO
      *  BACK LOADS THE TABLE IN ORDER.  NO MORE THAN 99 ARE EVER
      *  KEPT, SO THE TABLE CANNOT OVERFLOW.
       01  CATALOG-TABLE.
           05  CG-COUNT                PIC S9(3)     VALUE +0.
           05  CG-ENTRY                OCCURS 99 TIMES.
               10  CG-GENERATION       PIC 9(5).
               10  CG-SLOT             PIC 9(2).
               10  CG-BACKUP-DATE      PIC 9(8).
               10  CG-BACKUP-TIME      PIC 9(8).
               10  CG-GRADES-COUNT     PIC 9(7).
               10  CG-JOURNAL-COUNT    PIC 9(7).

       01  BACKUP-FIELDS.
           05  BK-KEEP                 PIC S9(3)     VALUE +5.
           05  BK-RESTORE-GENERATION   PIC 9(5)      VALUE 0.
           05  BK-LAST-GENERATION      PIC 9(5)      VALUE 0.
           05  BK-TYPE                 PIC S9(2)     VALUE +0.
           05  BK-SLOT                 PIC 9(2)      VALUE 0.
           05  BK-SLOT-TRY             PIC S9(3)     VALUE +0.
           05  BK-SLOT-FLAG            PIC X         VALUE 'N'.
               88  BK-SLOT-IN-USE                    VALUE 'Y'.
               88  BK-SLOT-FREE                      VALUE 'N'.
           05  BK-INDEX                PIC S9(3)     VALUE +0.
           05  BK-TARGET-INDEX         PIC S9(3)     VALUE +0.
           05  BK-FILE-COUNT           PIC S9(7)     VALUE +0.
           05  BK-EXPECTED-COUNT       PIC S9(7)     VALUE +0.
           05  BK-FAIL-MESSAGE         PIC X(60)     VALUE SPACES.

      *  THE CATALOG ENTRY FOR THE GENERATION BEING TAKEN, BUILT UP
      *  AS EACH FILE IS UNLOADED AND WRITTEN TO THE CATALOG ONLY
      *  WHEN ALL SIX ARE SAFE.
       01  NEW-GENERATION-FIELDS.
           05  NG-FILE-ENTRY           OCCURS 6 TIMES.
               10  NG-FILE-PRESENT     PIC X.
               10  NG-FILE-COUNT       PIC 9(7).
           05  NG-JRNL-FIRST-DATE      PIC 9(8)      VALUE 0.
           05  NG-JRNL-LAST-DATE       PIC 9(8)      VALUE 0.

      *  THE RUN DATE/TIME OF THE NEWEST JOURNAL ENTRY GRADBAL HAS
      *  BALANCED, FROM THE CONTROL-TOTAL FILE.
       01  JOURNAL-MARK-FIELDS.
           05  JM-PRIOR-DATE           PIC 9(8)      VALUE 0.
           05  JM-PRIOR-TIME           PIC 9(8)      VALUE 0.

       01  TOTAL-FIELDS.
           05  BK-RECORDS-READ         PIC S9(7)     VALUE +0.
           05  BK-RECORDS-WRITTEN      PIC S9(7)     VALUE +0.
           05  BK-JOURNAL-ENTRIES      PIC S9(7)     VALUE +0.
           05  BK-UNBALANCED-ENTRIES   PIC S9(7)     VALUE +0.
           05  BK-GENERATIONS-EXPIRED  PIC S9(3)     VALUE +0.
           05  BK-REPLAY-ENTRIES       PIC S9(7)     VALUE +0.
           05  BK-LIVE-ENTRIES         PIC S9(7)     VALUE +0.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-NUM-TERMS        PIC S9(2)     VALUE +4.
           05  CF-DEFAULT-KEEP         PIC S9(3)     VALUE +5.
      *  ONE MORE THAN THE GENERATIONS KEPT ARE ON THE CATALOG WHILE
      *  THE OLDEST WAITS TO BE EXPIRED, AND SLOTS AND THE CATALOG
      *  TABLE STOP AT 99.
           05  CF-MAX-KEEP             PIC S9(3)     VALUE +98.
           05  CF-JOURNAL-TYPE         PIC S9(2)     VALUE +6.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                          PIC X(13)     VALUE SPACES.
           05  H1-TITLE                PIC X(36).
           05  H1-DATE                 PIC 9999/99/99.

       01  GENERATION-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05  GL-CAPTION              PIC X(20).
           05  GL-GENERATION           PIC ZZZZ9.
           05                          PIC X(7)      VALUE
                                        '  SLOT '.
           05  GL-SLOT                 PIC Z9.
           05                          PIC X(9)      VALUE
                                        '  TAKEN '.
           05  GL-DATE                 PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  GL-TIME                 PIC 99/99/99.

       01  HEADING-TWO.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(14)     VALUE
                                        'FILE'.
           05                          PIC X(14)     VALUE
                                        'GENERATION'.
           05                          PIC X(9)      VALUE
                                        '  RECORDS'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(11)     VALUE
                                        'DISPOSITION'.

       01  FILE-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05  FL-FILE-NAME            PIC X(12).
           05                          PIC X(2)      VALUE SPACES.
           05  FL-GEN-FILE-NAME        PIC X(12).
           05                          PIC X(2)      VALUE SPACES.
           05  FL-COUNT                PIC Z,ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  FL-DISPOSITION          PIC X(36).

       01  CATALOG-HEADING.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(40)     VALUE
                           'GENERATIONS ON CATALOG'.

       01  CATALOG-HEADING-TWO.
           05                          PIC X(5)      VALUE SPACES.
           05                          PIC X(10)     VALUE
                                        '  GEN SLOT'.
           05                          PIC X(23)     VALUE
                                        '   TAKEN'.
           05                          PIC X(22)     VALUE
                                        '     GRADES    JOURNAL'.

       01  CATALOG-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05  CGL-GENERATION          PIC ZZZZ9.
           05                          PIC X(3)      VALUE SPACES.
           05  CGL-SLOT                PIC Z9.
           05                          PIC X(3)      VALUE SPACES.
           05  CGL-DATE                PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  CGL-TIME                PIC 99/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  CGL-GRADES-COUNT        PIC Z,ZZZ,ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  CGL-JOURNAL-COUNT       PIC Z,ZZZ,ZZ9.

       01  MESSAGE-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05  ML-TEXT                 PIC X(75).

      *  CA-BACKUP-TIME CARRIES THE FULL EIGHT-DIGIT TIME
      *  (HHMMSSHH); ONLY THE LEADING HHMMSS IS PRINTED - THE SAME
      *  SPLIT JRNLINQ AND GRADBAL USE.
       01  TIME-SPLIT-FIELDS.
           05  TS-HHMMSS               PIC 9(6).
           05  TS-HUNDREDTHS           PIC 9(2).

       01  SUMMARY-HEADING.
           05                          PIC X(25)     VALUE SPACES.
           05  SH-TITLE                PIC X(30).

       01  SUMMARY-LINE.
           05                          PIC X(20)     VALUE SPACES.
           05  SL-CAPTION              PIC X(30).
           05  SL-COUNT                PIC Z,ZZZ,ZZ9.

       01  RESULT-LINE.
           05                          PIC X(20)     VALUE SPACES.
           05  FILLER                  PIC X(13)     VALUE
                                        'RUN RESULT - '.
           05  RSL-RESULT              PIC X(30).
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           IF RESTORE-RUN
               PERFORM 50-RESTORE-ROUTINE
           ELSE
               PERFORM 25-BACKUP-ROUTINE
           END-IF
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           ACCEPT AU-START-DATE-SAVE FROM DATE YYYYMMDD
           ACCEPT AU-START-TIME-SAVE FROM TIME

           PERFORM 14-READ-PARMS-ROUTINE
           PERFORM 16-OPEN-CATALOG-ROUTINE
           PERFORM 17-LOAD-CATALOG-ROUTINE

           OPEN OUTPUT BACKUP-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       14-READ-PARMS-ROUTINE.

      *  NO PARAMETER FILE, OR A BLANK MODE, IS A BACKUP - THE
      *  EVERYDAY RUN.  A MODE THAT IS NEITHER WORD IS A MISTYPED
      *  CARD, AND GUESSING WHICH WAS MEANT COULD OVERLAY THE LIVE
      *  MASTERS, SO THE RUN STOPS.
           OPEN INPUT BACKUP-PARM-FILE
           IF PM-FILE-STATUS = '00'
               READ BACKUP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE PMR-RUN-MODE
                           WHEN SPACES
                           WHEN 'BACKUP'
                               SET BACKUP-RUN TO TRUE
                           WHEN 'RESTORE'
                               SET RESTORE-RUN TO TRUE
                           WHEN OTHER
                               DISPLAY 'GRADBKUP - RUN MODE NOT KNOWN: '
                                   PMR-RUN-MODE
                               CLOSE BACKUP-PARM-FILE
                               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                               STOP RUN
                       END-EVALUATE
                       IF PMR-GENERATION-NUM NUMERIC
                           MOVE PMR-GENERATION-NUM
                               TO BK-RESTORE-GENERATION
                       END-IF
                       IF PMR-KEEP-NUM NUMERIC
                          AND PMR-KEEP-NUM > 0
                           MOVE PMR-KEEP-NUM TO BK-KEEP
                       END-IF
                       IF BK-KEEP > CF-MAX-KEEP
                           MOVE CF-MAX-KEEP TO BK-KEEP
                       END-IF
               END-READ
               CLOSE BACKUP-PARM-FILE
           END-IF
           .
       16-OPEN-CATALOG-ROUTINE.

      *  THE FIRST BACKUP EVER FINDS NO CATALOG AND STARTS ONE.
           OPEN I-O CATALOG-FILE
           IF CA-FILE-STATUS = '35'
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN I-O CATALOG-FILE
           END-IF
           IF CA-FILE-STATUS NOT = '00'
               DISPLAY 'GRADBKUP - CATALOG OPEN FAILED, STATUS = '
                   CA-FILE-STATUS
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           .
       17-LOAD-CATALOG-ROUTINE.

           PERFORM UNTIL NO-MORE-CATALOG
               READ CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO CATL-EOF-FLAG
                   NOT AT END
                       MOVE CA-GENERATION TO BK-LAST-GENERATION
                       IF CA-ACTIVE
                           PERFORM 18-ADD-CATALOG-ENTRY-ROUTINE
                       END-IF
               END-READ
               IF CA-FILE-STATUS NOT = '00'
                   MOVE 'N' TO CATL-EOF-FLAG
               END-IF
           END-PERFORM
           IF CA-FILE-STATUS NOT = '10'
               DISPLAY 'GRADBKUP - CATALOG READ FAILED, STATUS = '
                   CA-FILE-STATUS
               CLOSE CATALOG-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           .
       18-ADD-CATALOG-ENTRY-ROUTINE.

           ADD 1 TO CG-COUNT
           MOVE CA-GENERATION TO CG-GENERATION (CG-COUNT)
           MOVE CA-SLOT TO CG-SLOT (CG-COUNT)
           MOVE CA-BACKUP-DATE TO CG-BACKUP-DATE (CG-COUNT)
           MOVE CA-BACKUP-TIME TO CG-BACKUP-TIME (CG-COUNT)
           MOVE CA-FILE-COUNT (1) TO CG-GRADES-COUNT (CG-COUNT)
           MOVE CA-FILE-COUNT (CF-JOURNAL-TYPE)
               TO CG-JOURNAL-COUNT (CG-COUNT)
           .
       20-HEADER-ROUTINE.

           IF RESTORE-RUN
               MOVE 'GRADE MASTER RESTORE FROM GENERATION'
                   TO H1-TITLE
           ELSE
               MOVE 'GRADE MASTER GENERATION BACKUP'
                   TO H1-TITLE
           END-IF
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
           .
       22-BUILD-FILE-NAME-ROUTINE.

      *  THE GENERATION FILE FOR FILE TYPE BK-TYPE IN SLOT BK-SLOT,
      *  E.G. GRADG03.DAT.
           MOVE SPACES TO BK-GEN-FILE-NAME
           STRING FT-PREFIX (BK-TYPE) DELIMITED BY SIZE
                  'G'                 DELIMITED BY SIZE
                  BK-SLOT             DELIMITED BY SIZE
                  '.DAT'              DELIMITED BY SIZE
               INTO BK-GEN-FILE-NAME
           .
       25-BACKUP-ROUTINE.

           PERFORM 26-CHECK-JOURNAL-ROUTINE
           PERFORM 29-PICK-SLOT-ROUTINE

           MOVE 'NEW GENERATION' TO GL-CAPTION
           COMPUTE GL-GENERATION = BK-LAST-GENERATION + 1
           MOVE BK-SLOT TO GL-SLOT
           MOVE AU-START-DATE-SAVE TO GL-DATE
           MOVE AU-START-TIME-SAVE TO TIME-SPLIT-FIELDS
           MOVE TS-HHMMSS TO GL-TIME
           MOVE GENERATION-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           PERFORM 30-UNLOAD-FILE-ROUTINE
               VARYING BK-TYPE FROM 1 BY 1
               UNTIL BK-TYPE > CF-JOURNAL-TYPE
           PERFORM 34-CATALOG-BACKUP-ROUTINE

      *  ONLY NOW THAT THE NEW GENERATION IS SAFE ON THE CATALOG DO
      *  THE OLDEST ONES BEYOND BK-KEEP GO.  AN EXPIRY THAT FAILS
      *  LEAVES THE JOURNAL UNCUT, SO THE NEXT BACKUP'S JOURNAL
      *  GENERATION ONLY REPEATS ENTRIES GRADRECV REAPPLIES
      *  HARMLESSLY.
           MOVE 2 TO PROPER-SPACING
           PERFORM 28-EXPIRE-OLDEST-ROUTINE
               UNTIL CG-COUNT NOT > BK-KEEP
           PERFORM 35-CUT-JOURNAL-ROUTINE
           .
       26-CHECK-JOURNAL-ROUTINE.

      *  CUTTING THE JOURNAL TAKES ITS ENTRIES OUT OF GRADBAL'S
      *  SIGHT FOR GOOD, SO EVERY ENTRY ON IT MUST ALREADY BE IN THE
      *  BALANCED TOTALS.  BEFORE GRADBAL HAS EVER RUN THERE ARE NO
      *  TOTALS TO MISS, AND NOTHING TO CHECK.
           OPEN INPUT CONTROL-TOTAL-FILE
           IF CL-FILE-STATUS = '00'
               READ CONTROL-TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CL-JOURNAL-DATE NUMERIC
                          AND CL-JOURNAL-TIME NUMERIC
                           SET CONTROL-PRESENT TO TRUE
                           MOVE CL-JOURNAL-DATE TO JM-PRIOR-DATE
                           MOVE CL-JOURNAL-TIME TO JM-PRIOR-TIME
                       END-IF
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF JR-FILE-STATUS NOT = '00'
               SET JOURNAL-ABSENT TO TRUE
               IF JR-FILE-STATUS NOT = '35'
                   MOVE 'CHANGE JOURNAL COULD NOT BE OPENED'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
           ELSE
               PERFORM UNTIL NO-MORE-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO JRNL-EOF-FLAG
                       NOT AT END
                           PERFORM 27-CHECK-ONE-ENTRY-ROUTINE
                   END-READ
                   IF JR-FILE-STATUS NOT = '00'
                       MOVE 'N' TO JRNL-EOF-FLAG
                   END-IF
               END-PERFORM
               IF JR-FILE-STATUS NOT = '10'
                   MOVE 'CHANGE JOURNAL COULD NOT BE READ'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               CLOSE JOURNAL-FILE
           END-IF

           IF BK-UNBALANCED-ENTRIES > 0
               DISPLAY 'GRADBKUP - ' BK-UNBALANCED-ENTRIES
                   ' JOURNAL ENTRIES NOT YET BALANCED'
               MOVE 'JOURNAL NOT YET BALANCED - RUN GRADBAL FIRST'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           .
       27-CHECK-ONE-ENTRY-ROUTINE.

           ADD 1 TO BK-JOURNAL-ENTRIES
           IF BK-JOURNAL-ENTRIES = 1
               MOVE JR-RUN-DATE TO NG-JRNL-FIRST-DATE
           END-IF
           MOVE JR-RUN-DATE TO NG-JRNL-LAST-DATE
           IF CONTROL-PRESENT
              AND (JR-RUN-DATE > JM-PRIOR-DATE
                   OR (JR-RUN-DATE = JM-PRIOR-DATE
                       AND JR-RUN-TIME > JM-PRIOR-TIME))
               ADD 1 TO BK-UNBALANCED-ENTRIES
           END-IF
           .
       28-EXPIRE-OLDEST-ROUTINE.

      *  THE OLDEST ACTIVE GENERATION IS ALWAYS THE FIRST IN THE
      *  TABLE.  ITS CATALOG RECORD STAYS AS HISTORY, MARKED
      *  EXPIRED; ITS SLOT FILES ARE EMPTIED SO A SLOT THAT IS NOT
      *  REUSED DOES NOT LEAVE A STALE COPY OF THE MASTERS LYING
      *  ABOUT.
           MOVE CG-GENERATION (1) TO CA-GENERATION
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'CATALOG RECORD FOR OLDEST GENERATION NOT FOUND'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
           END-READ
           SET CA-EXPIRED TO TRUE
           REWRITE CATALOG-RECORD
               INVALID KEY
                   MOVE 'CATALOG REWRITE FAILED EXPIRING A GENERATION'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
           END-REWRITE

           MOVE CG-SLOT (1) TO BK-SLOT
           PERFORM VARYING BK-TYPE FROM 1 BY 1
                   UNTIL BK-TYPE > CF-JOURNAL-TYPE
               PERFORM 22-BUILD-FILE-NAME-ROUTINE
               OPEN OUTPUT GENERATION-FILE
               IF GN-FILE-STATUS = '00'
                   CLOSE GENERATION-FILE
               END-IF
           END-PERFORM

           MOVE 'EXPIRED GENERATION' TO GL-CAPTION
           MOVE CG-GENERATION (1) TO GL-GENERATION
           MOVE CG-SLOT (1) TO GL-SLOT
           MOVE CG-BACKUP-DATE (1) TO GL-DATE
           MOVE CG-BACKUP-TIME (1) TO TIME-SPLIT-FIELDS
           MOVE TS-HHMMSS TO GL-TIME
           MOVE GENERATION-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING BK-INDEX FROM 1 BY 1
                   UNTIL BK-INDEX NOT < CG-COUNT
               MOVE CG-ENTRY (BK-INDEX + 1) TO CG-ENTRY (BK-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM CG-COUNT
           ADD 1 TO BK-GENERATIONS-EXPIRED
           .
       29-PICK-SLOT-ROUTINE.

      *  THE LOWEST SLOT NO ACTIVE GENERATION HOLDS.  THE LAST
      *  BACKUP LEFT NO MORE THAN BK-KEEP GENERATIONS ACTIVE, AND
      *  THE OLDEST OF THEM IS NOT EXPIRED UNTIL THE NEW ONE IS
      *  CATALOGED, SO ONE OF THE FIRST BK-KEEP + 1 SLOTS IS ALWAYS
      *  FREE.  ONLY A CATALOG ALREADY HOLDING EVERY SLOT THERE IS
      *  CAN LEAVE NONE, AND THEN NOTHING HAS BEEN TOUCHED YET.
           MOVE 0 TO BK-SLOT
           PERFORM VARYING BK-SLOT-TRY FROM 1 BY 1
                   UNTIL BK-SLOT > 0
                      OR BK-SLOT-TRY > CF-MAX-KEEP + 1
               SET BK-SLOT-FREE TO TRUE
               PERFORM VARYING BK-INDEX FROM 1 BY 1
                       UNTIL BK-INDEX > CG-COUNT
                   IF CG-SLOT (BK-INDEX) = BK-SLOT-TRY
                       SET BK-SLOT-IN-USE TO TRUE
                   END-IF
               END-PERFORM
               IF BK-SLOT-FREE
                   MOVE BK-SLOT-TRY TO BK-SLOT
               END-IF
           END-PERFORM
           IF BK-SLOT = 0
               MOVE 'NO FREE SLOT - EVERY SLOT HOLDS A GENERATION'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           .
       30-UNLOAD-FILE-ROUTINE.

           PERFORM 22-BUILD-FILE-NAME-ROUTINE
           MOVE 'Y' TO NG-FILE-PRESENT (BK-TYPE)
           MOVE 0 TO NG-FILE-COUNT (BK-TYPE)
           MOVE ' ' TO SOURCE-EOF-FLAG
           PERFORM 31-OPEN-SOURCE-ROUTINE

      *  THE GRADE MASTER IS THE POINT OF THE BACKUP - IF IT IS NOT
      *  THERE, NOTHING IS.  ANY OTHER FILE THAT DOES NOT EXIST YET
      *  IS CATALOGED AS NOT PRESENT, AND ITS GENERATION FILE IS
      *  STILL WRITTEN EMPTY SO THE SLOT HOLDS NOTHING OLDER.
           IF SOURCE-ABSENT
               IF BK-TYPE = 1
                   MOVE 'GRADE MASTER GRADES.DAT NOT FOUND'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               MOVE 'N' TO NG-FILE-PRESENT (BK-TYPE)
           END-IF

           OPEN OUTPUT GENERATION-FILE
           IF GN-FILE-STATUS NOT = '00'
               DISPLAY 'GRADBKUP - ' BK-GEN-FILE-NAME
                   ' OPEN FAILED, STATUS = ' GN-FILE-STATUS
               MOVE 'GENERATION FILE COULD NOT BE OPENED'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF

           IF SOURCE-PRESENT
               PERFORM UNTIL NO-MORE-SOURCE
                   PERFORM 32-READ-SOURCE-ROUTINE
               END-PERFORM
               IF BK-SOURCE-STATUS NOT = '10'
                   DISPLAY 'GRADBKUP - ' FT-FILE-NAME (BK-TYPE)
                       ' READ FAILED, STATUS = ' BK-SOURCE-STATUS
                   MOVE 'FILE COULD NOT BE READ TO THE END'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               PERFORM 33-CLOSE-SOURCE-ROUTINE
           END-IF
           CLOSE GENERATION-FILE

           MOVE FT-FILE-NAME (BK-TYPE) TO FL-FILE-NAME
           MOVE BK-GEN-FILE-NAME TO FL-GEN-FILE-NAME
           MOVE NG-FILE-COUNT (BK-TYPE) TO FL-COUNT
           IF SOURCE-PRESENT
               MOVE 'UNLOADED' TO FL-DISPOSITION
           ELSE
               MOVE 'NOT FOUND - CATALOGED NOT PRESENT'
                   TO FL-DISPOSITION
           END-IF
           MOVE FILE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       31-OPEN-SOURCE-ROUTINE.

           EVALUATE BK-TYPE
               WHEN 1
                   OPEN INPUT GRADE-FILE
                   MOVE GR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 2
                   OPEN INPUT XREF-FILE
                   MOVE XR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 3
                   OPEN INPUT ARCHIVE-FILE
                   MOVE AR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 4
                   OPEN INPUT SECTION-REF-FILE
                   MOVE SE-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 5
                   OPEN INPUT TERM-REF-FILE
                   MOVE TE-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN OTHER
                   OPEN INPUT JOURNAL-FILE
                   MOVE JR-FILE-STATUS TO BK-SOURCE-STATUS
           END-EVALUATE
           EVALUATE BK-SOURCE-STATUS
               WHEN '00'
                   SET SOURCE-PRESENT TO TRUE
               WHEN '35'
                   SET SOURCE-ABSENT TO TRUE
               WHEN OTHER
                   DISPLAY 'GRADBKUP - ' FT-FILE-NAME (BK-TYPE)
                       ' OPEN FAILED, STATUS = ' BK-SOURCE-STATUS
                   MOVE 'FILE COULD NOT BE OPENED FOR BACKUP'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
           END-EVALUATE
           .
       32-READ-SOURCE-ROUTINE.

           EVALUATE BK-TYPE
               WHEN 1
                   READ GRADE-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE GRADE-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE GR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 2
                   READ XREF-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE XREF-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE XR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 3
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE AR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 4
                   READ SECTION-REF-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE SECTION-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE SE-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 5
                   READ TERM-REF-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE TERM-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE TE-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN OTHER
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO SOURCE-EOF-FLAG
                       NOT AT END
                           MOVE JOURNAL-RECORD TO GENERATION-RECORD
                   END-READ
                   MOVE JR-FILE-STATUS TO BK-SOURCE-STATUS
           END-EVALUATE

      *  A READ THAT FAILED OUTRIGHT ENDS THE LOOP AS WELL; THE
      *  STATUS LEFT BEHIND TELLS 30 WHETHER IT WAS END OF FILE.
           IF BK-SOURCE-STATUS NOT = '00'
               MOVE 'N' TO SOURCE-EOF-FLAG
           ELSE
               ADD 1 TO BK-RECORDS-READ
               WRITE GENERATION-RECORD
               IF GN-FILE-STATUS NOT = '00'
                   DISPLAY 'GRADBKUP - ' BK-GEN-FILE-NAME
                       ' WRITE FAILED, STATUS = ' GN-FILE-STATUS
                   MOVE 'GENERATION FILE COULD NOT BE WRITTEN'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               ADD 1 TO NG-FILE-COUNT (BK-TYPE)
               ADD 1 TO BK-RECORDS-WRITTEN
           END-IF
           .
       33-CLOSE-SOURCE-ROUTINE.

           EVALUATE BK-TYPE
               WHEN 1
                   CLOSE GRADE-FILE
               WHEN 2
                   CLOSE XREF-FILE
               WHEN 3
                   CLOSE ARCHIVE-FILE
               WHEN 4
                   CLOSE SECTION-REF-FILE
               WHEN 5
                   CLOSE TERM-REF-FILE
               WHEN OTHER
                   CLOSE JOURNAL-FILE
           END-EVALUATE
           .
       34-CATALOG-BACKUP-ROUTINE.

           MOVE SPACES TO CATALOG-RECORD
           ADD 1 TO BK-LAST-GENERATION
           MOVE BK-LAST-GENERATION TO CA-GENERATION
           MOVE BK-SLOT TO CA-SLOT
           SET CA-ACTIVE TO TRUE
           MOVE AU-START-DATE-SAVE TO CA-BACKUP-DATE
           MOVE AU-START-TIME-SAVE TO CA-BACKUP-TIME
           PERFORM VARYING BK-TYPE FROM 1 BY 1
                   UNTIL BK-TYPE > CF-JOURNAL-TYPE
               MOVE NG-FILE-PRESENT (BK-TYPE)
                   TO CA-FILE-PRESENT (BK-TYPE)
               MOVE NG-FILE-COUNT (BK-TYPE) TO CA-FILE-COUNT (BK-TYPE)
           END-PERFORM
           MOVE NG-JRNL-FIRST-DATE TO CA-JRNL-FIRST-DATE
           MOVE NG-JRNL-LAST-DATE TO CA-JRNL-LAST-DATE
           MOVE 0 TO CA-RESTORE-DATE
           MOVE 0 TO CA-RESTORE-TIME
           WRITE CATALOG-RECORD
               INVALID KEY
                   MOVE 'CATALOG WRITE FAILED - JOURNAL NOT CUT'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
           END-WRITE
           PERFORM 18-ADD-CATALOG-ENTRY-ROUTINE
           .
       35-CUT-JOURNAL-ROUTINE.

      *  EVERY ENTRY ON THE JOURNAL IS NOW IN THE NEW GENERATION,
      *  BOTH IN ITS MASTER AND IN ITS JOURNAL FILE, SO THE LIVE
      *  JOURNAL STARTS OVER EMPTY.  GRADMNT AND GRADROLL EXTEND
      *  IT AGAIN FROM HERE.  A JOURNAL THAT WILL NOT EMPTY IS
      *  ONLY DOUBLED UP, NOT LOST - THE NEXT BACKUP'S JOURNAL
      *  GENERATION WOULD REPEAT THESE ENTRIES, WHICH GRADRECV
      *  REAPPLIES HARMLESSLY - BUT THE RUN STILL LOGS ABEND.
           IF JOURNAL-PRESENT
               OPEN OUTPUT JOURNAL-FILE
               IF JR-FILE-STATUS = '00'
                   CLOSE JOURNAL-FILE
               ELSE
                   DISPLAY 'GRADBKUP - JOURNAL CUT FAILED, STATUS = '
                       JR-FILE-STATUS
                   MOVE 'GENERATION CATALOGED BUT JOURNAL NOT EMPTIED'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
           END-IF
           .
       39-FAIL-RUN-ROUTINE.

      *  SOMETHING THE RUN CANNOT GO ON WITHOUT HAS FAILED.  THE
      *  REASON GOES ON THE REPORT AND THE CONSOLE, THE RUN LOGS
      *  ABEND, AND IT STOPS WHERE IT IS - STOP RUN CLOSES
      *  WHATEVER IS STILL OPEN.
           SET RUN-FAILED TO TRUE
           DISPLAY 'GRADBKUP - ' BK-FAIL-MESSAGE
           MOVE SPACES TO ML-TEXT
           MOVE BK-FAIL-MESSAGE TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           PERFORM 45-SUMMARY-ROUTINE
           PERFORM 48-WRITE-AUDIT-ROUTINE
           CLOSE BACKUP-REPORT-FILE
               CATALOG-FILE
           STOP RUN
           .
       50-RESTORE-ROUTINE.

           PERFORM 51-FIND-TARGET-ROUTINE
           PERFORM 52-VERIFY-GENERATION-ROUTINE
           PERFORM 54-SAVE-LIVE-JOURNAL-ROUTINE

           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE CG-SLOT (BK-TARGET-INDEX) TO BK-SLOT
           PERFORM 55-RELOAD-FILE-ROUTINE
               VARYING BK-TYPE FROM 1 BY 1
               UNTIL BK-TYPE NOT < CF-JOURNAL-TYPE
           PERFORM 57-REBUILD-JOURNAL-ROUTINE
           PERFORM 58-MARK-RESTORED-ROUTINE
           PERFORM 59-PRINT-PROCEDURE-ROUTINE
           .
       51-FIND-TARGET-ROUTINE.

      *  NO GENERATION ASKED FOR MEANS THE NEWEST.  AN EXPIRED OR
      *  UNKNOWN GENERATION HAS NO FILES LEFT TO RESTORE FROM.
           IF CG-COUNT = 0
               MOVE 'NO ACTIVE GENERATIONS ON THE CATALOG'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           MOVE 0 TO BK-TARGET-INDEX
           IF BK-RESTORE-GENERATION = 0
               MOVE CG-COUNT TO BK-TARGET-INDEX
           ELSE
               PERFORM VARYING BK-INDEX FROM 1 BY 1
                       UNTIL BK-INDEX > CG-COUNT
                   IF CG-GENERATION (BK-INDEX) = BK-RESTORE-GENERATION
                       MOVE BK-INDEX TO BK-TARGET-INDEX
                   END-IF
               END-PERFORM
           END-IF
           IF BK-TARGET-INDEX = 0
               DISPLAY 'GRADBKUP - GENERATION ' BK-RESTORE-GENERATION
                   ' NOT ACTIVE ON THE CATALOG'
               MOVE 'GENERATION ASKED FOR IS EXPIRED OR NOT ON CATALOG'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF

      *  THE CATALOG RECORD READ HERE IS NOT DISTURBED AGAIN UNTIL
      *  58 STAMPS IT, SO ITS COUNTS AND PRESENT FLAGS SERVE THE
      *  WHOLE RESTORE.
           MOVE CG-GENERATION (BK-TARGET-INDEX) TO CA-GENERATION
           READ CATALOG-FILE
               INVALID KEY
                   MOVE 'CATALOG RECORD FOR GENERATION NOT FOUND'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
           END-READ

           MOVE 'RESTORING GENERATION' TO GL-CAPTION
           MOVE CA-GENERATION TO GL-GENERATION
           MOVE CA-SLOT TO GL-SLOT
           MOVE CA-BACKUP-DATE TO GL-DATE
           MOVE CA-BACKUP-TIME TO TIME-SPLIT-FIELDS
           MOVE TS-HHMMSS TO GL-TIME
           MOVE GENERATION-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       52-VERIFY-GENERATION-ROUTINE.

      *  EVERY FILE THE RESTORE WILL READ IS COUNTED AGAINST THE
      *  CATALOG FIRST, WHILE THE LIVE MASTERS ARE STILL WHOLE - A
      *  RESTORE THAT FOUND A SHORT FILE HALF WAY THROUGH WOULD
      *  LEAVE NEITHER THE OLD STATE NOR THE NEW.
           MOVE CA-SLOT TO BK-SLOT
           PERFORM VARYING BK-TYPE FROM 1 BY 1
                   UNTIL BK-TYPE NOT < CF-JOURNAL-TYPE
               IF CA-FILE-PRESENT (BK-TYPE) = 'Y'
                   MOVE CA-FILE-COUNT (BK-TYPE) TO BK-EXPECTED-COUNT
                   PERFORM 53-COUNT-GENERATION-ROUTINE
               END-IF
           END-PERFORM

           MOVE CF-JOURNAL-TYPE TO BK-TYPE
           COMPUTE BK-INDEX = BK-TARGET-INDEX + 1
           PERFORM UNTIL BK-INDEX > CG-COUNT
               MOVE CG-SLOT (BK-INDEX) TO BK-SLOT
               MOVE CG-JOURNAL-COUNT (BK-INDEX) TO BK-EXPECTED-COUNT
               PERFORM 53-COUNT-GENERATION-ROUTINE
               ADD BK-FILE-COUNT TO BK-REPLAY-ENTRIES
               ADD 1 TO BK-INDEX
           END-PERFORM
           .
       53-COUNT-GENERATION-ROUTINE.

           PERFORM 22-BUILD-FILE-NAME-ROUTINE
           MOVE 0 TO BK-FILE-COUNT
           OPEN INPUT GENERATION-FILE
           IF GN-FILE-STATUS NOT = '00'
               DISPLAY 'GRADBKUP - ' BK-GEN-FILE-NAME
                   ' OPEN FAILED, STATUS = ' GN-FILE-STATUS
               MOVE 'GENERATION FILE MISSING - NOTHING RESTORED'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           MOVE ' ' TO GEN-EOF-FLAG
           PERFORM UNTIL NO-MORE-GENERATION
               READ GENERATION-FILE
                   AT END
                       MOVE 'N' TO GEN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO BK-FILE-COUNT
               END-READ
               IF GN-FILE-STATUS NOT = '00'
                   MOVE 'N' TO GEN-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE GENERATION-FILE
           IF BK-FILE-COUNT NOT = BK-EXPECTED-COUNT
               DISPLAY 'GRADBKUP - ' BK-GEN-FILE-NAME ' HOLDS '
                   BK-FILE-COUNT ', CATALOG SAYS ' BK-EXPECTED-COUNT
               MOVE 'GENERATION FILE COUNT WRONG - NOTHING RESTORED'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           .
       54-SAVE-LIVE-JOURNAL-ROUTINE.

      *  THE ENTRIES ON THE JOURNAL NOW ARE THE ONES WRITTEN SINCE
      *  THE NEWEST BACKUP.  THEY ARE SET ASIDE BEFORE ANYTHING IS
      *  RELOADED AND STAY IN THE WORK FILE AFTERWARDS, SO THE
      *  JOURNAL AS IT STOOD CAN ALWAYS BE GOT BACK.
           OPEN OUTPUT JOURNAL-WORK-FILE
           IF JW-FILE-STATUS NOT = '00'
               MOVE 'JOURNAL WORK FILE COULD NOT BE OPENED'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JR-FILE-STATUS = '00'
               PERFORM UNTIL NO-MORE-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO JRNL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO BK-LIVE-ENTRIES
                           ADD 1 TO BK-RECORDS-READ
                           WRITE JOURNAL-WORK-RECORD
                               FROM JOURNAL-RECORD
                   END-READ
                   IF JR-FILE-STATUS NOT = '00'
                       MOVE 'N' TO JRNL-EOF-FLAG
                   END-IF
               END-PERFORM
               IF JR-FILE-STATUS NOT = '10'
                   MOVE 'CHANGE JOURNAL COULD NOT BE READ'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               CLOSE JOURNAL-FILE
           ELSE
               IF JR-FILE-STATUS NOT = '35'
                   MOVE 'CHANGE JOURNAL COULD NOT BE OPENED'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
           END-IF
           CLOSE JOURNAL-WORK-FILE
           .
       55-RELOAD-FILE-ROUTINE.

           PERFORM 22-BUILD-FILE-NAME-ROUTINE
           MOVE FT-FILE-NAME (BK-TYPE) TO FL-FILE-NAME
           MOVE BK-GEN-FILE-NAME TO FL-GEN-FILE-NAME
           MOVE CA-FILE-COUNT (BK-TYPE) TO FL-COUNT

      *  A FILE THAT WAS NOT THERE WHEN THE BACKUP WAS TAKEN HAS
      *  NOTHING TO GO BACK TO; THE LIVE ONE IS LEFT AS IT IS.
           IF CA-FILE-PRESENT (BK-TYPE) NOT = 'Y'
               MOVE 'NOT ON BACKUP - LEFT AS IT IS' TO FL-DISPOSITION
           ELSE
               EVALUATE BK-TYPE
                   WHEN 1
                       OPEN OUTPUT GRADE-FILE
                       MOVE GR-FILE-STATUS TO BK-SOURCE-STATUS
                   WHEN 2
                       OPEN OUTPUT XREF-FILE
                       MOVE XR-FILE-STATUS TO BK-SOURCE-STATUS
                   WHEN 3
                       OPEN OUTPUT ARCHIVE-FILE
                       MOVE AR-FILE-STATUS TO BK-SOURCE-STATUS
                   WHEN 4
                       OPEN OUTPUT SECTION-REF-FILE
                       MOVE SE-FILE-STATUS TO BK-SOURCE-STATUS
                   WHEN OTHER
                       OPEN OUTPUT TERM-REF-FILE
                       MOVE TE-FILE-STATUS TO BK-SOURCE-STATUS
               END-EVALUATE
               IF BK-SOURCE-STATUS NOT = '00'
                   DISPLAY 'GRADBKUP - ' FT-FILE-NAME (BK-TYPE)
                       ' OPEN FAILED, STATUS = ' BK-SOURCE-STATUS
                   MOVE 'MASTER NOT OPENED - RESTORE INCOMPLETE'
                       TO BK-FAIL-MESSAGE
                   PERFORM 39-FAIL-RUN-ROUTINE
               END-IF
               OPEN INPUT GENERATION-FILE
               MOVE ' ' TO GEN-EOF-FLAG
               PERFORM UNTIL NO-MORE-GENERATION
                   READ GENERATION-FILE
                       AT END
                           MOVE 'N' TO GEN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO BK-RECORDS-READ
                           PERFORM 56-WRITE-MASTER-ROUTINE
                   END-READ
                   IF GN-FILE-STATUS NOT = '00'
                       MOVE 'N' TO GEN-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE GENERATION-FILE
               PERFORM 33-CLOSE-SOURCE-ROUTINE
               MOVE 'RELOADED' TO FL-DISPOSITION
           END-IF
           MOVE FILE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       56-WRITE-MASTER-ROUTINE.

      *  THE GENERATION FILE WAS UNLOADED IN KEY ORDER, SO THE
      *  RECORDS GO BACK IN SEQUENTIALLY.  GR-NUM-TERMS IS THE
      *  OCCURS DEPENDING ON OBJECT INSIDE GRADE-RECORD, SO IT IS
      *  FORCED TO THE FULL FOUR TERMS BEFORE THE IMAGE IS MOVED
      *  IN - THE SAME HANDLING GRADRECV USES.
           EVALUATE BK-TYPE
               WHEN 1
                   MOVE CF-MAX-NUM-TERMS TO GR-NUM-TERMS
                   MOVE GENERATION-RECORD TO GRADE-RECORD
                   WRITE GRADE-RECORD
                   MOVE GR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 2
                   MOVE GENERATION-RECORD TO XREF-RECORD
                   WRITE XREF-RECORD
                   MOVE XR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 3
                   MOVE GENERATION-RECORD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   MOVE AR-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN 4
                   MOVE GENERATION-RECORD TO SECTION-RECORD
                   WRITE SECTION-RECORD
                   MOVE SE-FILE-STATUS TO BK-SOURCE-STATUS
               WHEN OTHER
                   MOVE GENERATION-RECORD TO TERM-RECORD
                   WRITE TERM-RECORD
                   MOVE TE-FILE-STATUS TO BK-SOURCE-STATUS
           END-EVALUATE
           IF BK-SOURCE-STATUS NOT = '00'
               DISPLAY 'GRADBKUP - ' FT-FILE-NAME (BK-TYPE)
                   ' WRITE FAILED, STATUS = ' BK-SOURCE-STATUS
               MOVE 'MASTER WRITE FAILED - RESTORE INCOMPLETE'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           ADD 1 TO BK-RECORDS-WRITTEN
           .
       57-REBUILD-JOURNAL-ROUTINE.

      *  THE JOURNAL GRADRECV WILL READ: THE JOURNAL GENERATION OF
      *  EVERY BACKUP TAKEN AFTER THE ONE RESTORED, OLDEST FIRST,
      *  THEN THE ENTRIES SET ASIDE FROM THE LIVE JOURNAL - EVERY
      *  CHANGE SINCE THE RESTORED BACKUP, IN THE ORDER MADE.
           OPEN OUTPUT JOURNAL-FILE
           IF JR-FILE-STATUS NOT = '00'
               MOVE 'JOURNAL NOT REBUILT - LIVE ENTRIES ARE IN GRADJRNW'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           MOVE CF-JOURNAL-TYPE TO BK-TYPE
           COMPUTE BK-INDEX = BK-TARGET-INDEX + 1
           PERFORM UNTIL BK-INDEX > CG-COUNT
               MOVE CG-SLOT (BK-INDEX) TO BK-SLOT
               PERFORM 22-BUILD-FILE-NAME-ROUTINE
               OPEN INPUT GENERATION-FILE
               MOVE ' ' TO GEN-EOF-FLAG
               PERFORM UNTIL NO-MORE-GENERATION
                   READ GENERATION-FILE
                       AT END
                           MOVE 'N' TO GEN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO BK-RECORDS-READ
                           ADD 1 TO BK-RECORDS-WRITTEN
                           WRITE JOURNAL-RECORD FROM GENERATION-RECORD
                   END-READ
                   IF GN-FILE-STATUS NOT = '00'
                       MOVE 'N' TO GEN-EOF-FLAG
                   END-IF
               END-PERFORM
               CLOSE GENERATION-FILE
               ADD 1 TO BK-INDEX
           END-PERFORM

           OPEN INPUT JOURNAL-WORK-FILE
           MOVE ' ' TO JRNL-EOF-FLAG
           PERFORM UNTIL NO-MORE-JOURNAL
               READ JOURNAL-WORK-FILE
                   AT END
                       MOVE 'N' TO JRNL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO BK-RECORDS-WRITTEN
                       WRITE JOURNAL-RECORD FROM JOURNAL-WORK-RECORD
               END-READ
               IF JW-FILE-STATUS NOT = '00'
                   MOVE 'N' TO JRNL-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE JOURNAL-WORK-FILE
           IF JR-FILE-STATUS NOT = '00'
               MOVE 'JOURNAL NOT REBUILT - LIVE ENTRIES ARE IN GRADJRNW'
                   TO BK-FAIL-MESSAGE
               PERFORM 39-FAIL-RUN-ROUTINE
           END-IF
           CLOSE JOURNAL-FILE

           MOVE 'GRADJRNL.DAT' TO FL-FILE-NAME
           MOVE SPACES TO FL-GEN-FILE-NAME
           COMPUTE FL-COUNT = BK-REPLAY-ENTRIES + BK-LIVE-ENTRIES
           MOVE 'REBUILT FOR GRADRECV' TO FL-DISPOSITION
           MOVE FILE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       58-MARK-RESTORED-ROUTINE.

           MOVE AU-START-DATE-SAVE TO CA-RESTORE-DATE
           MOVE AU-START-TIME-SAVE TO CA-RESTORE-TIME
           REWRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'GRADBKUP - CATALOG RESTORE STAMP FAILED, '
                       'STATUS = ' CA-FILE-STATUS
           END-REWRITE
           .
       59-PRINT-PROCEDURE-ROUTINE.

           MOVE 3 TO PROPER-SPACING
           MOVE SPACES TO ML-TEXT
           MOVE BK-REPLAY-ENTRIES TO SL-COUNT
           STRING 'JOURNAL HOLDS ' DELIMITED BY SIZE
                  SL-COUNT DELIMITED BY SIZE
                  ' ENTRIES FROM LATER BACKUPS, THEN' DELIMITED BY SIZE
               INTO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE SPACES TO ML-TEXT
           MOVE BK-LIVE-ENTRIES TO SL-COUNT
           STRING '             ' DELIMITED BY SIZE
                  SL-COUNT DELIMITED BY SIZE
                  ' ENTRIES MADE SINCE THE NEWEST BACKUP'
                      DELIMITED BY SIZE
               INTO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 2 TO PROPER-SPACING
           MOVE 'OPERATOR PROCEDURE TO COMPLETE THE RESTORE -'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE '  1. RUN GRADRECV TO REAPPLY THE JOURNAL.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '     TO UNDO A BAD RUN, SET RECVPARM.DAT FIRST TO STOP'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '     JUST BEFORE IT - JRNLINQ SHOWS THE RUN TIMES.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '  2. RUN GRADXBLD TO REBUILD THE CROSS-REFERENCE.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '  3. RUN GRADBAL - WITH RESET IN BALPARM.DAT IF'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '     GRADRECV WAS STOPPED SHORT.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE '  4. RUN GRADVRFY BEFORE THE NEXT BATCH WINDOW.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE 'GRADARCH.DAT IS AS OF THE BACKUP.  TERMS ARCHIVED'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE 'SINCE BY WITHDRAWALS AND ROLLOVERS ARE ONLY IN THE'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 'JOURNAL BEFORE IMAGES.'
               TO ML-TEXT
           MOVE MESSAGE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           PERFORM 48-WRITE-AUDIT-ROUTINE
           CLOSE BACKUP-REPORT-FILE
               CATALOG-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE CATALOG-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           MOVE CATALOG-HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING BK-INDEX FROM 1 BY 1
                   UNTIL BK-INDEX > CG-COUNT
               MOVE CG-GENERATION (BK-INDEX) TO CGL-GENERATION
               MOVE CG-SLOT (BK-INDEX) TO CGL-SLOT
               MOVE CG-BACKUP-DATE (BK-INDEX) TO CGL-DATE
               MOVE CG-BACKUP-TIME (BK-INDEX) TO TIME-SPLIT-FIELDS
               MOVE TS-HHMMSS TO CGL-TIME
               MOVE CG-GRADES-COUNT (BK-INDEX) TO CGL-GRADES-COUNT
               MOVE CG-JOURNAL-COUNT (BK-INDEX) TO CGL-JOURNAL-COUNT
               MOVE CATALOG-LINE TO REPORT-RECORD
               PERFORM 75-WRITE-A-LINE
           END-PERFORM

           IF RESTORE-RUN
               MOVE 'RESTORE RUN SUMMARY' TO SH-TITLE
           ELSE
               MOVE 'BACKUP RUN SUMMARY' TO SH-TITLE
           END-IF
           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'RECORDS READ' TO SL-CAPTION
           MOVE BK-RECORDS-READ TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'RECORDS WRITTEN' TO SL-CAPTION
           MOVE BK-RECORDS-WRITTEN TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           IF BACKUP-RUN
               MOVE 'JOURNAL ENTRIES CLOSED OFF' TO SL-CAPTION
               MOVE BK-JOURNAL-ENTRIES TO SL-COUNT
               MOVE SUMMARY-LINE TO REPORT-RECORD
               PERFORM 75-WRITE-A-LINE

               MOVE 'GENERATIONS EXPIRED' TO SL-CAPTION
               MOVE BK-GENERATIONS-EXPIRED TO SL-COUNT
               MOVE SUMMARY-LINE TO REPORT-RECORD
               PERFORM 75-WRITE-A-LINE
           END-IF

           IF RUN-FAILED
               MOVE 'FAILED - SEE MESSAGE ABOVE' TO RSL-RESULT
           ELSE
               IF RESTORE-RUN
                   MOVE 'RESTORED - RUN GRADRECV NEXT' TO RSL-RESULT
               ELSE
                   MOVE 'BACKUP CATALOGED' TO RSL-RESULT
               END-IF
           END-IF
           MOVE RESULT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       48-WRITE-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADBKUP'          TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE BK-RECORDS-READ     TO AU-RECORDS-READ
           MOVE BK-RECORDS-WRITTEN  TO AU-RECORDS-WRITTEN
           IF RUN-FAILED
               MOVE 1 TO AU-EXCEPTION-COUNT
               MOVE 'ABEND'         TO AU-COMPLETION-STATUS
           ELSE
               MOVE 0 TO AU-EXCEPTION-COUNT
               MOVE 'NORMAL'        TO AU-COMPLETION-STATUS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
      *  THE RUN STOPPED BEFORE ITS REPORT WAS OPEN - NOTHING WAS
      *  BACKED UP OR RESTORED, BUT IT STILL GETS LOGGED, WITH AN
      *  ABEND STATUS.
       49-WRITE-ABEND-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADBKUP'          TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE 0 TO AU-RECORDS-READ
           MOVE 0 TO AU-RECORDS-WRITTEN
           MOVE 0 TO AU-EXCEPTION-COUNT
           MOVE 'ABEND'             TO AU-COMPLETION-STATUS

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
