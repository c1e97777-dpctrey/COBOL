       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program prints the BATCH RUN TREND report from the
      * permanent run history BATCHDRV keeps.  The audit report
      * BATCHDRV prints covers one window; a program that read 40%
      * fewer records tonight than all week looks perfectly normal
      * there.  This report lines each program's last few windows
      * up side by side - records read and written, exceptions, and
      * elapsed time - and flags any window whose volumes moved
      * further from the program's recent average than that
      * program is allowed, and any window a program was due in
      * but left no record.  BATCHDRV calls it at the end of every
      * window, so a master that quietly lost a section, or a
      * SCOUT.DAT that arrived half empty, is on paper that night.
      * ******
      * INPUT:
      *    1.  THE RUN HISTORY (RUNHIST.DAT, SEE HISTREC COPYBOOK).
      *        THE 'BATCHDRV' RECORDS MARK OUT THE WINDOWS; EVERY
      *        OTHER RECORD BELONGS TO THE WINDOW IT STARTED IN OR
      *        AHEAD OF - AFTER THE PREVIOUS WINDOW ENDED AND BY THE
      *        TIME THIS ONE DID.
      *    2.  THE TREND PARAMETER FILE (TRNDPARM.DAT) - OPTIONAL,
      *        ONE RECORD PER SETTING:
      *            COLS  1-8   PROGRAM ID, OR ONE OF
      *                        '*WINDOWS' - HOW MANY WINDOWS TO SHOW
      *                        '*DEFAULT' - TOLERANCE FOR ANY PROGRAM
      *                                     NOT LISTED
      *            COLS 10-12  TOLERANCE PERCENT (OR WINDOW COUNT)
      *            COL  14     Y = THE PROGRAM IS EXPECTED TO LOG
      *                        IN EVERY WINDOW
      *        NO FILE MEANS THE LAST 7 WINDOWS AT 25 PERCENT, WITH
      *        NO PROGRAM EXPECTED BEYOND WHAT BATCHDRV SCHEDULED.
      *
      * *******
      * OUTPUT:
      *    1.  THE TREND REPORT (PRTREND) - FOR EACH PROGRAM ON THE
      *        HISTORY OR THE PARAMETER FILE, ONE LINE PER WINDOW
      *        IT RAN OR WAS DUE IN, ITS AVERAGE, AND THE FLAGS, AND
      *        A SUMMARY COUNTING THE FLAGS RAISED.
      *    2.  ONE RECORD APPENDED TO THE BATCH AUDIT LOG
      *        (BATCHAUD.DAT, SEE AUDITREC COPYBOOK) LIKE EVERY
      *        OTHER BATCH STEP.
      * *************
      * PROCESSING NOTES:
      *    A WINDOW'S VOLUMES ARE JUDGED AGAINST THE AVERAGE OF THE
      *    SAME PROGRAM'S OTHER WINDOWS ON THE REPORT, SO ONE BAD
      *    NIGHT DOES NOT DRAG DOWN THE YARDSTICK IT IS MEASURED
      *    WITH.  'RD' FLAGS RECORDS READ AND 'WR' RECORDS WRITTEN,
      *    WITH HOW FAR EACH MOVED, IN PERCENT.  A PROGRAM THAT RAN
      *    MORE THAN ONCE IN A WINDOW IS TOTALED FOR THE WINDOW.
      *
      *    A STEP BATCHDRV SCHEDULED THAT LEFT NO AUDIT RECORD IS
      *    FLAGGED 'SCHEDULED - NO LOG' (IT WAS CALLED) OR
      *    'SCHEDULED - NOT RUN' (THE WINDOW HELD IT BACK).  A
      *    PROGRAM THE PARAMETER FILE EXPECTS IN EVERY WINDOW THAT
      *    IS NOT THERE IS FLAGGED 'EXPECTED - NO LOG'.
      *
      *    THE REPORT IS WARNING ONLY - IT LOGS NORMAL WHATEVER IT
      *    FINDS, SO IT NEVER FAILS THE WINDOW THAT CALLED IT.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS HI-FILE-STATUS.
           SELECT TREND-PARM-FILE
               ASSIGN TO 'TRNDPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'BATCHAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.
           SELECT TREND-REPORT-FILE
               ASSIGN TO PRINTER 'PRTREND'.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY HISTREC.

       FD  TREND-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  TREND-PARM-RECORD.
           05  PMR-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  PMR-VALUE               PIC X(3).
           05  PMR-VALUE-NUM REDEFINES PMR-VALUE
                                       PIC 9(3).
           05  FILLER                  PIC X.
           05  PMR-EXPECTED            PIC X.
           05  FILLER                  PIC X(66).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY AUDITREC.

       FD  TREND-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  HIST-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-HISTORY                   VALUE 'N'.
           05  PARM-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-PARMS                     VALUE 'N'.
           05  PROGRAM-FOUND-FLAG      PIC X         VALUE 'N'.
               88  PROGRAM-FOUND                     VALUE 'Y'.
               88  PROGRAM-NOT-FOUND                 VALUE 'N'.

       01  HI-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PM-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AU-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AUDIT-FIELDS.
           05  AU-START-DATE-SAVE      PIC 9(8)      VALUE 0.
           05  AU-START-TIME-SAVE      PIC 9(8)      VALUE 0.

       01  TREND-SETTINGS.
           05  TN-WINDOWS              PIC S9(3)     VALUE +7.
           05  TN-DEFAULT-TOLERANCE    PIC S9(3)     VALUE +25.

      *  THE WINDOWS ON THE REPORT, OLDEST FIRST, FROM THE
      *  'BATCHDRV' RECORDS - THE HISTORY IS KEYED ON DATE FIRST,
      *  SO THEY ARRIVE IN ORDER.  ONE MORE THAN THE REPORT SHOWS
      *  IS KEPT: THE END OF THE WINDOW BEFORE THE FIRST ONE SHOWN
      *  IS WHERE THE FIRST ONE'S RECORDS START.  A DATE/TIME PAIR
      *  IS COMPARED WHOLE - EIGHT DIGITS OF DATE AHEAD OF EIGHT OF
      *  TIME SORT THE SAME AS THE MOMENTS THEY STAND FOR.
       01  WINDOW-TABLE.
           05  TW-COUNT                PIC S9(3)     VALUE +0.
           05  TW-FIRST                PIC S9(3)     VALUE +0.
           05  TW-REPORTED             PIC S9(3)     VALUE +0.
           05  TW-ENTRY                OCCURS 31 TIMES.
               10  TW-START-DATE       PIC 9(8).
               10  TW-END-STAMP.
                   15  TW-END-DATE     PIC 9(8).
                   15  TW-END-TIME     PIC 9(8).

      *  EVERY PROGRAM ON THE REPORT AND ITS TOTALS FOR EACH WINDOW
      *  SHOWN - CELL 1 IS THE OLDEST WINDOW ON THE REPORT.  A
      *  CELL WITH NO RUNS MAY STILL CARRY A 'NO LOG' OR 'NOT RUN'
      *  STATUS FROM BATCHDRV.
       01  PROGRAM-TABLE.
           05  TP-COUNT                PIC S9(3)     VALUE +0.
           05  TP-ENTRY                OCCURS 40 TIMES.
               10  TP-PROGRAM-ID       PIC X(8).
               10  TP-TOLERANCE        PIC S9(3).
               10  TP-TOLERANCE-SET    PIC X.
               10  TP-EXPECTED         PIC X.
               10  TP-CELL             OCCURS 30 TIMES.
                   15  TC-RUNS         PIC S9(3).
                   15  TC-READ         PIC S9(9).
                   15  TC-WRITTEN      PIC S9(9).
                   15  TC-EXCEPTIONS   PIC S9(7).
                   15  TC-ELAPSED      PIC S9(7).
                   15  TC-STATUS       PIC X(8).

       01  TREND-FIELDS.
           05  TR-PROGRAM-INDEX        PIC S9(3)     VALUE +0.
           05  TR-WINDOW-INDEX         PIC S9(3)     VALUE +0.
           05  TR-CELL-INDEX           PIC S9(3)     VALUE +0.
           05  TR-SEARCH-INDEX         PIC S9(3)     VALUE +0.
           05  TR-RECORD-STAMP.
               10  TR-RECORD-DATE      PIC 9(8).
               10  TR-RECORD-TIME      PIC 9(8).
           05  TR-LOW-STAMP.
               10  TR-LOW-DATE         PIC 9(8)      VALUE 0.
               10  TR-LOW-TIME         PIC 9(8)      VALUE 0.
           05  TR-PROGRAM-SEARCH       PIC X(8)      VALUE SPACES.
           05  TR-TOLERANCE-GIVEN      PIC S9(3)     VALUE +0.

      *  THE AVERAGE OF THE PROGRAM'S LOGGED WINDOWS, AND - FOR THE
      *  WINDOW BEING PRINTED - THE SAME AVERAGE WITH THAT WINDOW
      *  TAKEN BACK OUT, WHICH IS WHAT IT IS JUDGED AGAINST.
       01  AVERAGE-FIELDS.
           05  AV-WINDOWS-LOGGED       PIC S9(3)     VALUE +0.
           05  AV-SUM-READ             PIC S9(11)    VALUE +0.
           05  AV-SUM-WRITTEN          PIC S9(11)    VALUE +0.
           05  AV-SUM-EXCEPTIONS       PIC S9(9)     VALUE +0.
           05  AV-SUM-ELAPSED          PIC S9(9)     VALUE +0.
           05  AV-OTHER-WINDOWS        PIC S9(3)     VALUE +0.
           05  AV-BASE-READ            PIC S9(9)     VALUE +0.
           05  AV-BASE-WRITTEN         PIC S9(9)     VALUE +0.
           05  AV-THIS-VALUE           PIC S9(9)     VALUE +0.
           05  AV-BASE-VALUE           PIC S9(9)     VALUE +0.
           05  AV-PERCENT              PIC S9(5)     VALUE +0.
           05  AV-PERCENT-EDIT         PIC +++9.
           05  AV-FLAG-PIECE           PIC X(8)      VALUE SPACES.
           05  AV-FLAG-POINTER         PIC S9(3)     VALUE +0.
           05  AV-VARIANCE-FLAG        PIC X         VALUE 'N'.
               88  AV-VARIANCE-FOUND                 VALUE 'Y'.
               88  AV-NO-VARIANCE                    VALUE 'N'.

       01  TOTAL-FIELDS.
           05  TT-HISTORY-READ         PIC S9(7)     VALUE +0.
           05  TT-PROGRAMS-DROPPED     PIC S9(5)     VALUE +0.
           05  TT-VOLUME-FLAGS         PIC S9(5)     VALUE +0.
           05  TT-SCHEDULED-MISSING    PIC S9(5)     VALUE +0.
           05  TT-EXPECTED-MISSING     PIC S9(5)     VALUE +0.
           05  TT-LINES-WRITTEN        PIC S9(7)     VALUE +0.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-WINDOWS          PIC S9(3)     VALUE +30.
           05  CF-MAX-PROGRAMS         PIC S9(3)     VALUE +40.
           05  CF-MAX-PERCENT          PIC S9(5)     VALUE +999.
           05  CF-PAGE-LINE-LIMIT      PIC S9(3)     VALUE +55.

       01  PAGE-FIELDS.
           05  PG-LINE-COUNT           PIC S9(3)     VALUE +0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(36)     VALUE
                                       'BATCH RUN TREND REPORT'.
           05  H1-DATE                 PIC 9999/99/99.

       01  RANGE-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(5)      VALUE 'LAST '.
           05  RL-WINDOWS              PIC Z9.
           05                          PIC X(10)     VALUE
                                        ' WINDOWS, '.
           05  RL-FIRST-DATE           PIC 9999/99/99.
           05                          PIC X(4)      VALUE ' TO '.
           05  RL-LAST-DATE            PIC 9999/99/99.

       01  NO-WINDOWS-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(50)     VALUE
                       'NO BATCH WINDOWS ON THE RUN HISTORY YET'.

       01  PROGRAM-HEADING.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(8)      VALUE 'PROGRAM '.
           05  PH-PROGRAM-ID           PIC X(8).
           05                          PIC X(13)     VALUE
                                        '   TOLERANCE '.
           05  PH-TOLERANCE            PIC ZZ9.
           05                          PIC X         VALUE '%'.
           05                          PIC X(3)      VALUE SPACES.
           05  PH-EXPECTED             PIC X(21).

       01  COLUMN-HEADING.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'WINDOW'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(9)      VALUE
                                        '     READ'.
           05                          PIC X         VALUE SPACES.
           05                          PIC X(9)      VALUE
                                        '  WRITTEN'.
           05                          PIC X         VALUE SPACES.
           05                          PIC X(6)      VALUE ' EXCPT'.
           05                          PIC X         VALUE SPACES.
           05                          PIC X(7)      VALUE 'ELAPSED'.
           05                          PIC X         VALUE SPACES.
           05                          PIC X(8)      VALUE 'STATUS'.
           05                          PIC X         VALUE SPACES.
           05                          PIC X(21)     VALUE 'FLAGS'.

       01  TREND-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  TRL-DATE                PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  TRL-READ                PIC Z,ZZZ,ZZ9.
           05                          PIC X         VALUE SPACES.
           05  TRL-WRITTEN             PIC Z,ZZZ,ZZ9.
           05                          PIC X         VALUE SPACES.
           05  TRL-EXCEPTIONS          PIC ZZZZZ9.
           05                          PIC X         VALUE SPACES.
           05  TRL-ELAPSED             PIC ZZZZZZ9.
           05                          PIC X         VALUE SPACES.
           05  TRL-STATUS              PIC X(8).
           05                          PIC X         VALUE SPACES.
           05  TRL-FLAGS               PIC X(21).

       01  AVERAGE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(10)     VALUE 'AVERAGE'.
           05                          PIC X(2)      VALUE SPACES.
           05  AVL-READ                PIC Z,ZZZ,ZZ9.
           05                          PIC X         VALUE SPACES.
           05  AVL-WRITTEN             PIC Z,ZZZ,ZZ9.
           05                          PIC X         VALUE SPACES.
           05  AVL-EXCEPTIONS          PIC ZZZZZ9.
           05                          PIC X         VALUE SPACES.
           05  AVL-ELAPSED             PIC ZZZZZZ9.

       01  SUMMARY-HEADING.
           05                          PIC X(25)     VALUE SPACES.
           05  FILLER                  PIC X(30)     VALUE
                                        'TREND REPORT SUMMARY'.

       01  SUMMARY-LINE.
           05                          PIC X(20)     VALUE SPACES.
           05  SL-CAPTION              PIC X(30).
           05  SL-COUNT                PIC Z,ZZZ,ZZ9.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 17-LOAD-WINDOWS-ROUTINE
           IF TW-COUNT > 0
               PERFORM 25-COLLECT-RUNS-ROUTINE
               PERFORM 30-REPORT-PROGRAMS-ROUTINE
           ELSE
               MOVE NO-WINDOWS-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 75-WRITE-A-LINE
           END-IF
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           ACCEPT AU-START-DATE-SAVE FROM DATE YYYYMMDD
           ACCEPT AU-START-TIME-SAVE FROM TIME

           PERFORM 14-READ-PARMS-ROUTINE

           OPEN INPUT RUN-HISTORY-FILE
           IF HI-FILE-STATUS NOT = '00'
               DISPLAY 'RUNTREND - RUN HISTORY OPEN FAILED, STATUS = '
                   HI-FILE-STATUS
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               GOBACK
           END-IF

           OPEN OUTPUT TREND-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           .
       14-READ-PARMS-ROUTINE.

      *  NO PARAMETER FILE LEAVES THE COMPILED DEFAULTS.  A
      *  TOLERANCE THAT IS BLANK OR NOT NUMERIC TAKES THE DEFAULT,
      *  WHICH MAY ITSELF COME FROM A LATER '*DEFAULT' RECORD, SO
      *  IT IS ONLY FILLED IN ONCE THE WHOLE FILE HAS BEEN READ.
           OPEN INPUT TREND-PARM-FILE
           IF PM-FILE-STATUS = '00'
               PERFORM UNTIL NO-MORE-PARMS
                   READ TREND-PARM-FILE
                       AT END
                           MOVE 'N' TO PARM-EOF-FLAG
                       NOT AT END
                           PERFORM 16-APPLY-PARM-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE TREND-PARM-FILE
           END-IF
           PERFORM VARYING TR-PROGRAM-INDEX FROM 1 BY 1
                   UNTIL TR-PROGRAM-INDEX > TP-COUNT
               IF TP-TOLERANCE-SET (TR-PROGRAM-INDEX) NOT = 'Y'
                   MOVE TN-DEFAULT-TOLERANCE
                       TO TP-TOLERANCE (TR-PROGRAM-INDEX)
               END-IF
           END-PERFORM
           .
       16-APPLY-PARM-ROUTINE.

           EVALUATE PMR-PROGRAM-ID
               WHEN SPACES
                   CONTINUE
               WHEN '*WINDOWS'
                   IF PMR-VALUE-NUM NUMERIC
                      AND PMR-VALUE-NUM > 0
                      AND PMR-VALUE-NUM NOT > CF-MAX-WINDOWS
                       MOVE PMR-VALUE-NUM TO TN-WINDOWS
                   END-IF
               WHEN '*DEFAULT'
                   IF PMR-VALUE-NUM NUMERIC
                       MOVE PMR-VALUE-NUM TO TN-DEFAULT-TOLERANCE
                   END-IF
               WHEN OTHER
                   MOVE PMR-PROGRAM-ID TO TR-PROGRAM-SEARCH
                   PERFORM 60-FIND-PROGRAM-ROUTINE
                   IF PROGRAM-FOUND
                       IF PMR-VALUE-NUM NUMERIC
                           MOVE PMR-VALUE-NUM
                               TO TP-TOLERANCE (TR-PROGRAM-INDEX)
                           MOVE 'Y'
                               TO TP-TOLERANCE-SET (TR-PROGRAM-INDEX)
                       END-IF
                       IF PMR-EXPECTED = 'Y'
                           MOVE 'Y' TO TP-EXPECTED (TR-PROGRAM-INDEX)
                       END-IF
                   END-IF
           END-EVALUATE
           .
       17-LOAD-WINDOWS-ROUTINE.

           PERFORM UNTIL NO-MORE-HISTORY
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       IF HI-PROGRAM-ID = 'BATCHDRV'
                           PERFORM 18-ADD-WINDOW-ROUTINE
                       END-IF
               END-READ
               IF HI-FILE-STATUS NOT = '00'
                   MOVE 'N' TO HIST-EOF-FLAG
               END-IF
           END-PERFORM

      *  WITH MORE WINDOWS ON FILE THAN THE REPORT SHOWS, THE
      *  OLDEST IN THE TABLE ONLY MARKS WHERE THE REPORT STARTS.
      *  OTHERWISE EVERY WINDOW IS SHOWN, AND THE FIRST ONE TAKES
      *  IN EVERYTHING BEFORE IT.
           IF TW-COUNT > TN-WINDOWS
               MOVE 2 TO TW-FIRST
               MOVE TW-END-STAMP (1) TO TR-LOW-STAMP
           ELSE
               MOVE 1 TO TW-FIRST
           END-IF
           COMPUTE TW-REPORTED = TW-COUNT - TW-FIRST + 1

           PERFORM 20-PAGE-HEADING-ROUTINE
           .
       18-ADD-WINDOW-ROUTINE.

           IF TW-COUNT > TN-WINDOWS
               PERFORM VARYING TR-WINDOW-INDEX FROM 1 BY 1
                       UNTIL TR-WINDOW-INDEX NOT < TW-COUNT
                   MOVE TW-ENTRY (TR-WINDOW-INDEX + 1)
                       TO TW-ENTRY (TR-WINDOW-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO TW-COUNT
           END-IF
           MOVE HI-RUN-DATE TO TW-START-DATE (TW-COUNT)
           MOVE HI-END-DATE TO TW-END-DATE (TW-COUNT)
           MOVE HI-END-TIME TO TW-END-TIME (TW-COUNT)
           .
       20-PAGE-HEADING-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 1 TO PG-LINE-COUNT
           IF TW-COUNT > 0
               MOVE TW-REPORTED TO RL-WINDOWS
               MOVE TW-START-DATE (TW-FIRST) TO RL-FIRST-DATE
               MOVE TW-START-DATE (TW-COUNT) TO RL-LAST-DATE
               MOVE RANGE-LINE TO REPORT-RECORD
               MOVE 1 TO PROPER-SPACING
               PERFORM 75-WRITE-A-LINE
           END-IF
           MOVE 3 TO PROPER-SPACING
           .
       25-COLLECT-RUNS-ROUTINE.

      *  THE SECOND PASS STARTS ON THE DATE THE REPORT'S FIRST
      *  WINDOW'S RECORDS CAN START - NOTHING EARLIER COUNTS.
           MOVE SPACES TO HI-KEY
           MOVE TR-LOW-DATE TO HI-RUN-DATE
           MOVE LOW-VALUES TO HI-PROGRAM-ID
           MOVE 0 TO HI-START-TIME
           MOVE ' ' TO HIST-EOF-FLAG
           START RUN-HISTORY-FILE KEY NOT < HI-KEY
               INVALID KEY
                   MOVE 'N' TO HIST-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-HISTORY
               READ RUN-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TT-HISTORY-READ
                       PERFORM 26-PLACE-RUN-ROUTINE
               END-READ
               IF HI-FILE-STATUS NOT = '00'
                   MOVE 'N' TO HIST-EOF-FLAG
               END-IF
           END-PERFORM
           .
       26-PLACE-RUN-ROUTINE.

      *  A RECORD BELONGS TO THE FIRST WINDOW SHOWN THAT HAD NOT
      *  ENDED WHEN IT STARTED.  ONE FROM BEFORE THE REPORT, OR
      *  FROM AFTER THE LAST WINDOW ENDED (THE NEXT WINDOW'S), IS
      *  PASSED OVER.
           MOVE HI-RUN-DATE TO TR-RECORD-DATE
           MOVE HI-START-TIME TO TR-RECORD-TIME
           MOVE 0 TO TR-CELL-INDEX
           IF TR-RECORD-STAMP > TR-LOW-STAMP
              AND TR-RECORD-STAMP NOT > TW-END-STAMP (TW-COUNT)
               PERFORM VARYING TR-WINDOW-INDEX FROM TW-COUNT BY -1
                       UNTIL TR-WINDOW-INDEX < TW-FIRST
                   IF TR-RECORD-STAMP NOT > TW-END-STAMP
                                                (TR-WINDOW-INDEX)
                       COMPUTE TR-CELL-INDEX =
                           TR-WINDOW-INDEX - TW-FIRST + 1
                   END-IF
               END-PERFORM
           END-IF

           IF TR-CELL-INDEX > 0
               MOVE HI-PROGRAM-ID TO TR-PROGRAM-SEARCH
               PERFORM 60-FIND-PROGRAM-ROUTINE
               IF PROGRAM-FOUND
                   PERFORM 27-ADD-TO-CELL-ROUTINE
               END-IF
           END-IF
           .
       27-ADD-TO-CELL-ROUTINE.

      *  BATCHDRV'S 'NO LOG' AND 'NOT RUN' RECORDS ARE NOT RUNS -
      *  THEY ONLY SAY WHY THERE WAS NONE, AND A REAL RUN IN THE
      *  SAME WINDOW OUTRANKS THEM.  AMONG REAL RUNS AN ABEND IS
      *  NOT HIDDEN BY A LATER NORMAL ONE.
           IF HI-NO-LOG OR HI-NOT-RUN
               IF TC-RUNS (TR-PROGRAM-INDEX, TR-CELL-INDEX) = 0
                   MOVE HI-COMPLETION-STATUS
                       TO TC-STATUS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               END-IF
           ELSE
               IF TC-RUNS (TR-PROGRAM-INDEX, TR-CELL-INDEX) = 0
                  OR NOT HI-NORMAL-COMPLETION
                   MOVE HI-COMPLETION-STATUS
                       TO TC-STATUS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               END-IF
               ADD 1 TO TC-RUNS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               ADD HI-RECORDS-READ
                   TO TC-READ (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               ADD HI-RECORDS-WRITTEN
                   TO TC-WRITTEN (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               ADD HI-EXCEPTION-COUNT
                   TO TC-EXCEPTIONS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               ADD HI-ELAPSED-SECONDS
                   TO TC-ELAPSED (TR-PROGRAM-INDEX, TR-CELL-INDEX)
           END-IF
           .
       30-REPORT-PROGRAMS-ROUTINE.

           PERFORM VARYING TR-PROGRAM-INDEX FROM 1 BY 1
                   UNTIL TR-PROGRAM-INDEX > TP-COUNT
               PERFORM 31-REPORT-ONE-PROGRAM-ROUTINE
           END-PERFORM
           .
       31-REPORT-ONE-PROGRAM-ROUTINE.

      *  A PROGRAM WHOSE WINDOWS WILL NOT ALL FIT ON WHAT IS LEFT
      *  OF THE PAGE STARTS A NEW ONE, SO ITS LINES STAY TOGETHER.
           IF PG-LINE-COUNT + TW-REPORTED + 6 > CF-PAGE-LINE-LIMIT
               PERFORM 20-PAGE-HEADING-ROUTINE
           END-IF

           MOVE TP-PROGRAM-ID (TR-PROGRAM-INDEX) TO PH-PROGRAM-ID
           MOVE TP-TOLERANCE (TR-PROGRAM-INDEX) TO PH-TOLERANCE
           IF TP-EXPECTED (TR-PROGRAM-INDEX) = 'Y'
               MOVE 'EXPECTED EVERY WINDOW' TO PH-EXPECTED
           ELSE
               MOVE SPACES TO PH-EXPECTED
           END-IF
           MOVE PROGRAM-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE COLUMN-HEADING TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 0 TO AV-WINDOWS-LOGGED
           MOVE 0 TO AV-SUM-READ
           MOVE 0 TO AV-SUM-WRITTEN
           MOVE 0 TO AV-SUM-EXCEPTIONS
           MOVE 0 TO AV-SUM-ELAPSED
           PERFORM VARYING TR-CELL-INDEX FROM 1 BY 1
                   UNTIL TR-CELL-INDEX > TW-REPORTED
               IF TC-RUNS (TR-PROGRAM-INDEX, TR-CELL-INDEX) > 0
                   ADD 1 TO AV-WINDOWS-LOGGED
                   ADD TC-READ (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       TO AV-SUM-READ
                   ADD TC-WRITTEN (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       TO AV-SUM-WRITTEN
                   ADD TC-EXCEPTIONS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       TO AV-SUM-EXCEPTIONS
                   ADD TC-ELAPSED (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       TO AV-SUM-ELAPSED
               END-IF
           END-PERFORM

           PERFORM VARYING TR-CELL-INDEX FROM 1 BY 1
                   UNTIL TR-CELL-INDEX > TW-REPORTED
               PERFORM 32-WINDOW-LINE-ROUTINE
           END-PERFORM

           IF AV-WINDOWS-LOGGED > 0
               COMPUTE AVL-READ ROUNDED =
                   AV-SUM-READ / AV-WINDOWS-LOGGED
               COMPUTE AVL-WRITTEN ROUNDED =
                   AV-SUM-WRITTEN / AV-WINDOWS-LOGGED
               COMPUTE AVL-EXCEPTIONS ROUNDED =
                   AV-SUM-EXCEPTIONS / AV-WINDOWS-LOGGED
               COMPUTE AVL-ELAPSED ROUNDED =
                   AV-SUM-ELAPSED / AV-WINDOWS-LOGGED
               MOVE AVERAGE-LINE TO REPORT-RECORD
               MOVE 2 TO PROPER-SPACING
               PERFORM 75-WRITE-A-LINE
           END-IF
           .
       32-WINDOW-LINE-ROUTINE.

           COMPUTE TR-WINDOW-INDEX = TR-CELL-INDEX + TW-FIRST - 1
           MOVE SPACES TO TRL-FLAGS

           EVALUATE TRUE
               WHEN TC-RUNS (TR-PROGRAM-INDEX, TR-CELL-INDEX) > 0
                   PERFORM 33-CHECK-VARIANCE-ROUTINE
                   PERFORM 34-PRINT-WINDOW-ROUTINE
               WHEN TC-STATUS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       = 'NO LOG'
                   MOVE 'SCHEDULED - NO LOG' TO TRL-FLAGS
                   ADD 1 TO TT-SCHEDULED-MISSING
                   PERFORM 34-PRINT-WINDOW-ROUTINE
               WHEN TC-STATUS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                       = 'NOT RUN'
                   MOVE 'SCHEDULED - NOT RUN' TO TRL-FLAGS
                   ADD 1 TO TT-SCHEDULED-MISSING
                   PERFORM 34-PRINT-WINDOW-ROUTINE
               WHEN TP-EXPECTED (TR-PROGRAM-INDEX) = 'Y'
                   MOVE 'MISSING' TO TC-STATUS (TR-PROGRAM-INDEX,
                                                TR-CELL-INDEX)
                   MOVE 'EXPECTED - NO LOG' TO TRL-FLAGS
                   ADD 1 TO TT-EXPECTED-MISSING
                   PERFORM 34-PRINT-WINDOW-ROUTINE
               WHEN OTHER
      *  NOT DUE AND DID NOT RUN - NOTHING TO SAY ABOUT THIS WINDOW.
                   CONTINUE
           END-EVALUATE
           .
       33-CHECK-VARIANCE-ROUTINE.

      *  THE YARDSTICK IS THE AVERAGE OF THE PROGRAM'S OTHER LOGGED
      *  WINDOWS.  A PROGRAM WITH NO OTHER WINDOW HAS NOTHING TO BE
      *  MEASURED AGAINST YET.
           COMPUTE AV-OTHER-WINDOWS = AV-WINDOWS-LOGGED - 1
           IF AV-OTHER-WINDOWS > 0
               COMPUTE AV-BASE-READ ROUNDED =
                   (AV-SUM-READ
                    - TC-READ (TR-PROGRAM-INDEX, TR-CELL-INDEX))
                   / AV-OTHER-WINDOWS
               COMPUTE AV-BASE-WRITTEN ROUNDED =
                   (AV-SUM-WRITTEN
                    - TC-WRITTEN (TR-PROGRAM-INDEX, TR-CELL-INDEX))
                   / AV-OTHER-WINDOWS
               MOVE 1 TO AV-FLAG-POINTER

               MOVE TC-READ (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                   TO AV-THIS-VALUE
               MOVE AV-BASE-READ TO AV-BASE-VALUE
               PERFORM 35-MEASURE-ONE-VALUE-ROUTINE
               IF AV-VARIANCE-FOUND
                   STRING 'RD' DELIMITED BY SIZE
                          AV-PERCENT-EDIT DELIMITED BY SIZE
                          '% ' DELIMITED BY SIZE
                       INTO TRL-FLAGS
                       WITH POINTER AV-FLAG-POINTER
               END-IF

               MOVE TC-WRITTEN (TR-PROGRAM-INDEX, TR-CELL-INDEX)
                   TO AV-THIS-VALUE
               MOVE AV-BASE-WRITTEN TO AV-BASE-VALUE
               PERFORM 35-MEASURE-ONE-VALUE-ROUTINE
               IF AV-VARIANCE-FOUND
                   STRING 'WR' DELIMITED BY SIZE
                          AV-PERCENT-EDIT DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                       INTO TRL-FLAGS
                       WITH POINTER AV-FLAG-POINTER
               END-IF
           END-IF
           .
       35-MEASURE-ONE-VALUE-ROUTINE.

      *  HOW FAR THIS WINDOW IS FROM THE YARDSTICK, IN PERCENT OF
      *  THE YARDSTICK.  A PROGRAM THAT USUALLY HANDLES NOTHING
      *  AND SUDDENLY HANDLES SOMETHING IS AS FAR OFF AS THE
      *  PRINTED PERCENTAGE GOES, AND SO IS ONE WHOSE JUMP IS TOO
      *  BIG FOR AV-PERCENT TO HOLD AT ALL.
           SET AV-NO-VARIANCE TO TRUE
           MOVE 0 TO AV-PERCENT
           IF AV-BASE-VALUE > 0
               COMPUTE AV-PERCENT ROUNDED =
                   (AV-THIS-VALUE - AV-BASE-VALUE) * 100
                   / AV-BASE-VALUE
                   ON SIZE ERROR
                       MOVE CF-MAX-PERCENT TO AV-PERCENT
               END-COMPUTE
           ELSE
               IF AV-THIS-VALUE > 0
                   MOVE CF-MAX-PERCENT TO AV-PERCENT
               END-IF
           END-IF
           IF AV-PERCENT > CF-MAX-PERCENT
               MOVE CF-MAX-PERCENT TO AV-PERCENT
           END-IF
           IF AV-PERCENT > TP-TOLERANCE (TR-PROGRAM-INDEX)
              OR AV-PERCENT < 0 - TP-TOLERANCE (TR-PROGRAM-INDEX)
               SET AV-VARIANCE-FOUND TO TRUE
               ADD 1 TO TT-VOLUME-FLAGS
           END-IF
           MOVE AV-PERCENT TO AV-PERCENT-EDIT
           .
       34-PRINT-WINDOW-ROUTINE.

           MOVE TW-START-DATE (TR-WINDOW-INDEX) TO TRL-DATE
           MOVE TC-READ (TR-PROGRAM-INDEX, TR-CELL-INDEX) TO TRL-READ
           MOVE TC-WRITTEN (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               TO TRL-WRITTEN
           MOVE TC-EXCEPTIONS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               TO TRL-EXCEPTIONS
           MOVE TC-ELAPSED (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               TO TRL-ELAPSED
           MOVE TC-STATUS (TR-PROGRAM-INDEX, TR-CELL-INDEX)
               TO TRL-STATUS
           MOVE TREND-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       60-FIND-PROGRAM-ROUTINE.

      *  FINDS TR-PROGRAM-SEARCH IN THE PROGRAM TABLE, ADDING IT
      *  WITH THE DEFAULT TOLERANCE IF IT IS NEW.  PAST THE TABLE'S
      *  END A PROGRAM IS COUNTED AND LEFT OFF THE REPORT.
           SET PROGRAM-NOT-FOUND TO TRUE
           PERFORM VARYING TR-SEARCH-INDEX FROM 1 BY 1
                   UNTIL TR-SEARCH-INDEX > TP-COUNT
                      OR PROGRAM-FOUND
               IF TP-PROGRAM-ID (TR-SEARCH-INDEX) = TR-PROGRAM-SEARCH
                   SET PROGRAM-FOUND TO TRUE
                   MOVE TR-SEARCH-INDEX TO TR-PROGRAM-INDEX
               END-IF
           END-PERFORM
           IF PROGRAM-NOT-FOUND
               IF TP-COUNT < CF-MAX-PROGRAMS
                   ADD 1 TO TP-COUNT
                   MOVE TP-COUNT TO TR-PROGRAM-INDEX
                   INITIALIZE TP-ENTRY (TR-PROGRAM-INDEX)
                   MOVE TR-PROGRAM-SEARCH
                       TO TP-PROGRAM-ID (TR-PROGRAM-INDEX)
                   MOVE TN-DEFAULT-TOLERANCE
                       TO TP-TOLERANCE (TR-PROGRAM-INDEX)
                   MOVE 'N' TO TP-TOLERANCE-SET (TR-PROGRAM-INDEX)
                   MOVE 'N' TO TP-EXPECTED (TR-PROGRAM-INDEX)
                   SET PROGRAM-FOUND TO TRUE
               ELSE
                   ADD 1 TO TT-PROGRAMS-DROPPED
               END-IF
           END-IF
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           PERFORM 48-WRITE-AUDIT-ROUTINE
           CLOSE RUN-HISTORY-FILE
               TREND-REPORT-FILE
           GOBACK
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'WINDOWS REPORTED' TO SL-CAPTION
           MOVE TW-REPORTED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'PROGRAMS REPORTED' TO SL-CAPTION
           MOVE TP-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'PROGRAMS LEFT OFF - TABLE FULL' TO SL-CAPTION
           MOVE TT-PROGRAMS-DROPPED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'VOLUME VARIANCES FLAGGED' TO SL-CAPTION
           MOVE TT-VOLUME-FLAGS TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'SCHEDULED STEPS NOT LOGGED' TO SL-CAPTION
           MOVE TT-SCHEDULED-MISSING TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EXPECTED PROGRAMS NOT LOGGED' TO SL-CAPTION
           MOVE TT-EXPECTED-MISSING TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       48-WRITE-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'RUNTREND'          TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE TT-HISTORY-READ     TO AU-RECORDS-READ
           MOVE TT-LINES-WRITTEN    TO AU-RECORDS-WRITTEN
           COMPUTE AU-EXCEPTION-COUNT = TT-VOLUME-FLAGS
               + TT-SCHEDULED-MISSING + TT-EXPECTED-MISSING
           MOVE 'NORMAL'            TO AU-COMPLETION-STATUS

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
      *  THE RUN HISTORY COULD NOT BE READ, SO THERE WAS NOTHING TO
      *  REPORT ON - THIS STILL GETS LOGGED, WITH AN ABEND STATUS.
       49-WRITE-ABEND-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'RUNTREND'          TO AU-PROGRAM-ID
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
           ADD PROPER-SPACING TO PG-LINE-COUNT
           ADD 1 TO TT-LINES-WRITTEN
           .
