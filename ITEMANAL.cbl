       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMANAL.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program is the exam ITEM ANALYSIS.  Every other report
      * looks at students; this one looks at the exams themselves.
      * For each exam slot in each section it shows how many
      * students took the exam, how many were excused or incomplete,
      * and how the scores fell - mean, median, high, low, and
      * standard deviation - and it flags an exam whose mean sits
      * far below the section's other exams, or far below the same
      * exam in the instructor's other sections.  A low-mean outlier
      * is most often a mis-keyed answer key or a whole column keyed
      * into the wrong slot through TRNLOAD, and this catches it
      * before the report cards do.
      * ******
      * INPUT:
      *    1.  THE STUDENT GRADE MASTER FILE (GRADES.DAT, SEE
      *        GRADEREC COPYBOOK), SWEPT ONCE.  THE MASTER IS KEYED
      *        SECTION FIRST, SO IT COMES BACK IN SECTION ORDER AND
      *        THE SECTION BREAK NEEDS NO SORT.
      *    2.  THE SECTION REFERENCE MASTER (SECTREF.DAT, SEE
      *        SECTREC COPYBOOK), READ FRONT TO BACK FOR EACH
      *        SECTION'S COURSE TITLE AND INSTRUCTOR.  WITHOUT IT
      *        THE REPORT STILL PRINTS, BUT NO SECTION HAS AN
      *        INSTRUCTOR TO BE COMPARED ACROSS.
      *    3.  THE PARAMETER FILE (ITEMPARM.DAT) - ONE OPTIONAL
      *        RECORD:
      *             COLUMNS 1-6  TERM CODE TO ANALYZE
      *             COLUMNS 8-9  LOW-MEAN MARGIN IN POINTS
      *        A BLANK TERM CODE, OR NO PARAMETER FILE, MEANS EACH
      *        STUDENT'S MOST RECENT TERM - THE TERM SAMPLCOB
      *        REPORTS.  A BLANK OR ZERO MARGIN MEANS 15 POINTS.
      *
      * *******
      * OUTPUT:
      *    THE ITEM ANALYSIS REPORT (PRITEM) - ONE PAGE PER SECTION
      *    HEADED WITH THE COURSE AND INSTRUCTOR, ONE LINE PER EXAM
      *    SLOT ANY STUDENT CARRIES, AND A TRAILER PAGE OF COUNTS.
      * *************
      * CALCULATIONS:
      *    ONLY SCORED SLOTS ENTER THE STATISTICS.  AN EXCUSED OR
      *    INCOMPLETE SLOT IS COUNTED IN ITS OWN COLUMN, AND A SLOT
      *    WHOSE SCORE IS NOT A NUMBER 0-100 OR WHOSE STATUS BYTE IS
      *    NOT BLANK, E, OR I IS LEFT OUT AND COUNTED ON THE TRAILER
      *    - THE SAME SCORE RULES SAMPLCOB APPLIES.  THE NUMBER OF
      *    SLOTS A STUDENT CARRIES IS THE TERM'S TEST COUNT,
      *    DEFAULTED TO 4 AND CAPPED AT 12 THE SAME WAY.
      *
      *    THE MEDIAN IS THE MIDDLE SCORE, OR THE AVERAGE OF THE TWO
      *    MIDDLE SCORES WHEN THE COUNT IS EVEN.  THE STANDARD
      *    DEVIATION IS THE POPULATION FIGURE - THE SQUARE ROOT OF
      *    THE MEAN SQUARED DIFFERENCE FROM THE MEAN.
      *
      *    LOW-SECT FLAGS AN EXAM WHOSE MEAN IS AT LEAST THE MARGIN
      *    BELOW THE AVERAGE OF THE MEANS OF THE SECTION'S OTHER
      *    SCORED EXAMS.  LOW-INSTR FLAGS AN EXAM WHOSE MEAN IS AT
      *    LEAST THE MARGIN BELOW THE AVERAGE OF THE MEANS OF THE
      *    SAME EXAM NUMBER IN THE OTHER SECTIONS THE SAME
      *    INSTRUCTOR TEACHES.  A SECTION WITH NO INSTRUCTOR ON
      *    SECTREF IS NEVER COMPARED ACROSS SECTIONS.
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
           SELECT SECTION-REF-FILE
               ASSIGN TO 'SECTREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SE-SECTION-CODE
               FILE STATUS IS SE-FILE-STATUS.
           SELECT ITEM-PARM-FILE
               ASSIGN TO 'ITEMPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT ITEM-REPORT-FILE
               ASSIGN TO PRINTER 'PRITEM'.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-FILE
           RECORD CONTAINS 300 CHARACTERS.

           COPY GRADEREC.

       FD  SECTION-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY SECTREC.

       FD  ITEM-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  ITEM-PARM-RECORD.
           05  PMR-TERM-CODE           PIC X(6).
           05  FILLER                  PIC X(1).
           05  PMR-LOW-MARGIN          PIC 9(2).
           05  FILLER                  PIC X(71).

       FD  ITEM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X         VALUE ' '.
               88  NO-MORE-DATA                      VALUE 'N'.
           05  SECTION-REF-FLAG        PIC X         VALUE 'Y'.
               88  SECTION-REF-PRESENT               VALUE 'Y'.
               88  SECTION-REF-ABSENT                VALUE 'N'.
           05  TERM-PARM-FLAG          PIC X         VALUE 'N'.
               88  TERM-PARM-PRESENT                 VALUE 'Y'.
               88  NO-TERM-PARM                      VALUE 'N'.
           05  TERM-FOUND-FLAG         PIC X         VALUE 'N'.
               88  TERM-FOUND                        VALUE 'Y'.
               88  TERM-NOT-FOUND                    VALUE 'N'.
           05  FIRST-SECTION-FLAG      PIC X         VALUE 'Y'.
               88  FIRST-SECTION                     VALUE 'Y'.
               88  NOT-FIRST-SECTION                 VALUE 'N'.
           05  SD-OVERFLOW-FLAG        PIC X         VALUE 'N'.
               88  SECTION-TABLE-OVERFLOWED          VALUE 'Y'.
           05  SX-OVERFLOW-FLAG        PIC X         VALUE 'N'.
               88  STATS-TABLE-OVERFLOWED            VALUE 'Y'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  SE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PM-FILE-STATUS              PIC X(2)      VALUE '00'.

      **************       SECTION TABLE       ********************
      *  Every section on SECTREF is held here with its course
      *  title and instructor, looked up as each section starts on
      *  the master - the same hold-then-work approach GRADDIST
      *  uses.

       01  SECTION-TABLE.
           05  SD-ENTRY                OCCURS 200 TIMES.
               10  SD-SECTION-CODE     PIC X(4).
               10  SD-COURSE-TITLE     PIC X(30).
               10  SD-INSTRUCTOR       PIC X(20).

       01  SECTION-TABLE-FIELDS.
           05  SD-COUNT                PIC S9(3)     VALUE +0.
           05  SD-INDEX                PIC S9(3)     VALUE +0.
           05  SD-FOUND-INDEX          PIC S9(3)     VALUE +0.

      **************     SECTION STATISTICS TABLE     **************
      *  One entry per section analyzed, in master order, holding
      *  the finished statistics for each of its twelve exam slots.
      *  The cross-section comparison needs every section of an
      *  instructor at hand, so nothing is printed until the whole
      *  master has been swept.

       01  STATS-TABLE.
           05  SX-ENTRY                OCCURS 200 TIMES.
               10  SX-SECTION-CODE     PIC X(4).
               10  SX-COURSE-TITLE     PIC X(30).
               10  SX-INSTRUCTOR       PIC X(20).
               10  SX-ON-REF-FLAG      PIC X.
               10  SX-STUDENT-COUNT    PIC S9(5).
               10  SX-SLOT             OCCURS 12 TIMES.
                   15  SX-SCORED       PIC S9(5).
                   15  SX-EXCUSED      PIC S9(5).
                   15  SX-INCOMPLETE   PIC S9(5).
                   15  SX-MEAN         PIC S999V99.
                   15  SX-MEDIAN       PIC S999V9.
                   15  SX-HIGH         PIC S999.
                   15  SX-LOW          PIC S999.
                   15  SX-STD-DEV      PIC S999V99.

       01  STATS-TABLE-FIELDS.
           05  SX-COUNT                PIC S9(3)     VALUE +0.
           05  SX-INDEX                PIC S9(3)     VALUE +0.
           05  SX-OTHER-INDEX          PIC S9(3)     VALUE +0.

      *  THE RUNNING TALLIES FOR THE SECTION BEING SWEPT.  EACH SLOT
      *  KEEPS A COUNT OF EVERY SCORE 0 THRU 100 (BUCKET 1 HOLDS THE
      *  ZEROS), SO THE MEDIAN COMES STRAIGHT FROM THE COUNTS AT THE
      *  SECTION BREAK WITHOUT HOLDING OR SORTING THE SCORES.
       01  SECTION-WORK-TABLE.
           05  WK-SLOT                 OCCURS 12 TIMES.
               10  WK-SCORED           PIC S9(5).
               10  WK-EXCUSED          PIC S9(5).
               10  WK-INCOMPLETE       PIC S9(5).
               10  WK-SUM              PIC S9(7).
               10  WK-SUM-SQUARES      PIC S9(9).
               10  WK-HIGH             PIC S999.
               10  WK-LOW              PIC S999.
               10  WK-BUCKET           PIC S9(5) OCCURS 101 TIMES.

       01  DETAIL-FIELDS.
           05  DF-CURRENT-TERM         PIC S9(1)     VALUE +0.
           05  DF-TERM-INDEX           PIC S9(1)     VALUE +0.
           05  DF-NUM-TERMS            PIC S9(1)     VALUE +0.
           05  DF-NUM-TESTS            PIC S9(2)     VALUE +0.
           05  DF-TEST-INDEX           PIC S9(2)     VALUE +0.
           05  DF-SCORE                PIC S999      VALUE +0.
           05  DF-BUCKET-INDEX         PIC S9(3)     VALUE +0.
           05  DF-RUNNING-COUNT        PIC S9(5)     VALUE +0.
           05  DF-MIDDLE-LOW           PIC S9(5)     VALUE +0.
           05  DF-MIDDLE-HIGH          PIC S9(5)     VALUE +0.
           05  DF-MIDDLE-LOW-SCORE     PIC S999      VALUE +0.
           05  DF-MIDDLE-HIGH-SCORE    PIC S999      VALUE +0.
           05  DF-VARIANCE-NUMER       PIC S9(15)    VALUE +0.
           05  DF-VARIANCE             PIC S9(5)V9(4) VALUE +0.
           05  DF-COMPARE-SUM          PIC S9(7)V99  VALUE +0.
           05  DF-COMPARE-COUNT        PIC S9(3)     VALUE +0.
           05  DF-COMPARE-MEAN         PIC S999V99   VALUE +0.
           05  DF-LOW-MARGIN           PIC S9(2)     VALUE +15.
           05  DF-ANALYSIS-TERM        PIC X(6)      VALUE SPACES.

       01  TOTAL-FIELDS.
           05  TF-PREV-SECTION-CODE    PIC X(4)      VALUE SPACES.
           05  TF-STUDENTS-READ        PIC S9(5)     VALUE +0.
           05  TF-STUDENTS-ANALYZED    PIC S9(5)     VALUE +0.
           05  TF-STUDENTS-NO-TERM     PIC S9(5)     VALUE +0.
           05  TF-SCORES-SKIPPED       PIC S9(5)     VALUE +0.
           05  TF-OVERFLOW-RECORDS     PIC S9(5)     VALUE +0.
           05  TF-SLOTS-REPORTED       PIC S9(5)     VALUE +0.
           05  TF-FLAGS-SECTION        PIC S9(5)     VALUE +0.
           05  TF-FLAGS-INSTRUCTOR     PIC S9(5)     VALUE +0.

       01  CONSTANTS-FIELDS.
           05  CF-DEFAULT-NUM-TESTS    PIC S9(2)     VALUE +4.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-MAX-NUM-TERMS        PIC S9(2)     VALUE +4.
           05  CF-MAX-SECTIONS         PIC S9(3)     VALUE +200.
           05  CF-NUM-BUCKETS          PIC S9(3)     VALUE +101.
           05  CF-DEFAULT-LOW-MARGIN   PIC S9(2)     VALUE +15.
           05  CF-VALID-LOW            PIC S999      VALUE +0.
           05  CF-VALID-HIGH           PIC S999      VALUE +100.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(36)     VALUE
                               'EXAM ITEM ANALYSIS'.
           05  H1-DATE                 PIC 9999/99/99.

       01  TERM-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  FILLER                  PIC X(7)      VALUE 'TERM - '.
           05  TML-TERM                PIC X(34).

       01  MARGIN-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  FILLER                  PIC X(18)     VALUE
                                        'LOW-MEAN FLAG AT '.
           05  MGL-MARGIN              PIC Z9.
           05  FILLER                  PIC X(30)     VALUE
                                        ' POINTS BELOW THE COMPARISON'.

       01  SECTION-HEADING-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(9)      VALUE 'SECTION '.
           05  SHL-SECTION-CODE        PIC X(4).
           05                          PIC X(2)      VALUE SPACES.
           05  SHL-COURSE-TITLE        PIC X(30).

       01  SECTION-TEACHER-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  FILLER                  PIC X(11)     VALUE
                                        'INSTRUCTOR '.
           05  SIL-INSTRUCTOR          PIC X(20).
           05                          PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
                                        'STUDENTS '.
           05  SIL-STUDENT-COUNT       PIC ZZ,ZZ9.

       01  SECTION-UNKNOWN-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  FILLER                  PIC X(33)     VALUE
                               '(NOT ON SECTION REFERENCE FILE)'.
           05                          PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(10)     VALUE
                                        'STUDENTS '.
           05  SUL-STUDENT-COUNT       PIC ZZ,ZZ9.

       01  HEADING-TWO.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'EXAM'.
           05                          PIC X(6)      VALUE 'SCORED'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'EXC'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'INC'.
           05                          PIC X(3)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'MEAN'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(6)      VALUE 'MEDIAN'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(4)      VALUE 'HIGH'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(3)      VALUE 'LOW'.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(7)      VALUE 'STD DEV'.
           05                          PIC X(1)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'FLAGS'.

       01  ITEM-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  IL-EXAM                 PIC Z9.
           05                          PIC X(3)      VALUE SPACES.
           05  IL-SCORED               PIC ZZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-EXCUSED              PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-INCOMPLETE           PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-MEAN                 PIC ZZ9.9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-MEDIAN               PIC ZZ9.9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-HIGH                 PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-LOW                  PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-STD-DEV              PIC ZZ9.99.
           05                          PIC X(2)      VALUE SPACES.
           05  IL-FLAG-SECTION         PIC X(9).
           05  IL-FLAG-INSTRUCTOR      PIC X(9).

      *  A SLOT WHERE EVERY STUDENT WAS EXCUSED OR INCOMPLETE HAS NO
      *  SCORES TO DESCRIBE - ITS STATISTICS COLUMNS SAY SO INSTEAD
      *  OF PRINTING ZEROS THAT LOOK LIKE A FAILED EXAM.
       01  NOT-SCORED-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  NSL-EXAM                PIC Z9.
           05                          PIC X(3)      VALUE SPACES.
           05  NSL-SCORED              PIC ZZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  NSL-EXCUSED             PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  NSL-INCOMPLETE          PIC ZZ9.
           05                          PIC X(2)      VALUE SPACES.
           05  FILLER                  PIC X(20)     VALUE
                                        'NO SCORES RECORDED'.

       01  LEGEND-LINE.
           05                          PIC X(5)      VALUE SPACES.
           05  LGL-TEXT                PIC X(70).

       01  NO-SECTIONS-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  FILLER                  PIC X(40)     VALUE
                               'NO STUDENTS CARRY THE TERM ANALYZED'.

       01  SUMMARY-HEADING.
           05                          PIC X(25)     VALUE SPACES.
           05  FILLER                  PIC X(30)     VALUE
                                        'ITEM ANALYSIS SUMMARY'.

       01  SUMMARY-LINE.
           05                          PIC X(15)     VALUE SPACES.
           05  SL-CAPTION              PIC X(34).
           05  SL-COUNT                PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-SWEEP-MASTER-ROUTINE
           PERFORM 50-PRINT-REPORT-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 14-READ-PARM-ROUTINE
           PERFORM 16-LOAD-SECTION-REF-ROUTINE
           OPEN INPUT GRADE-FILE
           IF GR-FILE-STATUS NOT = '00'
               DISPLAY 'ITEMANAL - GRADE-FILE OPEN FAILED, STATUS = '
                   GR-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT ITEM-REPORT-FILE
           .
       14-READ-PARM-ROUTINE.

      *  NO PARAMETER FILE, AN EMPTY ONE, OR A BLANK TERM CODE ALL
      *  MEAN EACH STUDENT'S MOST RECENT TERM - THE EVERYDAY RUN
      *  RIGHT AFTER AN EXAM IS KEYED.  THE MARGIN STANDS ON ITS OWN
      *  AND FALLS BACK TO THE HOUSE FIGURE WHEN NOT GIVEN.
           MOVE CF-DEFAULT-LOW-MARGIN TO DF-LOW-MARGIN
           OPEN INPUT ITEM-PARM-FILE
           IF PM-FILE-STATUS = '00'
               READ ITEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMR-TERM-CODE NOT = SPACES
                           SET TERM-PARM-PRESENT TO TRUE
                           MOVE PMR-TERM-CODE TO DF-ANALYSIS-TERM
                       END-IF
                       IF PMR-LOW-MARGIN NUMERIC
                          AND PMR-LOW-MARGIN > 0
                           MOVE PMR-LOW-MARGIN TO DF-LOW-MARGIN
                       END-IF
               END-READ
               CLOSE ITEM-PARM-FILE
           END-IF
           .
       16-LOAD-SECTION-REF-ROUTINE.

      *  A MISSING REFERENCE FILE ONLY MEANS NO SECTION HAS A TITLE
      *  OR AN INSTRUCTOR - EVERY EXAM IS STILL ANALYZED AND
      *  COMPARED WITHIN ITS SECTION, AND THE CONSOLE SAYS ONCE
      *  THAT THE CROSS-SECTION CHECK HAD NOTHING TO GO ON.
           OPEN INPUT SECTION-REF-FILE
           IF SE-FILE-STATUS NOT = '00'
               SET SECTION-REF-ABSENT TO TRUE
               DISPLAY 'ITEMANAL - SECTION REFERENCE NOT AVAILABLE, '
                   'STATUS = ' SE-FILE-STATUS
                   ' - NO INSTRUCTOR COMPARISON'
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ SECTION-REF-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 17-STORE-SECTION-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF
           MOVE ' ' TO EOF-FLAG
           .
       17-STORE-SECTION-ROUTINE.

           IF SD-COUNT < CF-MAX-SECTIONS
               ADD 1 TO SD-COUNT
               MOVE SE-SECTION-CODE TO SD-SECTION-CODE (SD-COUNT)
               MOVE SE-COURSE-TITLE TO SD-COURSE-TITLE (SD-COUNT)
               MOVE SE-INSTRUCTOR TO SD-INSTRUCTOR (SD-COUNT)
           ELSE
      *  A SECTION OVER THE TABLE LIMIT PRINTS AS NOT ON THE
      *  REFERENCE FILE AND IS NOT COMPARED ACROSS - THE WARNING
      *  FIRES ONCE.
               IF NOT SECTION-TABLE-OVERFLOWED
                   SET SECTION-TABLE-OVERFLOWED TO TRUE
                   DISPLAY 'ITEMANAL - SECTION TABLE FULL AT '
                       CF-MAX-SECTIONS
                       ' - LATER SECTIONS HAVE NO INSTRUCTOR'
               END-IF
           END-IF
           .
       25-SWEEP-MASTER-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ GRADE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO TF-STUDENTS-READ
                       PERFORM 30-ONE-STUDENT-ROUTINE
               END-READ
           END-PERFORM
           IF NOT-FIRST-SECTION
               PERFORM 44-CLOSE-SECTION-ROUTINE
           END-IF
           .
       30-ONE-STUDENT-ROUTINE.

      *  A STUDENT WHO DOES NOT CARRY THE TERM BEING ANALYZED PLAYS
      *  NO PART IN IT - NOT EVEN IN OPENING A SECTION, SO A SECTION
      *  WITH NOBODY IN THE TERM DOES NOT PRINT AN EMPTY PAGE.
           PERFORM 31-FIND-TERM-ROUTINE
           IF TERM-NOT-FOUND
               ADD 1 TO TF-STUDENTS-NO-TERM
           ELSE
               IF FIRST-SECTION
                   MOVE GR-SECTION-CODE TO TF-PREV-SECTION-CODE
                   PERFORM 43-OPEN-SECTION-ROUTINE
                   SET NOT-FIRST-SECTION TO TRUE
               ELSE
                   IF GR-SECTION-CODE NOT = TF-PREV-SECTION-CODE
                       PERFORM 44-CLOSE-SECTION-ROUTINE
                       MOVE GR-SECTION-CODE TO TF-PREV-SECTION-CODE
                       PERFORM 43-OPEN-SECTION-ROUTINE
                   END-IF
               END-IF
      *  A SECTION THAT DID NOT FIT IN THE STATISTICS TABLE HAS NO
      *  ENTRY TO TALLY INTO - ITS STUDENTS ARE COUNTED ON THE
      *  TRAILER INSTEAD.
               IF SX-INDEX > 0
                   ADD 1 TO TF-STUDENTS-ANALYZED
                   ADD 1 TO SX-STUDENT-COUNT (SX-INDEX)
                   PERFORM 32-TALLY-SLOTS-ROUTINE
               ELSE
                   ADD 1 TO TF-OVERFLOW-RECORDS
               END-IF
           END-IF
           .
       31-FIND-TERM-ROUTINE.

      *  GR-NUM-TERMS IS THE OBJECT OF THE OCCURS DEPENDING ON
      *  GR-TERM-ENTRY, SO A DAMAGED COUNT IS CAPPED (MIRRORING
      *  MT-MAX-TERMS IN GRADMNT) RATHER THAN TRUSTED.
           SET TERM-NOT-FOUND TO TRUE
           MOVE GR-NUM-TERMS TO DF-NUM-TERMS
           IF DF-NUM-TERMS NOT NUMERIC OR DF-NUM-TERMS = 0
               MOVE 1 TO DF-NUM-TERMS
           END-IF
           IF DF-NUM-TERMS > CF-MAX-NUM-TERMS
               MOVE CF-MAX-NUM-TERMS TO DF-NUM-TERMS
           END-IF
           IF NO-TERM-PARM
               MOVE DF-NUM-TERMS TO DF-CURRENT-TERM
               SET TERM-FOUND TO TRUE
           ELSE
               PERFORM VARYING DF-TERM-INDEX FROM 1 BY 1
                       UNTIL DF-TERM-INDEX > DF-NUM-TERMS
                          OR TERM-FOUND
                   IF GR-TERM-CODE (DF-TERM-INDEX) = DF-ANALYSIS-TERM
                       MOVE DF-TERM-INDEX TO DF-CURRENT-TERM
                       SET TERM-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       32-TALLY-SLOTS-ROUTINE.

           MOVE GR-TERM-NUM-TESTS (DF-CURRENT-TERM) TO DF-NUM-TESTS
           IF DF-NUM-TESTS NOT NUMERIC OR DF-NUM-TESTS = 0
               MOVE CF-DEFAULT-NUM-TESTS TO DF-NUM-TESTS
           END-IF
      *  GR-TERM-EXAM-SCORE ONLY OCCURS 12 TIMES - A MASTER RECORD
      *  CARRYING A HIGHER COUNT THAN THAT WOULD SUBSCRIPT PAST THE
      *  TABLE, SO IT IS CAPPED HERE RATHER THAN TRUSTED AS-IS.
           IF DF-NUM-TESTS > CF-MAX-NUM-TESTS
               MOVE CF-MAX-NUM-TESTS TO DF-NUM-TESTS
           END-IF

           PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                   UNTIL DF-TEST-INDEX > DF-NUM-TESTS
               EVALUATE TRUE
                   WHEN GR-EXAM-EXCUSED
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                       ADD 1 TO WK-EXCUSED (DF-TEST-INDEX)
                   WHEN GR-EXAM-INCOMPLETE
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                       ADD 1 TO WK-INCOMPLETE (DF-TEST-INDEX)
                   WHEN NOT GR-EXAM-SCORED
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                       ADD 1 TO TF-SCORES-SKIPPED
                   WHEN GR-TERM-EXAM-SCORE
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                           NOT NUMERIC
                     OR GR-TERM-EXAM-SCORE
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                           < CF-VALID-LOW
                     OR GR-TERM-EXAM-SCORE
                           (DF-CURRENT-TERM, DF-TEST-INDEX)
                           > CF-VALID-HIGH
                       ADD 1 TO TF-SCORES-SKIPPED
                   WHEN OTHER
                       PERFORM 33-TALLY-ONE-SCORE-ROUTINE
               END-EVALUATE
           END-PERFORM
           .
       33-TALLY-ONE-SCORE-ROUTINE.

           MOVE GR-TERM-EXAM-SCORE (DF-CURRENT-TERM, DF-TEST-INDEX)
               TO DF-SCORE
           IF WK-SCORED (DF-TEST-INDEX) = 0
               MOVE DF-SCORE TO WK-HIGH (DF-TEST-INDEX)
               MOVE DF-SCORE TO WK-LOW (DF-TEST-INDEX)
           ELSE
               IF DF-SCORE > WK-HIGH (DF-TEST-INDEX)
                   MOVE DF-SCORE TO WK-HIGH (DF-TEST-INDEX)
               END-IF
               IF DF-SCORE < WK-LOW (DF-TEST-INDEX)
                   MOVE DF-SCORE TO WK-LOW (DF-TEST-INDEX)
               END-IF
           END-IF
           ADD 1 TO WK-SCORED (DF-TEST-INDEX)
           ADD DF-SCORE TO WK-SUM (DF-TEST-INDEX)
           COMPUTE WK-SUM-SQUARES (DF-TEST-INDEX) =
               WK-SUM-SQUARES (DF-TEST-INDEX) + DF-SCORE * DF-SCORE
           COMPUTE DF-BUCKET-INDEX = DF-SCORE + 1
           ADD 1 TO WK-BUCKET (DF-TEST-INDEX, DF-BUCKET-INDEX)
           .
       43-OPEN-SECTION-ROUTINE.

      *  THE NEW SECTION GETS ITS STATISTICS ENTRY AND ITS REFERENCE
      *  FIELDS NOW, AND THE RUNNING TALLIES START OVER.
           PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                   UNTIL DF-TEST-INDEX > CF-MAX-NUM-TESTS
               MOVE 0 TO WK-SCORED (DF-TEST-INDEX)
               MOVE 0 TO WK-EXCUSED (DF-TEST-INDEX)
               MOVE 0 TO WK-INCOMPLETE (DF-TEST-INDEX)
               MOVE 0 TO WK-SUM (DF-TEST-INDEX)
               MOVE 0 TO WK-SUM-SQUARES (DF-TEST-INDEX)
               MOVE 0 TO WK-HIGH (DF-TEST-INDEX)
               MOVE 0 TO WK-LOW (DF-TEST-INDEX)
               PERFORM VARYING DF-BUCKET-INDEX FROM 1 BY 1
                       UNTIL DF-BUCKET-INDEX > CF-NUM-BUCKETS
                   MOVE 0 TO WK-BUCKET (DF-TEST-INDEX, DF-BUCKET-INDEX)
               END-PERFORM
           END-PERFORM

           IF SX-COUNT < CF-MAX-SECTIONS
               ADD 1 TO SX-COUNT
               MOVE SX-COUNT TO SX-INDEX
               MOVE GR-SECTION-CODE TO SX-SECTION-CODE (SX-INDEX)
               MOVE 0 TO SX-STUDENT-COUNT (SX-INDEX)
               PERFORM 22-FIND-SECTION-ROUTINE
               IF SD-FOUND-INDEX > 0
                   MOVE SD-COURSE-TITLE (SD-FOUND-INDEX) TO
                       SX-COURSE-TITLE (SX-INDEX)
                   MOVE SD-INSTRUCTOR (SD-FOUND-INDEX) TO
                       SX-INSTRUCTOR (SX-INDEX)
                   MOVE 'Y' TO SX-ON-REF-FLAG (SX-INDEX)
               ELSE
                   MOVE SPACES TO SX-COURSE-TITLE (SX-INDEX)
                   MOVE SPACES TO SX-INSTRUCTOR (SX-INDEX)
                   MOVE 'N' TO SX-ON-REF-FLAG (SX-INDEX)
               END-IF
           ELSE
               MOVE 0 TO SX-INDEX
               IF NOT STATS-TABLE-OVERFLOWED
                   SET STATS-TABLE-OVERFLOWED TO TRUE
                   DISPLAY 'ITEMANAL - STATISTICS TABLE FULL AT '
                       CF-MAX-SECTIONS
                       ' - LATER SECTIONS NOT ANALYZED'
               END-IF
           END-IF
           .
       22-FIND-SECTION-ROUTINE.

           MOVE 0 TO SD-FOUND-INDEX
           PERFORM VARYING SD-INDEX FROM 1 BY 1
                   UNTIL SD-INDEX > SD-COUNT
                      OR SD-FOUND-INDEX > 0
               IF SD-SECTION-CODE (SD-INDEX) = GR-SECTION-CODE
                   MOVE SD-INDEX TO SD-FOUND-INDEX
               END-IF
           END-PERFORM
           .
       44-CLOSE-SECTION-ROUTINE.

      *  THE SECTION'S RUNNING TALLIES ARE TURNED INTO FINISHED
      *  STATISTICS AND FILED IN ITS TABLE ENTRY.
           IF SX-INDEX > 0
               PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                       UNTIL DF-TEST-INDEX > CF-MAX-NUM-TESTS
                   PERFORM 45-FINISH-SLOT-ROUTINE
               END-PERFORM
           END-IF
           .
       45-FINISH-SLOT-ROUTINE.

           MOVE WK-SCORED (DF-TEST-INDEX) TO
               SX-SCORED (SX-INDEX, DF-TEST-INDEX)
           MOVE WK-EXCUSED (DF-TEST-INDEX) TO
               SX-EXCUSED (SX-INDEX, DF-TEST-INDEX)
           MOVE WK-INCOMPLETE (DF-TEST-INDEX) TO
               SX-INCOMPLETE (SX-INDEX, DF-TEST-INDEX)
           MOVE 0 TO SX-MEAN (SX-INDEX, DF-TEST-INDEX)
           MOVE 0 TO SX-MEDIAN (SX-INDEX, DF-TEST-INDEX)
           MOVE 0 TO SX-STD-DEV (SX-INDEX, DF-TEST-INDEX)
           MOVE WK-HIGH (DF-TEST-INDEX) TO
               SX-HIGH (SX-INDEX, DF-TEST-INDEX)
           MOVE WK-LOW (DF-TEST-INDEX) TO
               SX-LOW (SX-INDEX, DF-TEST-INDEX)

           IF WK-SCORED (DF-TEST-INDEX) > 0
               COMPUTE SX-MEAN (SX-INDEX, DF-TEST-INDEX) ROUNDED =
                   WK-SUM (DF-TEST-INDEX) / WK-SCORED (DF-TEST-INDEX)
      *  N TIMES THE SUM OF SQUARES LESS THE SQUARE OF THE SUM IS
      *  EXACT IN WHOLE NUMBERS AND NEVER NEGATIVE, SO THE VARIANCE
      *  IS TAKEN FROM IT RATHER THAN FROM THE ROUNDED MEAN.
               COMPUTE DF-VARIANCE-NUMER =
                   WK-SCORED (DF-TEST-INDEX)
                       * WK-SUM-SQUARES (DF-TEST-INDEX)
                 - WK-SUM (DF-TEST-INDEX) * WK-SUM (DF-TEST-INDEX)
               COMPUTE DF-VARIANCE ROUNDED =
                   DF-VARIANCE-NUMER
                   / (WK-SCORED (DF-TEST-INDEX)
                       * WK-SCORED (DF-TEST-INDEX))
               COMPUTE SX-STD-DEV (SX-INDEX, DF-TEST-INDEX) ROUNDED =
                   DF-VARIANCE ** 0.5
               PERFORM 46-FIND-MEDIAN-ROUTINE
           END-IF
           .
       46-FIND-MEDIAN-ROUTINE.

      *  THE MIDDLE POSITIONS OF THE SORTED SCORES ARE (N+1)/2 AND
      *  (N+2)/2 IN WHOLE NUMBERS - THE SAME POSITION TWICE WHEN N
      *  IS ODD.  THE BUCKETS ARE WALKED LOWEST SCORE FIRST UNTIL
      *  THE RUNNING COUNT REACHES EACH POSITION.
           DIVIDE 2 INTO WK-SCORED (DF-TEST-INDEX)
               GIVING DF-MIDDLE-LOW
           COMPUTE DF-MIDDLE-HIGH = DF-MIDDLE-LOW + 1
           DIVIDE 2 INTO WK-SCORED (DF-TEST-INDEX)
               GIVING DF-RUNNING-COUNT
           IF DF-RUNNING-COUNT * 2 NOT = WK-SCORED (DF-TEST-INDEX)
               MOVE DF-MIDDLE-HIGH TO DF-MIDDLE-LOW
           END-IF
           MOVE 0 TO DF-RUNNING-COUNT
           MOVE -1 TO DF-MIDDLE-LOW-SCORE
           MOVE -1 TO DF-MIDDLE-HIGH-SCORE
           PERFORM VARYING DF-BUCKET-INDEX FROM 1 BY 1
                   UNTIL DF-BUCKET-INDEX > CF-NUM-BUCKETS
                      OR DF-MIDDLE-HIGH-SCORE NOT < 0
               ADD WK-BUCKET (DF-TEST-INDEX, DF-BUCKET-INDEX) TO
                   DF-RUNNING-COUNT
               IF DF-MIDDLE-LOW-SCORE < 0
                  AND DF-RUNNING-COUNT NOT < DF-MIDDLE-LOW
                   COMPUTE DF-MIDDLE-LOW-SCORE = DF-BUCKET-INDEX - 1
               END-IF
               IF DF-RUNNING-COUNT NOT < DF-MIDDLE-HIGH
                   COMPUTE DF-MIDDLE-HIGH-SCORE = DF-BUCKET-INDEX - 1
               END-IF
           END-PERFORM
           COMPUTE SX-MEDIAN (SX-INDEX, DF-TEST-INDEX) ROUNDED =
               (DF-MIDDLE-LOW-SCORE + DF-MIDDLE-HIGH-SCORE) / 2
           .
       50-PRINT-REPORT-ROUTINE.

           IF SX-COUNT = 0
               WRITE REPORT-RECORD FROM HEADING-ONE
                   AFTER ADVANCING PAGE
               PERFORM 52-PARM-LINES-ROUTINE
               MOVE NO-SECTIONS-LINE TO REPORT-RECORD
               MOVE 3 TO PROPER-SPACING
               PERFORM 75-WRITE-A-LINE
           ELSE
               PERFORM VARYING SX-INDEX FROM 1 BY 1
                       UNTIL SX-INDEX > SX-COUNT
                   PERFORM 51-SECTION-HEADING-ROUTINE
                   PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                           UNTIL DF-TEST-INDEX > CF-MAX-NUM-TESTS
                       IF SX-SCORED (SX-INDEX, DF-TEST-INDEX) > 0
                          OR SX-EXCUSED (SX-INDEX, DF-TEST-INDEX) > 0
                          OR SX-INCOMPLETE (SX-INDEX, DF-TEST-INDEX)
                              > 0
                           PERFORM 53-ITEM-LINE-ROUTINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
       51-SECTION-HEADING-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           PERFORM 52-PARM-LINES-ROUTINE
           MOVE SX-SECTION-CODE (SX-INDEX) TO SHL-SECTION-CODE
           MOVE SX-COURSE-TITLE (SX-INDEX) TO SHL-COURSE-TITLE
           MOVE SECTION-HEADING-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           IF SX-ON-REF-FLAG (SX-INDEX) = 'Y'
               MOVE SX-INSTRUCTOR (SX-INDEX) TO SIL-INSTRUCTOR
               MOVE SX-STUDENT-COUNT (SX-INDEX) TO SIL-STUDENT-COUNT
               MOVE SECTION-TEACHER-LINE TO REPORT-RECORD
           ELSE
               MOVE SX-STUDENT-COUNT (SX-INDEX) TO SUL-STUDENT-COUNT
               MOVE SECTION-UNKNOWN-LINE TO REPORT-RECORD
           END-IF
           PERFORM 75-WRITE-A-LINE
           MOVE HEADING-TWO TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       52-PARM-LINES-ROUTINE.

           IF TERM-PARM-PRESENT
               MOVE DF-ANALYSIS-TERM TO TML-TERM
           ELSE
               MOVE 'MOST RECENT ON EACH STUDENT' TO TML-TERM
           END-IF
           MOVE TERM-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE DF-LOW-MARGIN TO MGL-MARGIN
           MOVE MARGIN-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           .
       53-ITEM-LINE-ROUTINE.

           ADD 1 TO TF-SLOTS-REPORTED
           IF SX-SCORED (SX-INDEX, DF-TEST-INDEX) = 0
               MOVE DF-TEST-INDEX TO NSL-EXAM
               MOVE 0 TO NSL-SCORED
               MOVE SX-EXCUSED (SX-INDEX, DF-TEST-INDEX) TO
                   NSL-EXCUSED
               MOVE SX-INCOMPLETE (SX-INDEX, DF-TEST-INDEX) TO
                   NSL-INCOMPLETE
               MOVE NOT-SCORED-LINE TO REPORT-RECORD
           ELSE
               MOVE DF-TEST-INDEX TO IL-EXAM
               MOVE SX-SCORED (SX-INDEX, DF-TEST-INDEX) TO IL-SCORED
               MOVE SX-EXCUSED (SX-INDEX, DF-TEST-INDEX) TO
                   IL-EXCUSED
               MOVE SX-INCOMPLETE (SX-INDEX, DF-TEST-INDEX) TO
                   IL-INCOMPLETE
               MOVE SX-MEAN (SX-INDEX, DF-TEST-INDEX) TO IL-MEAN
               MOVE SX-MEDIAN (SX-INDEX, DF-TEST-INDEX) TO IL-MEDIAN
               MOVE SX-HIGH (SX-INDEX, DF-TEST-INDEX) TO IL-HIGH
               MOVE SX-LOW (SX-INDEX, DF-TEST-INDEX) TO IL-LOW
               MOVE SX-STD-DEV (SX-INDEX, DF-TEST-INDEX) TO
                   IL-STD-DEV
               MOVE SPACES TO IL-FLAG-SECTION
               MOVE SPACES TO IL-FLAG-INSTRUCTOR
               PERFORM 54-CHECK-SECTION-LOW-ROUTINE
               PERFORM 55-CHECK-INSTRUCTOR-LOW-ROUTINE
               MOVE ITEM-LINE TO REPORT-RECORD
           END-IF
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       54-CHECK-SECTION-LOW-ROUTINE.

      *  THE EXAM IS MEASURED AGAINST THE AVERAGE OF THE MEANS OF
      *  THE SECTION'S OTHER SCORED EXAMS - A SECTION WITH ONLY ONE
      *  SCORED EXAM HAS NOTHING TO MEASURE AGAINST.
           MOVE 0 TO DF-COMPARE-SUM
           MOVE 0 TO DF-COMPARE-COUNT
           PERFORM VARYING SX-OTHER-INDEX FROM 1 BY 1
                   UNTIL SX-OTHER-INDEX > CF-MAX-NUM-TESTS
               IF SX-OTHER-INDEX NOT = DF-TEST-INDEX
                  AND SX-SCORED (SX-INDEX, SX-OTHER-INDEX) > 0
                   ADD SX-MEAN (SX-INDEX, SX-OTHER-INDEX) TO
                       DF-COMPARE-SUM
                   ADD 1 TO DF-COMPARE-COUNT
               END-IF
           END-PERFORM
           IF DF-COMPARE-COUNT > 0
               COMPUTE DF-COMPARE-MEAN ROUNDED =
                   DF-COMPARE-SUM / DF-COMPARE-COUNT
               IF SX-MEAN (SX-INDEX, DF-TEST-INDEX) NOT >
                      DF-COMPARE-MEAN - DF-LOW-MARGIN
                   MOVE 'LOW-SECT' TO IL-FLAG-SECTION
                   ADD 1 TO TF-FLAGS-SECTION
               END-IF
           END-IF
           .
       55-CHECK-INSTRUCTOR-LOW-ROUTINE.

      *  THE EXAM IS MEASURED AGAINST THE SAME EXAM NUMBER IN EVERY
      *  OTHER SECTION THE SAME INSTRUCTOR TEACHES, WHERE ANYONE WAS
      *  SCORED ON IT.
           MOVE 0 TO DF-COMPARE-SUM
           MOVE 0 TO DF-COMPARE-COUNT
           IF SX-INSTRUCTOR (SX-INDEX) NOT = SPACES
               PERFORM VARYING SX-OTHER-INDEX FROM 1 BY 1
                       UNTIL SX-OTHER-INDEX > SX-COUNT
                   IF SX-OTHER-INDEX NOT = SX-INDEX
                      AND SX-INSTRUCTOR (SX-OTHER-INDEX) =
                          SX-INSTRUCTOR (SX-INDEX)
                      AND SX-SCORED (SX-OTHER-INDEX, DF-TEST-INDEX)
                          > 0
                       ADD SX-MEAN (SX-OTHER-INDEX, DF-TEST-INDEX)
                           TO DF-COMPARE-SUM
                       ADD 1 TO DF-COMPARE-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF DF-COMPARE-COUNT > 0
               COMPUTE DF-COMPARE-MEAN ROUNDED =
                   DF-COMPARE-SUM / DF-COMPARE-COUNT
               IF SX-MEAN (SX-INDEX, DF-TEST-INDEX) NOT >
                      DF-COMPARE-MEAN - DF-LOW-MARGIN
                   MOVE 'LOW-INSTR' TO IL-FLAG-INSTRUCTOR
                   ADD 1 TO TF-FLAGS-INSTRUCTOR
               END-IF
           END-IF
           .
       40-EOF-ROUTINE.

           PERFORM 60-SUMMARY-ROUTINE
           CLOSE GRADE-FILE
               ITEM-REPORT-FILE
           STOP RUN
           .
       60-SUMMARY-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           PERFORM 52-PARM-LINES-ROUTINE
           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'STUDENTS READ' TO SL-CAPTION
           MOVE TF-STUDENTS-READ TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'STUDENTS ANALYZED' TO SL-CAPTION
           MOVE TF-STUDENTS-ANALYZED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'STUDENTS NOT CARRYING THE TERM' TO SL-CAPTION
           MOVE TF-STUDENTS-NO-TERM TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'STUDENTS IN SECTIONS NOT ANALYZED' TO SL-CAPTION
           MOVE TF-OVERFLOW-RECORDS TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'SECTIONS ANALYZED' TO SL-CAPTION
           MOVE SX-COUNT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EXAMS REPORTED' TO SL-CAPTION
           MOVE TF-SLOTS-REPORTED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'SCORES LEFT OUT - NOT VALID' TO SL-CAPTION
           MOVE TF-SCORES-SKIPPED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EXAMS FLAGGED LOW-SECT' TO SL-CAPTION
           MOVE TF-FLAGS-SECTION TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EXAMS FLAGGED LOW-INSTR' TO SL-CAPTION
           MOVE TF-FLAGS-INSTRUCTOR TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'LOW-SECT  = MEAN FAR BELOW THE SECTION''S OTHER EXAMS'
               TO LGL-TEXT
           MOVE LEGEND-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 'LOW-INSTR = MEAN FAR BELOW THE SAME EXAM IN THE SAME '
               TO LGL-TEXT
           MOVE LEGEND-LINE TO REPORT-RECORD
           MOVE 1 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE '            INSTRUCTOR''S OTHER SECTIONS' TO LGL-TEXT
           MOVE LEGEND-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
