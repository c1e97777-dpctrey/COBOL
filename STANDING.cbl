      *        CODE.  A MISSING OR NON-NUMERIC PARAMETER RECORD FALLS
      *        BACK TO THE DEFAULTS (90.0 / 65.0) AND SAYS SO ON THE
      *        REPORT.
      *    3.  THE GRADING POLICY REFERENCE MASTER (GRADPOLY.DAT,
      *        SEE POLYREC COPYBOOK), READ BY KEY FOR THE CATEGORY
      *        WEIGHTS AND LETTER SCALE OF THE STUDENT'S SECTION.
      *        A SECTION WITH NO POLICY - OR NO FILE - GETS THE
      *        HOUSE DEFAULT: EVERY EXAM EQUAL, 90/80/70/60.
      *
      * *******
      * OUTPUT:
      * *************
      * CALCULATIONS:
      *    TERM AVERAGE =
      *        THE SECTION POLICY'S WEIGHTED AVERAGE OF THAT TERM'S
      *        SCORED EXAMS - EACH CATEGORY WITH ANYTHING SCORED
      *        CONTRIBUTES ITS OWN AVERAGE AT ITS WEIGHT, DIVIDED
      *        BY THE WEIGHTS USED.  UNDER THE HOUSE DEFAULT THIS
      *        IS SIMPLY THE SUM OF THE SCORED EXAMS / THE NUMBER
      *        SCORED.  EXCUSED AND INCOMPLETE EXAMS (SEE THE
      *        STATUS BYTES IN GRADEREC) COUNT IN NEITHER.  A TERM
      *        WITH A NON-NUMERIC OR OUT-OF-RANGE SCORE, OR WITH
      *        NOTHING SCORED AT ALL, IS SKIPPED.
      *    CUMULATIVE AVERAGE =
      *        THE SUM OF THE STUDENT'S TERM AVERAGES / THE NUMBER
      *        OF TERMS AVERAGED.  A STUDENT WITH NO AVERAGEABLE
      *        TERM AT ALL IS LEFT OFF BOTH LISTS AND COUNTED ON THE
      *        TRAILER.
      *    FAILING A TERM =
      *        THAT TERM'S AVERAGE FALLS BELOW THE LOWEST CUTOFF ON
      *        THE SECTION'S LETTER SCALE - THE F BAND, THE SAME
      *        BAND SAMPLCOB GRADES AN F (BELOW 60 ON THE HOUSE
      *        DEFAULT).
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'STANDPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT STANDING-REPORT-FILE
               ASSIGN TO PRINTER 'PRSTAND'.

           05  PMR-PROBATION-THRESHOLD  PIC 9(3)V9.
           05  FILLER                   PIC X(70).

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  STANDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  TF-FIRST-SECTION-FLAG   PIC X         VALUE 'Y'.
               88  FIRST-SECTION                     VALUE 'Y'.
               88  NOT-FIRST-SECTION                 VALUE 'N'.
           05  POLICY-FLAG             PIC X         VALUE 'Y'.
               88  POLICY-PRESENT                    VALUE 'Y'.
               88  POLICY-ABSENT                     VALUE 'N'.
           05  SCALE-DONE-FLAG         PIC X         VALUE 'N'.
               88  SCALE-DONE                        VALUE 'Y'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PM-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PO-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PARM-FIELDS.
           05  PM-HONOR-THRESHOLD      PIC S9(3)V9   VALUE +90.0.
           05  PM-PROBATION-THRESHOLD  PIC S9(3)V9   VALUE +65.0.
           05  DF-CURRENT-AVG-FLAG     PIC X         VALUE 'N'.
           05  DF-PRIOR-AVG-FLAG       PIC X         VALUE 'N'.

      *  THE STUDENT'S SCORED EXAMS SPLIT BY THE SECTION POLICY'S
      *  CATEGORIES, AND THE SECTION WHOSE POLICY IS LOADED IN
      *  POLICY-RECORD RIGHT NOW.
       01  POLICY-FIELDS.
           05  PW-LOADED-SECTION       PIC X(4)      VALUE HIGH-VALUES.
           05  PW-CAT-INDEX            PIC S9(2)     VALUE +0.
           05  PW-SCALE-INDEX          PIC S9(2)     VALUE +0.
           05  PW-CATEGORY-TOTALS      OCCURS 4 TIMES.
               10  PW-CAT-SUM          PIC S9(4).
               10  PW-CAT-COUNT        PIC S9(2).
           05  PW-WEIGHTED-SUM         PIC S9(7)V9(6) VALUE +0.
           05  PW-WEIGHT-USED          PIC S9(4)     VALUE +0.
           05  PW-FAILING-AVERAGE      PIC S9(3)V9   VALUE +60.0.

       01  TOTAL-FIELDS.
           05  TF-PREV-SECTION-CODE    PIC X(4)      VALUE SPACES.
           05  TF-NUM-STUDENTS         PIC S9(5)     VALUE +0.
           05  CF-MAX-NUM-TERMS        PIC S9(2)     VALUE +4.
           05  CF-MAX-SECTION-SIZE     PIC S9(3)     VALUE +200.
           05  CF-FAILING-AVERAGE      PIC S9(3)V9   VALUE +60.0.
           05  CF-MAX-CATEGORIES       PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES    PIC S9(2)     VALUE +12.

      **************     SECTION STANDING TABLE     ****************
      *  Every student in the current section is held here with the
               STOP RUN
           END-IF
           PERFORM 17-READ-PARMS-ROUTINE
           PERFORM 19-OPEN-POLICY-ROUTINE
           OPEN OUTPUT STANDING-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           WRITE REPORT-RECORD FROM HEADING-ONE
           PERFORM 35-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
      *  THE GRADING POLICY FILE IS OPTIONAL - A SHOP THAT HAS NOT
      *  LOADED GRADPOLY.DAT GRADES EVERY SECTION ON THE HOUSE
      *  DEFAULT, WHICH IS WHAT THIS REPORT ALWAYS DID.
       19-OPEN-POLICY-ROUTINE.

           OPEN INPUT POLICY-FILE
           IF PO-FILE-STATUS NOT = '00'
               SET POLICY-ABSENT TO TRUE
               IF PO-FILE-STATUS NOT = '35'
                   DISPLAY 'STANDING - GRADING POLICY OPEN FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FOR EVERY SECTION'
               END-IF
           END-IF
           .
       25-PROCESS-STUDENT-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
       30-STUDENT-STANDING-ROUTINE.

           ADD 1 TO TF-NUM-STUDENTS
           IF GR-SECTION-CODE NOT = PW-LOADED-SECTION
               PERFORM 37-LOAD-POLICY-ROUTINE
           END-IF

      *  GR-NUM-TERMS IS THE OBJECT OF THE OCCURS DEPENDING ON
      *  CLAUSE IN GRADEREC, SO IT IS TESTED AS IT SITS ON THE

           IF VALID-TERM
               MOVE 0 TO DF-SUM-GRADES
               PERFORM VARYING PW-CAT-INDEX FROM 1 BY 1
                       UNTIL PW-CAT-INDEX > CF-MAX-CATEGORIES
                   MOVE 0 TO PW-CAT-SUM (PW-CAT-INDEX)
                   MOVE 0 TO PW-CAT-COUNT (PW-CAT-INDEX)
               END-PERFORM
               PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                       UNTIL DF-TEST-INDEX > DF-NUM-TESTS
                   IF GR-EXAM-SCORED (DF-TERM-INDEX, DF-TEST-INDEX)
                       ADD GR-TERM-EXAM-SCORE (DF-TERM-INDEX,
                           DF-TEST-INDEX) TO DF-SUM-GRADES
                       PERFORM 31C-SLOT-CATEGORY-ROUTINE
                       ADD GR-TERM-EXAM-SCORE (DF-TERM-INDEX,
                           DF-TEST-INDEX) TO PW-CAT-SUM (PW-CAT-INDEX)
                       ADD 1 TO PW-CAT-COUNT (PW-CAT-INDEX)
                   END-IF
               END-PERFORM
               PERFORM 31D-WEIGHT-AVERAGE-ROUTINE
               ADD DF-TERM-AVERAGE TO DF-SUM-TERM-AVGS
               ADD 1 TO DF-TERMS-AVERAGED
      *  THE FAILED-CURRENT-TERM TEST IS ABOUT THE STUDENT'S ACTUAL
               END-IF
           END-IF
           .
       31C-SLOT-CATEGORY-ROUTINE.

      *  A SLOT THE POLICY DOES NOT PLACE IN A CATEGORY 1 THRU 4
      *  COUNTS IN CATEGORY 1 RATHER THAN DROPPING OUT OF THE
      *  GRADE - POLYMNT NEVER WRITES ONE, BUT A SCORE SHOULD NOT
      *  VANISH OVER A DAMAGED REFERENCE RECORD.
           IF PO-SLOT-CATEGORY (DF-TEST-INDEX) NUMERIC
              AND PO-SLOT-CATEGORY (DF-TEST-INDEX) >= 1
              AND PO-SLOT-CATEGORY (DF-TEST-INDEX) <= CF-MAX-CATEGORIES
               MOVE PO-SLOT-CATEGORY (DF-TEST-INDEX) TO PW-CAT-INDEX
           ELSE
               MOVE 1 TO PW-CAT-INDEX
           END-IF
           .
       31D-WEIGHT-AVERAGE-ROUTINE.

      *  EACH CATEGORY THAT HAS ANYTHING SCORED CONTRIBUTES ITS OWN
      *  AVERAGE AT ITS POLICY WEIGHT, AND THE RESULT IS DIVIDED BY
      *  THE WEIGHTS ACTUALLY USED - SO A STUDENT WHO HAS NOT SAT
      *  THE FINAL YET IS GRADED ON THE QUIZZES AND MIDTERMS IN
      *  THEIR OWN PROPORTION INSTEAD OF AS IF THE FINAL WERE A
      *  ZERO.  SCORES THAT ONLY FALL IN ZERO-WEIGHT CATEGORIES
      *  STILL GET A PLAIN AVERAGE RATHER THAN NONE AT ALL.
           MOVE 0 TO PW-WEIGHTED-SUM
           MOVE 0 TO PW-WEIGHT-USED
           PERFORM VARYING PW-CAT-INDEX FROM 1 BY 1
                   UNTIL PW-CAT-INDEX > CF-MAX-CATEGORIES
               IF PW-CAT-COUNT (PW-CAT-INDEX) > 0
                  AND PO-CATEGORY-WEIGHT (PW-CAT-INDEX) NUMERIC
                   COMPUTE PW-WEIGHTED-SUM = PW-WEIGHTED-SUM +
                       PW-CAT-SUM (PW-CAT-INDEX)
                       * PO-CATEGORY-WEIGHT (PW-CAT-INDEX)
                       / PW-CAT-COUNT (PW-CAT-INDEX)
                   ADD PO-CATEGORY-WEIGHT (PW-CAT-INDEX) TO
                       PW-WEIGHT-USED
               END-IF
           END-PERFORM
           IF PW-WEIGHT-USED > 0
               COMPUTE DF-TERM-AVERAGE ROUNDED =
                   PW-WEIGHTED-SUM / PW-WEIGHT-USED
           ELSE
               DIVIDE DF-NUM-SCORED INTO DF-SUM-GRADES
                   GIVING DF-TERM-AVERAGE ROUNDED
           END-IF
           .
       33-STORE-STUDENT-ROUTINE.

           IF TB-COUNT < CF-MAX-SECTION-SIZE
      *  THE SLIDE THE OFFICE WANTS FLAGGED.
               IF DF-CURRENT-AVG-FLAG = 'Y'
                  AND DF-PRIOR-AVG-FLAG = 'Y'
                  AND DF-CURRENT-AVG < PW-FAILING-AVERAGE
                  AND DF-PRIOR-AVG >= PW-FAILING-AVERAGE
                   MOVE 'Y' TO SB-NEW-FAIL-FLAG (TB-COUNT)
               ELSE
                   MOVE 'N' TO SB-NEW-FAIL-FLAG (TB-COUNT)
               ADD 1 TO TF-NUM-OVERFLOW
           END-IF
           .
       37-LOAD-POLICY-ROUTINE.

      *  THE SECTION'S POLICY IS READ ONCE PER SECTION AND STAYS IN
      *  POLICY-RECORD UNTIL THE NEXT SECTION.  NOT ON FILE, OR NO
      *  FILE, MEANS THE HOUSE DEFAULT.
           MOVE GR-SECTION-CODE TO PW-LOADED-SECTION
           IF POLICY-ABSENT
               PERFORM 37B-DEFAULT-POLICY-ROUTINE
           ELSE
               MOVE GR-SECTION-CODE TO PO-SECTION-CODE
               READ POLICY-FILE
                   INVALID KEY
                       PERFORM 37B-DEFAULT-POLICY-ROUTINE
               END-READ
      *  INVALID KEY ONLY CATCHES A SECTION WITH NO POLICY - A HARD
      *  I-O ERROR TAKES NEITHER BRANCH, SO THE STATUS IS CHECKED
      *  AND THE LOOKUPS SHUT OFF FOR THE REST OF THE RUN RATHER
      *  THAN FAILING ONCE PER SECTION.
               IF PO-FILE-STATUS NOT = '00'
                  AND PO-FILE-STATUS NOT = '23'
                   SET POLICY-ABSENT TO TRUE
                   DISPLAY 'STANDING - GRADING POLICY READ FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FROM HERE ON'
                   PERFORM 37B-DEFAULT-POLICY-ROUTINE
               END-IF
           END-IF
           PERFORM 37C-FAILING-CUTOFF-ROUTINE
           .
       37B-DEFAULT-POLICY-ROUTINE.

      *  THE HOUSE DEFAULT - EVERY SLOT IN ONE CATEGORY WEIGHING
      *  100, GRADED 90/80/70/60 - THE SAME POLICY POLYMNT FILLS
      *  IN FOR ANY PART LEFT BLANK ON AN ADD.
           MOVE SPACES TO POLICY-RECORD
           MOVE PW-LOADED-SECTION TO PO-SECTION-CODE
           MOVE ALL '1' TO PO-SLOT-CATEGORIES
           MOVE 'EXAMS' TO PO-CATEGORY-NAME (1)
           MOVE 100 TO PO-CATEGORY-WEIGHT (1)
           MOVE 'A' TO PO-SCALE-LETTER (1)
           MOVE 90 TO PO-SCALE-CUTOFF (1)
           MOVE 'B' TO PO-SCALE-LETTER (2)
           MOVE 80 TO PO-SCALE-CUTOFF (2)
           MOVE 'C' TO PO-SCALE-LETTER (3)
           MOVE 70 TO PO-SCALE-CUTOFF (3)
           MOVE 'D' TO PO-SCALE-LETTER (4)
           MOVE 60 TO PO-SCALE-CUTOFF (4)
           .
       37C-FAILING-CUTOFF-ROUTINE.

      *  THE F BAND IS EVERYTHING BELOW THE LAST PASSING CUTOFF ON
      *  THE SECTION'S SCALE, SO THAT CUTOFF IS THE FAILING LINE.
      *  A SCALE MAY ALSO SPELL THE F BAND OUT AS A LAST ENTRY AT
      *  CUTOFF 000 - THAT ENTRY IS WHERE FAILING STARTS, NOT A
      *  PASSING CUTOFF, SO THE WALK STOPS THERE; TAKING ITS ZERO
      *  WOULD MEAN NO STUDENT COULD EVER FAIL.  A SCALE WITH NO
      *  USABLE ENTRY FALLS BACK TO THE HOUSE 60.0.
           MOVE CF-FAILING-AVERAGE TO PW-FAILING-AVERAGE
           MOVE 'N' TO SCALE-DONE-FLAG
           PERFORM VARYING PW-SCALE-INDEX FROM 1 BY 1
                   UNTIL PW-SCALE-INDEX > CF-MAX-SCALE-ENTRIES
                      OR SCALE-DONE
               IF PO-SCALE-LETTER (PW-SCALE-INDEX) = SPACES
                  OR PO-SCALE-CUTOFF (PW-SCALE-INDEX) NOT NUMERIC
                   SET SCALE-DONE TO TRUE
               ELSE
                   IF PO-SCALE-LETTER (PW-SCALE-INDEX) (1:1) = 'F'
                      OR PO-SCALE-CUTOFF (PW-SCALE-INDEX) = 0
                       SET SCALE-DONE TO TRUE
                   ELSE
                       MOVE PO-SCALE-CUTOFF (PW-SCALE-INDEX) TO
                           PW-FAILING-AVERAGE
                   END-IF
               END-IF
           END-PERFORM
           .
       44-SECTION-LISTS-ROUTINE.

      *  EACH SECTION'S LISTS START ON A FRESH PAGE WITH THE REPORT

           CLOSE GRADE-FILE
               STANDING-REPORT-FILE
           IF POLICY-PRESENT
               CLOSE POLICY-FILE
           END-IF
           STOP RUN
           .
