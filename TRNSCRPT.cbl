      *        ORDER, AND A MISSING REFERENCE FILE ALTOGETHER
      *        LEAVES EVERYTHING IN KEYED ORDER THE WAY THIS
      *        REPORT ALWAYS PRINTED IT.
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
      *        FOR EACH POLICY CATEGORY WITH ANYTHING SCORED THAT
      *        TERM, THE CATEGORY AVERAGE TIMES ITS WEIGHT, SUMMED
      *        AND DIVIDED BY THE WEIGHTS USED - UNDER THE HOUSE
      *        DEFAULT, SIMPLY THE SUM OF THE SCORED EXAMS / THE
      *        NUMBER OF EXAMS SCORED
      *    LETTER GRADE =
      *        THE FIRST ENTRY ON THE SECTION'S SCALE WHOSE CUTOFF
      *        THE TERM AVERAGE REACHES, OTHERWISE F
      *    TREND =
      *        UP   WHEN TERM AVERAGE > PRIOR TERM AVERAGE
      *        DOWN WHEN TERM AVERAGE < PRIOR TERM AVERAGE
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-TERM-CODE
               FILE STATUS IS TE-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT TRANSCRIPT-REPORT-FILE
               ASSIGN TO PRINTER 'PRTRANS'.


           COPY TERMREC.

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  TRANSCRIPT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

               88  TERM-REF-ABSENT                   VALUE 'N'.
           05  TERM-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-TERM-REF                  VALUE 'N'.
           05  POLICY-FLAG             PIC X         VALUE 'Y'.
               88  POLICY-PRESENT                    VALUE 'Y'.
               88  POLICY-ABSENT                     VALUE 'N'.
           05  SCALE-DONE-FLAG         PIC X         VALUE 'N'.
               88  SCALE-DONE                        VALUE 'Y'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  TE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PO-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  DETAIL-FIELDS.
           05  DF-TERM-INDEX           PIC S9(2)     VALUE +0.
           05  DF-NUM-TERMS            PIC S9(2)     VALUE +0.
           05  DF-NUM-SCORED           PIC S9(2)     VALUE +0.
           05  DF-AVERAGE              PIC S999V9    VALUE +0.
           05  DF-PRIOR-AVERAGE        PIC S999V9    VALUE +0.
           05  DF-LETTER-GRADE         PIC X(2)      VALUE SPACES.

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

       01  TOTAL-FIELDS.
           05  TF-NUM-STUDENTS         PIC S9(5)     VALUE +0.
           05  CF-PAGE-LINE-LIMIT      PIC S9(3)     VALUE +55.
           05  CF-MAX-TERM-REFS        PIC S9(3)     VALUE +100.
           05  CF-UNKNOWN-SEQ          PIC S9(4)     VALUE +9999.
           05  CF-MAX-CATEGORIES       PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES    PIC S9(2)     VALUE +12.

      **************      TERM REFERENCE TABLE      ****************
      *  The whole term reference master is held here so each
           05  TL-AVERAGE              PIC ZZ9.9.
           05                          PIC X(3)      VALUE SPACES.
           05  FILLER                  PIC X(6)      VALUE 'GRADE '.
           05  TL-LETTER-GRADE         PIC X(2).
           05                          PIC X(3)      VALUE SPACES.
           05  TL-TREND                PIC X(4).

               STOP RUN
           END-IF
           PERFORM 16-LOAD-TERM-REF-ROUTINE
           PERFORM 17-OPEN-POLICY-ROUTINE
           OPEN OUTPUT TRANSCRIPT-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-PAGE-HEADING-ROUTINE
               CLOSE TERM-REF-FILE
           END-IF
           .
      *  THE GRADING POLICY FILE IS OPTIONAL - A SHOP THAT HAS NOT
      *  LOADED GRADPOLY.DAT GRADES EVERY SECTION ON THE HOUSE
      *  DEFAULT, WHICH IS WHAT THIS REPORT ALWAYS DID.
       17-OPEN-POLICY-ROUTINE.

           OPEN INPUT POLICY-FILE
           IF PO-FILE-STATUS NOT = '00'
               SET POLICY-ABSENT TO TRUE
               IF PO-FILE-STATUS NOT = '35'
                   DISPLAY 'TRNSCRPT - GRADING POLICY OPEN FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FOR EVERY SECTION'
               END-IF
           END-IF
           .
       20-PAGE-HEADING-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
           END-IF

           ADD 1 TO TF-NUM-STUDENTS
           IF GR-SECTION-CODE NOT = PW-LOADED-SECTION
               PERFORM 39-LOAD-POLICY-ROUTINE
           END-IF
           MOVE GR-STUDENT-ID TO SHL-STUDENT-ID
           MOVE GR-NAME TO SHL-NAME
           MOVE GR-SECTION-CODE TO SHL-SECTION-CODE
      *  ONLY THE EXAMS ACTUALLY SCORED GO INTO THE SUM AND THE
      *  DIVISOR.  A TERM WITH NOTHING SCORED HAS NO AVERAGE, SO
      *  IT PRINTS ITS OWN NOTE AND - LIKE A TERM IN ERROR - IS
      *  SKIPPED WHEN COMPUTING THE NEXT TERM'S TREND.  EACH
      *  SCORED EXAM IS ALSO TALLIED IN ITS POLICY CATEGORY FOR
      *  THE WEIGHTED AVERAGE.
           MOVE 0 TO DF-SUM-GRADES
           MOVE 0 TO DF-NUM-SCORED
           PERFORM VARYING PW-CAT-INDEX FROM 1 BY 1
                   UNTIL PW-CAT-INDEX > CF-MAX-CATEGORIES
               MOVE 0 TO PW-CAT-SUM (PW-CAT-INDEX)
               MOVE 0 TO PW-CAT-COUNT (PW-CAT-INDEX)
           END-PERFORM
           PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                   UNTIL DF-TEST-INDEX > DF-NUM-TESTS
               IF GR-EXAM-SCORED (DF-TERM-INDEX, DF-TEST-INDEX)
                       (DF-TERM-INDEX, DF-TEST-INDEX)
                       TO DF-SUM-GRADES
                   ADD 1 TO DF-NUM-SCORED
                   PERFORM 33C-SLOT-CATEGORY-ROUTINE
                   ADD GR-TERM-EXAM-SCORE
                       (DF-TERM-INDEX, DF-TEST-INDEX)
                       TO PW-CAT-SUM (PW-CAT-INDEX)
                   ADD 1 TO PW-CAT-COUNT (PW-CAT-INDEX)
               END-IF
           END-PERFORM

           .
       33B-PRINT-TERM-AVERAGE-ROUTINE.

           PERFORM 33D-WEIGHT-AVERAGE-ROUTINE

           PERFORM 36-ASSIGN-LETTER-GRADE

           MOVE DF-AVERAGE TO DF-PRIOR-AVERAGE
           SET PRIOR-AVG-PRESENT TO TRUE
           .
       33C-SLOT-CATEGORY-ROUTINE.

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
       33D-WEIGHT-AVERAGE-ROUTINE.

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
               COMPUTE DF-AVERAGE ROUNDED =
                   PW-WEIGHTED-SUM / PW-WEIGHT-USED
           ELSE
               DIVIDE DF-NUM-SCORED INTO DF-SUM-GRADES
                   GIVING DF-AVERAGE ROUNDED
           END-IF
           .
       34-PRINT-SCORES-ROUTINE.

           MOVE SPACES TO SL-SCORES
           .
       36-ASSIGN-LETTER-GRADE.

      *  THE POLICY SCALE RUNS HIGHEST CUTOFF FIRST, SO THE FIRST
      *  ENTRY THE AVERAGE REACHES IS THE LETTER.  THE FIRST BLANK
      *  ENTRY ENDS THE SCALE, AND AN AVERAGE BELOW EVERY CUTOFF IS
      *  AN F.
           MOVE 'F' TO DF-LETTER-GRADE
           MOVE 'N' TO SCALE-DONE-FLAG
           PERFORM VARYING PW-SCALE-INDEX FROM 1 BY 1
                   UNTIL PW-SCALE-INDEX > CF-MAX-SCALE-ENTRIES
                      OR SCALE-DONE
               IF PO-SCALE-LETTER (PW-SCALE-INDEX) = SPACES
                  OR PO-SCALE-CUTOFF (PW-SCALE-INDEX) NOT NUMERIC
                   SET SCALE-DONE TO TRUE
               ELSE
                   IF DF-AVERAGE >= PO-SCALE-CUTOFF (PW-SCALE-INDEX)
                       MOVE PO-SCALE-LETTER (PW-SCALE-INDEX) TO
                           DF-LETTER-GRADE
                       SET SCALE-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       39-LOAD-POLICY-ROUTINE.

      *  THE SECTION'S POLICY IS READ ONCE PER SECTION AND STAYS IN
      *  POLICY-RECORD UNTIL THE NEXT SECTION.  NOT ON FILE, OR NO
      *  FILE, MEANS THE HOUSE DEFAULT.
           MOVE GR-SECTION-CODE TO PW-LOADED-SECTION
           IF POLICY-ABSENT
               PERFORM 39B-DEFAULT-POLICY-ROUTINE
           ELSE
               MOVE GR-SECTION-CODE TO PO-SECTION-CODE
               READ POLICY-FILE
                   INVALID KEY
                       PERFORM 39B-DEFAULT-POLICY-ROUTINE
               END-READ
      *  INVALID KEY ONLY CATCHES A SECTION WITH NO POLICY - A HARD
      *  I-O ERROR TAKES NEITHER BRANCH, SO THE STATUS IS CHECKED
      *  AND THE LOOKUPS SHUT OFF FOR THE REST OF THE RUN RATHER
      *  THAN FAILING ONCE PER SECTION.
               IF PO-FILE-STATUS NOT = '00'
                  AND PO-FILE-STATUS NOT = '23'
                   SET POLICY-ABSENT TO TRUE
                   DISPLAY 'TRNSCRPT - GRADING POLICY READ FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FROM HERE ON'
                   PERFORM 39B-DEFAULT-POLICY-ROUTINE
               END-IF
           END-IF
           .
       39B-DEFAULT-POLICY-ROUTINE.

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
       35-WRITE-A-LINE.

           PERFORM 35-WRITE-A-LINE
           CLOSE GRADE-FILE
               TRANSCRIPT-REPORT-FILE
           IF POLICY-PRESENT
               CLOSE POLICY-FILE
           END-IF
           STOP RUN
           .
