      *    DETAIL LINE:
      *         1.  STUDENT NAME
      *         2.  THE AVERAGE OF THAT STUDENT'S EXAM GRADES
      *         3.  THE STUDENT'S LETTER GRADE, ON THE SECTION'S
      *             OWN LETTER SCALE (SEE BELOW)
      *    *************
      *    FINAL TOTALS:
      *         1.  AVERAGE GRADE OF ALL EXAM GRADES FOR ALL STUDENTS
      *         2.  A GRADE DISTRIBUTION HISTOGRAM (COUNT OF STUDENTS
      *             IN EACH LETTER GRADE BAND - A PLUS OR MINUS
      *             GRADE COUNTS IN THE BAND OF ITS LETTER)
      *         3.  AN EXCEPTIONS LIST OF ANY STUDENT/EXAM COMBINATION
      *             WHOSE SCORE WAS NON-NUMERIC OR OUTSIDE THE VALID
      *             RANGE (XF-VALID-LOW THRU XF-VALID-HIGH).  A
      *    MISSING REFERENCE FILE ALTOGETHER JUST LEAVES THE
      *    HEADINGS BARE THE WAY THEY ALWAYS WERE.
      *
      *    EACH SECTION IS GRADED BY ITS OWN GRADING POLICY FROM THE
      *    GRADING POLICY REFERENCE MASTER (GRADPOLY.DAT, SEE POLYREC
      *    COPYBOOK, MAINTAINED BY POLYMNT) - WHICH EXAM SLOTS FALL
      *    IN WHICH CATEGORY, WHAT EACH CATEGORY WEIGHS, AND THE
      *    LETTER SCALE, PLUS AND MINUS GRADES INCLUDED.  A SECTION
      *    WITH NO POLICY ON FILE, OR A SHOP WITH NO POLICY FILE AT
      *    ALL, GRADES THE WAY THIS REPORT ALWAYS DID - EVERY EXAM
      *    EQUAL AND A 90/80/70/60 SCALE.
      *
      *    A CHECKPOINT FILE (CKPOINT.DAT) IS SAVED EVERY
      *    CK-CHECKPOINT-INTERVAL STUDENT RECORDS (CURRENTLY EVERY
      *    RECORD) AND ON NORMAL COMPLETION.  IF A PRIOR RUN DID NOT
      * CALCULATIONS:
      *    TOTAL GRADE FOR EACH STUDENT =
      *        THE SUM OF THAT STUDENT'S EXAM SCORES
      *    CATEGORY AVERAGE FOR EACH STUDENT =
      *        THE TOTAL OF THE STUDENT'S SCORES IN ONE CATEGORY OF
      *        THE SECTION'S GRADING POLICY / THE NUMBER OF EXAMS
      *        ACTUALLY SCORED IN THAT CATEGORY
      *    AVERAGE GRADE FOR EACH STUDENT =
      *        THE SUM OF EACH CATEGORY AVERAGE TIMES ITS WEIGHT /
      *        THE SUM OF THOSE WEIGHTS - A CATEGORY WITH NOTHING
      *        SCORED YET DROPS OUT AND THE OTHERS CARRY THE GRADE.
      *        UNDER THE HOUSE DEFAULT (ONE CATEGORY) THIS IS JUST
      *        THE TOTAL GRADE / THE NUMBER OF EXAMS
      *        ACTUALLY SCORED FOR THAT STUDENT - EXCUSED AND
      *        INCOMPLETE EXAMS (SEE THE STATUS BYTES IN GRADEREC)
      *        COUNT IN NEITHER THE TOTAL NOR THE DIVISOR, AND A
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-CODE
               FILE STATUS IS SE-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT GRADE-REPORT-FILE
               ASSIGN TO PRINTER 'PRGRADES'.
           SELECT GRADE-EXTRACT-FILE

           COPY SECTREC.

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  GRADE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  SECTION-REF-FLAG        PIC X         VALUE 'Y'.
               88  SECTION-REF-PRESENT               VALUE 'Y'.
               88  SECTION-REF-ABSENT                VALUE 'N'.
           05  POLICY-FLAG             PIC X         VALUE 'Y'.
               88  POLICY-PRESENT                    VALUE 'Y'.
               88  POLICY-ABSENT                     VALUE 'N'.
           05  SCALE-DONE-FLAG         PIC X         VALUE 'N'.
               88  SCALE-DONE                        VALUE 'Y'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  SE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PO-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CK-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AU-FILE-STATUS              PIC X(2)      VALUE '00'.
       01  DETAIL-FIELDS.
           05  DF-AVERAGE              PIC S999V9    VALUE +0.
           05  DF-SUM-GRADES           PIC S9(4)     VALUE +0.
           05  DF-LETTER-GRADE         PIC X(2)      VALUE SPACES.
           05  DF-NUM-TESTS            PIC S9(2)     VALUE +0.
           05  DF-TEST-INDEX           PIC S9(2)     VALUE +0.
           05  DF-CURRENT-TERM         PIC S9(1)     VALUE +0.
           05  DF-NUM-SCORED           PIC S9(2)     VALUE +0.

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
           05  TF-SUM-AVERAGES         PIC S9(5)V9   VALUE +0.
           05  CF-DEFAULT-NUM-TESTS    PIC S9(2)     VALUE +4.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-DELIMITER            PIC X         VALUE '|'.
           05  CF-MAX-CATEGORIES       PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES    PIC S9(2)     VALUE +12.

       01  EXTRACT-FIELDS.
           05  EX-POINTER              PIC S9(4)     VALUE +1.
           05                          PIC X(25)     VALUE SPACES.
           05  DL-AVERAGE              PIC ZZ9.9.
           05                          PIC X(3)      VALUE SPACES.
           05  DL-LETTER-GRADE         PIC X(2).

       01  TOTAL-LINE.
           05  FILLER                  PIC X(25)     VALUE SPACES.
           END-IF
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 17-OPEN-SECTION-REF-ROUTINE
           PERFORM 19-OPEN-POLICY-ROUTINE
           PERFORM 16-CHECKPOINT-RESTORE-ROUTINE
           PERFORM 18-OPEN-OUTPUT-FILES-ROUTINE
           .
               END-IF
           END-IF
           .
      *  THE GRADING POLICY FILE IS OPTIONAL THE SAME WAY - A SHOP
      *  THAT HAS NOT LOADED GRADPOLY.DAT GRADES EVERY SECTION ON
      *  THE HOUSE DEFAULT, WHICH IS WHAT THIS REPORT ALWAYS DID.
       19-OPEN-POLICY-ROUTINE.

           OPEN INPUT POLICY-FILE
           IF PO-FILE-STATUS NOT = '00'
               SET POLICY-ABSENT TO TRUE
               IF PO-FILE-STATUS NOT = '35'
                   DISPLAY 'SAMPLCOB - GRADING POLICY OPEN FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FOR EVERY SECTION'
               END-IF
           END-IF
           .
      *  This is an example of a comment line.  It can be used
      *  throughout your program to add NECESSARY explanation.

           .
       30-STUDENT-AVG-ROUTINE.

      *  THE POLICY IS LOADED ON A CHANGE OF SECTION HERE RATHER
      *  THAN ON THE SECTION HEADING - A RESTART THAT PICKS UP IN
      *  THE MIDDLE OF A SECTION PRINTS NO HEADING BUT STILL NEEDS
      *  THAT SECTION'S POLICY.
           IF GR-SECTION-CODE NOT = PW-LOADED-SECTION
               PERFORM 37-LOAD-POLICY-ROUTINE
           END-IF
           MOVE GR-NAME TO DL-NAME
           MOVE GR-NUM-TERMS TO DF-CURRENT-TERM
           IF DF-CURRENT-TERM NOT NUMERIC OR DF-CURRENT-TERM = 0
      *  THE MAKE-UP SCORES THAT COME BACK THROUGH TRNLOAD.
           MOVE 0 TO DF-SUM-GRADES
           MOVE 0 TO DF-NUM-SCORED
           PERFORM VARYING PW-CAT-INDEX FROM 1 BY 1
                   UNTIL PW-CAT-INDEX > CF-MAX-CATEGORIES
               MOVE 0 TO PW-CAT-SUM (PW-CAT-INDEX)
               MOVE 0 TO PW-CAT-COUNT (PW-CAT-INDEX)
           END-PERFORM
           PERFORM VARYING DF-TEST-INDEX FROM 1 BY 1
                   UNTIL DF-TEST-INDEX > DF-NUM-TESTS
               IF GR-EXAM-SCORED (DF-CURRENT-TERM, DF-TEST-INDEX)
                       (DF-CURRENT-TERM, DF-TEST-INDEX)
                       TO DF-SUM-GRADES
                   ADD 1 TO DF-NUM-SCORED
                   PERFORM 31C-SLOT-CATEGORY-ROUTINE
                   ADD GR-TERM-EXAM-SCORE
                       (DF-CURRENT-TERM, DF-TEST-INDEX)
                       TO PW-CAT-SUM (PW-CAT-INDEX)
                   ADD 1 TO PW-CAT-COUNT (PW-CAT-INDEX)
               END-IF
           END-PERFORM

           .
       31B-FINISH-AVERAGE-ROUTINE.

           PERFORM 31D-WEIGHT-AVERAGE-ROUTINE
           MOVE DF-AVERAGE TO DL-AVERAGE

           PERFORM 32-ASSIGN-LETTER-GRADE
           ADD 1 TO TF-SECTION-NUM-STUDENTS
           ADD DF-AVERAGE TO TF-SECTION-SUM-AVERAGES
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
               COMPUTE DF-AVERAGE ROUNDED =
                   PW-WEIGHTED-SUM / PW-WEIGHT-USED
           ELSE
               DIVIDE DF-NUM-SCORED INTO DF-SUM-GRADES
                   GIVING DF-AVERAGE ROUNDED
           END-IF
           .
       33-WRITE-EXTRACT-ROUTINE.

           MOVE SPACES TO EXTRACT-RECORD
           .
       32-ASSIGN-LETTER-GRADE.

      *  THE POLICY SCALE RUNS HIGHEST CUTOFF FIRST, SO THE FIRST
      *  ENTRY THE AVERAGE REACHES IS THE LETTER.  THE FIRST BLANK
      *  ENTRY ENDS THE SCALE, AND AN AVERAGE BELOW EVERY CUTOFF IS
      *  AN F.  THE HISTOGRAM KEEPS ITS FIVE BANDS - A B-PLUS IS
      *  COUNTED AS A B.
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

           EVALUATE DF-LETTER-GRADE (1:1)
               WHEN 'A'
                   ADD 1 TO HG-COUNT-A
               WHEN 'B'
                   ADD 1 TO HG-COUNT-B
               WHEN 'C'
                   ADD 1 TO HG-COUNT-C
               WHEN 'D'
                   ADD 1 TO HG-COUNT-D
               WHEN OTHER
                   ADD 1 TO HG-COUNT-F
           END-EVALUATE
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
                   DISPLAY 'SAMPLCOB - GRADING POLICY READ FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FROM HERE ON'
                   PERFORM 37B-DEFAULT-POLICY-ROUTINE
               END-IF
           END-IF
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
       35-WRITE-A-LINE.

           WRITE REPORT-RECORD
           IF SECTION-REF-PRESENT
               CLOSE SECTION-REF-FILE
           END-IF
           IF POLICY-PRESENT
               CLOSE POLICY-FILE
           END-IF
           GOBACK
           .
       48-WRITE-AUDIT-ROUTINE.
