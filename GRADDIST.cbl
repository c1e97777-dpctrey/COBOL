      *    SCORE VALIDATION ARE THE SAME AS SAMPLCOB'S - THE MOST
      *    RECENT TERM ON FILE, DEFAULTED TEST COUNT, SCORES VALID
      *    0-100, AND A STUDENT WITH ANY BAD SCORE EXCLUDED FROM
      *    THE AVERAGING AND LISTED UNDER EXCEPTIONS - AND EACH
      *    SECTION IS GRADED BY ITS OWN GRADING POLICY (GRADPOLY.DAT,
      *    SEE POLYREC COPYBOOK) - CATEGORY WEIGHTS AND LETTER SCALE,
      *    PLUS AND MINUS INCLUDED, WITH THE HOUSE 90/80/70/60
      *    DEFAULT FOR A SECTION WITH NO POLICY - SO A TEACHER SEES
      *    EXACTLY THE NUMBERS PRGRADES WOULD HAVE SHOWN.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DS-PACKET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT DIST-REPORT-FILE
               ASSIGN TO PRINTER 'PRDIST'.


       01  PACKET-RECORD               PIC X(80).

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  DIST-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

               88  NOT-FIRST-SECTION                 VALUE 'N'.
           05  SD-OVERFLOW-FLAG        PIC X         VALUE 'N'.
               88  SECTION-TABLE-OVERFLOWED          VALUE 'Y'.
           05  POLICY-FLAG             PIC X         VALUE 'Y'.
               88  POLICY-PRESENT                    VALUE 'Y'.
               88  POLICY-ABSENT                     VALUE 'N'.
           05  SCALE-DONE-FLAG         PIC X         VALUE 'N'.
               88  SCALE-DONE                        VALUE 'Y'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.


       01  PK-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PO-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  DS-PACKET-FILE-NAME         PIC X(12)     VALUE SPACES.

      **************       SECTION TABLE       ********************
       01  DETAIL-FIELDS.
           05  DF-AVERAGE              PIC S999V9    VALUE +0.
           05  DF-SUM-GRADES           PIC S9(4)     VALUE +0.
           05  DF-LETTER-GRADE         PIC X(2)      VALUE SPACES.
           05  DF-NUM-TESTS            PIC S9(2)     VALUE +0.
           05  DF-TEST-INDEX           PIC S9(2)     VALUE +0.
           05  DF-CURRENT-TERM         PIC S9(1)     VALUE +0.
               10  XE-TEST-POSITION    PIC 99.
               10  XE-SCORE            PIC S999.

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

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-MAX-SECTIONS         PIC S9(3)     VALUE +200.
           05  CF-MAX-PACKETS          PIC S9(3)     VALUE +98.
           05  CF-MAX-CATEGORIES       PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES    PIC S9(2)     VALUE +12.

      **************        OUTPUT AREA        ********************

           05                          PIC X(25)     VALUE SPACES.
           05  DL-AVERAGE              PIC ZZ9.9.
           05                          PIC X(3)      VALUE SPACES.
           05  DL-LETTER-GRADE         PIC X(2).

       01  SECTION-HEADING-LINE.
           05                          PIC X(25)     VALUE SPACES.
           ACCEPT CH-DATE FROM DATE YYYYMMDD
           MOVE CH-DATE TO DH-DATE
           PERFORM 16-LOAD-SECTION-REF-ROUTINE
           PERFORM 20-OPEN-POLICY-ROUTINE
           OPEN OUTPUT DIST-REPORT-FILE
           .
      *  THE GRADING POLICY FILE IS OPTIONAL - A SHOP THAT HAS NOT
      *  LOADED GRADPOLY.DAT GRADES EVERY SECTION ON THE HOUSE
      *  DEFAULT, WHICH IS WHAT PRGRADES ALWAYS SHOWED.
       20-OPEN-POLICY-ROUTINE.

           OPEN INPUT POLICY-FILE
           IF PO-FILE-STATUS NOT = '00'
               SET POLICY-ABSENT TO TRUE
               IF PO-FILE-STATUS NOT = '35'
                   DISPLAY 'GRADDIST - GRADING POLICY OPEN FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FOR EVERY SECTION'
               END-IF
           END-IF
           .
       16-LOAD-SECTION-REF-ROUTINE.

      *  A MISSING REFERENCE FILE ONLY MEANS NOBODY HAS AN
           .
       32-STUDENT-AVG-ROUTINE.

           IF GR-SECTION-CODE NOT = PW-LOADED-SECTION
               PERFORM 37-LOAD-POLICY-ROUTINE
           END-IF
           MOVE GR-NAME TO DL-NAME
           MOVE GR-NUM-TERMS TO DF-CURRENT-TERM
           IF DF-CURRENT-TERM NOT NUMERIC OR DF-CURRENT-TERM = 0

      *  ONLY THE EXAMS ACTUALLY SCORED GO INTO THE SUM AND THE
      *  DIVISOR, AND A STUDENT WITH NOTHING SCORED HAS NO AVERAGE
      *  TO PRINT - THE SAME ARITHMETIC SAMPLCOB USES, SCORES
      *  TALLIED BY THE SECTION POLICY'S CATEGORIES.
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
                   PERFORM 33C-SLOT-CATEGORY-ROUTINE
                   ADD GR-TERM-EXAM-SCORE
                       (DF-CURRENT-TERM, DF-TEST-INDEX)
                       TO PW-CAT-SUM (PW-CAT-INDEX)
                   ADD 1 TO PW-CAT-COUNT (PW-CAT-INDEX)
               END-IF
           END-PERFORM

           .
       33B-FINISH-AVERAGE-ROUTINE.

           PERFORM 33D-WEIGHT-AVERAGE-ROUTINE
           MOVE DF-AVERAGE TO DL-AVERAGE

           PERFORM 36-ASSIGN-LETTER-GRADE
           ADD 1 TO TF-SECTION-NUM-STUDENTS
           ADD DF-AVERAGE TO TF-SECTION-SUM-AVERAGES
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
                   DISPLAY 'GRADDIST - GRADING POLICY READ FAILED, '
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
       44-SECTION-TOTAL-ROUTINE.

           .
       40-EOF-ROUTINE.

           IF POLICY-PRESENT
               CLOSE POLICY-FILE
           END-IF
           CLOSE DIST-REPORT-FILE
           STOP RUN
           .
