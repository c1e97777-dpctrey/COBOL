      ****************************************************************
      * POLYREC - GRADING POLICY REFERENCE RECORD LAYOUT
      *
      * ONE RECORD PER SECTION, KEYED ON PO-SECTION-CODE - THE SAME
      * FOUR-CHARACTER CODE THAT LEADS GR-KEY ON THE GRADE MASTER
      * AND SE-SECTION-CODE ON THE SECTION REFERENCE.  SAYS HOW THE
      * TEACHER OF THAT SECTION ACTUALLY GRADES:
      *    PO-SLOT-CATEGORY  - FOR EACH OF THE TWELVE EXAM SLOTS,
      *                        WHICH CATEGORY (1 THRU 4) IT COUNTS
      *                        IN - QUIZZES, MIDTERMS, FINAL, ETC.
      *    PO-CATEGORY-ENTRY - THE NAME AND PERCENT WEIGHT OF EACH
      *                        CATEGORY.  THE WEIGHTS OF THE NAMED
      *                        CATEGORIES ADD UP TO 100.
      *    PO-SCALE-ENTRY    - THE LETTER SCALE, HIGHEST CUTOFF
      *                        FIRST - AN AVERAGE AT OR ABOVE A
      *                        CUTOFF EARNS THAT LETTER, SO PLUS AND
      *                        MINUS GRADES ARE JUST MORE ENTRIES.
      *                        THE FIRST BLANK LETTER ENDS THE
      *                        SCALE, AND ANYTHING BELOW THE LAST
      *                        CUTOFF IS AN F.
      * A STUDENT'S AVERAGE IS THE WEIGHTED AVERAGE OF THE CATEGORY
      * AVERAGES, EACH TAKEN OVER THE EXAMS ACTUALLY SCORED IN THAT
      * CATEGORY; A CATEGORY WITH NOTHING SCORED YET DROPS OUT AND
      * THE REMAINING WEIGHTS CARRY THE GRADE.  A SECTION WITH NO
      * POLICY ON FILE GRADES THE OLD WAY - EVERY EXAM EQUAL, A 90/
      * 80/70/60 SCALE.  MAINTAINED BY POLYMNT; READ BY SAMPLCOB,
      * GRADDIST, RPTCARD, TRNSCRPT, AND STANDING.
      ****************************************************************
       01  POLICY-RECORD.
           05  PO-SECTION-CODE         PIC X(4).
           05  PO-SLOT-CATEGORIES.
               10  PO-SLOT-CATEGORY    PIC 9     OCCURS 12 TIMES.
           05  PO-CATEGORY-ENTRY       OCCURS 4 TIMES.
               10  PO-CATEGORY-NAME    PIC X(10).
               10  PO-CATEGORY-WEIGHT  PIC 9(3).
           05  PO-SCALE-ENTRY          OCCURS 12 TIMES.
               10  PO-SCALE-LETTER     PIC X(2).
               10  PO-SCALE-CUTOFF     PIC 9(3).
           05  FILLER                  PIC X(22).
