      * records - one per section - and no other report puts them
      * back together: SAMPLCOB shows one term of one section at a
      * time and TRNSCRPT shows all terms of one section-record.
      * Parents finally get something mailable - and with the
      * contact master behind it, something the office no longer
      * has to address by hand.
      * ******
      * INPUT:
      *    1.  THE STUDENT ID CROSS-REFERENCE (GRADXREF.DAT, SEE
      *        SECTREC COPYBOOK), READ BY KEY FOR THE COURSE TITLE
      *        AND INSTRUCTOR ON EACH COURSE LINE.  A MISSING
      *        REFERENCE FILE LEAVES THOSE COLUMNS BARE.
      *    4.  THE GRADING POLICY REFERENCE MASTER (GRADPOLY.DAT,
      *        SEE POLYREC COPYBOOK), READ BY KEY FOR THE CATEGORY
      *        WEIGHTS AND LETTER SCALE EACH COURSE IS GRADED ON.
      *        A SECTION WITH NO POLICY - OR NO FILE - GETS THE
      *        HOUSE DEFAULT: EVERY EXAM EQUAL, 90/80/70/60.
      *    5.  THE STUDENT CONTACT MASTER (STUDCONT.DAT, SEE
      *        CONTREC COPYBOOK), READ BY KEY ONCE PER STUDENT FOR
      *        THE LEGAL NAME, GRADE LEVEL, GUARDIAN, AND MAILING
      *        ADDRESS.  WITHOUT THE FILE THE CARDS PRINT AS THEY
      *        ALWAYS DID - UNDER THE MASTER'S NAME, UNADDRESSED,
      *        AND NONE HELD - AND NO LABELS ARE WRITTEN.
      *
      * *******
      * OUTPUT:
      *    1.  THE REPORT CARD PRINT (PRCARD) - ONE PAGE PER
      *        STUDENT WHO HAS A MAILING ADDRESS, IN STUDENT ID
      *        ORDER, CARRYING:
      *         1.  THE GUARDIAN'S NAME AND ADDRESS, PLACED TO SHOW
      *             THROUGH THE WINDOW OF A STANDARD WINDOW
      *             ENVELOPE WHEN THE PAGE IS FOLDED IN THIRDS
      *         2.  THE STUDENT ID, LEGAL NAME, AND GRADE LEVEL
      *         3.  ONE LINE PER COURSE - SECTION CODE, COURSE
      *             TITLE, INSTRUCTOR, AND THE CURRENT-TERM AVERAGE
      *             AND LETTER GRADE FOR THAT COURSE
      *         4.  THE OVERALL AVERAGE ACROSS THE COURSES THAT
      *             COULD BE AVERAGED, WITH ITS LETTER GRADE
      *        A FINAL TRAILER PAGE COUNTS STUDENTS, CARDS, LABELS,
      *        AND COURSES SO THE OFFICE CAN CHECK THE ENVELOPE
      *        COUNT OFF THE PRINTER.
      *    2.  THE HELD CARD PRINT (PRCHELD) - THE SAME CARD FOR
      *        EVERY STUDENT WITH NO CONTACT RECORD OR NO ADDRESS
      *        ON IT, WITH THE REASON WHERE THE ADDRESS WOULD BE,
      *        AND A TRAILER COUNT.  THESE ARE NOT MAILED; THE
      *        OFFICE FIXES THE CONTACT RECORD THROUGH CONTMNT OR
      *        HANDS THE CARD OVER IN PERSON.
      *    3.  THE MAILING LABEL FILE (MAILLABL.DAT) - ONE LABEL
      *        PER MAILED CARD IN ZIP CODE ORDER, FOR THE BULK-MAIL
      *        PRESORT.  EACH RECORD CARRIES THE ZIP AND STUDENT ID
      *        IT WAS SORTED ON, THEN THE FOUR ADDRESS LINES EXACTLY
      *        AS THEY PRINT IN THE CARD'S WINDOW.  A LABEL THAT
      *        CANNOT BE WRITTEN IS NAMED ON THE CONSOLE AND COUNTED
      *        ON THE TRAILER PAGE, SO A SHORT MAILING IS CAUGHT
      *        BEFORE THE ENVELOPES GO OUT.
      * *************
      * CALCULATIONS:
      *    COURSE AVERAGE, LETTER GRADE, AND SCORE VALIDATION ARE
      *    SAMPLCOB'S - THE MOST RECENT TERM ON FILE, DEFAULTED
      *    TEST COUNT, SCORES VALID 0-100, WEIGHTED AND LETTERED BY
      *    THAT SECTION'S GRADING POLICY.  A COURSE WITH ANY BAD
      *    SCORE PRINTS 'SCORES IN ERROR' AND STAYS OUT OF THE
      *    OVERALL AVERAGE.
      *    OVERALL AVERAGE =
      *        THE SUM OF THE COURSE AVERAGES / THE NUMBER OF
      *        COURSES AVERAGED.  IT BELONGS TO NO ONE SECTION, SO
      *        ITS LETTER IS GIVEN ON THE HOUSE 90/80/70/60 SCALE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SE-SECTION-CODE
               FILE STATUS IS SE-FILE-STATUS.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT CONTACT-FILE
               ASSIGN TO 'STUDCONT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-STUDENT-ID
               FILE STATUS IS CT-FILE-STATUS.
           SELECT LABEL-WORK-FILE
               ASSIGN TO 'LABELWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-FILE-STATUS.
           SELECT LABEL-SORT-FILE
               ASSIGN TO 'LABELSRT.TMP'.
           SELECT LABEL-FILE
               ASSIGN TO 'MAILLABL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LB-FILE-STATUS.
           SELECT CARD-REPORT-FILE
               ASSIGN TO PRINTER 'PRCARD'.
           SELECT HELD-REPORT-FILE
               ASSIGN TO PRINTER 'PRCHELD'.

       DATA DIVISION.
       FILE SECTION.

           COPY SECTREC.

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  CONTACT-FILE
           RECORD CONTAINS 200 CHARACTERS.

           COPY CONTREC.

      *  THE LABELS ARE WRITTEN IN STUDENT ID ORDER AS THE CARDS
      *  PRINT, THEN SORTED INTO ZIP ORDER AT END OF RUN.
       FD  LABEL-WORK-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  LABEL-WORK-RECORD           PIC X(180).

       SD  LABEL-SORT-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  LABEL-SORT-RECORD.
           05  LS-ZIP-CODE             PIC X(10).
           05  LS-STUDENT-ID           PIC X(9).
           05  FILLER                  PIC X(161).

       FD  LABEL-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  LABEL-RECORD                PIC X(180).

       FD  CARD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       FD  HELD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  HELD-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  RC-FIRST-STUDENT-FLAG   PIC X         VALUE 'Y'.
               88  FIRST-STUDENT                     VALUE 'Y'.
               88  NOT-FIRST-STUDENT                 VALUE 'N'.
           05  POLICY-FLAG             PIC X         VALUE 'Y'.
               88  POLICY-PRESENT                    VALUE 'Y'.
               88  POLICY-ABSENT                     VALUE 'N'.
           05  SCALE-DONE-FLAG         PIC X         VALUE 'N'.
               88  SCALE-DONE                        VALUE 'Y'.
           05  CONTACT-FILE-FLAG       PIC X         VALUE 'Y'.
               88  CONTACT-PRESENT                   VALUE 'Y'.
               88  CONTACT-ABSENT                    VALUE 'N'.
           05  CONTACT-FOUND-FLAG      PIC X         VALUE 'N'.
               88  CONTACT-FOUND                     VALUE 'Y'.
               88  CONTACT-NOT-FOUND                 VALUE 'N'.
           05  CARD-ROUTE-FLAG         PIC X         VALUE 'M'.
               88  CARD-MAILED                       VALUE 'M'.
               88  CARD-HELD                         VALUE 'H'.

       01  XR-FILE-STATUS              PIC X(2)      VALUE '00'.


       01  SE-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PO-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CT-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  LW-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  LB-FILE-STATUS              PIC X(2)      VALUE '00'.

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

       01  STUDENT-FIELDS.
           05  RC-PREV-STUDENT-ID      PIC X(9)      VALUE SPACES.
           05  RC-COURSES-AVERAGED     PIC S9(2)     VALUE +0.
           05  TF-NUM-STUDENTS         PIC S9(5)     VALUE +0.
           05  TF-NUM-COURSES          PIC S9(5)     VALUE +0.
           05  TF-NUM-IN-ERROR         PIC S9(5)     VALUE +0.
           05  TF-NUM-MAILED           PIC S9(5)     VALUE +0.
           05  TF-NUM-HELD             PIC S9(5)     VALUE +0.
           05  TF-NUM-LABELS           PIC S9(5)     VALUE +0.
           05  TF-NUM-LABEL-ERRORS     PIC S9(5)     VALUE +0.

      *  THE GUARDIAN'S ADDRESS AS IT PRINTS IN THE ENVELOPE WINDOW
      *  AND AS IT GOES ON THE LABEL - BUILT ONCE, USED FOR BOTH.
       01  MAILING-LABEL.
           05  ML-ZIP-CODE             PIC X(10).
           05  ML-STUDENT-ID           PIC X(9).
           05  ML-ADDRESS-LINE         PIC X(40) OCCURS 4 TIMES.
           05  FILLER                  PIC X(1).

       01  ADDRESS-FIELDS.
           05  AB-INDEX                PIC S9(2)     VALUE +0.
           05  AB-CITY-LINE            PIC X(40)     VALUE SPACES.

       01  EXCEPTION-FIELDS.
           05  XF-VALID-LOW            PIC S999      VALUE +0.
       01  CONSTANTS-FIELDS.
           05  CF-DEFAULT-NUM-TESTS    PIC S9(2)     VALUE +4.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-MAX-CATEGORIES       PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES    PIC S9(2)     VALUE +12.
      *  LINES DOWN FROM THE HEADING TO THE FIRST ADDRESS LINE, AND
      *  THE MARGIN IN FRONT OF IT, THAT PUT THE BLOCK IN THE WINDOW
      *  OF A NO. 10 WINDOW ENVELOPE WITH THE PAGE FOLDED IN THIRDS.
           05  CF-WINDOW-SKIP          PIC S9        VALUE +8.
           05  CF-ADDRESS-LINES        PIC S9(2)     VALUE +4.

      **************        OUTPUT AREA        ********************

           05  FILLER                  PIC X(8)      VALUE 'STUDENT '.
           05  SHL-STUDENT-ID          PIC X(9).
           05                          PIC X(2)      VALUE SPACES.
           05  SHL-NAME                PIC X(30).
           05                          PIC X(2)      VALUE SPACES.
           05  SHL-GRADE-CAPTION       PIC X(6).
           05  SHL-GRADE-LEVEL         PIC X(2).

       01  ADDRESS-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05  ADL-TEXT                PIC X(40).

       01  HELD-NOTICE-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05  HNL-TEXT                PIC X(40).

       01  HEADING-TWO.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(1)      VALUE SPACES.
           05  CL-AVERAGE              PIC ZZ9.9.
           05                          PIC X(4)      VALUE SPACES.
           05  CL-LETTER-GRADE         PIC X(2).

       01  COURSE-ERROR-LINE.
           05                          PIC X(2)      VALUE SPACES.
                                        'OVERALL AVERAGE'.
           05  OL-AVERAGE              PIC ZZ9.9.
           05                          PIC X(4)      VALUE SPACES.
           05  OL-LETTER-GRADE         PIC X(2).

       01  NO-AVERAGE-LINE.
           05                          PIC X(7)      VALUE SPACES.

       01  TRAILER-LINE.
           05  FILLER                  PIC X(25)     VALUE SPACES.
           05  TRL-CAPTION             PIC X(24).
           05  TRL-COUNT               PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.
               STOP RUN
           END-IF

      *  THE LABEL WORK FILE FEEDS THE MAILING - WITHOUT IT EVERY
      *  ADDRESSED CARD WOULD GO OUT WITH NO LABEL TO MAIL IT BY.
           OPEN OUTPUT LABEL-WORK-FILE
           IF LW-FILE-STATUS NOT = '00'
               DISPLAY 'RPTCARD - LABEL WORK FILE OPEN FAILED, '
                   'STATUS = ' LW-FILE-STATUS
               CLOSE XREF-FILE
                   GRADE-FILE
               STOP RUN
           END-IF

      *  THE REPORT CAN STAND WITHOUT THE SECTION REFERENCE FILE -
      *  THE TITLE AND INSTRUCTOR COLUMNS JUST COME OUT BARE, THE
      *  SAME WAY SAMPLCOB'S HEADINGS DO.
               END-IF
           END-IF

      *  THE GRADING POLICY FILE IS OPTIONAL THE SAME WAY - WITHOUT
      *  IT EVERY COURSE IS GRADED ON THE HOUSE DEFAULT, WHICH IS
      *  WHAT THE CARDS ALWAYS SHOWED.
           OPEN INPUT POLICY-FILE
           IF PO-FILE-STATUS NOT = '00'
               SET POLICY-ABSENT TO TRUE
               IF PO-FILE-STATUS NOT = '35'
                   DISPLAY 'RPTCARD - GRADING POLICY OPEN FAILED, '
                       'STATUS = ' PO-FILE-STATUS
                       ' - HOUSE DEFAULT USED FOR EVERY COURSE'
               END-IF
           END-IF

      *  THE CONTACT MASTER IS OPTIONAL THE SAME WAY - WITHOUT IT
      *  THE CARDS GO OUT UNADDRESSED UNDER THE MASTER'S NAME, AS
      *  THEY ALWAYS DID, RATHER THAN EVERY ONE OF THEM BEING HELD.
           OPEN INPUT CONTACT-FILE
           IF CT-FILE-STATUS NOT = '00'
               SET CONTACT-ABSENT TO TRUE
               IF CT-FILE-STATUS NOT = '35'
                   DISPLAY 'RPTCARD - CONTACT MASTER OPEN FAILED, '
                       'STATUS = ' CT-FILE-STATUS
                       ' - CARDS PRINTED UNADDRESSED'
               END-IF
           END-IF

           OPEN OUTPUT CARD-REPORT-FILE
               HELD-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           .
       25-PROCESS-XREF-ROUTINE.
           .
       23-STUDENT-PAGE-ROUTINE.

      *  WHETHER THE CARD IS MAILED OR HELD IS SETTLED BEFORE ITS
      *  FIRST LINE, SINCE EVERY LINE OF IT GOES TO THE SAME PRINT.
           PERFORM 22-LOOKUP-CONTACT-ROUTINE
           MOVE HEADING-ONE TO REPORT-RECORD
           PERFORM 76-WRITE-PAGE-TOP
           ADD 1 TO TF-NUM-STUDENTS
           IF CARD-HELD
               ADD 1 TO TF-NUM-HELD
           ELSE
               ADD 1 TO TF-NUM-MAILED
           END-IF
           PERFORM 21-ADDRESS-BLOCK-ROUTINE
           MOVE XR-STUDENT-ID TO SHL-STUDENT-ID
           IF CONTACT-FOUND
               MOVE CT-LEGAL-NAME TO SHL-NAME
               IF CT-GRADE-LEVEL NOT = SPACES
                   MOVE 'GRADE' TO SHL-GRADE-CAPTION
                   MOVE CT-GRADE-LEVEL TO SHL-GRADE-LEVEL
               ELSE
                   MOVE SPACES TO SHL-GRADE-CAPTION
                   MOVE SPACES TO SHL-GRADE-LEVEL
               END-IF
           ELSE
               MOVE XR-NAME TO SHL-NAME
               MOVE SPACES TO SHL-GRADE-CAPTION
               MOVE SPACES TO SHL-GRADE-LEVEL
           END-IF
           MOVE STUDENT-HEADING-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 0 TO RC-COURSES-AVERAGED
           MOVE 0 TO RC-SUM-AVERAGES
           .
       22-LOOKUP-CONTACT-ROUTINE.

      *  A STUDENT WITH NO CONTACT RECORD, OR ONE WITH NO ADDRESS ON
      *  IT, WOULD GET A CARD NOBODY CAN DELIVER - THAT CARD GOES
      *  TO THE HELD PRINT INSTEAD.  CONTMNT NEVER LEAVES HALF AN
      *  ADDRESS ON FILE, BUT A MISSING PIECE IS TREATED AS NO
      *  ADDRESS RATHER THAN TRUSTED.
           SET CONTACT-NOT-FOUND TO TRUE
           SET CARD-MAILED TO TRUE
           MOVE SPACES TO HNL-TEXT
           IF CONTACT-PRESENT
               MOVE XR-STUDENT-ID TO CT-STUDENT-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CONTACT-FOUND TO TRUE
               END-READ
      *  INVALID KEY ONLY CATCHES A STUDENT NOT ON FILE - A HARD
      *  I-O ERROR TAKES NEITHER BRANCH, SO THE STATUS IS CHECKED
      *  AND THE LOOKUPS SHUT OFF FOR THE REST OF THE RUN RATHER
      *  THAN HOLDING EVERY CARD THAT FOLLOWS.
               EVALUATE TRUE
                   WHEN CT-FILE-STATUS NOT = '00'
                    AND CT-FILE-STATUS NOT = '23'
                       SET CONTACT-ABSENT TO TRUE
                       DISPLAY 'RPTCARD - CONTACT MASTER READ '
                           'FAILED, STATUS = ' CT-FILE-STATUS
                           ' - REMAINING CARDS PRINTED UNADDRESSED'
                   WHEN CONTACT-NOT-FOUND
                       SET CARD-HELD TO TRUE
                       MOVE 'HELD - NO CONTACT RECORD ON FILE' TO
                           HNL-TEXT
                   WHEN CT-ADDRESS-LINE-1 = SPACES
                     OR CT-CITY = SPACES
                     OR CT-STATE = SPACES
                     OR CT-ZIP-CODE = SPACES
                       SET CARD-HELD TO TRUE
                       MOVE 'HELD - NO MAILING ADDRESS ON FILE' TO
                           HNL-TEXT
               END-EVALUATE
           END-IF
           .
       21-ADDRESS-BLOCK-ROUTINE.

      *  A MAILED CARD GETS THE GUARDIAN'S ADDRESS IN THE WINDOW
      *  AND A LABEL; A HELD CARD GETS ITS REASON IN THE SAME SPOT.
      *  WITH NO CONTACT MASTER AT ALL THE CARD STARTS RIGHT UNDER
      *  THE HEADING, AS IT ALWAYS DID.
           EVALUATE TRUE
               WHEN CARD-HELD
                   MOVE HELD-NOTICE-LINE TO REPORT-RECORD
                   MOVE CF-WINDOW-SKIP TO PROPER-SPACING
                   PERFORM 75-WRITE-A-LINE
               WHEN CONTACT-FOUND
                   PERFORM 21B-BUILD-ADDRESS-ROUTINE
                   MOVE CF-WINDOW-SKIP TO PROPER-SPACING
                   PERFORM VARYING AB-INDEX FROM 1 BY 1
                           UNTIL AB-INDEX > CF-ADDRESS-LINES
                       MOVE ML-ADDRESS-LINE (AB-INDEX) TO ADL-TEXT
                       MOVE ADDRESS-LINE TO REPORT-RECORD
                       PERFORM 75-WRITE-A-LINE
                       MOVE 1 TO PROPER-SPACING
                   END-PERFORM
                   WRITE LABEL-WORK-RECORD FROM MAILING-LABEL
                   IF LW-FILE-STATUS = '00'
                       ADD 1 TO TF-NUM-LABELS
                   ELSE
                       DISPLAY 'RPTCARD - LABEL WRITE FAILED, STATUS = '
                           LW-FILE-STATUS ' STUDENT ' ML-STUDENT-ID
                       ADD 1 TO TF-NUM-LABEL-ERRORS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       21B-BUILD-ADDRESS-ROUTINE.

      *  FOUR LINES, ALWAYS - GUARDIAN, STREET, THE SECOND ADDRESS
      *  LINE WHEN THERE IS ONE, AND CITY-STATE-ZIP - SO THE CARD
      *  BELOW THE WINDOW SITS IN THE SAME PLACE ON EVERY PAGE.
      *  A CONTACT WITH NO GUARDIAN NAMED IS ADDRESSED TO THE
      *  STUDENT'S PARENT OR GUARDIAN BY THE STUDENT'S NAME.
           MOVE SPACES TO MAILING-LABEL
           MOVE CT-ZIP-CODE TO ML-ZIP-CODE
           MOVE CT-STUDENT-ID TO ML-STUDENT-ID
           IF CT-GUARDIAN-NAME NOT = SPACES
               MOVE CT-GUARDIAN-NAME TO ML-ADDRESS-LINE (1)
           ELSE
               STRING 'PARENT/GUARDIAN OF ' DELIMITED BY SIZE
                      CT-MASTER-NAME-PART DELIMITED BY SIZE
                   INTO ML-ADDRESS-LINE (1)
               END-STRING
           END-IF
           MOVE CT-ADDRESS-LINE-1 TO ML-ADDRESS-LINE (2)
           MOVE SPACES TO AB-CITY-LINE
           STRING CT-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  CT-STATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CT-ZIP-CODE DELIMITED BY SIZE
               INTO AB-CITY-LINE
           END-STRING
           IF CT-ADDRESS-LINE-2 NOT = SPACES
               MOVE CT-ADDRESS-LINE-2 TO ML-ADDRESS-LINE (3)
               MOVE AB-CITY-LINE TO ML-ADDRESS-LINE (4)
           ELSE
               MOVE AB-CITY-LINE TO ML-ADDRESS-LINE (3)
           END-IF
           .
       30-ONE-COURSE-ROUTINE.

           MOVE XR-SECTION-CODE TO GR-SECTION-CODE

           ADD 1 TO TF-NUM-COURSES
           PERFORM 32-LOOKUP-SECTION-ROUTINE
           IF GR-SECTION-CODE NOT = PW-LOADED-SECTION
               PERFORM 37-LOAD-POLICY-ROUTINE
           END-IF

           MOVE GR-NUM-TERMS TO DF-CURRENT-TERM
           IF DF-CURRENT-TERM NOT NUMERIC OR DF-CURRENT-TERM = 0

      *  ONLY THE EXAMS ACTUALLY SCORED GO INTO THE SUM AND THE
      *  DIVISOR, AND A COURSE WITH NOTHING SCORED HAS NO AVERAGE
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
                   PERFORM 34C-SLOT-CATEGORY-ROUTINE
                   ADD GR-TERM-EXAM-SCORE
                       (DF-CURRENT-TERM, DF-TEST-INDEX)
                       TO PW-CAT-SUM (PW-CAT-INDEX)
                   ADD 1 TO PW-CAT-COUNT (PW-CAT-INDEX)
               END-IF
           END-PERFORM

           .
       34B-PRINT-COURSE-AVERAGE-ROUTINE.

           PERFORM 34D-WEIGHT-AVERAGE-ROUTINE

           PERFORM 36-ASSIGN-LETTER-GRADE

           ADD 1 TO RC-COURSES-AVERAGED
           ADD DF-AVERAGE TO RC-SUM-AVERAGES
           .
       34C-SLOT-CATEGORY-ROUTINE.

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
       34D-WEIGHT-AVERAGE-ROUTINE.

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
                   DISPLAY 'RPTCARD - GRADING POLICY READ FAILED, '
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
       44-OVERALL-AVERAGE-ROUTINE.

               DIVIDE RC-COURSES-AVERAGED INTO RC-SUM-AVERAGES
                   GIVING RC-OVERALL-AVERAGE ROUNDED
               MOVE RC-OVERALL-AVERAGE TO DF-AVERAGE
      *  THE OVERALL AVERAGE SPANS SECTIONS THAT MAY EACH GRADE ON
      *  A DIFFERENT SCALE, SO IT IS LETTERED ON THE HOUSE DEFAULT.
      *  THE LOADED SECTION IS CLEARED SO THE NEXT COURSE READS ITS
      *  OWN POLICY BACK IN.
               MOVE HIGH-VALUES TO PW-LOADED-SECTION
               PERFORM 37B-DEFAULT-POLICY-ROUTINE
               PERFORM 36-ASSIGN-LETTER-GRADE
               MOVE RC-OVERALL-AVERAGE TO OL-AVERAGE
               MOVE DF-LETTER-GRADE TO OL-LETTER-GRADE
           .
       75-WRITE-A-LINE.

      *  EVERY LINE OF A HELD CARD GOES TO THE HELD PRINT.
           IF CARD-HELD
               WRITE HELD-RECORD FROM REPORT-RECORD
                   AFTER ADVANCING PROPER-SPACING
           ELSE
               WRITE REPORT-RECORD
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           .
       76-WRITE-PAGE-TOP.

           IF CARD-HELD
               WRITE HELD-RECORD FROM REPORT-RECORD
                   AFTER ADVANCING PAGE
           ELSE
               WRITE REPORT-RECORD
                   AFTER ADVANCING PAGE
           END-IF
           .
       40-EOF-ROUTINE.

           SET CARD-MAILED TO TRUE
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 'STUDENTS PRINTED' TO TRL-CAPTION
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'CARDS FOR MAILING' TO TRL-CAPTION
           MOVE TF-NUM-MAILED TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CARDS HELD - NO ADDRESS' TO TRL-CAPTION
           MOVE TF-NUM-HELD TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'MAILING LABELS WRITTEN' TO TRL-CAPTION
           MOVE TF-NUM-LABELS TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'LABELS NOT WRITTEN' TO TRL-CAPTION
           MOVE TF-NUM-LABEL-ERRORS TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'COURSES PRINTED' TO TRL-CAPTION
           MOVE TF-NUM-COURSES TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           MOVE TRAILER-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

      *  THE HELD PRINT GETS ITS OWN TRAILER SO IT CAN BE CHECKED
      *  OFF ON ITS OWN.
           SET CARD-HELD TO TRUE
           MOVE HEADING-ONE TO REPORT-RECORD
           PERFORM 76-WRITE-PAGE-TOP
           MOVE 'CARDS HELD - NO ADDRESS' TO TRL-CAPTION
           MOVE TF-NUM-HELD TO TRL-COUNT
           MOVE TRAILER-LINE TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE

      *  THE LABELS WERE WRITTEN IN STUDENT ID ORDER AS THE CARDS
      *  PRINTED; THE PRESORT WANTS THEM BY ZIP, STUDENT ID WITHIN
      *  ZIP SO A RERUN COMES OUT THE SAME.
           CLOSE LABEL-WORK-FILE
           SORT LABEL-SORT-FILE
               ON ASCENDING KEY LS-ZIP-CODE
                                LS-STUDENT-ID
               USING LABEL-WORK-FILE
               GIVING LABEL-FILE

           CLOSE XREF-FILE
               GRADE-FILE
               CARD-REPORT-FILE
               HELD-REPORT-FILE
           IF CONTACT-PRESENT
               CLOSE CONTACT-FILE
           END-IF
           IF SECTION-REF-PRESENT
               CLOSE SECTION-REF-FILE
           END-IF
           IF POLICY-PRESENT
               CLOSE POLICY-FILE
           END-IF
           STOP RUN
           .
