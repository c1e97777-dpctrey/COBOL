       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLYMNT.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program applies add/correct/delete transactions against
      * the grading policy reference master (GRADPOLY.DAT) - the
      * file that tells every grading report how a section's exams
      * are weighted and where its letter-grade cutoffs fall.  It
      * follows the same transaction path as SECTMNT, which keeps
      * the section reference those policies are keyed alongside.
      * ******
      * INPUT:
      *    THE POLICY TRANSACTION FILE (POLYTRN.DAT) CONTAINS ONE
      *    TRANSACTION PER RECORD:
      *         1.  ACTION CODE (A = ADD, C = CORRECT, D = DELETE)
      *         2.  SECTION CODE (THE MASTER FILE'S RECORD KEY)
      *         3.  THE CATEGORY (1 THRU 4) OF EACH OF THE TWELVE
      *             EXAM SLOTS, ONE DIGIT PER SLOT
      *         4.  FOUR CATEGORY ENTRIES - A NAME AND A WHOLE
      *             PERCENT WEIGHT EACH
      *         5.  TWELVE SCALE ENTRIES - A ONE OR TWO CHARACTER
      *             LETTER GRADE AND ITS LOWEST AVERAGE, HIGHEST
      *             CUTOFF FIRST (SEE POLYREC COPYBOOK)
      *
      * *******
      * OUTPUT:
      *    THE MAINTENANCE LOG (PRPOLY) LISTS EVERY TRANSACTION READ
      *    AND WHAT WAS DONE WITH IT.  EVERY POLICY ADDED OR
      *    CORRECTED IS PRINTED BACK IN FULL UNDER ITS LOG LINE -
      *    CATEGORY WEIGHTS AND LETTER SCALE - SO THE OFFICE CAN
      *    CHECK IT AGAINST WHAT THE TEACHER HANDED OUT.  A TRAILER
      *    SUMMARIZES HOW MANY POLICIES WERE ADDED, CORRECTED,
      *    DELETED, OR REJECTED.
      * *************
      * PROCESSING NOTES:
      *    AN ADD CREATES A NEW POLICY RECORD AND IS REJECTED IF THE
      *    SECTION ALREADY HAS ONE.  ANY PART LEFT BLANK ON AN ADD
      *    TAKES THE HOUSE DEFAULT - EVERY SLOT IN CATEGORY 1, ONE
      *    CATEGORY 'EXAMS' WEIGHING 100, AND THE 90/80/70/60 SCALE
      *    - SO A SECTION THAT ONLY CHANGES ITS SCALE NEED ONLY KEY
      *    THE SCALE.
      *
      *    A CORRECT REPLACES WHICHEVER OF THE THREE PARTS - SLOT
      *    MAP, CATEGORY TABLE, LETTER SCALE - HAS ANYTHING KEYED IN
      *    IT, EACH PART AS A WHOLE, AND LEAVES THE REST AS THEY
      *    STAND.  THE CATEGORIES GO TOGETHER BECAUSE THEIR WEIGHTS
      *    ONLY MEAN ANYTHING AS A SET.  IT IS REJECTED IF THE
      *    SECTION HAS NO POLICY ON FILE.
      *
      *    EITHER WAY, THE POLICY THAT WOULD RESULT IS EDITED BEFORE
      *    ANYTHING IS WRITTEN - EVERY SLOT MUST NAME A CATEGORY
      *    THAT EXISTS, THE NAMED CATEGORIES' WEIGHTS MUST TOTAL 100,
      *    AND THE SCALE MUST RUN STRICTLY DOWNWARD FROM NO MORE
      *    THAN 100 - A POLICY THAT FAILS ANY OF THOSE IS REJECTED
      *    WHOLE RATHER THAN LEFT HALF APPLIED.
      *
      *    A DELETE REMOVES THE POLICY RECORD.  IT IS REJECTED IF
      *    THE SECTION HAS NO POLICY ON FILE.  THE SECTION THEN
      *    GRADES BY THE HOUSE DEFAULT UNTIL A NEW POLICY IS ADDED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO 'GRADPOLY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-SECTION-CODE
               FILE STATUS IS PO-FILE-STATUS.
           SELECT POLICY-TRANS-FILE
               ASSIGN TO 'POLYTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PT-FILE-STATUS.
           SELECT POLICY-REPORT-FILE
               ASSIGN TO PRINTER 'PRPOLY'.

       DATA DIVISION.
       FILE SECTION.

       FD  POLICY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY POLYREC.

       FD  POLICY-TRANS-FILE
           RECORD CONTAINS 160 CHARACTERS.

       01  POLICY-TRANS-RECORD.
           05  PX-ACTION                PIC X.
               88  ADD-ACTION                      VALUE 'A'.
               88  CORRECT-ACTION                  VALUE 'C'.
               88  DELETE-ACTION                   VALUE 'D'.
           05  PX-SECTION-CODE          PIC X(4).
           05  PX-SLOT-CATEGORIES       PIC X(12).
           05  PX-CATEGORY-TABLE.
               10  PX-CATEGORY-ENTRY    OCCURS 4 TIMES.
                   15  PX-CATEGORY-NAME PIC X(10).
                   15  PX-CATEGORY-WEIGHT
                                        PIC X(3).
           05  PX-SCALE-TABLE.
               10  PX-SCALE-ENTRY       OCCURS 12 TIMES.
                   15  PX-SCALE-LETTER  PIC X(2).
                   15  PX-SCALE-CUTOFF  PIC X(3).
           05  FILLER                   PIC X(31).

       FD  POLICY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X         VALUE ' '.
               88  NO-MORE-DATA                       VALUE 'N'.
           05  POLICY-EDIT-FLAG         PIC X         VALUE 'Y'.
               88  POLICY-GOOD                        VALUE 'Y'.
               88  POLICY-BAD                         VALUE 'N'.
           05  SCALE-END-FLAG           PIC X         VALUE 'N'.
               88  SCALE-ENDED                        VALUE 'Y'.

       01  PO-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  PT-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  EDIT-FIELDS.
           05  PE-SLOT-INDEX            PIC S9(2)     VALUE +0.
           05  PE-CAT-INDEX             PIC S9(2)     VALUE +0.
           05  PE-SCALE-INDEX           PIC S9(2)     VALUE +0.
           05  PE-WEIGHT-TOTAL          PIC S9(4)     VALUE +0.
           05  PE-SCALE-ENTRIES         PIC S9(2)     VALUE +0.
           05  PE-PRIOR-CUTOFF          PIC S9(4)     VALUE +0.

       01  TOTAL-FIELDS.
           05  PM-COUNT-ADDED           PIC 9(5)      VALUE 0.
           05  PM-COUNT-CORRECTED       PIC 9(5)      VALUE 0.
           05  PM-COUNT-DELETED         PIC 9(5)      VALUE 0.
           05  PM-COUNT-REJECTED        PIC 9(5)      VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING           PIC S9        VALUE +3.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-SLOTS             PIC S9(2)     VALUE +12.
           05  CF-MAX-CATEGORIES        PIC S9(2)     VALUE +4.
           05  CF-MAX-SCALE-ENTRIES     PIC S9(2)     VALUE +12.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                           PIC X(13)     VALUE SPACES.
           05                           PIC X(36)     VALUE
                               'GRADING POLICY FILE MAINTENANCE'.
           05  H1-DATE                  PIC 9999/99/99.

       01  HEADING-TWO.
           05                           PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'ACTION'.
           05                           PIC X(9)      VALUE 'SECTION'.
           05                           PIC X(13)     VALUE
                                        'SLOT MAP'.
           05                           PIC X(31)     VALUE
                                        'DISPOSITION'.

       01  POLICY-LOG-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  PL-ACTION                PIC X(7).
           05                           PIC X(1)      VALUE SPACES.
           05  PL-SECTION-CODE          PIC X(4).
           05                           PIC X(5)      VALUE SPACES.
           05  PL-SLOT-CATEGORIES       PIC X(12).
           05                           PIC X(1)      VALUE SPACES.
           05  PL-DISPOSITION           PIC X(38).

       01  WEIGHT-LINE.
           05                           PIC X(5)      VALUE SPACES.
           05  FILLER                   PIC X(9)      VALUE
                                        'WEIGHTS'.
           05  WL-ENTRY                 OCCURS 4 TIMES.
               10  WL-CATEGORY-NAME     PIC X(10).
               10  WL-CATEGORY-WEIGHT   PIC ZZZ9.
               10  WL-PERCENT           PIC X(2).

       01  SCALE-LINE.
           05                           PIC X(2)      VALUE SPACES.
           05  FILLER                   PIC X(6)      VALUE 'SCALE'.
           05  CL-ENTRY                 OCCURS 12 TIMES.
               10                       PIC X(1).
               10  CL-SCALE-LETTER      PIC X(2).
               10  CL-SCALE-CUTOFF      PIC ZZ9.

       01  SUMMARY-HEADING.
           05                           PIC X(25)     VALUE SPACES.
           05  FILLER                   PIC X(30)     VALUE
                                        'MAINTENANCE RUN SUMMARY'.

       01  SUMMARY-LINE.
           05                           PIC X(25)     VALUE SPACES.
           05  SU-CAPTION               PIC X(24).
           05  SU-COUNT                 PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-TRANSACTIONS-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           PERFORM 16-OPEN-MASTER-ROUTINE
           OPEN INPUT POLICY-TRANS-FILE
           IF PT-FILE-STATUS NOT = '00'
               DISPLAY 'POLYMNT - POLICY-TRANS-FILE OPEN FAILED, '
                   'STATUS = ' PT-FILE-STATUS
               CLOSE POLICY-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT POLICY-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       16-OPEN-MASTER-ROUTINE.

      *  THE POLICY MASTER IS OPENED I-O SO TRANSACTIONS CAN ADD,
      *  REWRITE, OR DELETE RECORDS.  THE FIRST TIME THIS RUNS
      *  THERE IS NO FILE YET, SO A '35' STATUS ON THE I-O OPEN
      *  MEANS IT MUST BE CREATED FIRST - THE SAME PATTERN SECTMNT
      *  USES FOR THE SECTION REFERENCE.

           OPEN I-O POLICY-FILE
           IF PO-FILE-STATUS = '35'
               OPEN OUTPUT POLICY-FILE
               CLOSE POLICY-FILE
               OPEN I-O POLICY-FILE
           END-IF
           .
       20-HEADER-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       25-PROCESS-TRANSACTIONS-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ POLICY-TRANS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-EDIT-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
           .
       30-EDIT-TRANSACTION-ROUTINE.

           MOVE PX-ACTION TO PL-ACTION
           MOVE PX-SECTION-CODE TO PL-SECTION-CODE
           MOVE PX-SLOT-CATEGORIES TO PL-SLOT-CATEGORIES
           MOVE SPACES TO PL-DISPOSITION

           EVALUATE TRUE
               WHEN ADD-ACTION
                   MOVE 'ADD' TO PL-ACTION
                   PERFORM 32-ADD-POLICY-ROUTINE
               WHEN CORRECT-ACTION
                   MOVE 'CORRECT' TO PL-ACTION
                   PERFORM 34-CORRECT-POLICY-ROUTINE
               WHEN DELETE-ACTION
                   MOVE 'DELETE' TO PL-ACTION
                   PERFORM 36-DELETE-POLICY-ROUTINE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO PL-ACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO
                       PL-DISPOSITION
                   ADD 1 TO PM-COUNT-REJECTED
           END-EVALUATE

           PERFORM 39-WRITE-LOG-LINE-ROUTINE
           .
       32-ADD-POLICY-ROUTINE.

      *  A BLANK SECTION CODE WOULD WRITE A POLICY KEYED ON SPACES
      *  THAT NO SECTION ON THE GRADE MASTER COULD EVER MATCH.
           IF PX-SECTION-CODE = SPACES
               MOVE 'REJECTED - SECTION CODE BLANK' TO
                   PL-DISPOSITION
               ADD 1 TO PM-COUNT-REJECTED
           ELSE
               MOVE PX-SECTION-CODE TO PO-SECTION-CODE
               READ POLICY-FILE
                   INVALID KEY
                       PERFORM 33-BUILD-NEW-POLICY-ROUTINE
                       PERFORM 37-EDIT-POLICY-ROUTINE
                       IF POLICY-GOOD
                           WRITE POLICY-RECORD
                           MOVE 'ADDED' TO PL-DISPOSITION
                           ADD 1 TO PM-COUNT-ADDED
                       ELSE
                           ADD 1 TO PM-COUNT-REJECTED
                       END-IF
                   NOT INVALID KEY
                       MOVE 'REJECTED - ALREADY ON FILE' TO
                           PL-DISPOSITION
                       ADD 1 TO PM-COUNT-REJECTED
               END-READ
           END-IF
           .
       33-BUILD-NEW-POLICY-ROUTINE.

      *  THE HOUSE DEFAULT GOES IN FIRST AND THE TRANSACTION IS
      *  THEN APPLIED OVER IT EXACTLY AS A CORRECTION WOULD BE, SO
      *  A PART LEFT BLANK ON THE ADD COMES OUT AS THE DEFAULT.
           MOVE SPACES TO POLICY-RECORD
           MOVE PX-SECTION-CODE TO PO-SECTION-CODE
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
           PERFORM 35-APPLY-CORRECTION-ROUTINE
           .
       34-CORRECT-POLICY-ROUTINE.

      *  A CORRECT WITH NOTHING ON IT WOULD REWRITE THE RECORD
      *  UNCHANGED AND COUNT AS A CORRECTION - THE BAD CARD WOULD
      *  NEVER SURFACE.  IT IS REJECTED INSTEAD.
           IF PX-SLOT-CATEGORIES = SPACES
              AND PX-CATEGORY-TABLE = SPACES
              AND PX-SCALE-TABLE = SPACES
               MOVE 'REJECTED - NO FIELDS TO APPLY' TO
                   PL-DISPOSITION
               ADD 1 TO PM-COUNT-REJECTED
           ELSE
               MOVE PX-SECTION-CODE TO PO-SECTION-CODE
               READ POLICY-FILE
                   INVALID KEY
                       MOVE 'REJECTED - NO POLICY ON FILE' TO
                           PL-DISPOSITION
                       ADD 1 TO PM-COUNT-REJECTED
                   NOT INVALID KEY
                       PERFORM 35-APPLY-CORRECTION-ROUTINE
                       PERFORM 37-EDIT-POLICY-ROUTINE
                       IF POLICY-GOOD
                           REWRITE POLICY-RECORD
                           MOVE 'CORRECTED' TO PL-DISPOSITION
                           ADD 1 TO PM-COUNT-CORRECTED
                       ELSE
                           ADD 1 TO PM-COUNT-REJECTED
                       END-IF
               END-READ
           END-IF
           .
       35-APPLY-CORRECTION-ROUTINE.

      *  EACH PART IS REPLACED WHOLE OR NOT AT ALL - A NEW SCALE
      *  KEYED WITH FEWER ENTRIES THAN THE OLD ONE MUST NOT INHERIT
      *  THE OLD ONE'S TAIL, AND NEW WEIGHTS ONLY ADD UP AGAINST
      *  EACH OTHER.
           IF PX-SLOT-CATEGORIES NOT = SPACES
               MOVE PX-SLOT-CATEGORIES TO PO-SLOT-CATEGORIES
           END-IF
           IF PX-CATEGORY-TABLE NOT = SPACES
               PERFORM VARYING PE-CAT-INDEX FROM 1 BY 1
                       UNTIL PE-CAT-INDEX > CF-MAX-CATEGORIES
                   MOVE PX-CATEGORY-ENTRY (PE-CAT-INDEX) TO
                       PO-CATEGORY-ENTRY (PE-CAT-INDEX)
                   IF PX-CATEGORY-WEIGHT (PE-CAT-INDEX) = SPACES
                       MOVE 0 TO PO-CATEGORY-WEIGHT (PE-CAT-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           IF PX-SCALE-TABLE NOT = SPACES
               PERFORM VARYING PE-SCALE-INDEX FROM 1 BY 1
                       UNTIL PE-SCALE-INDEX > CF-MAX-SCALE-ENTRIES
                   MOVE PX-SCALE-ENTRY (PE-SCALE-INDEX) TO
                       PO-SCALE-ENTRY (PE-SCALE-INDEX)
                   IF PX-SCALE-CUTOFF (PE-SCALE-INDEX) = SPACES
                       MOVE 0 TO PO-SCALE-CUTOFF (PE-SCALE-INDEX)
                   END-IF
               END-PERFORM
           END-IF
           .
       36-DELETE-POLICY-ROUTINE.

           MOVE PX-SECTION-CODE TO PO-SECTION-CODE
           READ POLICY-FILE
               INVALID KEY
                   MOVE 'REJECTED - NO POLICY ON FILE' TO
                       PL-DISPOSITION
                   ADD 1 TO PM-COUNT-REJECTED
               NOT INVALID KEY
                   DELETE POLICY-FILE RECORD
                   MOVE 'DELETED' TO PL-DISPOSITION
                   ADD 1 TO PM-COUNT-DELETED
           END-READ
           .
       37-EDIT-POLICY-ROUTINE.

      *  THE POLICY IS EDITED AS IT WILL BE WRITTEN, NOT AS IT WAS
      *  KEYED - A CORRECTION TO THE CATEGORIES CAN STRAND A SLOT
      *  THAT STILL POINTS AT A CATEGORY THE CORRECTION REMOVED.
      *  THE FIRST FAILURE FOUND IS THE ONE REPORTED.
           SET POLICY-GOOD TO TRUE
           PERFORM 37B-EDIT-CATEGORIES-ROUTINE
           IF POLICY-GOOD
               PERFORM 37C-EDIT-SLOT-MAP-ROUTINE
           END-IF
           IF POLICY-GOOD
               PERFORM 37D-EDIT-SCALE-ROUTINE
           END-IF
           .
       37B-EDIT-CATEGORIES-ROUTINE.

           MOVE 0 TO PE-WEIGHT-TOTAL
           PERFORM VARYING PE-CAT-INDEX FROM 1 BY 1
                   UNTIL PE-CAT-INDEX > CF-MAX-CATEGORIES
                      OR POLICY-BAD
               IF PO-CATEGORY-NAME (PE-CAT-INDEX) NOT = SPACES
                   IF PO-CATEGORY-WEIGHT (PE-CAT-INDEX) NOT NUMERIC
                       SET POLICY-BAD TO TRUE
                       MOVE 'REJECTED - WEIGHT NOT NUMERIC' TO
                           PL-DISPOSITION
                   ELSE
                       ADD PO-CATEGORY-WEIGHT (PE-CAT-INDEX) TO
                           PE-WEIGHT-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF POLICY-GOOD AND PE-WEIGHT-TOTAL NOT = 100
               SET POLICY-BAD TO TRUE
               MOVE 'REJECTED - WEIGHTS DO NOT TOTAL 100' TO
                   PL-DISPOSITION
           END-IF
           .
       37C-EDIT-SLOT-MAP-ROUTINE.

      *  EVERY SLOT IS CHECKED, NOT JUST THE ONES A SECTION USES
      *  TODAY - A SECTION THAT ADDS A SIXTH EXAM LATER MUST NOT
      *  FIND ITS NEW SLOT POINTING NOWHERE.
           PERFORM VARYING PE-SLOT-INDEX FROM 1 BY 1
                   UNTIL PE-SLOT-INDEX > CF-MAX-SLOTS
                      OR POLICY-BAD
               IF PO-SLOT-CATEGORY (PE-SLOT-INDEX) NOT NUMERIC
                  OR PO-SLOT-CATEGORY (PE-SLOT-INDEX) < 1
                  OR PO-SLOT-CATEGORY (PE-SLOT-INDEX) >
                     CF-MAX-CATEGORIES
                   SET POLICY-BAD TO TRUE
                   MOVE 'REJECTED - BAD SLOT CATEGORY' TO
                       PL-DISPOSITION
               ELSE
                   MOVE PO-SLOT-CATEGORY (PE-SLOT-INDEX) TO
                       PE-CAT-INDEX
                   IF PO-CATEGORY-NAME (PE-CAT-INDEX) = SPACES
                       SET POLICY-BAD TO TRUE
                       MOVE 'REJECTED - SLOT IN UNNAMED CATEGORY'
                           TO PL-DISPOSITION
                   END-IF
               END-IF
           END-PERFORM
           .
       37D-EDIT-SCALE-ROUTINE.

      *  THE GRADING PROGRAMS TAKE THE FIRST ENTRY THE AVERAGE
      *  REACHES, SO A SCALE OUT OF ORDER WOULD HAND OUT THE WRONG
      *  LETTER WITHOUT ANY SIGN ON THE REPORTS - IT MUST RUN
      *  STRICTLY DOWNWARD, AND A CUTOFF OVER 100 COULD NEVER BE
      *  REACHED.
           MOVE 0 TO PE-SCALE-ENTRIES
           MOVE 101 TO PE-PRIOR-CUTOFF
           MOVE 'N' TO SCALE-END-FLAG
           PERFORM VARYING PE-SCALE-INDEX FROM 1 BY 1
                   UNTIL PE-SCALE-INDEX > CF-MAX-SCALE-ENTRIES
                      OR SCALE-ENDED
                      OR POLICY-BAD
               IF PO-SCALE-LETTER (PE-SCALE-INDEX) = SPACES
                   SET SCALE-ENDED TO TRUE
               ELSE
                   IF PO-SCALE-CUTOFF (PE-SCALE-INDEX) NOT NUMERIC
                      OR PO-SCALE-CUTOFF (PE-SCALE-INDEX) >=
                         PE-PRIOR-CUTOFF
                       SET POLICY-BAD TO TRUE
                       MOVE 'REJECTED - SCALE NOT DESCENDING' TO
                           PL-DISPOSITION
                   ELSE
                       MOVE PO-SCALE-CUTOFF (PE-SCALE-INDEX) TO
                           PE-PRIOR-CUTOFF
                       ADD 1 TO PE-SCALE-ENTRIES
                   END-IF
               END-IF
           END-PERFORM
           IF POLICY-GOOD AND PE-SCALE-ENTRIES = 0
               SET POLICY-BAD TO TRUE
               MOVE 'REJECTED - LETTER SCALE BLANK' TO
                   PL-DISPOSITION
           END-IF
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE POLICY-LOG-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           IF PL-DISPOSITION = 'ADDED' OR PL-DISPOSITION = 'CORRECTED'
               PERFORM 39B-WRITE-POLICY-LINES-ROUTINE
           END-IF
           .
       39B-WRITE-POLICY-LINES-ROUTINE.

      *  THE POLICY AS WRITTEN, NOT AS KEYED - A CORRECTION THAT
      *  ONLY TOUCHED THE SCALE STILL SHOWS THE WEIGHTS IT KEPT.
           MOVE SPACES TO WEIGHT-LINE
           MOVE 'WEIGHTS' TO WEIGHT-LINE (6:7)
           PERFORM VARYING PE-CAT-INDEX FROM 1 BY 1
                   UNTIL PE-CAT-INDEX > CF-MAX-CATEGORIES
               IF PO-CATEGORY-NAME (PE-CAT-INDEX) NOT = SPACES
                   MOVE PO-CATEGORY-NAME (PE-CAT-INDEX) TO
                       WL-CATEGORY-NAME (PE-CAT-INDEX)
                   MOVE PO-CATEGORY-WEIGHT (PE-CAT-INDEX) TO
                       WL-CATEGORY-WEIGHT (PE-CAT-INDEX)
                   MOVE '%' TO WL-PERCENT (PE-CAT-INDEX)
               END-IF
           END-PERFORM
           MOVE WEIGHT-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE SPACES TO SCALE-LINE
           MOVE 'SCALE' TO SCALE-LINE (3:5)
           MOVE 'N' TO SCALE-END-FLAG
           PERFORM VARYING PE-SCALE-INDEX FROM 1 BY 1
                   UNTIL PE-SCALE-INDEX > CF-MAX-SCALE-ENTRIES
                      OR SCALE-ENDED
               IF PO-SCALE-LETTER (PE-SCALE-INDEX) = SPACES
                   SET SCALE-ENDED TO TRUE
               ELSE
                   MOVE PO-SCALE-LETTER (PE-SCALE-INDEX) TO
                       CL-SCALE-LETTER (PE-SCALE-INDEX)
                   MOVE PO-SCALE-CUTOFF (PE-SCALE-INDEX) TO
                       CL-SCALE-CUTOFF (PE-SCALE-INDEX)
               END-IF
           END-PERFORM
           MOVE SCALE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           CLOSE POLICY-FILE
               POLICY-TRANS-FILE
               POLICY-REPORT-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'POLICIES ADDED' TO SU-CAPTION
           MOVE PM-COUNT-ADDED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'POLICIES CORRECTED' TO SU-CAPTION
           MOVE PM-COUNT-CORRECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'POLICIES DELETED' TO SU-CAPTION
           MOVE PM-COUNT-DELETED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED' TO SU-CAPTION
           MOVE PM-COUNT-REJECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
