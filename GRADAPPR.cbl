       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAPPR.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program is the registrar's sign-off run for grade
      * changes to closed terms.  GRADMNT will not apply a correction
      * that changes the scores of a term the registrar has closed on
      * TERMREF, or an add that starts a student off in one - it
      * holds the change on the pending grade-change file
      * (GRADPEND.DAT) instead.  This run matches the held changes
      * against the registrar's written authorizations, marks each one
      * approved or denied, and hands the approved ones back to
      * GRADMNT, so every late grade change carries a named sign-off
      * as well as a journal entry.
      * ******
      * INPUT:
      *    1.  THE PENDING GRADE-CHANGE FILE (GRADPEND.DAT, SEE
      *        PENDREC COPYBOOK), READ IN KEY ORDER - SECTION,
      *        STUDENT ID, TERM, THEN THE DATE AND TIME EACH CHANGE
      *        WAS HELD - AND UPDATED IN PLACE.
      *    2.  THE AUTHORIZATION FILE (GRADAUTH.DAT) - ONE RECORD
      *        PER DECISION THE REGISTRAR HAS SIGNED:
      *             SECTION CODE, STUDENT ID, AND TERM CODE OF THE
      *             HELD CHANGE
      *             DECISION (A = APPROVE, D = DENY)
      *             NAME OF THE PERSON AUTHORIZING IT
      *             A SHORT NOTE (THE DISPUTE FORM NUMBER, SAY)
      *        NO AUTHORIZATION FILE JUST MEANS NOTHING WAS SIGNED
      *        TODAY - THE RUN STILL LISTS WHAT IS WAITING.
      *
      * *******
      * OUTPUT:
      *    1.  THE RELEASE FILE (GRADRLSE.DAT) - THE ORIGINAL
      *        TRANSACTION IMAGE OF EVERY APPROVED CHANGE NOT YET
      *        APPLIED.  THE OPERATOR THEN RUNS GRADMNT WITH 'RELEASE'
      *        ON ITS PARAMETER CARD, WHICH APPLIES AND JOURNALS THEM
      *        THROUGH THE SAME LOGIC AS ANY OTHER CORRECTION OR ADD
      *        AND MARKS EACH ONE RELEASED.
      *    2.  THE APPROVAL REPORT (PRAPPR) LISTS EVERY CHANGE STILL
      *        WAITING ON A DECISION, EVERY ONE APPROVED OR DENIED
      *        THIS RUN, AND EVERY ONE DENIED BY AN EARLIER RUN.  A
      *        CHANGE STILL PENDING OR DENIED IS SHOWN WITH ITS REASON
      *        AND THE TERM'S SCORES BEFORE AND AFTER, AND A DENIAL
      *        WITH WHO DENIED IT AND WHY.  AUTHORIZATIONS
      *        THAT MATCH NO WAITING CHANGE ARE LISTED AFTER, AND A
      *        TRAILER COUNTS EACH KIND.
      * *************
      * PROCESSING NOTES:
      *    AN AUTHORIZATION WITH NO NAME, OR WITH A DECISION OTHER
      *    THAN A OR D, DECIDES NOTHING - THE CHANGE IT NAMES STAYS
      *    PENDING AND THE LINE SAYS WHY.  WHEN TWO AUTHORIZATIONS
      *    NAME THE SAME CHANGE THE FIRST ONE DECIDES IT AND THE
      *    SECOND IS LISTED AS UNMATCHED FOR THE REGISTRAR TO SORT
      *    OUT.
      *
      *    AN APPROVAL IS WRITTEN DOWN ON THE PENDING FILE BEFORE THE
      *    CHANGE GOES TO THE RELEASE FILE.  A CHANGE APPROVED BY AN
      *    EARLIER RUN THAT GRADMNT HAS NOT YET RELEASED IS WRITTEN
      *    TO THE RELEASE FILE AGAIN, SO A RELEASE RUN THAT WAS
      *    MISSED, OR A RELEASE FILE THAT WAS LOST, COSTS NOTHING -
      *    THE NEXT APPROVAL RUN PICKS IT UP.  A CHANGE DENIED BY AN
      *    EARLIER RUN IS LISTED AGAIN FROM ITS STORED DECISION, SO
      *    THE REPORT ALWAYS SHOWS WHAT WAS TURNED DOWN AND BY WHOM;
      *    NOTHING ABOUT IT CHANGES.  RELEASED RECORDS ARE HISTORY
      *    AND ARE PASSED OVER.
      *
      *    A STUDENT AND TERM CAN HAVE SEVERAL HELD CHANGES ON FILE,
      *    ONE PER GRADMNT RUN THAT HELD ONE, BUT GRADMNT LETS ONLY
      *    ONE OF THEM BE PENDING OR APPROVED AT A TIME.  AN
      *    AUTHORIZATION NAMES ONLY THE SECTION, STUDENT, AND TERM, SO
      *    IT IS MATCHED ON PN-CHANGE-KEY AND CAN ONLY EVER DECIDE
      *    THAT ONE WAITING CHANGE.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO 'GRADPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-KEY
               FILE STATUS IS PN-FILE-STATUS.
           SELECT AUTHORIZATION-FILE
               ASSIGN TO 'GRADAUTH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AZ-FILE-STATUS.
           SELECT RELEASE-FILE
               ASSIGN TO 'GRADRLSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO PRINTER 'PRAPPR'.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDING-FILE
           RECORD CONTAINS 360 CHARACTERS.

           COPY PENDREC.

       FD  AUTHORIZATION-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  AUTHORIZATION-RECORD.
           05  AZ-SECTION-CODE         PIC X(4).
           05  AZ-STUDENT-ID           PIC X(9).
           05  AZ-TERM-CODE            PIC X(6).
           05  AZ-DECISION             PIC X.
           05  AZ-AUTHORIZED-BY        PIC X(20).
           05  AZ-DECISION-NOTE        PIC X(30).
           05  FILLER                  PIC X(10).

       FD  RELEASE-FILE
           RECORD CONTAINS 96 CHARACTERS.

       01  RELEASE-RECORD              PIC X(96).

       FD  APPROVAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X         VALUE ' '.
               88  NO-MORE-DATA                      VALUE 'N'.
           05  AUTH-FILE-FLAG          PIC X         VALUE 'Y'.
               88  AUTH-FILE-PRESENT                 VALUE 'Y'.
               88  AUTH-FILE-ABSENT                  VALUE 'N'.
           05  AUTH-FOUND-FLAG         PIC X         VALUE 'N'.
               88  AUTH-FOUND                        VALUE 'Y'.
               88  AUTH-NOT-FOUND                    VALUE 'N'.

       01  PN-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AZ-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  RL-FILE-STATUS              PIC X(2)      VALUE '00'.

      **************     AUTHORIZATION TABLE     *******************
      *  THE DAY'S AUTHORIZATIONS ARE HELD HERE SO EACH PENDING
      *  CHANGE CAN BE LOOKED UP AS THE PENDING FILE GOES BY IN KEY
      *  ORDER, WHATEVER ORDER THE REGISTRAR'S OFFICE KEYED THEM IN.
      *  AT-USED-FLAG MARKS THE ONES THAT DECIDED SOMETHING, SO THE
      *  REST CAN BE LISTED AS UNMATCHED AT THE END.

       01  AUTHORIZATION-TABLE.
           05  AT-ENTRY                OCCURS 500 TIMES.
               10  AT-KEY.
                   15  AT-SECTION-CODE PIC X(4).
                   15  AT-STUDENT-ID   PIC X(9).
                   15  AT-TERM-CODE    PIC X(6).
               10  AT-DECISION         PIC X.
               10  AT-AUTHORIZED-BY    PIC X(20).
               10  AT-DECISION-NOTE    PIC X(30).
               10  AT-USED-FLAG        PIC X.

       01  TABLE-FIELDS.
           05  TB-COUNT                PIC S9(3)     VALUE +0.
           05  TB-INDEX                PIC S9(3)     VALUE +0.
           05  TB-FOUND-INDEX          PIC S9(3)     VALUE +0.
           05  TB-OVERFLOW-COUNT       PIC S9(5)     VALUE +0.

      *  THE BEFORE OR AFTER TERM ENTRY BEING PRINTED IS MOVED HERE
      *  FIRST, SO ONE PARAGRAPH FORMATS EITHER.  THE LAYOUT IS THE
      *  SAME AS PN-BEFORE-TERM AND PN-AFTER-TERM.
       01  WORK-TERM-ENTRY.
           05  WT-TERM-CODE            PIC X(6).
           05  WT-NUM-TESTS            PIC 9(2).
           05  WT-EXAM-SCORE           PIC S999 OCCURS 12 TIMES.
           05  WT-EXAM-STAT            PIC X OCCURS 12 TIMES.

       01  DETAIL-FIELDS.
           05  AP-RUN-DATE             PIC 9(8)      VALUE 0.
           05  AP-TEST-INDEX           PIC S9(2)     VALUE +0.
           05  AP-NUM-TESTS            PIC S9(2)     VALUE +0.

       01  TOTAL-FIELDS.
           05  AP-COUNT-APPROVED       PIC S9(5)     VALUE +0.
           05  AP-COUNT-DENIED         PIC S9(5)     VALUE +0.
           05  AP-COUNT-PENDING        PIC S9(5)     VALUE +0.
           05  AP-COUNT-RERELEASED     PIC S9(5)     VALUE +0.
           05  AP-COUNT-DENIED-EARLIER PIC S9(5)     VALUE +0.
           05  AP-COUNT-UNMATCHED      PIC S9(5)     VALUE +0.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-AUTHORIZATIONS   PIC S9(3)     VALUE +500.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-PAGE-LINE-LIMIT      PIC S9(3)     VALUE +55.

       01  PAGE-FIELDS.
           05  PG-LINE-COUNT           PIC S9(3)     VALUE +0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(36)     VALUE
                               'CLOSED TERM GRADE CHANGE APPROVALS'.
           05  H1-DATE                 PIC 9999/99/99.

       01  HEADING-TWO.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(5)      VALUE 'SECT'.
           05                          PIC X(10)     VALUE
                                        'STUDENT ID'.
           05                          PIC X(7)      VALUE 'TERM'.
           05                          PIC X(11)     VALUE 'HELD ON'.
           05                          PIC X(34)     VALUE
                                        'DISPOSITION'.

       01  APPROVAL-LOG-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  AL-SECTION-CODE         PIC X(4).
           05                          PIC X(1)      VALUE SPACES.
           05  AL-STUDENT-ID           PIC X(9).
           05                          PIC X(1)      VALUE SPACES.
           05  AL-TERM-CODE            PIC X(6).
           05                          PIC X(1)      VALUE SPACES.
           05  AL-HOLD-DATE            PIC 9999/99/99.
           05                          PIC X(1)      VALUE SPACES.
           05  AL-DISPOSITION          PIC X(34).

       01  REASON-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05                          PIC X(9)      VALUE 'REASON - '.
           05  RNL-REASON              PIC X(30).

       01  SCORE-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05  SCL-CAPTION             PIC X(8).
           05  SCL-SLOT                OCCURS 12 TIMES.
               10  SCL-SCORE           PIC ZZ9.
               10  SCL-STAT            PIC X.
               10                      PIC X.

       01  NO-BEFORE-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05                          PIC X(8)      VALUE 'BEFORE'.
           05                          PIC X(44)     VALUE
                       'TERM NOT ON STUDENT - CHANGE WOULD ADD IT'.

       01  DECISION-LINE.
           05                          PIC X(8)      VALUE SPACES.
           05  DCL-CAPTION             PIC X(11).
           05  DCL-AUTHORIZED-BY       PIC X(20).
           05                          PIC X(1)      VALUE SPACES.
           05  DCL-NOTE                PIC X(30).

       01  UNMATCHED-HEADING.
           05                          PIC X(2)      VALUE SPACES.
           05                          PIC X(44)     VALUE
                       'AUTHORIZATIONS MATCHING NO WAITING CHANGE'.

       01  UNMATCHED-LINE.
           05                          PIC X(2)      VALUE SPACES.
           05  UL-SECTION-CODE         PIC X(4).
           05                          PIC X(1)      VALUE SPACES.
           05  UL-STUDENT-ID           PIC X(9).
           05                          PIC X(1)      VALUE SPACES.
           05  UL-TERM-CODE            PIC X(6).
           05                          PIC X(1)      VALUE SPACES.
           05  UL-DECISION             PIC X.
           05                          PIC X(1)      VALUE SPACES.
           05  UL-AUTHORIZED-BY        PIC X(20).
           05                          PIC X(1)      VALUE SPACES.
           05  UL-NOTE                 PIC X(30).

       01  SUMMARY-HEADING.
           05                          PIC X(25)     VALUE SPACES.
           05  FILLER                  PIC X(30)     VALUE
                                        'APPROVAL RUN SUMMARY'.

       01  SUMMARY-LINE.
           05                          PIC X(25)     VALUE SPACES.
           05  SL-CAPTION              PIC X(28).
           05  SL-COUNT                PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-PENDING-ROUTINE
           PERFORM 36-LIST-UNMATCHED-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           PERFORM 16-OPEN-PENDING-ROUTINE
           PERFORM 17-LOAD-AUTHORIZATIONS-ROUTINE

      *  THE RELEASE FILE IS REWRITTEN EVERY RUN, NOT EXTENDED -
      *  EVERY APPROVED CHANGE STILL WAITING ON GRADMNT IS WRITTEN
      *  TO IT AFRESH FROM THE PENDING FILE, SO NOTHING FROM AN
      *  EARLIER RUN NEEDS TO SURVIVE IN IT.
           OPEN OUTPUT RELEASE-FILE
           IF RL-FILE-STATUS NOT = '00'
               DISPLAY 'GRADAPPR - RELEASE FILE OPEN FAILED, STATUS = '
                   RL-FILE-STATUS
               CLOSE PENDING-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT APPROVAL-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT AP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 20-PAGE-HEADING-ROUTINE
           .
       16-OPEN-PENDING-ROUTINE.

      *  A SHOP WHERE GRADMNT HAS NEVER HELD A CHANGE HAS NO PENDING
      *  FILE YET, SO A '35' STATUS ON THE I-O OPEN MEANS CREATE IT
      *  EMPTY - THE RUN THEN SIMPLY HAS NOTHING WAITING, AND ANY
      *  AUTHORIZATIONS SHOW UP AS UNMATCHED.
           OPEN I-O PENDING-FILE
           IF PN-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PN-FILE-STATUS NOT = '00'
               DISPLAY 'GRADAPPR - PENDING FILE OPEN FAILED, STATUS = '
                   PN-FILE-STATUS
               STOP RUN
           END-IF
           .
       17-LOAD-AUTHORIZATIONS-ROUTINE.

      *  NO AUTHORIZATION FILE MEANS NO DECISIONS TODAY - EVERY HELD
      *  CHANGE IS LISTED AS STILL PENDING.  ONLY A FAILURE OTHER
      *  THAN A MISSING FILE IS WORTH A CONSOLE MESSAGE.
           OPEN INPUT AUTHORIZATION-FILE
           IF AZ-FILE-STATUS NOT = '00'
               SET AUTH-FILE-ABSENT TO TRUE
               IF AZ-FILE-STATUS NOT = '35'
                   DISPLAY 'GRADAPPR - AUTHORIZATION FILE OPEN '
                       'FAILED, STATUS = ' AZ-FILE-STATUS
               END-IF
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ AUTHORIZATION-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 18-STORE-AUTHORIZATION-ROUTINE
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
               MOVE ' ' TO EOF-FLAG
           END-IF
           IF TB-OVERFLOW-COUNT > 0
               DISPLAY 'GRADAPPR - AUTHORIZATION TABLE FULL, '
                   TB-OVERFLOW-COUNT ' AUTHORIZATIONS NOT LOADED'
           END-IF
           .
       18-STORE-AUTHORIZATION-ROUTINE.

           IF TB-COUNT < CF-MAX-AUTHORIZATIONS
               ADD 1 TO TB-COUNT
               MOVE AZ-SECTION-CODE TO AT-SECTION-CODE (TB-COUNT)
               MOVE AZ-STUDENT-ID TO AT-STUDENT-ID (TB-COUNT)
               MOVE AZ-TERM-CODE TO AT-TERM-CODE (TB-COUNT)
               MOVE AZ-DECISION TO AT-DECISION (TB-COUNT)
               MOVE AZ-AUTHORIZED-BY TO AT-AUTHORIZED-BY (TB-COUNT)
               MOVE AZ-DECISION-NOTE TO AT-DECISION-NOTE (TB-COUNT)
               MOVE 'N' TO AT-USED-FLAG (TB-COUNT)
           ELSE
               ADD 1 TO TB-OVERFLOW-COUNT
           END-IF
           .
       20-PAGE-HEADING-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 1 TO PG-LINE-COUNT
           MOVE 2 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       25-PROCESS-PENDING-ROUTINE.

           PERFORM UNTIL NO-MORE-DATA
               READ PENDING-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-REVIEW-CHANGE-ROUTINE
               END-READ
           END-PERFORM
           .
       30-REVIEW-CHANGE-ROUTINE.

           IF PG-LINE-COUNT > CF-PAGE-LINE-LIMIT
               PERFORM 20-PAGE-HEADING-ROUTINE
           END-IF

           MOVE PN-SECTION-CODE TO AL-SECTION-CODE
           MOVE PN-STUDENT-ID TO AL-STUDENT-ID
           MOVE PN-TERM-CODE TO AL-TERM-CODE
           MOVE PN-HOLD-DATE TO AL-HOLD-DATE
           MOVE SPACES TO AL-DISPOSITION

           EVALUATE TRUE
               WHEN PN-PENDING
                   PERFORM 31-FIND-AUTHORIZATION-ROUTINE
                   IF AUTH-FOUND
                       PERFORM 32-APPLY-DECISION-ROUTINE
                   ELSE
                       MOVE 'STILL PENDING' TO AL-DISPOSITION
                       ADD 1 TO AP-COUNT-PENDING
                       PERFORM 39-WRITE-LOG-LINE-ROUTINE
                       PERFORM 35-LIST-CHANGE-ROUTINE
                   END-IF
               WHEN PN-APPROVED
      *  APPROVED BY AN EARLIER RUN BUT NEVER RELEASED - IT GOES
      *  OUT ON THE RELEASE FILE AGAIN.
                   MOVE 'APPROVED EARLIER - RELEASED AGAIN' TO
                       AL-DISPOSITION
                   ADD 1 TO AP-COUNT-RERELEASED
                   PERFORM 39-WRITE-LOG-LINE-ROUTINE
                   PERFORM 34-WRITE-RELEASE-ROUTINE
               WHEN PN-DENIED
      *  DENIED BY AN EARLIER RUN - LISTED FROM THE DECISION STORED
      *  ON THE RECORD, WHICH IS LEFT AS IT IS.
                   MOVE 'DENIED EARLIER' TO AL-DISPOSITION
                   ADD 1 TO AP-COUNT-DENIED-EARLIER
                   PERFORM 39-WRITE-LOG-LINE-ROUTINE
                   PERFORM 35-LIST-CHANGE-ROUTINE
                   MOVE 'DENIED BY' TO DCL-CAPTION
                   MOVE PN-AUTHORIZED-BY TO DCL-AUTHORIZED-BY
                   MOVE PN-DECISION-NOTE TO DCL-NOTE
                   MOVE DECISION-LINE TO REPORT-RECORD
                   PERFORM 75-WRITE-A-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       31-FIND-AUTHORIZATION-ROUTINE.

      *  THE FIRST UNUSED AUTHORIZATION FOR THE SECTION, STUDENT, AND
      *  TERM DECIDES THE CHANGE - A DUPLICATE BEHIND IT STAYS UNUSED
      *  AND IS LISTED AS UNMATCHED.
           SET AUTH-NOT-FOUND TO TRUE
           MOVE 0 TO TB-FOUND-INDEX
           PERFORM VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TB-COUNT OR AUTH-FOUND
               IF AT-KEY (TB-INDEX) = PN-CHANGE-KEY
                  AND AT-USED-FLAG (TB-INDEX) = 'N'
                   SET AUTH-FOUND TO TRUE
                   MOVE TB-INDEX TO TB-FOUND-INDEX
                   MOVE 'Y' TO AT-USED-FLAG (TB-INDEX)
               END-IF
           END-PERFORM
           .
       32-APPLY-DECISION-ROUTINE.

      *  A DECISION WITH NO NAME BEHIND IT IS NO SIGN-OFF AT ALL,
      *  AND A DECISION CODE OTHER THAN A OR D IS BAD KEYING - THE
      *  CHANGE STAYS PENDING EITHER WAY.
           EVALUATE TRUE
               WHEN AT-AUTHORIZED-BY (TB-FOUND-INDEX) = SPACES
                   MOVE 'STILL PENDING - NO SIGN-OFF NAME' TO
                       AL-DISPOSITION
                   ADD 1 TO AP-COUNT-PENDING
                   PERFORM 39-WRITE-LOG-LINE-ROUTINE
                   PERFORM 35-LIST-CHANGE-ROUTINE
               WHEN AT-DECISION (TB-FOUND-INDEX) = 'A'
                   PERFORM 33-RECORD-DECISION-ROUTINE
                   IF PN-FILE-STATUS = '00'
                       MOVE 'APPROVED - SENT FOR RELEASE' TO
                           AL-DISPOSITION
                       ADD 1 TO AP-COUNT-APPROVED
                       PERFORM 39-WRITE-LOG-LINE-ROUTINE
                       PERFORM 34-WRITE-RELEASE-ROUTINE
                   END-IF
               WHEN AT-DECISION (TB-FOUND-INDEX) = 'D'
                   PERFORM 33-RECORD-DECISION-ROUTINE
                   IF PN-FILE-STATUS = '00'
                       MOVE 'DENIED' TO AL-DISPOSITION
                       ADD 1 TO AP-COUNT-DENIED
                       PERFORM 39-WRITE-LOG-LINE-ROUTINE
                       PERFORM 35-LIST-CHANGE-ROUTINE
                       MOVE 'DENIED BY' TO DCL-CAPTION
                       MOVE PN-AUTHORIZED-BY TO DCL-AUTHORIZED-BY
                       MOVE PN-DECISION-NOTE TO DCL-NOTE
                       MOVE DECISION-LINE TO REPORT-RECORD
                       PERFORM 75-WRITE-A-LINE
                   END-IF
               WHEN OTHER
                   MOVE 'STILL PENDING - BAD DECISION CODE' TO
                       AL-DISPOSITION
                   ADD 1 TO AP-COUNT-PENDING
                   PERFORM 39-WRITE-LOG-LINE-ROUTINE
                   PERFORM 35-LIST-CHANGE-ROUTINE
           END-EVALUATE
           .
       33-RECORD-DECISION-ROUTINE.

      *  THE DECISION IS WRITTEN DOWN ON THE PENDING FILE FIRST - AN
      *  APPROVAL REACHES THE RELEASE FILE ONLY ONCE THE PENDING
      *  RECORD SAYS APPROVED, SO GRADMNT'S RELEASE RUN NEVER SEES A
      *  CHANGE IT CANNOT FIND APPROVED.  A REWRITE THAT FAILS LEAVES
      *  THE CHANGE PENDING FOR THE NEXT RUN.
           IF AT-DECISION (TB-FOUND-INDEX) = 'A'
               SET PN-APPROVED TO TRUE
           ELSE
               SET PN-DENIED TO TRUE
           END-IF
           MOVE AP-RUN-DATE TO PN-DECISION-DATE
           MOVE AT-AUTHORIZED-BY (TB-FOUND-INDEX) TO PN-AUTHORIZED-BY
           MOVE AT-DECISION-NOTE (TB-FOUND-INDEX) TO PN-DECISION-NOTE
           REWRITE PENDING-RECORD
           IF PN-FILE-STATUS NOT = '00'
               DISPLAY 'GRADAPPR - PENDING REWRITE FAILED, STATUS = '
                   PN-FILE-STATUS
                   ' STUDENT ' PN-STUDENT-ID
                   ' TERM ' PN-TERM-CODE
               MOVE 'REWRITE FAILED - STILL PENDING' TO
                   AL-DISPOSITION
               ADD 1 TO AP-COUNT-PENDING
               PERFORM 39-WRITE-LOG-LINE-ROUTINE
           END-IF
           .
       34-WRITE-RELEASE-ROUTINE.

           MOVE PN-TRANS-IMAGE TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           IF RL-FILE-STATUS NOT = '00'
      *  THE PENDING FILE ALREADY SAYS APPROVED, SO NOTHING IS LOST -
      *  THE NEXT APPROVAL RUN RELEASES IT AGAIN.  THE RUN STOPS SO
      *  THE OPERATOR DOES NOT FEED GRADMNT A SHORT RELEASE FILE.
               DISPLAY 'GRADAPPR - RELEASE WRITE FAILED, STATUS = '
                   RL-FILE-STATUS
               PERFORM 40-EOF-ROUTINE
           END-IF
           .
       35-LIST-CHANGE-ROUTINE.

           MOVE PN-HOLD-REASON TO RNL-REASON
           MOVE REASON-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

      *  A BEFORE ENTRY OF SPACES MEANS THE CHANGE WOULD ADD THE
      *  TERM TO THE STUDENT RATHER THAN ALTER ONE ALREADY THERE.
           IF PN-BEFORE-TERM = SPACES
               MOVE NO-BEFORE-LINE TO REPORT-RECORD
               PERFORM 75-WRITE-A-LINE
           ELSE
               MOVE PN-BEFORE-TERM TO WORK-TERM-ENTRY
               MOVE 'BEFORE' TO SCL-CAPTION
               PERFORM 35B-FORMAT-SCORES-ROUTINE
           END-IF
           MOVE PN-AFTER-TERM TO WORK-TERM-ENTRY
           MOVE 'AFTER' TO SCL-CAPTION
           PERFORM 35B-FORMAT-SCORES-ROUTINE
           .
       35B-FORMAT-SCORES-ROUTINE.

      *  ONLY THE SLOTS THE TERM ACTUALLY CARRIES ARE PRINTED, EACH
      *  FOLLOWED BY ITS STATUS BYTE (E OR I) WHERE IT HAS ONE.  THE
      *  COUNT IS CAPPED THE SAME WAY GRADMNT CAPS IT.
           IF WT-NUM-TESTS NUMERIC
               MOVE WT-NUM-TESTS TO AP-NUM-TESTS
           ELSE
               MOVE 0 TO AP-NUM-TESTS
           END-IF
           IF AP-NUM-TESTS > CF-MAX-NUM-TESTS
               MOVE CF-MAX-NUM-TESTS TO AP-NUM-TESTS
           END-IF
           PERFORM VARYING AP-TEST-INDEX FROM 1 BY 1
                   UNTIL AP-TEST-INDEX > CF-MAX-NUM-TESTS
               IF AP-TEST-INDEX > AP-NUM-TESTS
                   MOVE SPACES TO SCL-SLOT (AP-TEST-INDEX)
               ELSE
                   IF WT-EXAM-SCORE (AP-TEST-INDEX) NUMERIC
                       MOVE WT-EXAM-SCORE (AP-TEST-INDEX) TO
                           SCL-SCORE (AP-TEST-INDEX)
                   ELSE
                       MOVE 0 TO SCL-SCORE (AP-TEST-INDEX)
                   END-IF
                   MOVE WT-EXAM-STAT (AP-TEST-INDEX) TO
                       SCL-STAT (AP-TEST-INDEX)
               END-IF
           END-PERFORM
           MOVE SCORE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       36-LIST-UNMATCHED-ROUTINE.

           PERFORM VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TB-COUNT
               IF AT-USED-FLAG (TB-INDEX) = 'N'
                   IF AP-COUNT-UNMATCHED = 0
                       MOVE UNMATCHED-HEADING TO REPORT-RECORD
                       MOVE 3 TO PROPER-SPACING
                       PERFORM 75-WRITE-A-LINE
                       MOVE 2 TO PROPER-SPACING
                   END-IF
                   ADD 1 TO AP-COUNT-UNMATCHED
                   IF PG-LINE-COUNT > CF-PAGE-LINE-LIMIT
                       PERFORM 20-PAGE-HEADING-ROUTINE
                   END-IF
                   MOVE AT-SECTION-CODE (TB-INDEX) TO UL-SECTION-CODE
                   MOVE AT-STUDENT-ID (TB-INDEX) TO UL-STUDENT-ID
                   MOVE AT-TERM-CODE (TB-INDEX) TO UL-TERM-CODE
                   MOVE AT-DECISION (TB-INDEX) TO UL-DECISION
                   MOVE AT-AUTHORIZED-BY (TB-INDEX) TO
                       UL-AUTHORIZED-BY
                   MOVE AT-DECISION-NOTE (TB-INDEX) TO UL-NOTE
                   MOVE UNMATCHED-LINE TO REPORT-RECORD
                   PERFORM 75-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
               END-IF
           END-PERFORM
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE APPROVAL-LOG-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           CLOSE PENDING-FILE
               RELEASE-FILE
               APPROVAL-REPORT-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'CHANGES APPROVED' TO SL-CAPTION
           MOVE AP-COUNT-APPROVED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'CHANGES DENIED' TO SL-CAPTION
           MOVE AP-COUNT-DENIED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EARLIER DENIALS LISTED' TO SL-CAPTION
           MOVE AP-COUNT-DENIED-EARLIER TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CHANGES STILL PENDING' TO SL-CAPTION
           MOVE AP-COUNT-PENDING TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'EARLIER APPROVALS RELEASED' TO SL-CAPTION
           MOVE AP-COUNT-RERELEASED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'AUTHORIZATIONS UNMATCHED' TO SL-CAPTION
           MOVE AP-COUNT-UNMATCHED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           ADD PROPER-SPACING TO PG-LINE-COUNT
           .
