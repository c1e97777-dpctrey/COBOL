       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOUTMNT.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program applies add/correct/delete transactions against
      * the scout registry (SCOUTREG.DAT) - the one record per scout
      * that the cookie sales, case inventory, and payment files now
      * point at by scout ID, and that carries the legal name,
      * troop, grade level, and parent contact the leaderboard,
      * reconciliation, and settlement print.  It follows the same
      * transaction path as SECTMNT.
      * ******
      * INPUT:
      *    THE SCOUT TRANSACTION FILE (SCOUTTRN.DAT) CONTAINS ONE
      *    TRANSACTION PER RECORD:
      *         1.  ACTION CODE (A = ADD, C = CORRECT, D = DELETE)
      *         2.  SCOUT ID (THE REGISTRY'S RECORD KEY)
      *         3.  LEGAL NAME, TROOP NUMBER, GRADE LEVEL
      *         4.  PARENT NAME, PARENT PHONE, PARENT EMAIL
      *
      * *******
      * OUTPUT:
      *    THE MAINTENANCE LOG (PRSCOUT) LISTS EVERY TRANSACTION
      *    READ AND WHAT WAS DONE WITH IT, AND A TRAILER SUMMARIZING
      *    HOW MANY SCOUTS WERE ADDED, CORRECTED, MOVED TO ANOTHER
      *    TROOP, DELETED, OR REJECTED.
      * *************
      * PROCESSING NOTES:
      *    AN ADD CREATES A NEW REGISTRY RECORD AND IS REJECTED IF
      *    THE SCOUT ID ALREADY EXISTS, OR IF THE LEGAL NAME OR THE
      *    TROOP IS BLANK - EVERY SCOUT SELLS FOR SOME TROOP.
      *
      *    A CORRECT REPLACES WHICHEVER FIELDS ARE NON-BLANK ON THE
      *    TRANSACTION AND LEAVES THE REST AS THEY STAND.  IT IS
      *    REJECTED IF THE SCOUT IS NOT ON FILE.  A NEW TROOP NUMBER
      *    IS A TROOP MOVE: THE TROOP BEING LEFT IS KEPT AS THE
      *    PRIOR TROOP WITH TODAY'S DATE, AND THE SCOUT KEEPS THE
      *    SAME ID, SO EVERYTHING ALREADY SOLD, CHECKED OUT, AND
      *    PAID UNDER IT STAYS WITH THE SCOUT.
      *
      *    EITHER ACTION IS REJECTED IF THE GRADE LEVEL IS NOT K OR
      *    01 THRU 12.
      *
      *    A DELETE REMOVES THE REGISTRY RECORD.  IT IS REJECTED IF
      *    THE SCOUT IS NOT ON FILE.  ANY SALES, CASES, OR PAYMENTS
      *    STILL CARRYING THE ID ARE REJECTED FROM THEN ON, SO A
      *    SCOUT IS NOT DELETED UNTIL THE SEASON IS SETTLED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOUT-REGISTRY-FILE
               ASSIGN TO 'SCOUTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SCOUT-ID
               FILE STATUS IS SR-FILE-STATUS.
           SELECT SCOUT-TRANS-FILE
               ASSIGN TO 'SCOUTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-FILE-STATUS.
           SELECT SCOUT-REPORT-FILE
               ASSIGN TO PRINTER 'PRSCOUT'.

       DATA DIVISION.
       FILE SECTION.

       FD  SCOUT-REGISTRY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY SCOUTREC.

       FD  SCOUT-TRANS-FILE
           RECORD CONTAINS 140 CHARACTERS.

       01  SCOUT-TRANS-RECORD.
           05  SX-ACTION                PIC X.
               88  ADD-ACTION                      VALUE 'A'.
               88  CORRECT-ACTION                  VALUE 'C'.
               88  DELETE-ACTION                   VALUE 'D'.
           05  SX-SCOUT-ID              PIC X(6).
           05  SX-LEGAL-NAME            PIC X(30).
           05  SX-TROOP-NUMBER          PIC X(6).
           05  SX-GRADE-LEVEL           PIC X(2).
               88  SX-GRADE-LEVEL-VALID            VALUE 'K '
                                   '01' '02' '03' '04' '05' '06'
                                   '07' '08' '09' '10' '11' '12'.
           05  SX-PARENT-NAME           PIC X(30).
           05  SX-PARENT-PHONE          PIC X(12).
           05  SX-PARENT-EMAIL          PIC X(40).
           05  FILLER                   PIC X(13).

       FD  SCOUT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X         VALUE ' '.
               88  NO-MORE-DATA                       VALUE 'N'.

       01  SR-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  SX-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  RUN-DATE                     PIC 9(8)      VALUE 0.

       01  TOTAL-FIELDS.
           05  RM-COUNT-ADDED           PIC 9(5)      VALUE 0.
           05  RM-COUNT-CORRECTED       PIC 9(5)      VALUE 0.
           05  RM-COUNT-MOVED           PIC 9(5)      VALUE 0.
           05  RM-COUNT-DELETED         PIC 9(5)      VALUE 0.
           05  RM-COUNT-REJECTED        PIC 9(5)      VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING           PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                           PIC X(13)     VALUE SPACES.
           05                           PIC X(36)     VALUE
                                        'SCOUT REGISTRY MAINTENANCE'.
           05  H1-DATE                  PIC 9999/99/99.

       01  HEADING-TWO.
           05                           PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'ACTION'.
           05                           PIC X(8)      VALUE 'SCOUT'.
           05                           PIC X(21)     VALUE
                                        'LEGAL NAME'.
           05                           PIC X(7)      VALUE 'TROOP'.
           05                           PIC X(31)     VALUE
                                        'DISPOSITION'.

       01  SCOUT-LOG-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  RL-ACTION                PIC X(7).
           05                           PIC X(1)      VALUE SPACES.
           05  RL-SCOUT-ID              PIC X(6).
           05                           PIC X(2)      VALUE SPACES.
           05  RL-LEGAL-NAME            PIC X(20).
           05                           PIC X(1)      VALUE SPACES.
           05  RL-TROOP-NUMBER          PIC X(6).
           05                           PIC X(1)      VALUE SPACES.
           05  RL-DISPOSITION           PIC X(30).

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
           OPEN INPUT SCOUT-TRANS-FILE
           IF SX-FILE-STATUS NOT = '00'
               DISPLAY 'SCOUTMNT - SCOUT-TRANS-FILE OPEN FAILED, '
                   'STATUS = ' SX-FILE-STATUS
               CLOSE SCOUT-REGISTRY-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT SCOUT-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       16-OPEN-MASTER-ROUTINE.

      *  THE REGISTRY IS OPENED I-O SO TRANSACTIONS CAN ADD,
      *  REWRITE, OR DELETE RECORDS.  THE FIRST TIME THIS RUNS
      *  THERE IS NO FILE YET, SO A '35' STATUS ON THE I-O OPEN
      *  MEANS IT MUST BE CREATED FIRST - THE SAME PATTERN SECTMNT
      *  USES FOR THE SECTION REFERENCE MASTER.

           OPEN I-O SCOUT-REGISTRY-FILE
           IF SR-FILE-STATUS = '35'
               OPEN OUTPUT SCOUT-REGISTRY-FILE
               CLOSE SCOUT-REGISTRY-FILE
               OPEN I-O SCOUT-REGISTRY-FILE
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
               READ SCOUT-TRANS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-EDIT-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
           .
       30-EDIT-TRANSACTION-ROUTINE.

           MOVE SX-ACTION TO RL-ACTION
           MOVE SX-SCOUT-ID TO RL-SCOUT-ID
           MOVE SX-LEGAL-NAME TO RL-LEGAL-NAME
           MOVE SX-TROOP-NUMBER TO RL-TROOP-NUMBER
           MOVE SPACES TO RL-DISPOSITION

           EVALUATE TRUE
               WHEN ADD-ACTION
                   MOVE 'ADD' TO RL-ACTION
                   PERFORM 32-ADD-SCOUT-ROUTINE
               WHEN CORRECT-ACTION
                   MOVE 'CORRECT' TO RL-ACTION
                   PERFORM 34-CORRECT-SCOUT-ROUTINE
               WHEN DELETE-ACTION
                   MOVE 'DELETE' TO RL-ACTION
                   PERFORM 36-DELETE-SCOUT-ROUTINE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO RL-ACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
           END-EVALUATE

           PERFORM 39-WRITE-LOG-LINE-ROUTINE
           .
       32-ADD-SCOUT-ROUTINE.

      *  A BLANK SCOUT ID WOULD WRITE A REGISTRY RECORD KEYED ON
      *  SPACES - AND EVERY SALES OR PAYMENT RECORD KEYED WITHOUT
      *  AN ID WOULD THEN MATCH IT, DEFEATING THE WHOLE POINT OF
      *  THE REGISTRY.
           EVALUATE TRUE
               WHEN SX-SCOUT-ID = SPACES
                   MOVE 'REJECTED - SCOUT ID BLANK' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN SX-LEGAL-NAME = SPACES
                   MOVE 'REJECTED - LEGAL NAME BLANK' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN SX-TROOP-NUMBER = SPACES
                   MOVE 'REJECTED - TROOP NUMBER BLANK' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN SX-GRADE-LEVEL NOT = SPACES
                AND NOT SX-GRADE-LEVEL-VALID
                   MOVE 'REJECTED - BAD GRADE LEVEL' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN OTHER
                   MOVE SX-SCOUT-ID TO SR-SCOUT-ID
                   READ SCOUT-REGISTRY-FILE
                       INVALID KEY
                           PERFORM 33-BUILD-NEW-SCOUT-ROUTINE
                           WRITE SCOUT-REGISTRY-RECORD
                           MOVE 'ADDED' TO RL-DISPOSITION
                           ADD 1 TO RM-COUNT-ADDED
                       NOT INVALID KEY
                           MOVE 'REJECTED - ALREADY ON FILE' TO
                               RL-DISPOSITION
                           ADD 1 TO RM-COUNT-REJECTED
                   END-READ
           END-EVALUATE
           .
       33-BUILD-NEW-SCOUT-ROUTINE.

           MOVE SPACES TO SCOUT-REGISTRY-RECORD
           MOVE SX-SCOUT-ID TO SR-SCOUT-ID
           MOVE SX-LEGAL-NAME TO SR-LEGAL-NAME
           MOVE SX-TROOP-NUMBER TO SR-TROOP-NUMBER
           MOVE SX-GRADE-LEVEL TO SR-GRADE-LEVEL
           MOVE SX-PARENT-NAME TO SR-PARENT-NAME
           MOVE SX-PARENT-PHONE TO SR-PARENT-PHONE
           MOVE SX-PARENT-EMAIL TO SR-PARENT-EMAIL
           MOVE 0 TO SR-TROOP-CHANGE-DATE
           .
       34-CORRECT-SCOUT-ROUTINE.

      *  A CORRECT WITH NOTHING ON IT WOULD REWRITE THE RECORD
      *  UNCHANGED AND COUNT AS A CORRECTION - THE BAD CARD WOULD
      *  NEVER SURFACE.  IT IS REJECTED INSTEAD.
           EVALUATE TRUE
               WHEN SX-LEGAL-NAME = SPACES
                AND SX-TROOP-NUMBER = SPACES
                AND SX-GRADE-LEVEL = SPACES
                AND SX-PARENT-NAME = SPACES
                AND SX-PARENT-PHONE = SPACES
                AND SX-PARENT-EMAIL = SPACES
                   MOVE 'REJECTED - NO FIELDS TO APPLY' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN SX-GRADE-LEVEL NOT = SPACES
                AND NOT SX-GRADE-LEVEL-VALID
                   MOVE 'REJECTED - BAD GRADE LEVEL' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               WHEN OTHER
                   MOVE SX-SCOUT-ID TO SR-SCOUT-ID
                   READ SCOUT-REGISTRY-FILE
                       INVALID KEY
                           MOVE 'REJECTED - SCOUT NOT ON FILE' TO
                               RL-DISPOSITION
                           ADD 1 TO RM-COUNT-REJECTED
                       NOT INVALID KEY
                           MOVE 'CORRECTED' TO RL-DISPOSITION
                           PERFORM 35-APPLY-CORRECTION-ROUTINE
                           REWRITE SCOUT-REGISTRY-RECORD
                           ADD 1 TO RM-COUNT-CORRECTED
                   END-READ
           END-EVALUATE
           .
       35-APPLY-CORRECTION-ROUTINE.

      *  ONLY THE FIELDS KEYED ON THE TRANSACTION ARE REPLACED -
      *  A NEW PARENT PHONE ALONE DOES NOT BLANK OUT THE EMAIL.
      *  A TROOP NUMBER THAT IS THE SAME AS THE ONE ON FILE IS NOT
      *  A MOVE, SO IT DOES NOT OVERWRITE THE LAST REAL ONE.
           IF SX-LEGAL-NAME NOT = SPACES
               MOVE SX-LEGAL-NAME TO SR-LEGAL-NAME
           END-IF
           IF SX-TROOP-NUMBER NOT = SPACES
              AND SX-TROOP-NUMBER NOT = SR-TROOP-NUMBER
               MOVE SR-TROOP-NUMBER TO SR-PRIOR-TROOP
               MOVE RUN-DATE TO SR-TROOP-CHANGE-DATE
               MOVE SX-TROOP-NUMBER TO SR-TROOP-NUMBER
               MOVE 'CORRECTED - MOVED TROOPS' TO RL-DISPOSITION
               ADD 1 TO RM-COUNT-MOVED
           END-IF
           IF SX-GRADE-LEVEL NOT = SPACES
               MOVE SX-GRADE-LEVEL TO SR-GRADE-LEVEL
           END-IF
           IF SX-PARENT-NAME NOT = SPACES
               MOVE SX-PARENT-NAME TO SR-PARENT-NAME
           END-IF
           IF SX-PARENT-PHONE NOT = SPACES
               MOVE SX-PARENT-PHONE TO SR-PARENT-PHONE
           END-IF
           IF SX-PARENT-EMAIL NOT = SPACES
               MOVE SX-PARENT-EMAIL TO SR-PARENT-EMAIL
           END-IF
           .
       36-DELETE-SCOUT-ROUTINE.

           MOVE SX-SCOUT-ID TO SR-SCOUT-ID
           READ SCOUT-REGISTRY-FILE
               INVALID KEY
                   MOVE 'REJECTED - SCOUT NOT ON FILE' TO
                       RL-DISPOSITION
                   ADD 1 TO RM-COUNT-REJECTED
               NOT INVALID KEY
                   DELETE SCOUT-REGISTRY-FILE RECORD
                   MOVE 'DELETED' TO RL-DISPOSITION
                   ADD 1 TO RM-COUNT-DELETED
           END-READ
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE SCOUT-LOG-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           CLOSE SCOUT-REGISTRY-FILE
               SCOUT-TRANS-FILE
               SCOUT-REPORT-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'SCOUTS ADDED' TO SU-CAPTION
           MOVE RM-COUNT-ADDED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'SCOUTS CORRECTED' TO SU-CAPTION
           MOVE RM-COUNT-CORRECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE '  MOVED TO A NEW TROOP' TO SU-CAPTION
           MOVE RM-COUNT-MOVED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'SCOUTS DELETED' TO SU-CAPTION
           MOVE RM-COUNT-DELETED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED' TO SU-CAPTION
           MOVE RM-COUNT-REJECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
