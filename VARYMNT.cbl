       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARYMNT.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program applies add/correct/delete transactions against
      * the cookie variety reference file (VARIETY.DAT) - the one
      * record per variety that gives the leaderboard,
      * reconciliation, and settlement each variety's name, price
      * per box, and boxes per case.  The council adds a variety or
      * reprices one almost every year; that is a run of this
      * program, not a program change.  It follows the same
      * transaction path as SECTMNT.
      * ******
      * INPUT:
      *    THE VARIETY TRANSACTION FILE (VARYTRN.DAT) CONTAINS ONE
      *    TRANSACTION PER RECORD:
      *         1.  ACTION CODE (A = ADD, C = CORRECT, D = DELETE)
      *         2.  VARIETY CODE (THE REFERENCE FILE'S RECORD KEY)
      *         3.  VARIETY NAME
      *         4.  PRICE PER BOX (5 DIGITS, 2 OF THEM CENTS)
      *         5.  BOXES PER CASE (3 DIGITS)
      *
      * *******
      * OUTPUT:
      *    THE MAINTENANCE LOG (PRVARY) LISTS EVERY TRANSACTION READ
      *    AND WHAT WAS DONE WITH IT, AND A TRAILER SUMMARIZING HOW
      *    MANY VARIETIES WERE ADDED, CORRECTED, DELETED, OR
      *    REJECTED.
      * *************
      * PROCESSING NOTES:
      *    AN ADD CREATES A NEW VARIETY AND IS REJECTED IF THE CODE
      *    ALREADY EXISTS, IF THE NAME IS BLANK, OR IF THE PRICE OR
      *    THE BOXES PER CASE ARE NOT A NUMBER ABOVE ZERO - A
      *    VARIETY WITH NO PRICE WOULD SETTLE EVERY SCOUT'S BOXES
      *    OF IT FOR NOTHING.
      *
      *    A CORRECT REPLACES WHICHEVER FIELDS ARE NON-BLANK ON THE
      *    TRANSACTION AND LEAVES THE REST AS THEY STAND, UNDER THE
      *    SAME EDITS.  IT IS REJECTED IF THE VARIETY IS NOT ON
      *    FILE.  A PRICE CORRECTED MID-SEASON REPRICES EVERY BOX
      *    OF THE VARIETY STILL ON HAND THE NEXT TIME THE
      *    RECONCILIATION AND SETTLEMENT RUN.
      *
      *    A DELETE REMOVES THE VARIETY.  IT IS REJECTED IF THE
      *    VARIETY IS NOT ON FILE.  ANY SALES OR INVENTORY RECORD
      *    STILL LISTING THE CODE IS REJECTED FROM THEN ON, SO A
      *    VARIETY IS NOT DELETED UNTIL THE SEASON IS SETTLED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIETY-FILE
               ASSIGN TO 'VARIETY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-VARIETY-CODE
               FILE STATUS IS VR-FILE-STATUS.
           SELECT VARY-TRANS-FILE
               ASSIGN TO 'VARYTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VX-FILE-STATUS.
           SELECT VARY-REPORT-FILE
               ASSIGN TO PRINTER 'PRVARY'.

       DATA DIVISION.
       FILE SECTION.

       FD  VARIETY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY VARYREC.

       FD  VARY-TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  VARY-TRANS-RECORD.
           05  VX-ACTION                PIC X.
               88  ADD-ACTION                      VALUE 'A'.
               88  CORRECT-ACTION                  VALUE 'C'.
               88  DELETE-ACTION                   VALUE 'D'.
           05  VX-VARIETY-CODE          PIC X(4).
           05  VX-VARIETY-NAME          PIC X(20).
           05  VX-PRICE-PER-BOX         PIC X(5).
           05  VX-PRICE-NUM REDEFINES VX-PRICE-PER-BOX
                                        PIC 9(3)V99.
           05  VX-BOXES-PER-CASE        PIC X(3).
           05  VX-BOXES-NUM REDEFINES VX-BOXES-PER-CASE
                                        PIC 9(3).
           05  FILLER                   PIC X(47).

       FD  VARY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X         VALUE ' '.
               88  NO-MORE-DATA                       VALUE 'N'.
           05  AMOUNTS-FLAG             PIC X         VALUE 'Y'.
               88  AMOUNTS-VALID                      VALUE 'Y'.
               88  AMOUNTS-INVALID                    VALUE 'N'.

       01  VR-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  VX-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  TOTAL-FIELDS.
           05  VM-COUNT-ADDED           PIC 9(5)      VALUE 0.
           05  VM-COUNT-CORRECTED       PIC 9(5)      VALUE 0.
           05  VM-COUNT-DELETED         PIC 9(5)      VALUE 0.
           05  VM-COUNT-REJECTED        PIC 9(5)      VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING           PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                           PIC X(13)     VALUE SPACES.
           05                           PIC X(36)     VALUE
                               'COOKIE VARIETY FILE MAINTENANCE'.
           05  H1-DATE                  PIC 9999/99/99.

       01  HEADING-TWO.
           05                           PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'ACTION'.
           05                           PIC X(6)      VALUE 'CODE'.
           05                           PIC X(21)     VALUE
                                        'VARIETY NAME'.
           05                           PIC X(7)      VALUE ' PRICE'.
           05                           PIC X(4)      VALUE 'CASE'.
           05                           PIC X(30)     VALUE
                                        'DISPOSITION'.

       01  VARY-LOG-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  VL-ACTION                PIC X(7).
           05                           PIC X(1)      VALUE SPACES.
           05  VL-VARIETY-CODE          PIC X(4).
           05                           PIC X(2)      VALUE SPACES.
           05  VL-VARIETY-NAME          PIC X(20).
           05                           PIC X(1)      VALUE SPACES.
           05  VL-PRICE-PER-BOX         PIC X(6).
           05                           PIC X(1)      VALUE SPACES.
           05  VL-BOXES-PER-CASE        PIC X(3).
           05                           PIC X(1)      VALUE SPACES.
           05  VL-DISPOSITION           PIC X(30).

       01  LOG-EDIT-FIELDS.
           05  LE-PRICE-EDIT            PIC ZZ9.99.
           05  LE-BOXES-EDIT            PIC ZZ9.

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
           OPEN INPUT VARY-TRANS-FILE
           IF VX-FILE-STATUS NOT = '00'
               DISPLAY 'VARYMNT - VARY-TRANS-FILE OPEN FAILED, '
                   'STATUS = ' VX-FILE-STATUS
               CLOSE VARIETY-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT VARY-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       16-OPEN-MASTER-ROUTINE.

      *  THE VARIETY FILE IS OPENED I-O SO TRANSACTIONS CAN ADD,
      *  REWRITE, OR DELETE RECORDS.  THE FIRST TIME THIS RUNS
      *  THERE IS NO FILE YET, SO A '35' STATUS ON THE I-O OPEN
      *  MEANS IT MUST BE CREATED FIRST - THE SAME PATTERN SECTMNT
      *  USES FOR THE SECTION REFERENCE MASTER.

           OPEN I-O VARIETY-FILE
           IF VR-FILE-STATUS = '35'
               OPEN OUTPUT VARIETY-FILE
               CLOSE VARIETY-FILE
               OPEN I-O VARIETY-FILE
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
               READ VARY-TRANS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-EDIT-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
           .
       30-EDIT-TRANSACTION-ROUTINE.

           MOVE VX-ACTION TO VL-ACTION
           MOVE VX-VARIETY-CODE TO VL-VARIETY-CODE
           MOVE VX-VARIETY-NAME TO VL-VARIETY-NAME
           MOVE VX-PRICE-PER-BOX TO VL-PRICE-PER-BOX
           MOVE VX-BOXES-PER-CASE TO VL-BOXES-PER-CASE
           MOVE SPACES TO VL-DISPOSITION
           PERFORM 31-CHECK-AMOUNTS-ROUTINE

           EVALUATE TRUE
               WHEN ADD-ACTION
                   MOVE 'ADD' TO VL-ACTION
                   PERFORM 32-ADD-VARIETY-ROUTINE
               WHEN CORRECT-ACTION
                   MOVE 'CORRECT' TO VL-ACTION
                   PERFORM 34-CORRECT-VARIETY-ROUTINE
               WHEN DELETE-ACTION
                   MOVE 'DELETE' TO VL-ACTION
                   PERFORM 36-DELETE-VARIETY-ROUTINE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO VL-ACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
           END-EVALUATE

           PERFORM 39-WRITE-LOG-LINE-ROUTINE
           .
       31-CHECK-AMOUNTS-ROUTINE.

      *  A PRICE OR CASE SIZE THAT IS KEYED MUST BE A NUMBER ABOVE
      *  ZERO.  ONE LEFT BLANK IS ONLY AN ERROR ON AN ADD, WHICH
      *  CHECKS FOR IT SEPARATELY.
           SET AMOUNTS-VALID TO TRUE
           IF VX-PRICE-PER-BOX NOT = SPACES
               IF VX-PRICE-NUM NOT NUMERIC
                   SET AMOUNTS-INVALID TO TRUE
               ELSE
                   IF VX-PRICE-NUM = 0
                       SET AMOUNTS-INVALID TO TRUE
                   ELSE
                       MOVE VX-PRICE-NUM TO LE-PRICE-EDIT
                       MOVE LE-PRICE-EDIT TO VL-PRICE-PER-BOX
                   END-IF
               END-IF
           END-IF
           IF VX-BOXES-PER-CASE NOT = SPACES
               IF VX-BOXES-NUM NOT NUMERIC
                   SET AMOUNTS-INVALID TO TRUE
               ELSE
                   IF VX-BOXES-NUM = 0
                       SET AMOUNTS-INVALID TO TRUE
                   ELSE
                       MOVE VX-BOXES-NUM TO LE-BOXES-EDIT
                       MOVE LE-BOXES-EDIT TO VL-BOXES-PER-CASE
                   END-IF
               END-IF
           END-IF
           .
       32-ADD-VARIETY-ROUTINE.

      *  A BLANK VARIETY CODE WOULD WRITE A RECORD KEYED ON SPACES
      *  THAT EVERY UNUSED ENTRY ON A SALES RECORD WOULD MATCH.
           EVALUATE TRUE
               WHEN VX-VARIETY-CODE = SPACES
                   MOVE 'REJECTED - VARIETY CODE BLANK' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               WHEN VX-VARIETY-NAME = SPACES
                   MOVE 'REJECTED - VARIETY NAME BLANK' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               WHEN VX-PRICE-PER-BOX = SPACES
                 OR VX-BOXES-PER-CASE = SPACES
                 OR AMOUNTS-INVALID
                   MOVE 'REJECTED - BAD PRICE OR CASE' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               WHEN OTHER
                   MOVE VX-VARIETY-CODE TO VR-VARIETY-CODE
                   READ VARIETY-FILE
                       INVALID KEY
                           PERFORM 33-BUILD-NEW-VARIETY-ROUTINE
                           WRITE VARIETY-RECORD
                           MOVE 'ADDED' TO VL-DISPOSITION
                           ADD 1 TO VM-COUNT-ADDED
                       NOT INVALID KEY
                           MOVE 'REJECTED - ALREADY ON FILE' TO
                               VL-DISPOSITION
                           ADD 1 TO VM-COUNT-REJECTED
                   END-READ
           END-EVALUATE
           .
       33-BUILD-NEW-VARIETY-ROUTINE.

           MOVE SPACES TO VARIETY-RECORD
           MOVE VX-VARIETY-CODE TO VR-VARIETY-CODE
           MOVE VX-VARIETY-NAME TO VR-VARIETY-NAME
           MOVE VX-PRICE-NUM TO VR-PRICE-PER-BOX
           MOVE VX-BOXES-NUM TO VR-BOXES-PER-CASE
           .
       34-CORRECT-VARIETY-ROUTINE.

      *  A CORRECT WITH NOTHING ON IT WOULD REWRITE THE RECORD
      *  UNCHANGED AND COUNT AS A CORRECTION - THE BAD CARD WOULD
      *  NEVER SURFACE.  IT IS REJECTED INSTEAD.
           EVALUATE TRUE
               WHEN VX-VARIETY-NAME = SPACES
                AND VX-PRICE-PER-BOX = SPACES
                AND VX-BOXES-PER-CASE = SPACES
                   MOVE 'REJECTED - NO FIELDS TO APPLY' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               WHEN AMOUNTS-INVALID
                   MOVE 'REJECTED - BAD PRICE OR CASE' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               WHEN OTHER
                   MOVE VX-VARIETY-CODE TO VR-VARIETY-CODE
                   READ VARIETY-FILE
                       INVALID KEY
                           MOVE 'REJECTED - VARIETY NOT ON FILE' TO
                               VL-DISPOSITION
                           ADD 1 TO VM-COUNT-REJECTED
                       NOT INVALID KEY
                           PERFORM 35-APPLY-CORRECTION-ROUTINE
                           REWRITE VARIETY-RECORD
                           MOVE 'CORRECTED' TO VL-DISPOSITION
                           ADD 1 TO VM-COUNT-CORRECTED
                   END-READ
           END-EVALUATE
           .
       35-APPLY-CORRECTION-ROUTINE.

      *  ONLY THE FIELDS KEYED ON THE TRANSACTION ARE REPLACED -
      *  A NEW PRICE ALONE DOES NOT CHANGE THE CASE SIZE.
           IF VX-VARIETY-NAME NOT = SPACES
               MOVE VX-VARIETY-NAME TO VR-VARIETY-NAME
           END-IF
           IF VX-PRICE-PER-BOX NOT = SPACES
               MOVE VX-PRICE-NUM TO VR-PRICE-PER-BOX
           END-IF
           IF VX-BOXES-PER-CASE NOT = SPACES
               MOVE VX-BOXES-NUM TO VR-BOXES-PER-CASE
           END-IF
           .
       36-DELETE-VARIETY-ROUTINE.

           MOVE VX-VARIETY-CODE TO VR-VARIETY-CODE
           READ VARIETY-FILE
               INVALID KEY
                   MOVE 'REJECTED - VARIETY NOT ON FILE' TO
                       VL-DISPOSITION
                   ADD 1 TO VM-COUNT-REJECTED
               NOT INVALID KEY
                   DELETE VARIETY-FILE RECORD
                   MOVE 'DELETED' TO VL-DISPOSITION
                   ADD 1 TO VM-COUNT-DELETED
           END-READ
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE VARY-LOG-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           CLOSE VARIETY-FILE
               VARY-TRANS-FILE
               VARY-REPORT-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'VARIETIES ADDED' TO SU-CAPTION
           MOVE VM-COUNT-ADDED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'VARIETIES CORRECTED' TO SU-CAPTION
           MOVE VM-COUNT-CORRECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'VARIETIES DELETED' TO SU-CAPTION
           MOVE VM-COUNT-DELETED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED' TO SU-CAPTION
           MOVE VM-COUNT-REJECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
