       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program applies add/correct/delete transactions against
      * the student contact master (STUDCONT.DAT) - the one record
      * per student that carries the legal name, grade level,
      * guardian, and mailing address the report cards go out
      * under.  It follows the same transaction path as SECTMNT.
      * ******
      * INPUT:
      *    THE CONTACT TRANSACTION FILE (CONTTRN.DAT) CONTAINS ONE
      *    TRANSACTION PER RECORD:
      *         1.  ACTION CODE (A = ADD, C = CORRECT, D = DELETE)
      *         2.  STUDENT ID (THE MASTER FILE'S RECORD KEY)
      *         3.  LEGAL NAME, GRADE LEVEL, GUARDIAN NAME
      *         4.  ADDRESS LINE 1, ADDRESS LINE 2, CITY, STATE,
      *             ZIP CODE
      *
      * *******
      * OUTPUT:
      *    THE MAINTENANCE LOG (PRCONT) LISTS EVERY TRANSACTION READ
      *    AND WHAT WAS DONE WITH IT, AND A TRAILER SUMMARIZING HOW
      *    MANY CONTACT RECORDS WERE ADDED, CORRECTED, DELETED, OR
      *    REJECTED.
      * *************
      * PROCESSING NOTES:
      *    AN ADD CREATES A NEW CONTACT RECORD AND IS REJECTED IF
      *    THE STUDENT ID ALREADY EXISTS, OR IF THE LEGAL NAME IS
      *    BLANK.  A STUDENT MAY BE ADDED WITH NO ADDRESS YET - THE
      *    LOG SAYS SO, AND RPTCARD HOLDS THAT STUDENT'S CARD UNTIL
      *    ONE IS CORRECTED ON.
      *
      *    A CORRECT REPLACES WHICHEVER FIELDS ARE NON-BLANK ON THE
      *    TRANSACTION AND LEAVES THE REST AS THEY STAND.  ADDRESS
      *    LINE 2 IS THE ONE FIELD THAT CAN LEGITIMATELY GO AWAY
      *    WHEN A FAMILY MOVES, SO AN ASTERISK IN ITS FIRST
      *    POSITION CLEARS IT.  IT IS REJECTED IF THE STUDENT IS
      *    NOT ON FILE.
      *
      *    EITHER ACTION IS REJECTED IF THE GRADE LEVEL IS NOT
      *    PK, K, OR 01 THRU 12, IF THE ZIP CODE DOES NOT START
      *    WITH FIVE DIGITS, OR IF THE ADDRESS IT WOULD LEAVE ON
      *    FILE IS ONLY PARTLY THERE - A CARD MAILED TO A STREET
      *    WITH NO CITY COMES BACK, SO AN ADDRESS IS EITHER LINE
      *    1, CITY, STATE, AND ZIP TOGETHER OR NONE OF THEM.
      *
      *    A DELETE REMOVES THE CONTACT RECORD.  IT IS REJECTED IF
      *    THE STUDENT IS NOT ON FILE.  THE GRADES THEMSELVES ARE
      *    UNTOUCHED; THE STUDENT'S NEXT CARD IS HELD FOR WANT OF
      *    AN ADDRESS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
               ASSIGN TO 'STUDCONT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-STUDENT-ID
               FILE STATUS IS CT-FILE-STATUS.
           SELECT CONT-TRANS-FILE
               ASSIGN TO 'CONTTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CX-FILE-STATUS.
           SELECT CONT-REPORT-FILE
               ASSIGN TO PRINTER 'PRCONT'.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTACT-FILE
           RECORD CONTAINS 200 CHARACTERS.

           COPY CONTREC.

       FD  CONT-TRANS-FILE
           RECORD CONTAINS 180 CHARACTERS.

       01  CONT-TRANS-RECORD.
           05  CX-ACTION                PIC X.
               88  ADD-ACTION                      VALUE 'A'.
               88  CORRECT-ACTION                  VALUE 'C'.
               88  DELETE-ACTION                   VALUE 'D'.
           05  CX-STUDENT-ID            PIC X(9).
           05  CX-LEGAL-NAME            PIC X(30).
           05  CX-GRADE-LEVEL           PIC X(2).
               88  CX-GRADE-LEVEL-VALID            VALUE 'PK' 'K '
                                   '01' '02' '03' '04' '05' '06'
                                   '07' '08' '09' '10' '11' '12'.
           05  CX-GUARDIAN-NAME         PIC X(30).
           05  CX-ADDRESS-LINE-1        PIC X(30).
           05  CX-ADDRESS-LINE-2        PIC X(30).
           05  CX-ADDRESS-2-PARTS REDEFINES CX-ADDRESS-LINE-2.
               10  CX-ADDRESS-2-FIRST   PIC X.
                   88  CX-CLEAR-ADDRESS-2          VALUE '*'.
               10  FILLER               PIC X(29).
           05  CX-CITY                  PIC X(20).
           05  CX-STATE                 PIC X(2).
           05  CX-ZIP-CODE.
               10  CX-ZIP-FIVE          PIC X(5).
               10  CX-ZIP-REST          PIC X(5).
           05  FILLER                   PIC X(16).

       FD  CONT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                 PIC X         VALUE ' '.
               88  NO-MORE-DATA                       VALUE 'N'.
           05  ADDRESS-STATUS-FLAG      PIC X         VALUE 'E'.
               88  ADDRESS-COMPLETE                   VALUE 'C'.
               88  ADDRESS-EMPTY                      VALUE 'E'.
               88  ADDRESS-PARTIAL                    VALUE 'P'.

       01  CT-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  CX-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  TOTAL-FIELDS.
           05  CM-COUNT-ADDED           PIC 9(5)      VALUE 0.
           05  CM-COUNT-CORRECTED       PIC 9(5)      VALUE 0.
           05  CM-COUNT-DELETED         PIC 9(5)      VALUE 0.
           05  CM-COUNT-REJECTED        PIC 9(5)      VALUE 0.
           05  CM-COUNT-NO-ADDRESS      PIC 9(5)      VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING           PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                           PIC X(13)     VALUE SPACES.
           05                           PIC X(36)     VALUE
                               'STUDENT CONTACT FILE MAINTENANCE'.
           05  H1-DATE                  PIC 9999/99/99.

       01  HEADING-TWO.
           05                           PIC X(3)      VALUE SPACES.
           05                           PIC X(8)      VALUE 'ACTION'.
           05                           PIC X(11)     VALUE
                                        'STUDENT ID'.
           05                           PIC X(25)     VALUE
                                        'LEGAL NAME'.
           05                           PIC X(31)     VALUE
                                        'DISPOSITION'.

       01  CONT-LOG-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  CL-ACTION                PIC X(7).
           05                           PIC X(1)      VALUE SPACES.
           05  CL-STUDENT-ID            PIC X(9).
           05                           PIC X(2)      VALUE SPACES.
           05  CL-LEGAL-NAME            PIC X(24).
           05                           PIC X(1)      VALUE SPACES.
           05  CL-DISPOSITION           PIC X(30).

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
           OPEN INPUT CONT-TRANS-FILE
           IF CX-FILE-STATUS NOT = '00'
               DISPLAY 'CONTMNT - CONT-TRANS-FILE OPEN FAILED, '
                   'STATUS = ' CX-FILE-STATUS
               CLOSE CONTACT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT CONT-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       16-OPEN-MASTER-ROUTINE.

      *  THE CONTACT MASTER IS OPENED I-O SO TRANSACTIONS CAN ADD,
      *  REWRITE, OR DELETE RECORDS.  THE FIRST TIME THIS RUNS
      *  THERE IS NO FILE YET, SO A '35' STATUS ON THE I-O OPEN
      *  MEANS IT MUST BE CREATED FIRST - THE SAME PATTERN SECTMNT
      *  USES FOR THE SECTION REFERENCE MASTER.

           OPEN I-O CONTACT-FILE
           IF CT-FILE-STATUS = '35'
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
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
               READ CONT-TRANS-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 30-EDIT-TRANSACTION-ROUTINE
               END-READ
           END-PERFORM
           .
       30-EDIT-TRANSACTION-ROUTINE.

           MOVE CX-ACTION TO CL-ACTION
           MOVE CX-STUDENT-ID TO CL-STUDENT-ID
           MOVE CX-LEGAL-NAME TO CL-LEGAL-NAME
           MOVE SPACES TO CL-DISPOSITION

           EVALUATE TRUE
               WHEN ADD-ACTION
                   MOVE 'ADD' TO CL-ACTION
                   PERFORM 32-ADD-CONTACT-ROUTINE
               WHEN CORRECT-ACTION
                   MOVE 'CORRECT' TO CL-ACTION
                   PERFORM 34-CORRECT-CONTACT-ROUTINE
               WHEN DELETE-ACTION
                   MOVE 'DELETE' TO CL-ACTION
                   PERFORM 36-DELETE-CONTACT-ROUTINE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO CL-ACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
           END-EVALUATE

           PERFORM 39-WRITE-LOG-LINE-ROUTINE
           .
       32-ADD-CONTACT-ROUTINE.

      *  A BLANK STUDENT ID WOULD WRITE A CONTACT RECORD KEYED ON
      *  SPACES THAT NO GRADE MASTER RECORD COULD EVER MATCH.
           EVALUATE TRUE
               WHEN CX-STUDENT-ID = SPACES
                   MOVE 'REJECTED - STUDENT ID BLANK' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN CX-LEGAL-NAME = SPACES
                   MOVE 'REJECTED - LEGAL NAME BLANK' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN CX-GRADE-LEVEL NOT = SPACES
                AND NOT CX-GRADE-LEVEL-VALID
                   MOVE 'REJECTED - BAD GRADE LEVEL' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN CX-ZIP-CODE NOT = SPACES
                AND CX-ZIP-FIVE NOT NUMERIC
                   MOVE 'REJECTED - BAD ZIP CODE' TO CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN OTHER
                   MOVE CX-STUDENT-ID TO CT-STUDENT-ID
                   READ CONTACT-FILE
                       INVALID KEY
                           PERFORM 33-BUILD-NEW-CONTACT-ROUTINE
                           PERFORM 37-CHECK-ADDRESS-ROUTINE
                           PERFORM 32B-WRITE-NEW-CONTACT-ROUTINE
                       NOT INVALID KEY
                           MOVE 'REJECTED - ALREADY ON FILE' TO
                               CL-DISPOSITION
                           ADD 1 TO CM-COUNT-REJECTED
                   END-READ
           END-EVALUATE
           .
       32B-WRITE-NEW-CONTACT-ROUTINE.

           EVALUATE TRUE
               WHEN ADDRESS-PARTIAL
                   MOVE 'REJECTED - ADDRESS INCOMPLETE' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN ADDRESS-EMPTY
                   WRITE CONTACT-RECORD
                   MOVE 'ADDED - NO ADDRESS, CARD HELD' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-ADDED
                   ADD 1 TO CM-COUNT-NO-ADDRESS
               WHEN OTHER
                   WRITE CONTACT-RECORD
                   MOVE 'ADDED' TO CL-DISPOSITION
                   ADD 1 TO CM-COUNT-ADDED
           END-EVALUATE
           .
       33-BUILD-NEW-CONTACT-ROUTINE.

           MOVE SPACES TO CONTACT-RECORD
           MOVE CX-STUDENT-ID TO CT-STUDENT-ID
           MOVE CX-LEGAL-NAME TO CT-LEGAL-NAME
           MOVE CX-GRADE-LEVEL TO CT-GRADE-LEVEL
           MOVE CX-GUARDIAN-NAME TO CT-GUARDIAN-NAME
           MOVE CX-ADDRESS-LINE-1 TO CT-ADDRESS-LINE-1
           IF NOT CX-CLEAR-ADDRESS-2
               MOVE CX-ADDRESS-LINE-2 TO CT-ADDRESS-LINE-2
           END-IF
           MOVE CX-CITY TO CT-CITY
           MOVE CX-STATE TO CT-STATE
           MOVE CX-ZIP-CODE TO CT-ZIP-CODE
           .
       34-CORRECT-CONTACT-ROUTINE.

      *  A CORRECT WITH NOTHING ON IT WOULD REWRITE THE RECORD
      *  UNCHANGED AND COUNT AS A CORRECTION - THE BAD CARD WOULD
      *  NEVER SURFACE.  IT IS REJECTED INSTEAD.
           EVALUATE TRUE
               WHEN CX-LEGAL-NAME = SPACES
                AND CX-GRADE-LEVEL = SPACES
                AND CX-GUARDIAN-NAME = SPACES
                AND CX-ADDRESS-LINE-1 = SPACES
                AND CX-ADDRESS-LINE-2 = SPACES
                AND CX-CITY = SPACES
                AND CX-STATE = SPACES
                AND CX-ZIP-CODE = SPACES
                   MOVE 'REJECTED - NO FIELDS TO APPLY' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN CX-GRADE-LEVEL NOT = SPACES
                AND NOT CX-GRADE-LEVEL-VALID
                   MOVE 'REJECTED - BAD GRADE LEVEL' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN CX-ZIP-CODE NOT = SPACES
                AND CX-ZIP-FIVE NOT NUMERIC
                   MOVE 'REJECTED - BAD ZIP CODE' TO CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               WHEN OTHER
                   MOVE CX-STUDENT-ID TO CT-STUDENT-ID
                   READ CONTACT-FILE
                       INVALID KEY
                           MOVE 'REJECTED - STUDENT NOT ON FILE' TO
                               CL-DISPOSITION
                           ADD 1 TO CM-COUNT-REJECTED
                       NOT INVALID KEY
                           PERFORM 35-APPLY-CORRECTION-ROUTINE
                           PERFORM 37-CHECK-ADDRESS-ROUTINE
                           PERFORM 34B-REWRITE-CONTACT-ROUTINE
                   END-READ
           END-EVALUATE
           .
       34B-REWRITE-CONTACT-ROUTINE.

      *  THE CORRECTION IS CHECKED AS IT WOULD LEAVE THE RECORD, SO
      *  A NEW STREET ALONE IS FINE ON A STUDENT WHO ALREADY HAS A
      *  CITY, STATE, AND ZIP - BUT NOT ON ONE WHO HAS NO ADDRESS.
           IF ADDRESS-PARTIAL
               MOVE 'REJECTED - ADDRESS INCOMPLETE' TO
                   CL-DISPOSITION
               ADD 1 TO CM-COUNT-REJECTED
           ELSE
               REWRITE CONTACT-RECORD
               MOVE 'CORRECTED' TO CL-DISPOSITION
               ADD 1 TO CM-COUNT-CORRECTED
           END-IF
           .
       35-APPLY-CORRECTION-ROUTINE.

      *  ONLY THE FIELDS KEYED ON THE TRANSACTION ARE REPLACED -
      *  A NEW GUARDIAN ALONE DOES NOT BLANK OUT THE ADDRESS.
           IF CX-LEGAL-NAME NOT = SPACES
               MOVE CX-LEGAL-NAME TO CT-LEGAL-NAME
           END-IF
           IF CX-GRADE-LEVEL NOT = SPACES
               MOVE CX-GRADE-LEVEL TO CT-GRADE-LEVEL
           END-IF
           IF CX-GUARDIAN-NAME NOT = SPACES
               MOVE CX-GUARDIAN-NAME TO CT-GUARDIAN-NAME
           END-IF
           IF CX-ADDRESS-LINE-1 NOT = SPACES
               MOVE CX-ADDRESS-LINE-1 TO CT-ADDRESS-LINE-1
           END-IF
           IF CX-CLEAR-ADDRESS-2
               MOVE SPACES TO CT-ADDRESS-LINE-2
           ELSE
               IF CX-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CX-ADDRESS-LINE-2 TO CT-ADDRESS-LINE-2
               END-IF
           END-IF
           IF CX-CITY NOT = SPACES
               MOVE CX-CITY TO CT-CITY
           END-IF
           IF CX-STATE NOT = SPACES
               MOVE CX-STATE TO CT-STATE
           END-IF
           IF CX-ZIP-CODE NOT = SPACES
               MOVE CX-ZIP-CODE TO CT-ZIP-CODE
           END-IF
           .
       36-DELETE-CONTACT-ROUTINE.

           MOVE CX-STUDENT-ID TO CT-STUDENT-ID
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'REJECTED - STUDENT NOT ON FILE' TO
                       CL-DISPOSITION
                   ADD 1 TO CM-COUNT-REJECTED
               NOT INVALID KEY
                   DELETE CONTACT-FILE RECORD
                   MOVE 'DELETED' TO CL-DISPOSITION
                   ADD 1 TO CM-COUNT-DELETED
           END-READ
           .
       37-CHECK-ADDRESS-ROUTINE.

      *  LINE 1, CITY, STATE, AND ZIP ARE ALL THERE OR ALL ABSENT.
      *  A LINE 2 WITH NOTHING ELSE IS AS UNDELIVERABLE AS A STREET
      *  WITH NO CITY.
           IF CT-ADDRESS-LINE-1 NOT = SPACES
              AND CT-CITY NOT = SPACES
              AND CT-STATE NOT = SPACES
              AND CT-ZIP-CODE NOT = SPACES
               SET ADDRESS-COMPLETE TO TRUE
           ELSE
               IF CT-ADDRESS-LINE-1 = SPACES
                  AND CT-ADDRESS-LINE-2 = SPACES
                  AND CT-CITY = SPACES
                  AND CT-STATE = SPACES
                  AND CT-ZIP-CODE = SPACES
                   SET ADDRESS-EMPTY TO TRUE
               ELSE
                   SET ADDRESS-PARTIAL TO TRUE
               END-IF
           END-IF
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE CONT-LOG-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           CLOSE CONTACT-FILE
               CONT-TRANS-FILE
               CONT-REPORT-FILE
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'CONTACTS ADDED' TO SU-CAPTION
           MOVE CM-COUNT-ADDED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE '  ADDED WITH NO ADDRESS' TO SU-CAPTION
           MOVE CM-COUNT-NO-ADDRESS TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CONTACTS CORRECTED' TO SU-CAPTION
           MOVE CM-COUNT-CORRECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CONTACTS DELETED' TO SU-CAPTION
           MOVE CM-COUNT-DELETED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED' TO SU-CAPTION
           MOVE CM-COUNT-REJECTED TO SU-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
