      *        OPTIONAL RECORD CARRYING THE MAXIMUM DAYS A
      *        SUSPENDED TRANSACTION MAY SIT UNRECYCLED (9(3)).
      *        NO FILE OR A BAD VALUE FALLS BACK TO THE DEFAULT.
      *    7.  THE STUDENT CONTACT MASTER (STUDCONT.DAT, SEE
      *        CONTREC COPYBOOK), READ BY KEY ONCE PER STUDENT ID
      *        DURING A SECOND SWEEP OF THE CROSS-REFERENCE.
      *
      * *******
      * OUTPUT:
      *           PREDATES DATE STAMPING AND IS CERTAINLY OLD)
      *         - A STUDENT ID WHOSE NAME IS SPELLED DIFFERENTLY
      *           ON DIFFERENT SECTIONS' RECORDS
      *         - A STUDENT ON THE GRADE MASTER WITH NO CONTACT
      *           RECORD, AND A SECTION RECORD WHOSE NAME DISAGREES
      *           WITH THE LEGAL NAME ON THE STUDENT'S CONTACT
      *           RECORD
      *        PLUS A SUMMARY AND AN OVERALL PASS/FAIL LINE.
      *    2.  ONE RECORD APPENDED TO THE BATCH AUDIT LOG
      *        (BATCHAUD.DAT, SEE AUDITREC COPYBOOK) LIKE EVERY
      *    TO CHECK - THE PASS IS NOTED AS SKIPPED ON THE REPORT
      *    AND THE RUN CARRIES ON, THE SAME WAY SAMPLCOB AND
      *    ARCHINQ CARRY ON WITHOUT THEIR OPTIONAL FILES.
      *
      *    THE CONTACT CHECKS ARE LISTED AND COUNTED BUT DO NOT
      *    FAIL THE VERDICT.  A MISSING OR MISSPELLED CONTACT
      *    RECORD HOLDS OR MISNAMES A REPORT CARD; IT DOES NOT MAKE
      *    ANY GRADE WRONG, AND IT IS NO REASON TO STOP THE WINDOW.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-KEY
               FILE STATUS IS XR-FILE-STATUS.
           SELECT CONTACT-FILE
               ASSIGN TO 'STUDCONT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-STUDENT-ID
               FILE STATUS IS CT-FILE-STATUS.
           SELECT VERIFY-PARM-FILE
               ASSIGN TO 'VRFYPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL

           COPY XREFREC.

       FD  CONTACT-FILE
           RECORD CONTAINS 200 CHARACTERS.

           COPY CONTREC.

       FD  VERIFY-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

               88  NO-MORE-XREF                      VALUE 'N'.
           05  XSCAN-DONE-FLAG         PIC X         VALUE ' '.
               88  NO-MORE-XSCAN                     VALUE 'N'.
           05  CONTACT-FILE-FLAG       PIC X         VALUE 'Y'.
               88  CONTACT-PRESENT                   VALUE 'Y'.
               88  CONTACT-ABSENT                    VALUE 'N'.
           05  CONTACT-FOUND-FLAG      PIC X         VALUE 'N'.
               88  CONTACT-FOUND                     VALUE 'Y'.
               88  CONTACT-NOT-FOUND                 VALUE 'N'.
           05  CXREF-EOF-FLAG          PIC X         VALUE ' '.
               88  NO-MORE-CONTACT-XREF              VALUE 'N'.
           05  PARM-STATUS-FLAG        PIC X         VALUE 'D'.
               88  PARMS-FROM-FILE                   VALUE 'F'.
               88  PARMS-DEFAULTED                   VALUE 'D'.

       01  XR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CT-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AUDIT-FIELDS.
           05  AU-START-DATE-SAVE      PIC 9(8)      VALUE 0.
           05  AU-START-TIME-SAVE      PIC 9(8)      VALUE 0.
           05  VF-CNT-DUP-ARCH-TERM    PIC S9(5)     VALUE +0.
           05  VF-CNT-AGED-SUSPENSE    PIC S9(5)     VALUE +0.
           05  VF-CNT-NAME-CONFLICT    PIC S9(5)     VALUE +0.
           05  VF-CNT-NO-CONTACT       PIC S9(5)     VALUE +0.
           05  VF-CNT-CONTACT-NAME     PIC S9(5)     VALUE +0.
           05  VF-XREF-READ            PIC S9(5)     VALUE +0.
           05  VF-CNT-OPEN-FAILED      PIC S9(5)     VALUE +0.
           05  VF-TOTAL-DISCREPANCIES  PIC S9(5)     VALUE +0.
       01  XREF-CHECK-FIELDS.
           05  XC-PREV-STUDENT-ID      PIC X(9)      VALUE SPACES.
           05  XC-PREV-NAME            PIC X(20)     VALUE SPACES.
           05  XC-PREV-CONTACT-ID      PIC X(9)      VALUE SPACES.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           PERFORM 50-SWEEP-ARCHIVE-ROUTINE
           PERFORM 55-SWEEP-SUSPENSE-ROUTINE
           PERFORM 60-SWEEP-XREF-ROUTINE
           PERFORM 65-SWEEP-CONTACT-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.
                   ADD 1 TO VF-TOTAL-DISCREPANCIES
               END-IF
           END-IF
           OPEN INPUT CONTACT-FILE
           IF CT-FILE-STATUS NOT = '00'
               SET CONTACT-ABSENT TO TRUE
               IF CT-FILE-STATUS NOT = '35'
                   DISPLAY 'GRADVRFY - CONTACT MASTER OPEN FAILED, '
                       'STATUS = ' CT-FILE-STATUS
                   ADD 1 TO VF-CNT-OPEN-FAILED
                   ADD 1 TO VF-TOTAL-DISCREPANCIES
               END-IF
           END-IF

           OPEN OUTPUT VERIFY-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           MOVE XR-STUDENT-ID TO XC-PREV-STUDENT-ID
           MOVE XR-NAME TO XC-PREV-NAME
           .
       65-SWEEP-CONTACT-ROUTINE.

           MOVE 'STUDENT CONTACT RECORDS' TO PHL-CAPTION
           MOVE PASS-HEADING-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           EVALUATE TRUE
               WHEN CONTACT-ABSENT
                   MOVE 'NO CONTACT MASTER - NOTHING TO CHECK' TO
                       NOL-TEXT
                   MOVE NONE-LINE TO REPORT-RECORD
                   PERFORM 75-WRITE-A-LINE
               WHEN XREF-ABSENT
                   MOVE 'NO CROSS-REFERENCE - RUN GRADXBLD TO CHECK'
                       TO NOL-TEXT
                   MOVE NONE-LINE TO REPORT-RECORD
                   PERFORM 75-WRITE-A-LINE
               WHEN OTHER
      *  THE CROSS-REFERENCE IS THE ONE COPY OF THE MASTER IN
      *  STUDENT ID ORDER, SO EACH STUDENT'S CONTACT RECORD IS READ
      *  ONCE, AS THE FIRST OF THE STUDENT'S SECTIONS GOES BY, AND
      *  EVERY SECTION'S SPELLING IS HELD UP AGAINST IT.
                   MOVE LOW-VALUES TO XR-KEY
                   START XREF-FILE KEY NOT < XR-KEY
                       INVALID KEY
                           MOVE 'N' TO CXREF-EOF-FLAG
                   END-START
                   PERFORM UNTIL NO-MORE-CONTACT-XREF
                       READ XREF-FILE
                           AT END
                               MOVE 'N' TO CXREF-EOF-FLAG
                           NOT AT END
                               PERFORM 66-CHECK-ONE-CONTACT-ROUTINE
                       END-READ
                   END-PERFORM
                   IF VF-CNT-NO-CONTACT = 0
                      AND VF-CNT-CONTACT-NAME = 0
                       MOVE 'NONE' TO NOL-TEXT
                       MOVE NONE-LINE TO REPORT-RECORD
                       PERFORM 75-WRITE-A-LINE
                   END-IF
           END-EVALUATE
           MOVE 2 TO PROPER-SPACING
           .
       66-CHECK-ONE-CONTACT-ROUTINE.

           IF XR-STUDENT-ID NOT = XC-PREV-CONTACT-ID
               MOVE XR-STUDENT-ID TO XC-PREV-CONTACT-ID
               PERFORM 67-READ-CONTACT-ROUTINE
           END-IF
      *  THE MASTER HOLDS 20 CHARACTERS OF NAME, SO IT IS HELD UP
      *  AGAINST THE FIRST 20 OF THE LEGAL NAME - A LONG LEGAL NAME
      *  CUT SHORT ON THE MASTER IS NOT A DISAGREEMENT.
           IF CONTACT-FOUND
              AND XR-NAME NOT = CT-MASTER-NAME-PART
               ADD 1 TO VF-CNT-CONTACT-NAME
               MOVE 'CONTACT NAME' TO DL-CHECK
               MOVE XR-SECTION-CODE TO DL-SECTION-CODE
               MOVE XR-STUDENT-ID TO DL-STUDENT-ID
               MOVE SPACES TO DL-DETAIL
               STRING XR-NAME DELIMITED BY SIZE
                      ' VS ' DELIMITED BY SIZE
                      CT-MASTER-NAME-PART DELIMITED BY SIZE
                   INTO DL-DETAIL
               END-STRING
               PERFORM 59-WRITE-NOTICE-ROUTINE
           END-IF
           .
       67-READ-CONTACT-ROUTINE.

           SET CONTACT-NOT-FOUND TO TRUE
           IF CONTACT-PRESENT
               MOVE XR-STUDENT-ID TO CT-STUDENT-ID
               READ CONTACT-FILE
                   INVALID KEY
                       ADD 1 TO VF-CNT-NO-CONTACT
                       MOVE 'NO CONTACT' TO DL-CHECK
                       MOVE XR-SECTION-CODE TO DL-SECTION-CODE
                       MOVE XR-STUDENT-ID TO DL-STUDENT-ID
                       MOVE 'STUDENT HAS NO CONTACT RECORD' TO
                           DL-DETAIL
                       PERFORM 59-WRITE-NOTICE-ROUTINE
                   NOT INVALID KEY
                       SET CONTACT-FOUND TO TRUE
               END-READ
      *  INVALID KEY ONLY CATCHES A STUDENT NOT ON FILE - A HARD
      *  I-O ERROR TAKES NEITHER BRANCH, SO THE STATUS IS CHECKED.
      *  A CONTACT MASTER THAT CANNOT BE READ CANNOT BE VERIFIED,
      *  SO THAT FAILURE DOES COUNT AGAINST THE VERDICT, AND THE
      *  LOOKUPS SHUT OFF FOR THE REST OF THE SWEEP.
               IF CT-FILE-STATUS NOT = '00'
                  AND CT-FILE-STATUS NOT = '23'
                   SET CONTACT-ABSENT TO TRUE
                   DISPLAY 'GRADVRFY - CONTACT MASTER READ FAILED, '
                       'STATUS = ' CT-FILE-STATUS
                       ' - REMAINING STUDENTS NOT CHECKED'
                   MOVE 'CONTACT READ' TO DL-CHECK
                   MOVE XR-SECTION-CODE TO DL-SECTION-CODE
                   MOVE XR-STUDENT-ID TO DL-STUDENT-ID
                   MOVE SPACES TO DL-DETAIL
                   STRING 'CONTACT READ FAILED, STATUS '
                              DELIMITED BY SIZE
                          CT-FILE-STATUS DELIMITED BY SIZE
                       INTO DL-DETAIL
                   END-STRING
                   PERFORM 58-WRITE-DISCREPANCY-ROUTINE
               END-IF
           END-IF
           .
       57-DAY-NUMBER-ROUTINE.

           MOVE DN-WORK-DATE TO DATE-SPLIT-FIELDS
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       59-WRITE-NOTICE-ROUTINE.

      *  THE SAME AS 58-WRITE-DISCREPANCY-ROUTINE EXCEPT THAT THE
      *  LINE DOES NOT COUNT AGAINST THE VERDICT - FOR THE CONTACT
      *  CHECKS, WHICH NEVER MAKE A GRADE WRONG.
           IF PG-LINE-COUNT > CF-PAGE-LINE-LIMIT
               PERFORM 20-PAGE-HEADING-ROUTINE
           END-IF
           MOVE DISCREPANCY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       38-REPORT-DISCREPANCY-ROUTINE.

           IF PG-LINE-COUNT > CF-PAGE-LINE-LIMIT
           IF XREF-PRESENT
               CLOSE XREF-FILE
           END-IF
           IF CONTACT-PRESENT
               CLOSE CONTACT-FILE
           END-IF
           STOP RUN
           .
       45-SUMMARY-ROUTINE.
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'STUDENTS WITH NO CONTACT' TO SL-CAPTION
           MOVE VF-CNT-NO-CONTACT TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CONTACT NAME MISMATCHES' TO SL-CAPTION
           MOVE VF-CNT-CONTACT-NAME TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'FILES THAT FAILED TO OPEN' TO SL-CAPTION
           MOVE VF-CNT-OPEN-FAILED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
