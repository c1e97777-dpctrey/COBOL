       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADBAL.
       AUTHOR. M J PETERS.
      ****************************************************************
      * This program is the CONTROL-TOTAL BALANCING step for the
      * student grade master (GRADES.DAT).  GRADMNT's log says how
      * many students it added, corrected, and deleted, but nothing
      * proves the master actually ended up where those counts say
      * it should.  This program proves it: the totals the master
      * last balanced to, plus the effect of every change journaled
      * since, must equal the totals from a fresh sweep of the
      * master.  It runs after GRADMNT and ahead of the batch
      * window, the same as GRADVRFY.
      * ******
      * INPUT:
      *    1.  THE CONTROL-TOTAL FILE (GRADCTL.DAT, SEE CTLTREC
      *        COPYBOOK) - THE RECORD COUNT, TERM ENTRY COUNT, AND
      *        HASH TOTALS THE MASTER LAST BALANCED TO, AND THE RUN
      *        DATE/TIME OF THE LAST JOURNAL ENTRY THEY INCLUDE.
      *    2.  THE CHANGE JOURNAL (GRADJRNL.DAT, SEE JRNLREC
      *        COPYBOOK) WRITTEN BY GRADMNT AND GRADROLL.  EACH
      *        ENTRY STAMPED AFTER THE CONTROL RECORD'S JOURNAL
      *        DATE/TIME IS THIS RUN'S TO ACCOUNT FOR: A WRITE ADDS
      *        ITS AFTER IMAGE TO THE TOTALS, A DELETE TAKES ITS
      *        BEFORE IMAGE OFF, AND A REWRITE DOES BOTH.
      *    3.  THE STUDENT GRADE MASTER FILE (GRADES.DAT, SEE
      *        GRADEREC COPYBOOK), SWEPT FRONT TO BACK.
      *    4.  THE BALANCE PARAMETER FILE (BALPARM.DAT) - ONE
      *        OPTIONAL RECORD.  'RESET' IN COLUMNS 1-5 MAKES THIS A
      *        RESET RUN (SEE BELOW).  NO FILE, OR ANYTHING ELSE,
      *        IS AN ORDINARY BALANCING RUN.
      *
      * *******
      * OUTPUT:
      *    1.  THE BALANCING REPORT (PRBAL) - THE PRIOR TOTALS, THE
      *        JOURNAL EFFECT, THE EXPECTED TOTALS THEY ADD UP TO,
      *        THE TOTALS THE SWEEP ACTUALLY FOUND, AND THE
      *        DIFFERENCE, FOLLOWED BY A SUMMARY OF THE JOURNAL
      *        ENTRIES READ AND THE RESULT: IN BALANCE, OUT OF
      *        BALANCE, OR TOTALS ESTABLISHED.
      *    2.  THE CONTROL-TOTAL FILE, REWRITTEN WITH THE SWEPT
      *        TOTALS WHEN THE MASTER BALANCES OR THE TOTALS ARE
      *        BEING ESTABLISHED - NEVER WHEN IT IS OUT OF BALANCE.
      *    3.  ONE RECORD APPENDED TO THE BATCH AUDIT LOG
      *        (BATCHAUD.DAT, SEE AUDITREC COPYBOOK) LIKE EVERY
      *        OTHER BATCH STEP - LOGGED NORMAL WHEN THE MASTER
      *        BALANCES AND ABEND WHEN IT DOES NOT, SO BATCHDRV'S
      *        STOP-ON-FAILURE KEEPS A DAMAGED MASTER FROM FEEDING
      *        THE NIGHTLY REPORTS.
      * *************
      * PROCESSING NOTES:
      *    THE FIRST RUN EVER FINDS NO CONTROL-TOTAL FILE, SO THERE
      *    IS NOTHING TO BALANCE AGAINST - THE SWEPT TOTALS ARE
      *    TAKEN AS THE STARTING POINT, EVERY ENTRY ALREADY ON THE
      *    JOURNAL IS TAKEN AS INCLUDED IN THEM, AND THE RUN LOGS
      *    NORMAL.  A RESET RUN DOES THE SAME THING ON PURPOSE -
      *    AFTER GRADRECV RECOVERS THE MASTER TO A STOP POINT, OR
      *    A MASTER IS RESTORED FROM A BACKUP OLDER THAN THE
      *    TOTALS, THE MASTER IS RIGHTLY BEHIND THE CONTROL FILE
      *    AND THE OPERATOR RE-ESTABLISHES THE TOTALS FROM IT.
      *
      *    A CONTROL-TOTAL FILE, JOURNAL, OR MASTER THAT EXISTS BUT
      *    CANNOT BE READ MEANS THE MASTER CANNOT BE PROVED, AND A
      *    MASTER THAT CANNOT BE PROVED DOES NOT PASS - THE RUN
      *    SAYS SO ON THE CONSOLE AND LOGS ABEND.  A JOURNAL THAT
      *    DOES NOT EXIST YET SIMPLY HOLDS NO CHANGES.
      *
      *    EVERY JOURNAL IMAGE AND EVERY SWEPT RECORD IS TOTALED BY
      *    THE SAME PARAGRAPH, SO A RECORD WITH A TERM OR TEST COUNT
      *    OUT OF BOUNDS (GRADVRFY'S TO REPORT) COUNTS THE SAME WAY
      *    ON BOTH SIDES AND CANNOT UNBALANCE THE RUN BY ITSELF.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-PC.
       OBJECT-COMPUTER.  IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE
               ASSIGN TO 'GRADES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GR-KEY
               FILE STATUS IS GR-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'GRADJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JR-FILE-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO 'GRADCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FILE-STATUS.
           SELECT BALANCE-PARM-FILE
               ASSIGN TO 'BALPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'BATCHAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO PRINTER 'PRBAL'.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-FILE
           RECORD CONTAINS 300 CHARACTERS.

           COPY GRADEREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 732 CHARACTERS.

           COPY JRNLREC.

       FD  CONTROL-TOTAL-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY CTLTREC.

       FD  BALANCE-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  BALANCE-PARM-RECORD.
           05  PMR-RUN-MODE            PIC X(5).
           05  FILLER                  PIC X(75).

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY AUDITREC.

       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MAST-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-MASTER                    VALUE 'N'.
           05  JRNL-EOF-FLAG           PIC X         VALUE ' '.
               88  NO-MORE-JOURNAL                   VALUE 'N'.
           05  JOURNAL-FILE-FLAG       PIC X         VALUE 'Y'.
               88  JOURNAL-PRESENT                   VALUE 'Y'.
               88  JOURNAL-ABSENT                    VALUE 'N'.
           05  RUN-MODE-FLAG           PIC X         VALUE 'B'.
               88  BALANCE-RUN                       VALUE 'B'.
               88  ESTABLISH-RUN                     VALUE 'E'.
               88  RESET-RUN                         VALUE 'R'.
           05  BALANCE-RESULT-FLAG     PIC X         VALUE 'Y'.
               88  IN-BALANCE                        VALUE 'Y'.
               88  OUT-OF-BALANCE                    VALUE 'N'.
           05  CONTROL-WRITE-FLAG      PIC X         VALUE 'N'.
               88  CONTROL-WRITTEN                   VALUE 'Y'.
               88  CONTROL-NOT-WRITTEN               VALUE 'N'.

       01  GR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  JR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  CL-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  PM-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AU-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  AUDIT-FIELDS.
           05  AU-START-DATE-SAVE      PIC 9(8)      VALUE 0.
           05  AU-START-TIME-SAVE      PIC 9(8)      VALUE 0.

      *  THE FIVE ROWS OF THE BALANCING PROOF.  EACH HOLDS THE SAME
      *  FOUR TOTALS; ALL ARE SIGNED, BECAUSE THE JOURNAL EFFECT OF
      *  A RUN THAT MOSTLY DELETED IS NEGATIVE, AND SO IS A
      *  DIFFERENCE WHEN THE MASTER CAME UP SHORT.
       01  PRIOR-TOTALS.
           05  PT-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  PT-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  PT-ID-HASH              PIC S9(16)    VALUE +0.
           05  PT-SCORE-HASH           PIC S9(11)    VALUE +0.

       01  JOURNAL-EFFECT.
           05  JE-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  JE-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  JE-ID-HASH              PIC S9(16)    VALUE +0.
           05  JE-SCORE-HASH           PIC S9(11)    VALUE +0.

       01  EXPECTED-TOTALS.
           05  XT-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  XT-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  XT-ID-HASH              PIC S9(16)    VALUE +0.
           05  XT-SCORE-HASH           PIC S9(11)    VALUE +0.

       01  ACTUAL-TOTALS.
           05  AT-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  AT-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  AT-ID-HASH              PIC S9(16)    VALUE +0.
           05  AT-SCORE-HASH           PIC S9(11)    VALUE +0.

       01  DIFFERENCE-TOTALS.
           05  DT-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  DT-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  DT-ID-HASH              PIC S9(16)    VALUE +0.
           05  DT-SCORE-HASH           PIC S9(11)    VALUE +0.

      *  WHICHEVER ROW IS BEING PRINTED IS MOVED HERE WHOLE, SO ONE
      *  PARAGRAPH EDITS ALL FIVE.
       01  PRINT-ROW-TOTALS.
           05  RW-RECORD-COUNT         PIC S9(7)     VALUE +0.
           05  RW-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  RW-ID-HASH              PIC S9(16)    VALUE +0.
           05  RW-SCORE-HASH           PIC S9(11)    VALUE +0.

      *  THE TOTALS FOR THE ONE GRADE RECORD IMAGE IN HAND - A
      *  SWEPT MASTER RECORD OR A JOURNAL BEFORE OR AFTER IMAGE.
      *  THE STUDENT ID IS HASHED THROUGH A COPY WITH ITS LETTERS
      *  FOLDED TO DIGITS, SO AN ALPHANUMERIC ID STILL COUNTS.
       01  IMAGE-TOTALS.
           05  IT-TERM-ENTRIES         PIC S9(7)     VALUE +0.
           05  IT-ID-HASH              PIC S9(16)    VALUE +0.
           05  IT-SCORE-HASH           PIC S9(11)    VALUE +0.
           05  IT-ID-WORK              PIC X(9)      VALUE SPACES.
           05  IT-ID-NUMERIC REDEFINES IT-ID-WORK
                                       PIC 9(9).
           05  IT-TERM-INDEX           PIC S9(2)     VALUE +0.
           05  IT-TEST-INDEX           PIC S9(2)     VALUE +0.
           05  IT-NUM-TERMS            PIC S9(2)     VALUE +0.
           05  IT-NUM-TESTS            PIC S9(2)     VALUE +0.

      *  THE RUN DATE/TIME OF THE NEWEST JOURNAL ENTRY THE TOTALS
      *  INCLUDE - STARTS AT THE CONTROL RECORD'S AND MOVES UP WITH
      *  EACH ENTRY ACCOUNTED FOR.
       01  JOURNAL-MARK-FIELDS.
           05  JM-PRIOR-DATE           PIC 9(8)      VALUE 0.
           05  JM-PRIOR-TIME           PIC 9(8)      VALUE 0.
           05  JM-NEW-DATE             PIC 9(8)      VALUE 0.
           05  JM-NEW-TIME             PIC 9(8)      VALUE 0.

       01  TOTAL-FIELDS.
           05  BL-MASTER-READ          PIC S9(7)     VALUE +0.
           05  BL-JOURNAL-READ         PIC S9(7)     VALUE +0.
           05  BL-ENTRIES-INCLUDED     PIC S9(7)     VALUE +0.
           05  BL-WRITES-APPLIED       PIC S9(7)     VALUE +0.
           05  BL-REWRITES-APPLIED     PIC S9(7)     VALUE +0.
           05  BL-DELETES-APPLIED      PIC S9(7)     VALUE +0.
           05  BL-UNKNOWN-ACTIONS      PIC S9(7)     VALUE +0.
           05  BL-TOTALS-DIFFERING     PIC S9(5)     VALUE +0.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-NUM-TESTS        PIC S9(2)     VALUE +12.
           05  CF-MAX-NUM-TERMS        PIC S9(2)     VALUE +4.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9        VALUE +3.

      **************        OUTPUT AREA        ********************

       01  HEADING-ONE.
           05                          PIC X(13)     VALUE SPACES.
           05                          PIC X(36)     VALUE
                               'GRADE MASTER CONTROL-TOTAL BALANCE'.
           05  H1-DATE                 PIC 9999/99/99.

       01  MODE-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  MDL-TEXT                PIC X(36).
           05  MDL-DATE                PIC 9999/99/99.
           05                          PIC X(2)      VALUE SPACES.
           05  MDL-TIME                PIC 99/99/99.

       01  ESTABLISH-LINE.
           05                          PIC X(13)     VALUE SPACES.
           05  ESL-TEXT                PIC X(50).

       01  HEADING-TWO.
           05                          PIC X(20)     VALUE SPACES.
           05                          PIC X(10)     VALUE
                                        '   RECORDS'.
           05                          PIC X(10)     VALUE
                                        '     TERMS'.
           05                          PIC X(19)     VALUE
                                        '      ID HASH TOTAL'.
           05                          PIC X(14)     VALUE
                                        '    SCORE HASH'.

       01  BALANCE-LINE.
           05                          PIC X(3)      VALUE SPACES.
           05  BAL-CAPTION             PIC X(16).
           05                          PIC X(1)      VALUE SPACES.
           05  BAL-RECORD-COUNT        PIC -(7)9.
           05                          PIC X(2)      VALUE SPACES.
           05  BAL-TERM-ENTRIES        PIC -(7)9.
           05                          PIC X(2)      VALUE SPACES.
           05  BAL-ID-HASH             PIC -(16)9.
           05                          PIC X(2)      VALUE SPACES.
           05  BAL-SCORE-HASH          PIC -(11)9.

      *  JR-RUN-TIME AND THE CONTROL RECORD CARRY THE FULL
      *  EIGHT-DIGIT TIME (HHMMSSHH); ONLY THE LEADING HHMMSS IS
      *  PRINTED - THE SAME SPLIT JRNLINQ AND GRADRECV USE.
       01  TIME-SPLIT-FIELDS.
           05  TS-HHMMSS               PIC 9(6).
           05  TS-HUNDREDTHS           PIC 9(2).

       01  SUMMARY-HEADING.
           05                          PIC X(25)     VALUE SPACES.
           05  FILLER                  PIC X(30)     VALUE
                                        'BALANCING RUN SUMMARY'.

       01  SUMMARY-LINE.
           05                          PIC X(20)     VALUE SPACES.
           05  SL-CAPTION              PIC X(30).
           05  SL-COUNT                PIC Z,ZZZ,ZZ9.

       01  RESULT-LINE.
           05                          PIC X(20)     VALUE SPACES.
           05  FILLER                  PIC X(17)     VALUE
                                        'BALANCE RESULT - '.
           05  RSL-RESULT              PIC X(22).
      /
       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-JOURNAL-ROUTINE
           PERFORM 35-SWEEP-MASTER-ROUTINE
           PERFORM 38-PROVE-TOTALS-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           ACCEPT AU-START-DATE-SAVE FROM DATE YYYYMMDD
           ACCEPT AU-START-TIME-SAVE FROM TIME

           PERFORM 14-READ-PARMS-ROUTINE
           IF BALANCE-RUN
               PERFORM 16-READ-CONTROL-TOTALS-ROUTINE
           END-IF

           OPEN INPUT GRADE-FILE
           IF GR-FILE-STATUS NOT = '00'
               DISPLAY 'GRADBAL - GRADE-FILE OPEN FAILED, STATUS = '
                   GR-FILE-STATUS
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF

      *  NO JOURNAL YET ONLY MEANS NOTHING HAS CHANGED THE MASTER
      *  SINCE IT WAS CREATED.  A JOURNAL THAT IS THERE BUT WILL
      *  NOT OPEN HIDES CHANGES THIS RUN CANNOT ACCOUNT FOR.
           OPEN INPUT JOURNAL-FILE
           IF JR-FILE-STATUS NOT = '00'
               SET JOURNAL-ABSENT TO TRUE
               IF JR-FILE-STATUS NOT = '35'
                   DISPLAY 'GRADBAL - JOURNAL OPEN FAILED, STATUS = '
                       JR-FILE-STATUS
                   CLOSE GRADE-FILE
                   PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT BALANCE-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 20-HEADER-ROUTINE
           .
       14-READ-PARMS-ROUTINE.

      *  NO PARAMETER FILE, AN EMPTY ONE, OR ANYTHING BUT 'RESET'
      *  IS AN ORDINARY BALANCING RUN - AN OPERATOR WHO FORGETS THE
      *  CARD GETS THE EVERYDAY BEHAVIOR, NEVER A SILENT RESET.
           OPEN INPUT BALANCE-PARM-FILE
           IF PM-FILE-STATUS = '00'
               READ BALANCE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PMR-RUN-MODE = 'RESET'
                           SET RESET-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE BALANCE-PARM-FILE
           END-IF
           .
       16-READ-CONTROL-TOTALS-ROUTINE.

      *  NO CONTROL FILE, OR AN EMPTY ONE, IS THE FIRST RUN EVER -
      *  THE TOTALS ARE ESTABLISHED FROM THE SWEEP.  A FILE THAT IS
      *  THERE BUT UNREADABLE, OR A RECORD WHOSE TOTALS ARE NOT
      *  NUMERIC, LEAVES NOTHING TO PROVE AGAINST, AND QUIETLY
      *  STARTING OVER WOULD CERTIFY WHATEVER THE MASTER HOLDS -
      *  THE RUN STOPS AND THE OPERATOR DECIDES WHETHER TO RESET.
           OPEN INPUT CONTROL-TOTAL-FILE
           IF CL-FILE-STATUS = '35'
               SET ESTABLISH-RUN TO TRUE
           ELSE
               IF CL-FILE-STATUS NOT = '00'
                   DISPLAY 'GRADBAL - CONTROL FILE OPEN FAILED, '
                       'STATUS = ' CL-FILE-STATUS
                   PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                   STOP RUN
               END-IF
               READ CONTROL-TOTAL-FILE
                   AT END
                       SET ESTABLISH-RUN TO TRUE
                   NOT AT END
                       PERFORM 17-LOAD-CONTROL-TOTALS-ROUTINE
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           .
       17-LOAD-CONTROL-TOTALS-ROUTINE.

           IF CL-JOURNAL-DATE NOT NUMERIC
              OR CL-JOURNAL-TIME NOT NUMERIC
              OR CL-RECORD-COUNT NOT NUMERIC
              OR CL-TERM-ENTRIES NOT NUMERIC
              OR CL-ID-HASH NOT NUMERIC
              OR CL-SCORE-HASH NOT NUMERIC
               DISPLAY 'GRADBAL - CONTROL RECORD UNREADABLE - '
                   'RUN WITH RESET TO RE-ESTABLISH'
               CLOSE CONTROL-TOTAL-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           MOVE CL-RECORD-COUNT TO PT-RECORD-COUNT
           MOVE CL-TERM-ENTRIES TO PT-TERM-ENTRIES
           MOVE CL-ID-HASH TO PT-ID-HASH
           MOVE CL-SCORE-HASH TO PT-SCORE-HASH
           MOVE CL-JOURNAL-DATE TO JM-PRIOR-DATE
           MOVE CL-JOURNAL-TIME TO JM-PRIOR-TIME
           .
       20-HEADER-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
           EVALUATE TRUE
               WHEN ESTABLISH-RUN
                   MOVE 'FIRST RUN - TOTALS ESTABLISHED FROM MASTER'
                       TO ESL-TEXT
                   MOVE ESTABLISH-LINE TO REPORT-RECORD
               WHEN RESET-RUN
                   MOVE 'RESET RUN - TOTALS RE-ESTABLISHED FROM MASTER'
                       TO ESL-TEXT
                   MOVE ESTABLISH-LINE TO REPORT-RECORD
               WHEN OTHER
                   MOVE 'JOURNAL INCLUDED IN PRIOR TOTALS TO '
                       TO MDL-TEXT
                   MOVE JM-PRIOR-DATE TO MDL-DATE
                   MOVE JM-PRIOR-TIME TO TIME-SPLIT-FIELDS
                   MOVE TS-HHMMSS TO MDL-TIME
                   MOVE MODE-LINE TO REPORT-RECORD
           END-EVALUATE
           PERFORM 75-WRITE-A-LINE
           MOVE 3 TO PROPER-SPACING
           MOVE HEADING-TWO TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       25-PROCESS-JOURNAL-ROUTINE.

           MOVE JM-PRIOR-DATE TO JM-NEW-DATE
           MOVE JM-PRIOR-TIME TO JM-NEW-TIME
           IF JOURNAL-PRESENT
               PERFORM UNTIL NO-MORE-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'N' TO JRNL-EOF-FLAG
                       NOT AT END
                           ADD 1 TO BL-JOURNAL-READ
                           PERFORM 30-ACCOUNT-ENTRY-ROUTINE
                   END-READ
               END-PERFORM
           END-IF
           .
       30-ACCOUNT-ENTRY-ROUTINE.

      *  WHEN THE TOTALS ARE BEING ESTABLISHED, EVERYTHING ALREADY
      *  ON THE JOURNAL IS ALREADY IN THE MASTER BEING SWEPT - THE
      *  ENTRIES ONLY MOVE THE MARK UP, SO THE NEXT RUN STARTS
      *  AFTER THEM.  OTHERWISE AN ENTRY STAMPED AT OR BEFORE THE
      *  PRIOR MARK WAS ACCOUNTED FOR BY AN EARLIER BALANCE.
           IF NOT BALANCE-RUN
              OR JR-RUN-DATE < JM-PRIOR-DATE
              OR (JR-RUN-DATE = JM-PRIOR-DATE
                  AND JR-RUN-TIME NOT > JM-PRIOR-TIME)
               ADD 1 TO BL-ENTRIES-INCLUDED
           ELSE
               EVALUATE TRUE
                   WHEN JR-WRITE-ACTION
                       PERFORM 32-ADD-AFTER-IMAGE-ROUTINE
                       ADD 1 TO BL-WRITES-APPLIED
                   WHEN JR-REWRITE-ACTION
                       PERFORM 33-SUBTRACT-BEFORE-IMAGE-ROUTINE
                       PERFORM 32-ADD-AFTER-IMAGE-ROUTINE
                       ADD 1 TO BL-REWRITES-APPLIED
                   WHEN JR-DELETE-ACTION
                       PERFORM 33-SUBTRACT-BEFORE-IMAGE-ROUTINE
                       ADD 1 TO BL-DELETES-APPLIED
                   WHEN OTHER
      *  AN ACTION THIS RUN DOES NOT KNOW CANNOT BE ACCOUNTED FOR -
      *  IT IS COUNTED AS AN EXCEPTION AND SAID ON THE CONSOLE, AND
      *  THE TOTALS WILL SHOW WHATEVER IT DID TO THE MASTER.
                       ADD 1 TO BL-UNKNOWN-ACTIONS
                       DISPLAY 'GRADBAL - JOURNAL ACTION NOT KNOWN: '
                           JR-ACTION ' ' JR-SECTION-CODE ' '
                           JR-STUDENT-ID
               END-EVALUATE
           END-IF
           IF JR-RUN-DATE > JM-NEW-DATE
              OR (JR-RUN-DATE = JM-NEW-DATE
                  AND JR-RUN-TIME > JM-NEW-TIME)
               MOVE JR-RUN-DATE TO JM-NEW-DATE
               MOVE JR-RUN-TIME TO JM-NEW-TIME
           END-IF
           .
       32-ADD-AFTER-IMAGE-ROUTINE.

      *  GR-NUM-TERMS IS THE OCCURS DEPENDING ON OBJECT INSIDE
      *  GRADE-RECORD, SO IT IS FORCED TO THE FULL FOUR TERMS
      *  BEFORE THE IMAGE IS MOVED IN - THE SAME HANDLING GRADRECV
      *  USES - AND THE IMAGE'S OWN COUNT THEN TAKES OVER.
           MOVE CF-MAX-NUM-TERMS TO GR-NUM-TERMS
           MOVE JR-AFTER-IMAGE TO GRADE-RECORD
           PERFORM 50-TOTAL-ONE-IMAGE-ROUTINE
           ADD 1 TO JE-RECORD-COUNT
           ADD IT-TERM-ENTRIES TO JE-TERM-ENTRIES
           ADD IT-ID-HASH TO JE-ID-HASH
           ADD IT-SCORE-HASH TO JE-SCORE-HASH
           .
       33-SUBTRACT-BEFORE-IMAGE-ROUTINE.

           MOVE CF-MAX-NUM-TERMS TO GR-NUM-TERMS
           MOVE JR-BEFORE-IMAGE TO GRADE-RECORD
           PERFORM 50-TOTAL-ONE-IMAGE-ROUTINE
           SUBTRACT 1 FROM JE-RECORD-COUNT
           SUBTRACT IT-TERM-ENTRIES FROM JE-TERM-ENTRIES
           SUBTRACT IT-ID-HASH FROM JE-ID-HASH
           SUBTRACT IT-SCORE-HASH FROM JE-SCORE-HASH
           .
       35-SWEEP-MASTER-ROUTINE.

           PERFORM UNTIL NO-MORE-MASTER
               READ GRADE-FILE
                   AT END
                       MOVE 'N' TO MAST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO BL-MASTER-READ
                       PERFORM 50-TOTAL-ONE-IMAGE-ROUTINE
                       ADD 1 TO AT-RECORD-COUNT
                       ADD IT-TERM-ENTRIES TO AT-TERM-ENTRIES
                       ADD IT-ID-HASH TO AT-ID-HASH
                       ADD IT-SCORE-HASH TO AT-SCORE-HASH
               END-READ
           END-PERFORM
      *  A READ THAT ENDS ON ANYTHING BUT END OF FILE LEFT PART OF
      *  THE MASTER UNSWEPT - THE TOTALS WOULD BE SHORT, SO THE
      *  RUN CANNOT PASS.
           IF GR-FILE-STATUS NOT = '10'
               DISPLAY 'GRADBAL - MASTER READ FAILED, STATUS = '
                   GR-FILE-STATUS
               SET OUT-OF-BALANCE TO TRUE
           END-IF
           .
       38-PROVE-TOTALS-ROUTINE.

           IF NOT BALANCE-RUN
               MOVE ACTUAL-TOTALS TO PRIOR-TOTALS
               MOVE ACTUAL-TOTALS TO EXPECTED-TOTALS
           ELSE
               COMPUTE XT-RECORD-COUNT =
                   PT-RECORD-COUNT + JE-RECORD-COUNT
               COMPUTE XT-TERM-ENTRIES =
                   PT-TERM-ENTRIES + JE-TERM-ENTRIES
               COMPUTE XT-ID-HASH = PT-ID-HASH + JE-ID-HASH
               COMPUTE XT-SCORE-HASH = PT-SCORE-HASH + JE-SCORE-HASH
           END-IF
           COMPUTE DT-RECORD-COUNT = AT-RECORD-COUNT - XT-RECORD-COUNT
           COMPUTE DT-TERM-ENTRIES = AT-TERM-ENTRIES - XT-TERM-ENTRIES
           COMPUTE DT-ID-HASH = AT-ID-HASH - XT-ID-HASH
           COMPUTE DT-SCORE-HASH = AT-SCORE-HASH - XT-SCORE-HASH

           IF DT-RECORD-COUNT NOT = 0
               ADD 1 TO BL-TOTALS-DIFFERING
           END-IF
           IF DT-TERM-ENTRIES NOT = 0
               ADD 1 TO BL-TOTALS-DIFFERING
           END-IF
           IF DT-ID-HASH NOT = 0
               ADD 1 TO BL-TOTALS-DIFFERING
           END-IF
           IF DT-SCORE-HASH NOT = 0
               ADD 1 TO BL-TOTALS-DIFFERING
           END-IF
           IF BL-TOTALS-DIFFERING > 0
               SET OUT-OF-BALANCE TO TRUE
           END-IF

           MOVE 'PRIOR TOTALS' TO BAL-CAPTION
           MOVE PRIOR-TOTALS TO PRINT-ROW-TOTALS
           PERFORM 39-WRITE-BALANCE-LINE-ROUTINE
           MOVE 1 TO PROPER-SPACING
           MOVE '+ JOURNAL EFFECT' TO BAL-CAPTION
           MOVE JOURNAL-EFFECT TO PRINT-ROW-TOTALS
           PERFORM 39-WRITE-BALANCE-LINE-ROUTINE
           MOVE '= EXPECTED' TO BAL-CAPTION
           MOVE EXPECTED-TOTALS TO PRINT-ROW-TOTALS
           PERFORM 39-WRITE-BALANCE-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE 'MASTER SWEEP' TO BAL-CAPTION
           MOVE ACTUAL-TOTALS TO PRINT-ROW-TOTALS
           PERFORM 39-WRITE-BALANCE-LINE-ROUTINE
           MOVE 2 TO PROPER-SPACING
           MOVE 'DIFFERENCE' TO BAL-CAPTION
           MOVE DIFFERENCE-TOTALS TO PRINT-ROW-TOTALS
           PERFORM 39-WRITE-BALANCE-LINE-ROUTINE
           .
       39-WRITE-BALANCE-LINE-ROUTINE.

           MOVE RW-RECORD-COUNT TO BAL-RECORD-COUNT
           MOVE RW-TERM-ENTRIES TO BAL-TERM-ENTRIES
           MOVE RW-ID-HASH TO BAL-ID-HASH
           MOVE RW-SCORE-HASH TO BAL-SCORE-HASH
           MOVE BALANCE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       50-TOTAL-ONE-IMAGE-ROUTINE.

      *  THE TERM AND TEST COUNTS ARE TESTED BEFORE ANY ENTRY IS
      *  SUBSCRIPTED.  A COUNT THAT IS NOT NUMERIC OR PAST THE
      *  TABLE CONTRIBUTES NOTHING BELOW IT - THE SAME ON EVERY
      *  IMAGE, SO IT CANNOT MAKE THE TWO SIDES DISAGREE.
           MOVE 0 TO IT-TERM-ENTRIES
           MOVE 0 TO IT-ID-HASH
           MOVE 0 TO IT-SCORE-HASH
           MOVE GR-STUDENT-ID TO IT-ID-WORK
           INSPECT IT-ID-WORK CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ ' TO
               '123456789012345678901234560'
           IF IT-ID-NUMERIC NUMERIC
               MOVE IT-ID-NUMERIC TO IT-ID-HASH
           END-IF

           IF GR-NUM-TERMS NUMERIC
              AND GR-NUM-TERMS NOT > CF-MAX-NUM-TERMS
               MOVE GR-NUM-TERMS TO IT-NUM-TERMS
               MOVE IT-NUM-TERMS TO IT-TERM-ENTRIES
               PERFORM VARYING IT-TERM-INDEX FROM 1 BY 1
                       UNTIL IT-TERM-INDEX > IT-NUM-TERMS
                   PERFORM 51-TOTAL-ONE-TERM-ROUTINE
               END-PERFORM
           END-IF
           .
       51-TOTAL-ONE-TERM-ROUTINE.

           IF GR-TERM-NUM-TESTS (IT-TERM-INDEX) NUMERIC
              AND GR-TERM-NUM-TESTS (IT-TERM-INDEX)
                  NOT > CF-MAX-NUM-TESTS
               MOVE GR-TERM-NUM-TESTS (IT-TERM-INDEX) TO IT-NUM-TESTS
               PERFORM VARYING IT-TEST-INDEX FROM 1 BY 1
                       UNTIL IT-TEST-INDEX > IT-NUM-TESTS
                   IF GR-TERM-EXAM-SCORE (IT-TERM-INDEX, IT-TEST-INDEX)
                       NUMERIC
                       ADD GR-TERM-EXAM-SCORE
                           (IT-TERM-INDEX, IT-TEST-INDEX)
                           TO IT-SCORE-HASH
                   END-IF
               END-PERFORM
           END-IF
           .
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           IF IN-BALANCE
               PERFORM 47-WRITE-CONTROL-TOTALS-ROUTINE
           ELSE
               DISPLAY 'GRADBAL - GRADE MASTER OUT OF BALANCE - '
                   'SEE PRBAL'
           END-IF
           PERFORM 48-WRITE-AUDIT-ROUTINE
           CLOSE GRADE-FILE
               BALANCE-REPORT-FILE
           IF JOURNAL-PRESENT
               CLOSE JOURNAL-FILE
           END-IF
           STOP RUN
           .
       45-SUMMARY-ROUTINE.

           MOVE SUMMARY-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE 'MASTER RECORDS READ' TO SL-CAPTION
           MOVE BL-MASTER-READ TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE 'JOURNAL ENTRIES READ' TO SL-CAPTION
           MOVE BL-JOURNAL-READ TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'ALREADY IN PRIOR TOTALS' TO SL-CAPTION
           MOVE BL-ENTRIES-INCLUDED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'WRITES APPLIED' TO SL-CAPTION
           MOVE BL-WRITES-APPLIED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'REWRITES APPLIED' TO SL-CAPTION
           MOVE BL-REWRITES-APPLIED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'DELETES APPLIED' TO SL-CAPTION
           MOVE BL-DELETES-APPLIED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'UNKNOWN JOURNAL ACTIONS' TO SL-CAPTION
           MOVE BL-UNKNOWN-ACTIONS TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TOTALS OUT OF BALANCE' TO SL-CAPTION
           MOVE BL-TOTALS-DIFFERING TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           EVALUATE TRUE
               WHEN OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO RSL-RESULT
               WHEN ESTABLISH-RUN
                   MOVE 'TOTALS ESTABLISHED' TO RSL-RESULT
               WHEN RESET-RUN
                   MOVE 'TOTALS RE-ESTABLISHED' TO RSL-RESULT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO RSL-RESULT
           END-EVALUATE
           MOVE RESULT-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 75-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           .
       47-WRITE-CONTROL-TOTALS-ROUTINE.

      *  THE CONTROL FILE HOLDS ONLY THE LATEST TOTALS, SO IT IS
      *  WRITTEN FRESH.  THE NEW MARK IS THE NEWEST JOURNAL ENTRY
      *  THESE TOTALS NOW INCLUDE.  A FAILED WRITE LEAVES THE NEXT
      *  RUN NOTHING TRUSTWORTHY TO PROVE AGAINST, SO IT FAILS THIS
      *  ONE.  A FILE THAT OPENED IS CLOSED EITHER WAY, BEFORE THE
      *  RUN GOES ON TO LOG ITSELF.
           MOVE SPACES TO CONTROL-TOTAL-RECORD
           MOVE JM-NEW-DATE TO CL-JOURNAL-DATE
           MOVE JM-NEW-TIME TO CL-JOURNAL-TIME
           MOVE AT-RECORD-COUNT TO CL-RECORD-COUNT
           MOVE AT-TERM-ENTRIES TO CL-TERM-ENTRIES
           MOVE AT-ID-HASH TO CL-ID-HASH
           MOVE AT-SCORE-HASH TO CL-SCORE-HASH
           MOVE AU-START-DATE-SAVE TO CL-BALANCE-DATE
           MOVE AU-START-TIME-SAVE TO CL-BALANCE-TIME
           OPEN OUTPUT CONTROL-TOTAL-FILE
           IF CL-FILE-STATUS NOT = '00'
               DISPLAY 'GRADBAL - CONTROL FILE OPEN FAILED, '
                   'STATUS = ' CL-FILE-STATUS
           ELSE
               WRITE CONTROL-TOTAL-RECORD
               IF CL-FILE-STATUS = '00'
                   SET CONTROL-WRITTEN TO TRUE
               ELSE
                   DISPLAY 'GRADBAL - CONTROL FILE WRITE FAILED, '
                       'STATUS = ' CL-FILE-STATUS
               END-IF
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           .
       48-WRITE-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADBAL'           TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           COMPUTE AU-RECORDS-READ = BL-MASTER-READ + BL-JOURNAL-READ
           IF CONTROL-WRITTEN
               MOVE 1 TO AU-RECORDS-WRITTEN
           ELSE
               MOVE 0 TO AU-RECORDS-WRITTEN
           END-IF
           COMPUTE AU-EXCEPTION-COUNT =
               BL-TOTALS-DIFFERING + BL-UNKNOWN-ACTIONS
      *  AN OUT-OF-BALANCE MASTER MUST STOP THE WINDOW, AND THE
      *  DRIVER ONLY TRUSTS A STEP THAT LOGGED NORMAL - SO IT LOGS
      *  ABEND EVEN THOUGH THIS PROGRAM RAN TO COMPLETION, THE SAME
      *  AS A FAILED GRADVRFY.  SO DOES A BALANCE THAT COULD NOT BE
      *  CARRIED FORWARD.
           IF IN-BALANCE AND CONTROL-WRITTEN
               MOVE 'NORMAL'        TO AU-COMPLETION-STATUS
           ELSE
               MOVE 'ABEND'         TO AU-COMPLETION-STATUS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
      *  A FILE THE PROOF DEPENDS ON COULD NOT BE READ, SO NOTHING
      *  WAS PROVED - THIS STILL GETS LOGGED, WITH AN ABEND STATUS,
      *  SO THE WINDOW STOPS RATHER THAN RUN ON AN UNPROVED MASTER.
       49-WRITE-ABEND-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADBAL'           TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE 0 TO AU-RECORDS-READ
           MOVE 0 TO AU-RECORDS-WRITTEN
           MOVE 0 TO AU-EXCEPTION-COUNT
           MOVE 'ABEND'             TO AU-COMPLETION-STATUS

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
