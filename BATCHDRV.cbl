      * run.  It calls SAMPLCOB and STUDENT, one batch window, and
      * then prints a job-level audit report from the audit records
      * those two programs each appended to BATCHAUD.DAT while they
      * ran.  Every audit record is also kept for good on the run
      * history, and the window ends by calling RUNTREND to print
      * the run trend report from it.
      * ******
      * INPUT:
      *    THE RUN CONTROL CARD (RUNCTL.DAT) SAYS WHAT THIS WINDOW
      *    REPORT.  A GRADVRFY ABEND MARKS THE WINDOW FAILED, AND
      *    WITH STOP-ON-FAILURE IN EFFECT THE STEPS ARE NOT RUN AT
      *    ALL - A DIRTY MASTER STOPS THE WINDOW INSTEAD OF
      *    PRINTING WRONG ALL NIGHT.  THE CONTROL-TOTAL BALANCE
      *    (GRADBAL) GATES THE WINDOW THE SAME WAY - AN ABEND
      *    THERE MEANS THE GRADE MASTER DOES NOT ADD UP TO WHAT
      *    THE JOURNAL SAYS WAS DONE TO IT.
      *
      * *******
      * OUTPUT:
      *    STATUS: COMPLETED, OR FAILED WHEN ANY STEP THAT RAN DID
      *    NOT FINISH NORMALLY, SO NOBODY HAS TO READ PRBATCH
      *    CLOSELY TO NOTICE AN ABEND.
      *
      *    THE RUN HISTORY (RUNHIST.DAT, SEE HISTREC COPYBOOK) GETS
      *    EVERY AUDIT RECORD ON THE LOG - ONCE JUST BEFORE THE LOG
      *    IS RESET, SO WHATEVER RAN BETWEEN WINDOWS IS KEPT, AND
      *    AGAIN AT THE END OF THE WINDOW - PLUS A 'NO LOG' OR
      *    'NOT RUN' RECORD FOR EACH SCHEDULED STEP THAT LEFT NO
      *    AUDIT RECORD, AND ONE RECORD FOR THE WINDOW ITSELF.  A
      *    RUN HISTORY THAT CANNOT BE UPDATED IS SAID ON THE
      *    CONSOLE AND ON PRBATCH BUT DOES NOT FAIL THE WINDOW.
      * *************
      * PROCESSING NOTES:
      *    BATCHAUD.DAT IS RESET TO EMPTY AT THE START OF EVERY
               ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HI-KEY
               FILE STATUS IS HI-FILE-STATUS.
           SELECT BATCH-REPORT-FILE
               ASSIGN TO PRINTER 'PRBATCH'.

           05  RCR-RERUN-MODE           PIC X.
           05  FILLER                   PIC X(76).

       FD  RUN-HISTORY-FILE
           RECORD CONTAINS 100 CHARACTERS.

           COPY HISTREC.

       FD  BATCH-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

               88  WINDOW-FAILED                      VALUE 'F'.
           05  STOP-STEPS-FLAG          PIC X         VALUE 'N'.
               88  STEPS-STOPPED                      VALUE 'Y'.
           05  HISTORY-STATUS-FLAG      PIC X         VALUE 'Y'.
               88  HISTORY-UPDATED                    VALUE 'Y'.
               88  HISTORY-FAILED                     VALUE 'N'.
           05  HISTORY-OPEN-FLAG        PIC X         VALUE 'N'.
               88  HISTORY-OPEN                       VALUE 'Y'.
               88  HISTORY-CLOSED                     VALUE 'N'.

       01  AU-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  RC-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  HI-FILE-STATUS               PIC X(2)      VALUE '00'.

      *  THE RUN CONTROL SETTINGS, DEFAULTED TO THE DRIVER'S OLD
      *  BEHAVIOR - RUN BOTH STEPS, CARRY ON AFTER A FAILURE, NO
      *  RERUN - SO A MISSING OR SHORT CARD CHANGES NOTHING.
               88  RERUN-MODE                         VALUE 'R'.

      *  ONE ENTRY PER STEP, IN RUN ORDER.  BS-DISPOSITION IS WHAT
      *  THE STEP SUMMARY PRINTS; BS-LOG-STATUS IS WHAT THE AUDIT
      *  LOG SAID WHEN THE STEP'S RESULT WAS CHECKED.  BS-SCHEDULED
      *  IS WHETHER THE RUN CONTROL WANTED THE STEP THIS WINDOW AT
      *  ALL, AND BS-CALLED WHETHER IT ACTUALLY GOT ITS TURN - THE
      *  RUN HISTORY NEEDS BOTH TO SAY WHY A STEP LEFT NO RECORD.
       01  STEP-TABLE.
           05  BS-ENTRY                 OCCURS 2 TIMES.
               10  BS-PROGRAM-NAME      PIC X(8).
               10  BS-SELECTED          PIC X.
               10  BS-DISPOSITION       PIC X(30).
               10  BS-SCHEDULED         PIC X.
               10  BS-CALLED            PIC X.
               10  BS-LOG-STATUS        PIC X(8).

       01  STEP-FIELDS.
           05  BS-INDEX                 PIC S9(2)     VALUE +0.
           05  BS-PRIOR-SAMPLCOB        PIC X(8)      VALUE SPACES.
           05  BS-PRIOR-STUDENT         PIC X(8)      VALUE SPACES.
           05  BS-PRIOR-VERIFY          PIC X(8)      VALUE SPACES.
           05  BS-PRIOR-BALANCE         PIC X(8)      VALUE SPACES.
           05  BS-GATE-DISPOSITION      PIC X(30)     VALUE SPACES.

      *  THE FULL AUDIT RECORDS BEHIND THOSE STATUSES.  A STEP
      *  SKIPPED AS ALREADY DONE GETS ITS OLD RECORD CARRIED
           05  BS-PRIOR-SAMPLCOB-REC    PIC X(80)     VALUE SPACES.
           05  BS-PRIOR-STUDENT-REC     PIC X(80)     VALUE SPACES.
           05  BS-PRIOR-VERIFY-REC      PIC X(80)     VALUE SPACES.
           05  BS-PRIOR-BALANCE-REC     PIC X(80)     VALUE SPACES.

      *  THE WINDOW'S OWN START, AND THE COUNTS FOR THE RUN
      *  HISTORY.  RH-ELAPSED-SECONDS IS WORKED OUT FROM WHICHEVER
      *  START AND END DATE/TIME ARE MOVED TO THE CALC FIELDS.
       01  RUN-HISTORY-FIELDS.
           05  RH-WINDOW-DATE           PIC 9(8)      VALUE 0.
           05  RH-WINDOW-TIME           PIC 9(8)      VALUE 0.
           05  RH-RECORDS-COPIED        PIC S9(7)     VALUE +0.
           05  RH-RECORDS-ADDED         PIC S9(7)     VALUE +0.
           05  RH-ALREADY-ON-FILE       PIC S9(7)     VALUE +0.
           05  RH-STEPS-COMPLETED       PIC S9(3)     VALUE +0.
           05  RH-STEPS-MISSED          PIC S9(3)     VALUE +0.
           05  RH-CALC-START-DATE       PIC 9(8)      VALUE 0.
           05  RH-CALC-START-TIME       PIC 9(8)      VALUE 0.
           05  RH-CALC-END-DATE         PIC 9(8)      VALUE 0.
           05  RH-CALC-END-TIME         PIC 9(8)      VALUE 0.
           05  RH-ELAPSED-SECONDS       PIC S9(7)     VALUE +0.
           05  RH-ADDED-EDIT            PIC Z,ZZZ,ZZ9.
           05  RH-START-SECONDS         PIC S9(7)     VALUE +0.
           05  RH-END-SECONDS           PIC S9(7)     VALUE +0.

      *  AN EIGHT-DIGIT TIME (HHMMSSHH) TAKEN APART FOR THE
      *  ELAPSED-TIME ARITHMETIC.
       01  RH-TIME-WORK                 PIC 9(8)      VALUE 0.
       01  RH-TIME-PARTS REDEFINES RH-TIME-WORK.
           05  RH-TIME-HH               PIC 9(2).
           05  RH-TIME-MM               PIC 9(2).
           05  RH-TIME-SS               PIC 9(2).
           05  RH-TIME-HUNDREDTHS       PIC 9(2).

       01  REPORT-FIELDS.
           05  PROPER-SPACING           PIC S9        VALUE +3.
                                        'BATCH WINDOW STATUS - '.
           05  WSL-STATUS               PIC X(9).

       01  HISTORY-STATUS-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  FILLER                   PIC X(14)     VALUE
                                        'RUN HISTORY - '.
           05  HSL-TEXT                 PIC X(40).

       01  BATCH-LOG-LINE.
           05                           PIC X(3)      VALUE SPACES.
           05  BL-PROGRAM-ID            PIC X(8).
           PERFORM 20-RUN-PROGRAMS-ROUTINE
           PERFORM 30-AUDIT-REPORT-ROUTINE
           PERFORM 33-STEP-SUMMARY-ROUTINE
           PERFORM 36-RECORD-WINDOW-ROUTINE
           PERFORM 40-EOF-ROUTINE
           .
       15-HSKPING-ROUTINE.

           ACCEPT RH-WINDOW-DATE FROM DATE YYYYMMDD
           ACCEPT RH-WINDOW-TIME FROM TIME
           MOVE 'SAMPLCOB' TO BS-PROGRAM-NAME (1)
           MOVE 'STUDENT'  TO BS-PROGRAM-NAME (2)
           PERFORM VARYING BS-INDEX FROM 1 BY 1
                   UNTIL BS-INDEX > 2
               MOVE 'N' TO BS-CALLED (BS-INDEX)
               MOVE SPACES TO BS-LOG-STATUS (BS-INDEX)
           END-PERFORM
           PERFORM 12-READ-RUN-CONTROL-ROUTINE
           PERFORM 13-PLAN-STEPS-ROUTINE

      *  THE OLD LOG GOES TO THE RUN HISTORY BEFORE IT IS WIPED -
      *  IT HOLDS EVERYTHING THAT RAN SINCE THE LAST WINDOW ENDED.
           PERFORM 16-COPY-LOG-TO-HISTORY-ROUTINE

      *  BATCHAUD.DAT IS RESET TO EMPTY HERE SO THIS BATCH WINDOW'S
      *  AUDIT REPORT ONLY COVERS THE PROGRAMS THIS RUN IS ABOUT TO
      *  CALL, NOT WHATEVER WAS LEFT OVER FROM AN EARLIER RUN.
           OPEN OUTPUT BATCH-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           .
       16-COPY-LOG-TO-HISTORY-ROUTINE.

      *  EVERY RECORD ON THE LOG GOES TO THE RUN HISTORY.  ONE
      *  ALREADY THERE - CARRIED FORWARD FROM AN EARLIER WINDOW, OR
      *  COPIED BEFORE THE WIPE AND SEEN AGAIN AT THE END - HAS THE
      *  SAME KEY AND IS LEFT AS IT IS.
           PERFORM 34-OPEN-HISTORY-ROUTINE
           IF HISTORY-OPEN
               OPEN INPUT AUDIT-LOG-FILE
               IF AU-FILE-STATUS = '00'
                   MOVE ' ' TO CK-EOF-FLAG
                   PERFORM UNTIL NO-MORE-CHECK-DATA
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE 'N' TO CK-EOF-FLAG
                           NOT AT END
                               PERFORM 18-COPY-ONE-RECORD-ROUTINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
               CLOSE RUN-HISTORY-FILE
               SET HISTORY-CLOSED TO TRUE
           END-IF
           .
       18-COPY-ONE-RECORD-ROUTINE.

           ADD 1 TO RH-RECORDS-COPIED
           MOVE SPACES TO HISTORY-RECORD
           MOVE AU-START-DATE        TO HI-RUN-DATE
           MOVE AU-PROGRAM-ID        TO HI-PROGRAM-ID
           MOVE AU-START-TIME        TO HI-START-TIME
           MOVE AU-END-DATE          TO HI-END-DATE
           MOVE AU-END-TIME          TO HI-END-TIME
           MOVE AU-RECORDS-READ      TO HI-RECORDS-READ
           MOVE AU-RECORDS-WRITTEN   TO HI-RECORDS-WRITTEN
           MOVE AU-EXCEPTION-COUNT   TO HI-EXCEPTION-COUNT
           MOVE AU-COMPLETION-STATUS TO HI-COMPLETION-STATUS
           MOVE AU-START-DATE        TO RH-CALC-START-DATE
           MOVE AU-START-TIME        TO RH-CALC-START-TIME
           MOVE AU-END-DATE          TO RH-CALC-END-DATE
           MOVE AU-END-TIME          TO RH-CALC-END-TIME
           PERFORM 38-COMPUTE-ELAPSED-ROUTINE
           PERFORM 39-WRITE-HISTORY-ROUTINE
           .
       19-CARRY-FORWARD-ROUTINE.

      *  STEPS SKIPPED AS DONE LAST WINDOW WRITE NOTHING OF THEIR
      *  OWN, SO THEIR OLD AUDIT RECORDS GO BACK INTO THE FRESH
      *  LOG - OTHERWISE THE WIPE ABOVE WOULD ERASE THE ONLY PROOF
      *  THEY EVER COMPLETED.  THE GRADVRFY AND GRADBAL VERDICTS
      *  THAT GATED THIS WINDOW RIDE ALONG THE SAME WAY, SO THE
      *  AUDIT REPORT SHOWS WHAT THE WINDOW WAS JUDGED ON.
           IF BS-DISPOSITION (1) = 'SKIPPED - DONE LAST WINDOW'
              OR BS-DISPOSITION (2) = 'SKIPPED - DONE LAST WINDOW'
              OR BS-PRIOR-VERIFY NOT = SPACES
              OR BS-PRIOR-BALANCE NOT = SPACES
               OPEN EXTEND AUDIT-LOG-FILE
               IF BS-PRIOR-BALANCE NOT = SPACES
                   MOVE BS-PRIOR-BALANCE-REC TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
               END-IF
               IF BS-PRIOR-VERIFY NOT = SPACES
                   MOVE BS-PRIOR-VERIFY-REC TO AUDIT-RECORD
                   WRITE AUDIT-RECORD

           MOVE RC-RUN-SAMPLCOB TO BS-SELECTED (1)
           MOVE RC-RUN-STUDENT  TO BS-SELECTED (2)
           MOVE RC-RUN-SAMPLCOB TO BS-SCHEDULED (1)
           MOVE RC-RUN-STUDENT  TO BS-SCHEDULED (2)
           IF BS-SELECTED (1) = 'N'
               MOVE 'SKIPPED - BY RUN CONTROL' TO BS-DISPOSITION (1)
           END-IF
               IF BS-SELECTED (1) = 'Y'
                  AND BS-PRIOR-SAMPLCOB = 'NORMAL'
                   MOVE 'N' TO BS-SELECTED (1)
                   MOVE 'N' TO BS-SCHEDULED (1)
                   MOVE 'SKIPPED - DONE LAST WINDOW' TO
                       BS-DISPOSITION (1)
               END-IF
               IF BS-SELECTED (2) = 'Y'
                  AND BS-PRIOR-STUDENT = 'NORMAL'
                   MOVE 'N' TO BS-SELECTED (2)
                   MOVE 'N' TO BS-SCHEDULED (2)
                   MOVE 'SKIPPED - DONE LAST WINDOW' TO
                       BS-DISPOSITION (2)
               END-IF
      *  MODE STILL RUNS THEM, BUT THE VERDICT STAYS ON THE
      *  REPORT.  NO GRADVRFY RECORD AT ALL MEANS THE CHECK WAS
      *  NOT RUN THIS WINDOW, WHICH GATES NOTHING - THE CHECK IS
      *  AN EXTRA GUARD, NOT A NEW PREREQUISITE.  GRADBAL'S
      *  CONTROL-TOTAL BALANCE GATES THE SAME WAY; WHEN BOTH FAIL
      *  THE STEP SUMMARY NAMES THE BALANCE, THE MORE SERIOUS.
           IF BS-PRIOR-VERIFY = 'ABEND' OR BS-PRIOR-BALANCE = 'ABEND'
               SET WINDOW-FAILED TO TRUE
               IF BS-PRIOR-BALANCE = 'ABEND'
                   MOVE 'NOT RUN - MASTER NOT BALANCED' TO
                       BS-GATE-DISPOSITION
               ELSE
                   MOVE 'NOT RUN - VERIFICATION FAILED' TO
                       BS-GATE-DISPOSITION
               END-IF
               IF STOP-ON-FAILURE
                   SET STEPS-STOPPED TO TRUE
                   IF BS-SELECTED (1) = 'Y'
                       MOVE 'N' TO BS-SELECTED (1)
                       MOVE BS-GATE-DISPOSITION TO
                           BS-DISPOSITION (1)
                   END-IF
                   IF BS-SELECTED (2) = 'Y'
                       MOVE 'N' TO BS-SELECTED (2)
                       MOVE BS-GATE-DISPOSITION TO
                           BS-DISPOSITION (2)
                   END-IF
               END-IF
                               MOVE AUDIT-RECORD TO
                                   BS-PRIOR-VERIFY-REC
                           END-IF
                           IF AU-PROGRAM-ID = 'GRADBAL'
                               MOVE AU-COMPLETION-STATUS TO
                                   BS-PRIOR-BALANCE
                               MOVE AUDIT-RECORD TO
                                   BS-PRIOR-BALANCE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               CONTINUE
           ELSE
               CALL 'SAMPLCOB'
               MOVE 'Y' TO BS-CALLED (1)
               MOVE 'SAMPLCOB' TO BS-CHECK-NAME
               PERFORM 28-CHECK-STEP-OUTCOME-ROUTINE
               MOVE BS-CHECK-STATUS TO BS-LOG-STATUS (1)
               IF BS-CHECK-STATUS = 'NORMAL'
                   MOVE 'COMPLETED' TO BS-DISPOSITION (1)
               ELSE
                       BS-DISPOSITION (2)
               WHEN OTHER
                   CALL 'STUDENT'
                   MOVE 'Y' TO BS-CALLED (2)
                   MOVE 'STUDENT' TO BS-CHECK-NAME
                   PERFORM 28-CHECK-STEP-OUTCOME-ROUTINE
                   MOVE BS-CHECK-STATUS TO BS-LOG-STATUS (2)
                   IF BS-CHECK-STATUS = 'NORMAL'
                       MOVE 'COMPLETED' TO BS-DISPOSITION (2)
                   ELSE
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE
           .
       34-OPEN-HISTORY-ROUTINE.

      *  THE FIRST WINDOW EVER FINDS NO RUN HISTORY AND STARTS ONE.
      *  ONE THAT WILL NOT OPEN IS SAID ON THE CONSOLE AND THE
      *  WINDOW GOES ON - THE HISTORY IS FOR LOOKING BACK, AND
      *  TONIGHT'S REPORTS MATTER MORE THAN TONIGHT'S TREND.
           OPEN I-O RUN-HISTORY-FILE
           IF HI-FILE-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
               CLOSE RUN-HISTORY-FILE
               OPEN I-O RUN-HISTORY-FILE
           END-IF
           IF HI-FILE-STATUS = '00'
               SET HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY 'BATCHDRV - RUN HISTORY OPEN FAILED, STATUS '
                   HI-FILE-STATUS
               SET HISTORY-FAILED TO TRUE
           END-IF
           .
       35-WRITE-A-LINE.

           WRITE REPORT-RECORD
               AFTER ADVANCING PROPER-SPACING
           .
       36-RECORD-WINDOW-ROUTINE.

      *  THE WINDOW'S OWN AUDIT RECORDS GO TO THE RUN HISTORY NOW,
      *  WHILE THEY ARE STILL ON THE LOG.  THEN EACH STEP THE RUN
      *  CONTROL SCHEDULED THAT LEFT NO RECORD GETS ONE SAYING SO,
      *  AND THE WINDOW ITSELF GETS ONE - THE TREND REPORT IS LAID
      *  OUT BY WINDOW, AND A MISSING RECORD IS EXACTLY WHAT IT HAS
      *  TO BE ABLE TO SEE.  A FAILURE IN THE COPY AT THE START OF
      *  THE WINDOW WAS SAID ON THE CONSOLE THEN; THE STATUS LINE AND
      *  THE TREND REPORT GO BY THIS UPDATE ALONE, AND THE WINDOW
      *  RECORD'S READ COUNT IS THIS COPY'S - THE WINDOW'S OWN LOG -
      *  SO NOTHING COPIED BEFORE THE WIPE IS COUNTED TWICE.
           SET HISTORY-UPDATED TO TRUE
           MOVE 0 TO RH-RECORDS-COPIED
           PERFORM 16-COPY-LOG-TO-HISTORY-ROUTINE
           PERFORM 34-OPEN-HISTORY-ROUTINE
           IF HISTORY-OPEN
               PERFORM VARYING BS-INDEX FROM 1 BY 1
                       UNTIL BS-INDEX > 2
                   PERFORM 37-WRITE-STEP-MARKER-ROUTINE
               END-PERFORM

               MOVE SPACES TO HISTORY-RECORD
               MOVE RH-WINDOW-DATE       TO HI-RUN-DATE
               MOVE 'BATCHDRV'           TO HI-PROGRAM-ID
               MOVE RH-WINDOW-TIME       TO HI-START-TIME
               ACCEPT HI-END-DATE FROM DATE YYYYMMDD
               ACCEPT HI-END-TIME FROM TIME
               MOVE RH-RECORDS-COPIED    TO HI-RECORDS-READ
               MOVE RH-STEPS-COMPLETED   TO HI-RECORDS-WRITTEN
               MOVE RH-STEPS-MISSED      TO HI-EXCEPTION-COUNT
               IF WINDOW-FAILED
                   MOVE 'ABEND'          TO HI-COMPLETION-STATUS
               ELSE
                   MOVE 'NORMAL'         TO HI-COMPLETION-STATUS
               END-IF
               MOVE RH-WINDOW-DATE       TO RH-CALC-START-DATE
               MOVE RH-WINDOW-TIME       TO RH-CALC-START-TIME
               MOVE HI-END-DATE          TO RH-CALC-END-DATE
               MOVE HI-END-TIME          TO RH-CALC-END-TIME
               PERFORM 38-COMPUTE-ELAPSED-ROUTINE
               PERFORM 39-WRITE-HISTORY-ROUTINE
               CLOSE RUN-HISTORY-FILE
               SET HISTORY-CLOSED TO TRUE
           END-IF

           IF HISTORY-UPDATED
               MOVE RH-RECORDS-ADDED TO RH-ADDED-EDIT
               MOVE SPACES TO HSL-TEXT
               STRING RH-ADDED-EDIT DELIMITED BY SIZE
                      ' RECORDS ADDED' DELIMITED BY SIZE
                   INTO HSL-TEXT
           ELSE
               MOVE 'NOT UPDATED - SEE CONSOLE' TO HSL-TEXT
           END-IF
           MOVE HISTORY-STATUS-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 35-WRITE-A-LINE

      *  THE TREND REPORT RUNS EVERY WINDOW, SO A PROGRAM THAT
      *  QUIETLY READ HALF ITS INPUT TONIGHT IS ON PAPER TONIGHT.
           IF HISTORY-UPDATED
               CALL 'RUNTREND'
           END-IF
           .
       37-WRITE-STEP-MARKER-ROUTINE.

           IF BS-DISPOSITION (BS-INDEX) = 'COMPLETED'
               ADD 1 TO RH-STEPS-COMPLETED
           END-IF
           IF BS-SCHEDULED (BS-INDEX) = 'Y'
              AND BS-LOG-STATUS (BS-INDEX) = SPACES
               ADD 1 TO RH-STEPS-MISSED
               MOVE SPACES TO HISTORY-RECORD
               MOVE RH-WINDOW-DATE       TO HI-RUN-DATE
               MOVE BS-PROGRAM-NAME (BS-INDEX) TO HI-PROGRAM-ID
               MOVE RH-WINDOW-TIME       TO HI-START-TIME
               MOVE RH-WINDOW-DATE       TO HI-END-DATE
               MOVE RH-WINDOW-TIME       TO HI-END-TIME
               MOVE 0 TO HI-RECORDS-READ
               MOVE 0 TO HI-RECORDS-WRITTEN
               MOVE 0 TO HI-EXCEPTION-COUNT
               MOVE 0 TO HI-ELAPSED-SECONDS
               IF BS-CALLED (BS-INDEX) = 'Y'
                   MOVE 'NO LOG'         TO HI-COMPLETION-STATUS
               ELSE
                   MOVE 'NOT RUN'        TO HI-COMPLETION-STATUS
               END-IF
               PERFORM 39-WRITE-HISTORY-ROUTINE
           ELSE
               IF BS-SCHEDULED (BS-INDEX) = 'Y'
                  AND BS-LOG-STATUS (BS-INDEX) NOT = 'NORMAL'
                   ADD 1 TO RH-STEPS-MISSED
               END-IF
           END-IF
           .
       38-COMPUTE-ELAPSED-ROUTINE.

      *  A RUN THAT CROSSES MIDNIGHT ENDS ON A LATER DATE THAN IT
      *  STARTED - A DAY'S SECONDS ARE ADDED FOR IT.  NOTHING IN
      *  THE WINDOW RUNS FOR DAYS, AND A RECORD WITH A DATE OR TIME
      *  THAT WILL NOT ADD UP SHOWS NO ELAPSED TIME RATHER THAN A
      *  WRONG ONE.
           MOVE 0 TO RH-ELAPSED-SECONDS
           IF RH-CALC-START-DATE NUMERIC
              AND RH-CALC-START-TIME NUMERIC
              AND RH-CALC-END-DATE NUMERIC
              AND RH-CALC-END-TIME NUMERIC
              AND RH-CALC-END-DATE NOT < RH-CALC-START-DATE
               MOVE RH-CALC-START-TIME TO RH-TIME-WORK
               COMPUTE RH-START-SECONDS = RH-TIME-HH * 3600
                   + RH-TIME-MM * 60 + RH-TIME-SS
               MOVE RH-CALC-END-TIME TO RH-TIME-WORK
               COMPUTE RH-END-SECONDS = RH-TIME-HH * 3600
                   + RH-TIME-MM * 60 + RH-TIME-SS
               IF RH-CALC-END-DATE > RH-CALC-START-DATE
                   ADD 86400 TO RH-END-SECONDS
               END-IF
               IF RH-END-SECONDS > RH-START-SECONDS
                   COMPUTE RH-ELAPSED-SECONDS =
                       RH-END-SECONDS - RH-START-SECONDS
               END-IF
           END-IF
           MOVE RH-ELAPSED-SECONDS TO HI-ELAPSED-SECONDS
           .
       39-WRITE-HISTORY-ROUTINE.

           MOVE RH-WINDOW-DATE TO HI-WINDOW-DATE
           MOVE RH-WINDOW-TIME TO HI-WINDOW-TIME
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO RH-ALREADY-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO RH-RECORDS-ADDED
           END-WRITE
           IF HI-FILE-STATUS NOT = '00'
              AND HI-FILE-STATUS NOT = '22'
               DISPLAY 'BATCHDRV - RUN HISTORY WRITE FAILED, STATUS '
                   HI-FILE-STATUS
               SET HISTORY-FAILED TO TRUE
           END-IF
           .
       40-EOF-ROUTINE.

           CLOSE BATCH-REPORT-FILE
