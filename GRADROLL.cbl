      *        RUN SUMMARY.  STUDENTS WHO STILL HAVE ROOM ARE ONLY
      *        COUNTED - A LINE PER UNTOUCHED STUDENT WOULD BURY
      *        THE ONES THAT MATTER.
      *    3.  ONE REWRITE RECORD PER STUDENT ROLLED, APPENDED TO THE
      *        CHANGE JOURNAL (GRADJRNL.DAT, SEE JRNLREC COPYBOOK)
      *        WITH THE MASTER IMAGE BEFORE AND AFTER THE
      *        COMPACTION, THE SAME AS GRADMNT JOURNALS ITS CHANGES.
      *        THE TRANSACTION IMAGE IS A NOTE NAMING THIS PROGRAM
      *        AND THE TERM ROLLED OFF, SINCE NO TRANSACTION CAUSED
      *        IT.  WITHOUT IT A MASTER RESTORED FROM BACKUP WOULD
      *        COME BACK FROM GRADRECV STILL FULL, AND GRADBAL COULD
      *        NOT ACCOUNT FOR THE TERMS THAT LEFT.
      * *************
      * PROCESSING NOTES:
      *    ONLY STUDENTS CARRYING THE FULL FOUR TERMS ARE TOUCHED -
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-FILE-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO 'GRADJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JL-FILE-STATUS.
           SELECT ROLLOVER-REPORT-FILE
               ASSIGN TO PRINTER 'PRROLL'.


           COPY ARCHREC.

       FD  JOURNAL-FILE
           RECORD CONTAINS 732 CHARACTERS.

           COPY JRNLREC.

       FD  ROLLOVER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.


       01  AR-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  JL-FILE-STATUS              PIC X(2)      VALUE '00'.

       01  JOURNAL-FIELDS.
           05  JL-RUN-DATE-SAVE        PIC 9(8)      VALUE 0.
           05  JL-RUN-TIME-SAVE        PIC 9(8)      VALUE 0.
           05  JL-KEY-SAVE.
               10  JL-SECTION-CODE-SAVE
                                       PIC X(4)      VALUE SPACES.
               10  JL-STUDENT-ID-SAVE  PIC X(9)      VALUE SPACES.
           05  JL-BEFORE-IMAGE         PIC X(300)    VALUE SPACES.
           05  JL-AFTER-IMAGE          PIC X(300)    VALUE SPACES.

       01  ROLLOVER-FIELDS.
           05  RL-TERM-INDEX           PIC S9(2)     VALUE +0.
           05  RL-TEST-INDEX           PIC S9(2)     VALUE +0.
               STOP RUN
           END-IF
           PERFORM 16-OPEN-ARCHIVE-ROUTINE
           PERFORM 17-OPEN-JOURNAL-ROUTINE
           OPEN OUTPUT ROLLOVER-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT JL-RUN-DATE-SAVE FROM DATE YYYYMMDD
           ACCEPT JL-RUN-TIME-SAVE FROM TIME
           PERFORM 20-HEADER-ROUTINE
           .
       16-OPEN-ARCHIVE-ROUTINE.
               STOP RUN
           END-IF
           .
       17-OPEN-JOURNAL-ROUTINE.

      *  A ROLLOVER THAT CANNOT BE JOURNALED DOES NOT RUN - THE
      *  SAME RULE GRADMNT FOLLOWS, AND FOR THE SAME REASON: A
      *  RECOVERY OR A BALANCE RUN WOULD NEVER KNOW THE TERMS LEFT.
           OPEN EXTEND JOURNAL-FILE
           IF JL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF JL-FILE-STATUS NOT = '00'
               DISPLAY 'GRADROLL - JOURNAL OPEN FAILED, STATUS = '
                   JL-FILE-STATUS
               CLOSE GRADE-FILE
                   ARCHIVE-FILE
               STOP RUN
           END-IF
           .
       20-HEADER-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
      *  SLIDE DOWN ONE SLOT AND THE COUNT DROPS TO THREE - THE
      *  COUNT IS REDUCED ONLY AFTER THE MOVES SO EVERY SOURCE
      *  ENTRY IS STILL INSIDE THE TABLE WHILE IT IS BEING MOVED.
           MOVE SPACES TO JL-BEFORE-IMAGE
           MOVE GRADE-RECORD TO JL-BEFORE-IMAGE
           PERFORM VARYING RL-TERM-INDEX FROM 1 BY 1
                   UNTIL RL-TERM-INDEX >= RL-MAX-TERMS
               MOVE GR-TERM-ENTRY (RL-TERM-INDEX + 1)
           END-PERFORM
           COMPUTE GR-NUM-TERMS = RL-MAX-TERMS - 1

      *  THE RECORD AREA IS NOT GUARANTEED TO SURVIVE THE REWRITE
      *  EITHER, SO THE KEY AND THE AFTER IMAGE ARE TAKEN NOW FOR
      *  THE JOURNAL.
           MOVE GR-KEY TO JL-KEY-SAVE
           MOVE SPACES TO JL-AFTER-IMAGE
           MOVE GRADE-RECORD TO JL-AFTER-IMAGE
           REWRITE GRADE-RECORD
           IF GR-FILE-STATUS = '00'
               MOVE SPACES TO RL-DISPOSITION
                   INTO RL-DISPOSITION
               END-STRING
               ADD 1 TO TF-TERMS-ARCHIVED
               PERFORM 33-WRITE-JOURNAL-ROUTINE
           ELSE
      *  THE TERM IS ON THE ARCHIVE BUT THE COMPACTED MASTER COULD
      *  NOT BE REWRITTEN - THE STUDENT IS STILL FULL, AND THE
               ADD 1 TO TF-ARCHIVE-CONFLICTS
           END-IF
           .
       33-WRITE-JOURNAL-ROUTINE.

           MOVE SPACES TO JOURNAL-RECORD
           MOVE JL-RUN-DATE-SAVE TO JR-RUN-DATE
           MOVE JL-RUN-TIME-SAVE TO JR-RUN-TIME
           MOVE 'REWRITE' TO JR-ACTION
           MOVE JL-SECTION-CODE-SAVE TO JR-SECTION-CODE
           MOVE JL-STUDENT-ID-SAVE TO JR-STUDENT-ID
           STRING 'GRADROLL - TERM ' DELIMITED BY SIZE
                  RL-TERM-CODE-SAVE DELIMITED BY SIZE
                  ' ROLLED TO ARCHIVE' DELIMITED BY SIZE
               INTO JR-TRANS-IMAGE
           END-STRING
           MOVE JL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE JL-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JL-FILE-STATUS NOT = '00'
      *  THE COMPACTED RECORD IS ALREADY ON THE MASTER BUT THE
      *  JOURNAL DOES NOT HAVE IT - THE RUN STOPS HERE SO THIS IS
      *  THE ONLY UNJOURNALED CHANGE, AND THE OPERATOR IS TOLD.
               DISPLAY 'GRADROLL - JOURNAL WRITE FAILED, STATUS = '
                   JL-FILE-STATUS
               MOVE 'ARCHIVED - JOURNAL WRITE FAILED' TO
                   RL-DISPOSITION
               PERFORM 39-WRITE-LOG-LINE-ROUTINE
               PERFORM 40-EOF-ROUTINE
           END-IF
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE ROLL-LOG-LINE TO REPORT-RECORD
           PERFORM 45-SUMMARY-ROUTINE
           CLOSE GRADE-FILE
               ARCHIVE-FILE
               JOURNAL-FILE
               ROLLOVER-REPORT-FILE
           STOP RUN
           .
