      *         3.  DESCRIPTION AND CALENDAR SEQUENCE NUMBER
      *             (LOWER = EARLIER - E.G. 2101 FOR FALL OF THE
      *             2021 SCHOOL YEAR, 2102 FOR SPRING)
      *         4.  TERM STATUS (O = OPEN, C = CLOSED, BLANK = OPEN
      *             ON AN ADD, LEFT AS IT STANDS ON A CORRECT)
      *
      * *******
      * OUTPUT:
      *    NUMERIC SEQUENCE - AND LEAVES THE REST AS THEY STAND.
      *    IT IS REJECTED IF THE TERM IS NOT ON FILE.
      *
      *    CLOSING A TERM IS A CORRECT CARRYING STATUS C - THE
      *    REGISTRAR KEYS IT ONCE REPORT CARDS HAVE GONE OUT, AND
      *    FROM THEN ON GRADMNT HOLDS ANY SCORE CHANGE TO THAT TERM
      *    FOR APPROVAL INSTEAD OF APPLYING IT.  STATUS O REOPENS
      *    IT.  ANY OTHER STATUS BYTE REJECTS THE TRANSACTION.
      *
      *    A DELETE REMOVES THE REFERENCE RECORD.  IT IS REJECTED
      *    IF THE TERM IS NOT ON FILE.  DELETING A TERM THAT STILL
      *    HAS GRADES ON THE MASTER ONLY COSTS NEW TRANSACTIONS
           05  TX-TERM-CODE             PIC X(6).
           05  TX-DESCRIPTION           PIC X(30).
           05  TX-CALENDAR-SEQ          PIC 9(4).
           05  TX-TERM-STATUS           PIC X.
               88  TX-STATUS-VALID                 VALUE ' ' 'O' 'C'.
           05  FILLER                   PIC X(38).

       FD  TERM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
                   MOVE 'REJECTED - BAD CALENDAR SEQ' TO
                       TL-DISPOSITION
                   ADD 1 TO TM-COUNT-REJECTED
               WHEN NOT TX-STATUS-VALID
                   MOVE 'REJECTED - BAD TERM STATUS' TO
                       TL-DISPOSITION
                   ADD 1 TO TM-COUNT-REJECTED
               WHEN OTHER
                   MOVE TX-TERM-CODE TO TE-TERM-CODE
                   READ TERM-REF-FILE
                       INVALID KEY
                           PERFORM 33-BUILD-NEW-TERM-ROUTINE
                           WRITE TERM-RECORD
                           IF TE-TERM-CLOSED
                               MOVE 'ADDED - CLOSED' TO
                                   TL-DISPOSITION
                           ELSE
                               MOVE 'ADDED' TO TL-DISPOSITION
                           END-IF
                           ADD 1 TO TM-COUNT-ADDED
                       NOT INVALID KEY
                           MOVE 'REJECTED - ALREADY ON FILE' TO
           MOVE TX-TERM-CODE TO TE-TERM-CODE
           MOVE TX-DESCRIPTION TO TE-DESCRIPTION
           MOVE TX-CALENDAR-SEQ TO TE-CALENDAR-SEQ
           IF TX-TERM-STATUS = 'C'
               MOVE 'C' TO TE-TERM-STATUS
           ELSE
               MOVE 'O' TO TE-TERM-STATUS
           END-IF
           .
       34-CORRECT-TERM-ROUTINE.

      *  A CORRECT WITH NOTHING TO APPLY WOULD REWRITE THE RECORD
      *  UNCHANGED AND COUNT AS A CORRECTION - THE BAD CARD WOULD
      *  NEVER SURFACE.  IT IS REJECTED INSTEAD, AND SO IS A STATUS
      *  BYTE THAT IS NEITHER OPEN NOR CLOSED.
           EVALUATE TRUE
               WHEN NOT TX-STATUS-VALID
                   MOVE 'REJECTED - BAD TERM STATUS' TO
                       TL-DISPOSITION
                   ADD 1 TO TM-COUNT-REJECTED
               WHEN TX-DESCRIPTION = SPACES
                AND (TX-CALENDAR-SEQ NOT NUMERIC
                     OR TX-CALENDAR-SEQ = 0)
                AND TX-TERM-STATUS = SPACE
                   MOVE 'REJECTED - NO FIELDS TO APPLY' TO
                       TL-DISPOSITION
                   ADD 1 TO TM-COUNT-REJECTED
               WHEN OTHER
                   MOVE TX-TERM-CODE TO TE-TERM-CODE
                   READ TERM-REF-FILE
                       INVALID KEY
                           MOVE 'REJECTED - TERM NOT ON FILE' TO
                               TL-DISPOSITION
                           ADD 1 TO TM-COUNT-REJECTED
                       NOT INVALID KEY
                           PERFORM 35-APPLY-CORRECTION-ROUTINE
                           REWRITE TERM-RECORD
                           ADD 1 TO TM-COUNT-CORRECTED
                   END-READ
           END-EVALUATE
           .
       35-APPLY-CORRECTION-ROUTINE.

           IF TX-CALENDAR-SEQ NUMERIC AND TX-CALENDAR-SEQ > 0
               MOVE TX-CALENDAR-SEQ TO TE-CALENDAR-SEQ
           END-IF
      *  THE LOG SAYS WHEN A TERM WAS CLOSED OR REOPENED, SO THE
      *  DAY GRADES WERE FROZEN CAN BE FOUND ON PAPER LATER.
           EVALUATE TX-TERM-STATUS
               WHEN 'C'
                   MOVE 'C' TO TE-TERM-STATUS
                   MOVE 'CORRECTED - TERM CLOSED' TO TL-DISPOSITION
               WHEN 'O'
                   MOVE 'O' TO TE-TERM-STATUS
                   MOVE 'CORRECTED - TERM REOPENED' TO
                       TL-DISPOSITION
               WHEN OTHER
                   MOVE 'CORRECTED' TO TL-DISPOSITION
           END-EVALUATE
           .
       36-DELETE-TERM-ROUTINE.

