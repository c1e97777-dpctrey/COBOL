      * CODES TO SORT THAT WAY.  MAINTAINED BY TERMMNT; READ BY
      * GRADMNT AND TRNLOAD TO VALIDATE TRANSACTION TERM CODES AND
      * BY TRNSCRPT AND ARCHINQ TO ORDER THEIR TERM OUTPUT.
      *
      * TE-TERM-STATUS SAYS WHETHER THE TERM IS STILL OPEN FOR
      * GRADING.  ONCE REPORT CARDS GO OUT THE REGISTRAR CLOSES THE
      * TERM THROUGH TERMMNT, AND GRADMNT STOPS APPLYING SCORE
      * CHANGES TO IT - THEY ARE HELD ON THE PENDING GRADE-CHANGE
      * FILE (SEE PENDREC) UNTIL GRADAPPR RELEASES THEM.  A BLANK
      * STATUS, AS ON EVERY RECORD WRITTEN BEFORE THE FIELD WAS
      * ADDED, MEANS OPEN.
      ****************************************************************
       01  TERM-RECORD.
           05  TE-TERM-CODE            PIC X(6).
           05  TE-DESCRIPTION          PIC X(30).
           05  TE-CALENDAR-SEQ         PIC 9(4).
           05  TE-TERM-STATUS          PIC X.
               88  TE-TERM-OPEN                  VALUE ' ' 'O'.
               88  TE-TERM-CLOSED                VALUE 'C'.
           05  FILLER                  PIC X(39).
