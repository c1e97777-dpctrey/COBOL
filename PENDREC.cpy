      ****************************************************************
      * PENDREC - PENDING GRADE-CHANGE RECORD LAYOUT
      *
      * ONE RECORD PER CORRECTION OR ADD GRADMNT REFUSED TO APPLY
      * BECAUSE IT WOULD HAVE CHANGED THE SCORES OR EXAM STATUS BYTES
      * OF A TERM THE REGISTRAR HAS CLOSED (TE-TERM-STATUS ON
      * TERMREF), OR STARTED A NEW STUDENT OFF IN ONE.  KEYED
      * ON PN-KEY - SECTION, STUDENT ID, AND TERM CODE (PN-CHANGE-KEY)
      * FOLLOWED BY THE DATE AND TIME OF THE GRADMNT RUN THAT HELD
      * IT - SO EVERY HOLD GETS A RECORD OF ITS OWN AND THE HOLDS
      * FOR ONE STUDENT AND TERM LIE TOGETHER, OLDEST FIRST.  GRADMNT
      * LETS ONLY ONE OF THEM BE PENDING OR APPROVED AT A TIME.
      *
      * PN-BEFORE-TERM AND PN-AFTER-TERM ARE THE TERM ENTRY AS IT
      * STANDS ON THE MASTER AND AS THE CORRECTION WOULD LEAVE IT,
      * IN THE SAME LAYOUT AS GR-TERM-ENTRY IN GRADEREC.  A BEFORE
      * ENTRY OF SPACES MEANS THE CHANGE WOULD ADD THE TERM TO THE
      * STUDENT'S HISTORY (OR ADD THE STUDENT) RATHER THAN CHANGE ONE
      * ALREADY THERE.  PN-TRANS-IMAGE IS THE TRANSACTION ITSELF,
      * EXACTLY AS KEYED, SO AN APPROVED CHANGE GOES BACK THROUGH
      * GRADMNT UNALTERED.
      *
      * PN-STATUS TRACKS THE CHANGE FROM HOLD TO SIGN-OFF:
      *    P = PENDING   - HELD BY GRADMNT, NO DECISION YET
      *    A = APPROVED  - SIGNED OFF BY GRADAPPR, WAITING ON THE
      *                    GRADMNT RELEASE RUN TO APPLY IT
      *    R = RELEASED  - APPLIED AND JOURNALED BY THAT RUN
      *    D = DENIED    - TURNED DOWN BY GRADAPPR, NEVER APPLIED
      * A RELEASED OR DENIED RECORD STAYS ON FILE AS THE PAPER TRAIL.
      * A LATER CHANGE TO THE SAME STUDENT AND TERM IS HELD ON A NEW
      * RECORD BESIDE IT AND NEVER WRITES OVER THE DECISION.
      ****************************************************************
       01  PENDING-RECORD.
           05  PN-KEY.
               10  PN-CHANGE-KEY.
                   15  PN-SECTION-CODE PIC X(4).
                   15  PN-STUDENT-ID   PIC X(9).
                   15  PN-TERM-CODE    PIC X(6).
               10  PN-HOLD-DATE        PIC 9(8).
               10  PN-HOLD-TIME        PIC 9(8).
           05  PN-STATUS               PIC X.
               88  PN-PENDING                    VALUE 'P'.
               88  PN-APPROVED                   VALUE 'A'.
               88  PN-RELEASED                   VALUE 'R'.
               88  PN-DENIED                     VALUE 'D'.
           05  PN-HOLD-REASON          PIC X(30).
           05  PN-BEFORE-TERM.
               10  PN-BEFORE-TERM-CODE PIC X(6).
               10  PN-BEFORE-NUM-TESTS PIC 9(2).
               10  PN-BEFORE-SCORE     PIC S999 OCCURS 12 TIMES.
               10  PN-BEFORE-STAT      PIC X OCCURS 12 TIMES.
           05  PN-AFTER-TERM.
               10  PN-AFTER-TERM-CODE  PIC X(6).
               10  PN-AFTER-NUM-TESTS  PIC 9(2).
               10  PN-AFTER-SCORE      PIC S999 OCCURS 12 TIMES.
               10  PN-AFTER-STAT       PIC X OCCURS 12 TIMES.
           05  PN-TRANS-IMAGE          PIC X(96).
           05  PN-DECISION-DATE        PIC 9(8).
           05  PN-AUTHORIZED-BY        PIC X(20).
           05  PN-DECISION-NOTE        PIC X(30).
           05  PN-RELEASE-DATE         PIC 9(8).
           05  FILLER                  PIC X(20).
