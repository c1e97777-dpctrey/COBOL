      ****************************************************************
      * CTLTREC - GRADE MASTER CONTROL-TOTAL RECORD LAYOUT
      *
      * THE CONTROL-TOTAL FILE (GRADCTL.DAT) HOLDS ONE RECORD - THE
      * TOTALS THE GRADE MASTER LAST BALANCED TO, CARRIED FROM RUN
      * TO RUN BY GRADBAL.  EACH BALANCING RUN TAKES THESE TOTALS,
      * ADDS THE EFFECT OF EVERY CHANGE JOURNAL ENTRY STAMPED AFTER
      * CL-JOURNAL-DATE/TIME, AND PROVES THE RESULT AGAINST A FRESH
      * SWEEP OF GRADES.DAT.  ONLY A RUN THAT BALANCES (OR ONE THAT
      * ESTABLISHES THE TOTALS FROM SCRATCH) REWRITES THE RECORD,
      * SO AN OUT-OF-BALANCE MASTER IS MEASURED AGAINST THE LAST
      * GOOD TOTALS AGAIN NEXT TIME, NOT AGAINST ITSELF.
      *
      * CL-ID-HASH IS THE SUM OF THE STUDENT IDS (LETTERS FOLDED TO
      * DIGITS) AND CL-SCORE-HASH THE SUM OF EVERY EXAM SCORE SLOT
      * IN USE - MEANINGLESS AS NUMBERS, BUT A RECORD DROPPED,
      * DOUBLED, REKEYED, OR RESCORED OUTSIDE THE JOURNAL MOVES THEM.
      ****************************************************************
       01  CONTROL-TOTAL-RECORD.
           05  CL-JOURNAL-DATE         PIC 9(8).
           05  CL-JOURNAL-TIME         PIC 9(8).
           05  CL-RECORD-COUNT         PIC 9(7).
           05  CL-TERM-ENTRIES         PIC 9(7).
           05  CL-ID-HASH              PIC 9(16).
           05  CL-SCORE-HASH           PIC S9(11).
           05  CL-BALANCE-DATE         PIC 9(8).
           05  CL-BALANCE-TIME         PIC 9(8).
           05  FILLER                  PIC X(7).
