      ****************************************************************
      * VARYREC - COOKIE VARIETY REFERENCE RECORD LAYOUT
      *
      * ONE RECORD PER COOKIE VARIETY THE COUNCIL SELLS THIS SEASON,
      * KEYED ON VR-VARIETY-CODE, IN THE VARIETY REFERENCE FILE
      * (VARIETY.DAT).  THE SALES FILE (SCOUT.DAT, SEE SALESREC) AND
      * THE CASE INVENTORY (CASEINV.DAT, SEE CASEREC) LIST BOXES AND
      * CASES BY THESE CODES, AND STUDENT, RECONCIL, AND SETTLMNT
      * TAKE EVERY VARIETY'S NAME, PRICE PER BOX, AND BOXES PER CASE
      * FROM HERE - A NEW VARIETY OR A PREMIUM-PRICED ONE IS A NEW
      * RECORD, NOT A PROGRAM CHANGE.  MAINTAINED BY VARYMNT.
      *
      * THE REPORTS HOLD ONLY 12 CHARACTERS OF VARIETY NAME, SO
      * VR-REPORT-NAME-PART IS THE PIECE OF THE NAME THEY PRINT.
      ****************************************************************
       01  VARIETY-RECORD.
           05  VR-VARIETY-CODE         PIC X(4).
           05  VR-VARIETY-NAME         PIC X(20).
           05  VR-VARIETY-NAME-PARTS REDEFINES VR-VARIETY-NAME.
               10  VR-REPORT-NAME-PART PIC X(12).
               10  FILLER              PIC X(8).
           05  VR-PRICE-PER-BOX        PIC 9(3)V99.
           05  VR-BOXES-PER-CASE       PIC 9(3).
           05  FILLER                  PIC X(28).
