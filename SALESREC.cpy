      ****************************************************************
      * SALESREC - SCOUT SALES RECORD LAYOUT
      *
      * ONE RECORD PER SALES SHEET TURNED IN, IN THE SALES FILE
      * (SCOUT.DAT).  SHARED BY STUDENT, RECONCIL, AND SETTLMNT SO ALL
      * THREE AGREE ON THE LAYOUT.  THE SCOUT ID IS LOOKED UP ON THE
      * SCOUT REGISTRY (SEE SCOUTREC); THE NAME AND TROOP ARE ONLY
      * WHAT WAS KEYED, AND ARE PRINTED ONLY WHEN THE RECORD IS
      * REJECTED.
      *
      * THE SHEET LISTS ONLY THE VARIETIES THE SCOUT SOLD - UP TO 20
      * ENTRIES OF A VARIETY CODE AND A BOX COUNT (SEE THE OCCURS
      * CLAUSE ON SCOUT-VARIETY-ENTRY BELOW, MIRRORED AS
      * CF-MAX-ENTRIES IN EACH PROGRAM).  SCOUT-VARIETY-COUNT TELLS
      * HOW MANY ENTRIES ARE PRESENT.  EVERY CODE MUST BE ON THE
      * COOKIE VARIETY FILE (SEE VARYREC), WHICH PRICES IT.  A RECORD
      * WITH A BAD ENTRY COUNT, AN UNKNOWN CODE, OR A BOX COUNT THAT
      * IS NOT A NUMBER IS REJECTED WHOLE AS IT IS LOADED, SO NO
      * SHEET IS EVER HALF COUNTED.
      ****************************************************************
       01  SCOUT-RECORD.
           05  SCOUT-NAME              PIC X(20).
           05  SCOUT-TROOP-NUMBER      PIC X(6).
           05  SCOUT-ID                PIC X(6).
           05  SCOUT-VARIETY-COUNT     PIC 9(2).
           05  SCOUT-VARIETY-ENTRY     OCCURS 1 TO 20 TIMES
                                   DEPENDING ON SCOUT-VARIETY-COUNT.
               10  SCT-VARIETY-CODE    PIC X(4).
               10  SCT-BOXES           PIC 9(3).
