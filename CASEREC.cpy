      ****************************************************************
      * CASEREC - CASE INVENTORY CHECKOUT RECORD LAYOUT
      *
      * ONE RECORD PER TRIP TO THE COOKIE CUPBOARD, IN THE CASE
      * INVENTORY FILE (CASEINV.DAT).  SHARED BY RECONCIL AND
      * SETTLMNT SO BOTH AGREE ON THE LAYOUT.  THE SCOUT ID IS
      * LOOKED UP ON THE SCOUT REGISTRY (SEE SCOUTREC); THE NAME AND
      * TROOP ARE ONLY WHAT WAS KEYED, AND ARE PRINTED ONLY WHEN THE
      * RECORD IS REJECTED.
      *
      * THE CHECKOUT LISTS ONLY THE VARIETIES TAKEN - UP TO 20
      * ENTRIES OF A VARIETY CODE AND A COUNT OF WHOLE CASES (SEE THE
      * OCCURS CLAUSE ON CI-VARIETY-ENTRY BELOW, MIRRORED AS
      * CF-MAX-ENTRIES IN EACH PROGRAM).  CI-VARIETY-COUNT TELLS HOW
      * MANY ENTRIES ARE PRESENT.  EVERY CODE MUST BE ON THE COOKIE
      * VARIETY FILE (SEE VARYREC), WHICH GIVES ITS BOXES PER CASE
      * AND PRICE.  A RECORD WITH A BAD ENTRY COUNT, AN UNKNOWN CODE,
      * OR A CASE COUNT THAT IS NOT A NUMBER IS REJECTED WHOLE AS IT
      * IS LOADED.
      ****************************************************************
       01  CASE-INV-RECORD.
           05  CI-NAME                 PIC X(20).
           05  CI-TROOP-NUMBER         PIC X(6).
           05  CI-SCOUT-ID             PIC X(6).
           05  CI-VARIETY-COUNT        PIC 9(2).
           05  CI-VARIETY-ENTRY        OCCURS 1 TO 20 TIMES
                                        DEPENDING ON CI-VARIETY-COUNT.
               10  CI-VARIETY-CODE     PIC X(4).
               10  CI-CASES            PIC 9(3).
