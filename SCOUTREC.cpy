      ****************************************************************
      * SCOUTREC - SCOUT REGISTRY RECORD LAYOUT
      *
      * ONE RECORD PER SCOUT, KEYED ON SR-SCOUT-ID, IN THE SCOUT
      * REGISTRY (SCOUTREG.DAT).  THE SALES FILE (SCOUT.DAT), THE
      * CASE INVENTORY (CASEINV.DAT), AND THE PAYMENT FILE
      * (PAYMENTS.DAT) EACH CARRY THE SCOUT ID, AND STUDENT,
      * RECONCIL, AND SETTLMNT MATCH THEM ON IT - THE NAME AND TROOP
      * KEYED ON THOSE FILES ARE NO LONGER TRUSTED FOR ANYTHING, AND
      * EVERY REPORT PRINTS THE NAME AND TROOP FROM HERE.  A RECORD
      * WHOSE ID IS NOT ON THE REGISTRY IS REJECTED AS IT IS LOADED.
      * MAINTAINED BY SCOUTMNT.
      *
      * SR-TROOP-NUMBER IS THE SCOUT'S TROOP NOW.  A SCOUT WHO MOVES
      * TROOPS KEEPS THE SAME ID, SO THE SALES, CASES, AND PAYMENTS
      * ALREADY ON FILE STILL MATCH; SR-PRIOR-TROOP AND
      * SR-TROOP-CHANGE-DATE SAY WHICH TROOP THE SCOUT CAME FROM
      * AND WHEN.
      *
      * THE REPORTS HOLD ONLY 20 CHARACTERS OF NAME, SO
      * SR-REPORT-NAME-PART IS THE PIECE OF THE LEGAL NAME THEY
      * PRINT.
      ****************************************************************
       01  SCOUT-REGISTRY-RECORD.
           05  SR-SCOUT-ID             PIC X(6).
           05  SR-LEGAL-NAME           PIC X(30).
           05  SR-LEGAL-NAME-PARTS REDEFINES SR-LEGAL-NAME.
               10  SR-REPORT-NAME-PART PIC X(20).
               10  FILLER              PIC X(10).
           05  SR-TROOP-NUMBER         PIC X(6).
           05  SR-GRADE-LEVEL          PIC X(2).
           05  SR-PARENT-NAME          PIC X(30).
           05  SR-PARENT-PHONE         PIC X(12).
           05  SR-PARENT-EMAIL         PIC X(40).
           05  SR-PRIOR-TROOP          PIC X(6).
           05  SR-TROOP-CHANGE-DATE    PIC 9(8).
           05  FILLER                  PIC X(10).
