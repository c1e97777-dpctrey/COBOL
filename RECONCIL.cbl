      *  instead of months later when the troop settles with
      *  council.
      *
      *  INPUT:  1. The case inventory file (CASEINV.DAT, see
      *             CASEREC copybook) - one record per checkout:
      *             scout name, troop number, scout ID, and the
      *             list of varieties taken, each a variety code
      *             and the CASES checked out.
      *          2. SCOUT.DAT (see SALESREC copybook) - the same
      *             sales records the STUDENT leaderboard reads.
      *          3. The scout registry (SCOUTREG.DAT, see SCOUTREC
      *             copybook) - required; the run stops without it.
      *          4. The cookie variety file (VARIETY.DAT, see
      *             VARYREC copybook) - each variety's name, price
      *             per box, and boxes per case; required, the run
      *             stops without it.
      *
      *  OUTPUT: The reconciliation report (PRRECON):
      *          one line per scout per variety with boxes still
      *          on hand (checked out but not reported sold), the
      *          money due for them at the variety's price per
      *          box, scouts with MORE sales than stock flagged,
      *          troop totals by variety and overall, an unmatched
      *          list for both files so a missing sales sheet
      *          can't hide a missing case, and a list of records
      *          rejected as they were loaded, with the reason.
      *
      *  MATCHING: by scout ID.  Every record's ID is looked up on
      *            the registry as it is read; one that is not
      *            there is rejected and listed as keyed, and goes
      *            no further.  So is a record with a bad entry
      *            count, a variety code not on the variety file,
      *            or a count that is not a number - the whole
      *            record, so no checkout or sales sheet is ever
      *            half counted.  The name and troop printed come
      *            from the registry, so a scout who moved troops
      *            mid-season still matches on every record.  All
      *            of a scout's checkouts are added together, and
      *            so are all of the scout's sales records.  A
      *            scout with cases and no sales (or the reverse)
      *            prints under UNMATCHED.
      *
      *  CALCULATIONS: BOXES CHECKED OUT = CASES * THE VARIETY'S
      *                  BOXES PER CASE
      *                ON HAND = CHECKED OUT - REPORTED SOLD
      *                MONEY DUE = ON HAND * THE VARIETY'S PRICE
      *                  PER BOX
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.

      * USE SCOUTREG.DAT FOR THE SCOUT REGISTRY

           SELECT SCOUT-REGISTRY-FILE
               ASSIGN TO 'SCOUTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-SCOUT-ID
               FILE STATUS IS SR-FILE-STATUS.

      * USE VARIETY.DAT FOR THE COOKIE VARIETY TABLE

           SELECT VARIETY-FILE
               ASSIGN TO 'VARIETY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VR-VARIETY-CODE
               FILE STATUS IS VR-FILE-STATUS.

      * USE PRRECON FOR THE PRINTER FILE

           SELECT RECON-REPORT-FILE
       FILE SECTION.

       FD  CASE-INV-FILE
           RECORD CONTAINS 174 CHARACTERS.

           COPY CASEREC.

       FD  SCOUT-FILE
           RECORD CONTAINS 174 CHARACTERS.

           COPY SALESREC.

       FD  SCOUT-REGISTRY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY SCOUTREC.

       FD  VARIETY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY VARYREC.

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  MATCH-FLAG              PIC X     VALUE 'N'.
               88  SCOUT-MATCHED                 VALUE 'Y'.
               88  SCOUT-NOT-MATCHED             VALUE 'N'.
           05  REGISTRY-FLAG           PIC X     VALUE 'N'.
               88  SCOUT-REGISTERED              VALUE 'Y'.
               88  SCOUT-NOT-REGISTERED          VALUE 'N'.

       01  CI-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  SC-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  SR-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  VR-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  CONSTANTS-FIELDS.
           05  CF-MAX-SCOUTS           PIC S9(3) VALUE +500.
           05  CF-MAX-VARIETIES        PIC S9(2) VALUE +30.
           05  CF-MAX-ENTRIES          PIC S9(2) VALUE +20.

      ************     COOKIE VARIETY TABLE     ****************
      *  Every variety on VARIETY.DAT, loaded in variety code
      *  order.  A variety's position here is also its position
      *  in IV-CASES and IV-SOLD below, so the variance lines and
      *  the troop totals by variety print in the same order.
      *  The VT-TROOP fields add up the variance lines printed.

       01  VARIETY-TABLE.
           05  VT-ENTRY                OCCURS 30 TIMES.
               10  VT-VARIETY-CODE     PIC X(4).
               10  VT-REPORT-NAME      PIC X(12).
               10  VT-PRICE-PER-BOX    PIC 9(3)V99.
               10  VT-BOXES-PER-CASE   PIC 9(3).
               10  VT-TROOP-OUT        PIC S9(7).
               10  VT-TROOP-SOLD       PIC S9(7).
               10  VT-TROOP-ON-HAND    PIC S9(7).
               10  VT-TROOP-MONEY-DUE  PIC S9(7)V99.

       01  VARIETY-FIELDS.
           05  VT-COUNT                PIC S9(2) VALUE +0.
           05  VT-INDEX                PIC S9(2) VALUE +0.
           05  VT-FOUND-INDEX          PIC S9(2) VALUE +0.
           05  VT-EOF-FLAG             PIC X     VALUE ' '.
               88  NO-MORE-VARIETIES             VALUE 'N'.

      *  The variety table position of each entry on the record
      *  being loaded, found while its entries are checked.

       01  ENTRY-FIELDS.
           05  EN-INDEX                PIC S9(2) VALUE +0.
           05  EN-VARIETY-CODE         PIC X(4)  VALUE SPACES.
           05  EN-VARIETY-INDEX        PIC S9(2) OCCURS 20 TIMES.

      ************     CASE INVENTORY TABLE     ****************
      *  One entry per registered scout with cases checked out,
      *  so each scout's sales can be matched to it by scout ID,
      *  the same hold-then-work approach the leaderboard uses.
      *  The name and troop are the registry's.  IV-CASES and
      *  IV-SOLD are kept by variety table position.  IV-SOLD adds
      *  up every sales record for the scout; IV-MATCHED marks
      *  entries a sales record claimed, so whatever is left at
      *  the end prints as unmatched.

       01  INVENTORY-TABLE.
           05  IV-ENTRY                OCCURS 500 TIMES.
               10  IV-SCOUT-ID         PIC X(6).
               10  IV-NAME             PIC X(20).
               10  IV-TROOP-NUMBER     PIC X(6).
               10  IV-CASES            PIC 9(3) OCCURS 30 TIMES.
               10  IV-SOLD             PIC 9(5) OCCURS 30 TIMES.
               10  IV-MATCHED          PIC X.

       01  TABLE-FIELDS.
      *  SALES RECORDS THAT MATCHED NO INVENTORY ENTRY ARE HELD
      *  HERE AND PRINTED IN THEIR OWN SECTION AFTER THE VARIANCE
      *  DETAIL, SO THEY DO NOT INTERLEAVE WITH THE SCOUT LINES.
      *  ONE ENTRY PER SCOUT ID - US-BOXES AND US-DOLLARS ADD UP
      *  EVERY SUCH RECORD FOR THE SCOUT.
       01  UNMATCHED-SALES-TABLE.
           05  US-ENTRY                OCCURS 100 TIMES.
               10  US-SCOUT-ID         PIC X(6).
               10  US-NAME             PIC X(20).
               10  US-TROOP-NUMBER     PIC X(6).
               10  US-BOXES            PIC S9(5).
               10  US-DOLLARS          PIC S9(7)V99.

       01  UNMATCHED-SALES-FIELDS.
           05  US-COUNT                PIC S9(3) VALUE +0.
           05  US-INDEX                PIC S9(3) VALUE +0.
           05  US-FOUND-INDEX          PIC S9(3) VALUE +0.
           05  US-MAX-ENTRIES          PIC S9(3) VALUE +100.

      *  RECORDS FROM EITHER FILE REJECTED AS THEY WERE LOADED -
      *  SCOUT ID NOT ON THE REGISTRY, OR AN ENTRY LIST THAT CANNOT
      *  BE PRICED - HELD AS KEYED WITH THE REASON FOR THEIR OWN
      *  SECTION.
       01  REJECTED-TABLE.
           05  RJ-ENTRY                OCCURS 100 TIMES.
               10  RJ-FILE             PIC X(9).
               10  RJ-SCOUT-ID         PIC X(6).
               10  RJ-NAME             PIC X(20).
               10  RJ-TROOP-NUMBER     PIC X(6).
               10  RJ-REASON           PIC X(15).

       01  REJECTED-FIELDS.
           05  RJ-COUNT                PIC S9(3) VALUE +0.
           05  RJ-INDEX                PIC S9(3) VALUE +0.
           05  RJ-MAX-ENTRIES          PIC S9(3) VALUE +100.
           05  RJ-HOLD-FILE            PIC X(9)  VALUE SPACES.
           05  RJ-HOLD-SCOUT-ID        PIC X(6)  VALUE SPACES.
           05  RJ-HOLD-NAME            PIC X(20) VALUE SPACES.
           05  RJ-HOLD-TROOP-NUMBER    PIC X(6)  VALUE SPACES.
           05  RJ-HOLD-REASON          PIC X(15) VALUE SPACES.

       01  DETAIL-FIELDS.
           05  DF-VARIETY              PIC S9(2) VALUE +0.
           05  DF-BOXES-OUT            PIC S9(5) VALUE +0.
           05  DF-BOXES-SOLD           PIC S9(5) VALUE +0.
           05  DF-ON-HAND              PIC S9(5) VALUE +0.
           05  TF-TROOP-MONEY-DUE      PIC S9(7)V99 VALUE +0.
           05  TF-UNMATCHED-INV        PIC S9(5) VALUE +0.
           05  TF-UNMATCHED-SALES      PIC S9(5) VALUE +0.
           05  TF-REJECTED             PIC S9(5) VALUE +0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9    VALUE +3.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(21) VALUE 'NAME'.
           05                          PIC X(7)  VALUE 'TROOP'.
           05                          PIC X(13) VALUE 'VARIETY'.
           05                          PIC X(6)  VALUE '  OUT'.
           05                          PIC X(6)  VALUE ' SOLD'.
           05                          PIC X(9)  VALUE ' ON HAND'.
           05                          PIC X(1)  VALUE SPACES.
           05  VL-TROOP-NUMBER         PIC X(6).
           05                          PIC X(1)  VALUE SPACES.
           05  VL-VARIETY              PIC X(12).
           05  VL-BOXES-OUT            PIC ZZZZ9.
           05                          PIC X(1)  VALUE SPACES.
           05  VL-BOXES-SOLD           PIC ZZZZ9.

       01  UNMATCHED-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  UL-SCOUT-ID             PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  UL-NAME                 PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  UL-TROOP-NUMBER         PIC X(6).

       01  UNMATCHED-SALES-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  USL-SCOUT-ID            PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  USL-NAME                PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  USL-TROOP-NUMBER        PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  USL-BOXES               PIC ZZ,ZZ9.
           05                          PIC X(2)  VALUE SPACES.
           05  USL-DOLLARS             PIC $$$,$$9.99.

       01  REJECTED-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  RJL-FILE                PIC X(9).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-SCOUT-ID            PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-NAME                PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-TROOP-NUMBER        PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-REASON              PIC X(15).

       01  NONE-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'NONE'.
           PERFORM 125-HOUSEKEEPING
           PERFORM 150-LOAD-INVENTORY-ROUTINE
           PERFORM 175-MATCH-SCOUTS-ROUTINE
           PERFORM 184-PRINT-VARIANCES-ROUTINE
           PERFORM 195-UNMATCHED-SALES-ROUTINE
           PERFORM 200-UNMATCHED-INVENTORY-ROUTINE
           PERFORM 205-REJECTED-RECORDS-ROUTINE
           PERFORM 210-VARIETY-TOTALS-ROUTINE
           PERFORM 220-TROOP-TOTAL-ROUTINE
           PERFORM 250-CLOSE-ROUTINE
           .
               CLOSE CASE-INV-FILE
               STOP RUN
           END-IF
      *  WITHOUT THE REGISTRY NOTHING CAN BE MATCHED - NAMES AS
      *  KEYED ARE EXACTLY WHAT THE REGISTRY REPLACED.
           OPEN INPUT SCOUT-REGISTRY-FILE
           IF SR-FILE-STATUS NOT = '00'
               DISPLAY 'RECONCIL - SCOUTREG.DAT OPEN FAILED, '
                   'STATUS = ' SR-FILE-STATUS
               CLOSE CASE-INV-FILE
                     SCOUT-FILE
               STOP RUN
           END-IF
      *  WITHOUT THE VARIETY FILE NO CASE CAN BE COUNTED OUT IN
      *  BOXES AND NO BOX CAN BE PRICED.
           OPEN INPUT VARIETY-FILE
           IF VR-FILE-STATUS NOT = '00'
               DISPLAY 'RECONCIL - VARIETY.DAT OPEN FAILED, '
                   'STATUS = ' VR-FILE-STATUS
               CLOSE CASE-INV-FILE
                     SCOUT-FILE
                     SCOUT-REGISTRY-FILE
               STOP RUN
           END-IF
           PERFORM 130-LOAD-VARIETY-TABLE-ROUTINE
           OPEN OUTPUT RECON-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           WRITE REPORT-RECORD FROM HEADING-ONE
           PERFORM 225-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       130-LOAD-VARIETY-TABLE-ROUTINE.

           PERFORM UNTIL NO-MORE-VARIETIES
               READ VARIETY-FILE
                   AT END
                       MOVE 'N' TO VT-EOF-FLAG
                   NOT AT END
                       PERFORM 135-STORE-VARIETY-ROUTINE
               END-READ
           END-PERFORM
           CLOSE VARIETY-FILE
           .
       135-STORE-VARIETY-ROUTINE.

      *  PAST THE TABLE'S END A VARIETY IS DROPPED WITH A CONSOLE
      *  NOTE - ANY RECORD LISTING IT IS THEN REJECTED AS AN
      *  UNKNOWN VARIETY RATHER THAN COUNTED WITHOUT A PRICE.
           IF VT-COUNT < CF-MAX-VARIETIES
               ADD 1 TO VT-COUNT
               MOVE VR-VARIETY-CODE TO VT-VARIETY-CODE (VT-COUNT)
               MOVE VR-REPORT-NAME-PART TO VT-REPORT-NAME (VT-COUNT)
               MOVE VR-PRICE-PER-BOX TO VT-PRICE-PER-BOX (VT-COUNT)
               MOVE VR-BOXES-PER-CASE TO VT-BOXES-PER-CASE (VT-COUNT)
               MOVE 0 TO VT-TROOP-OUT (VT-COUNT)
               MOVE 0 TO VT-TROOP-SOLD (VT-COUNT)
               MOVE 0 TO VT-TROOP-ON-HAND (VT-COUNT)
               MOVE 0 TO VT-TROOP-MONEY-DUE (VT-COUNT)
           ELSE
               DISPLAY 'RECONCIL - VARIETY TABLE FULL AT '
                   CF-MAX-VARIETIES ' - VARIETY ' VR-VARIETY-CODE
                   ' DROPPED'
           END-IF
           .
       150-LOAD-INVENTORY-ROUTINE.

           PERFORM UNTIL NO-MORE-INVENTORY
           END-PERFORM
           CLOSE CASE-INV-FILE
           .
       155-CHECK-REGISTRY-ROUTINE.

           SET SCOUT-NOT-REGISTERED TO TRUE
           IF SR-SCOUT-ID NOT = SPACES
               READ SCOUT-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SCOUT-REGISTERED TO TRUE
               END-READ
           END-IF
           .
       157-CHECK-INVENTORY-ENTRIES-ROUTINE.

      *  THE ENTRY COUNT IS CHECKED BEFORE ANY ENTRY IS TOUCHED - A
      *  COUNT THAT IS NOT A NUMBER FROM 1 TO 20 MEANS THE ENTRIES
      *  CANNOT BE FOUND AT ALL.  AFTER THAT EVERY ENTRY NEEDS A
      *  CASE COUNT AND A CODE ON THE VARIETY TABLE.
           IF CI-VARIETY-COUNT NOT NUMERIC
               MOVE 'BAD ENTRY COUNT' TO RJ-HOLD-REASON
           ELSE
               IF CI-VARIETY-COUNT = 0
                  OR CI-VARIETY-COUNT > CF-MAX-ENTRIES
                   MOVE 'BAD ENTRY COUNT' TO RJ-HOLD-REASON
               END-IF
           END-IF
           IF RJ-HOLD-REASON = SPACES
               PERFORM VARYING EN-INDEX FROM 1 BY 1
                       UNTIL EN-INDEX > CI-VARIETY-COUNT
                          OR RJ-HOLD-REASON NOT = SPACES
                   IF CI-CASES (EN-INDEX) NOT NUMERIC
                       MOVE 'BAD CASE COUNT' TO RJ-HOLD-REASON
                   ELSE
                       MOVE CI-VARIETY-CODE (EN-INDEX)
                           TO EN-VARIETY-CODE
                       PERFORM 158-FIND-VARIETY-ROUTINE
                   END-IF
               END-PERFORM
           END-IF
           .
       158-FIND-VARIETY-ROUTINE.

           MOVE 0 TO VT-FOUND-INDEX
           PERFORM VARYING VT-INDEX FROM 1 BY 1
                   UNTIL VT-INDEX > VT-COUNT
                      OR VT-FOUND-INDEX > 0
               IF VT-VARIETY-CODE (VT-INDEX) = EN-VARIETY-CODE
                   MOVE VT-INDEX TO VT-FOUND-INDEX
               END-IF
           END-PERFORM
           IF VT-FOUND-INDEX = 0
               MOVE 'UNKNOWN VARIETY' TO RJ-HOLD-REASON
           ELSE
               MOVE VT-FOUND-INDEX TO EN-VARIETY-INDEX (EN-INDEX)
           END-IF
           .
       160-STORE-INVENTORY-ROUTINE.

           MOVE SPACES TO RJ-HOLD-REASON
           MOVE CI-SCOUT-ID TO SR-SCOUT-ID
           PERFORM 155-CHECK-REGISTRY-ROUTINE
           IF SCOUT-NOT-REGISTERED
               MOVE 'NOT ON REGISTRY' TO RJ-HOLD-REASON
           ELSE
               PERFORM 157-CHECK-INVENTORY-ENTRIES-ROUTINE
           END-IF
           IF RJ-HOLD-REASON NOT = SPACES
               MOVE 'INVENTORY' TO RJ-HOLD-FILE
               MOVE CI-SCOUT-ID TO RJ-HOLD-SCOUT-ID
               MOVE CI-NAME TO RJ-HOLD-NAME
               MOVE CI-TROOP-NUMBER TO RJ-HOLD-TROOP-NUMBER
               PERFORM 170-REJECT-RECORD-ROUTINE
           ELSE
               PERFORM 162-ADD-INVENTORY-ROUTINE
           END-IF
           .
       162-ADD-INVENTORY-ROUTINE.

      *  A SCOUT WHO CAME BACK TO THE CUPBOARD FOR MORE CASES HAS
      *  MORE THAN ONE CHECKOUT - THEY ARE ADDED INTO ONE ENTRY.
           MOVE 0 TO TB-FOUND-INDEX
           PERFORM VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TB-COUNT
                      OR TB-FOUND-INDEX > 0
               IF IV-SCOUT-ID (TB-INDEX) = CI-SCOUT-ID
                   MOVE TB-INDEX TO TB-FOUND-INDEX
               END-IF
           END-PERFORM

           IF TB-FOUND-INDEX = 0
               IF TB-COUNT < CF-MAX-SCOUTS
                   ADD 1 TO TB-COUNT
                   MOVE TB-COUNT TO TB-FOUND-INDEX
                   MOVE CI-SCOUT-ID TO IV-SCOUT-ID (TB-FOUND-INDEX)
                   MOVE SR-REPORT-NAME-PART
                       TO IV-NAME (TB-FOUND-INDEX)
                   MOVE SR-TROOP-NUMBER
                       TO IV-TROOP-NUMBER (TB-FOUND-INDEX)
                   PERFORM VARYING DF-VARIETY FROM 1 BY 1
                           UNTIL DF-VARIETY > CF-MAX-VARIETIES
                       MOVE 0 TO IV-CASES (TB-FOUND-INDEX, DF-VARIETY)
                       MOVE 0 TO IV-SOLD (TB-FOUND-INDEX, DF-VARIETY)
                   END-PERFORM
                   MOVE 'N' TO IV-MATCHED (TB-FOUND-INDEX)
               ELSE
                   IF TB-COUNT = CF-MAX-SCOUTS
                       DISPLAY 'RECONCIL - INVENTORY TABLE FULL AT '
                           CF-MAX-SCOUTS
                           ' - ADDITIONAL RECORDS SKIPPED'
                   END-IF
               END-IF
           END-IF

           IF TB-FOUND-INDEX > 0
               PERFORM VARYING EN-INDEX FROM 1 BY 1
                       UNTIL EN-INDEX > CI-VARIETY-COUNT
                   MOVE EN-VARIETY-INDEX (EN-INDEX) TO DF-VARIETY
                   ADD CI-CASES (EN-INDEX)
                       TO IV-CASES (TB-FOUND-INDEX, DF-VARIETY)
               END-PERFORM
           END-IF
           .
       170-REJECT-RECORD-ROUTINE.

      *  THE REJECTED RECORD IS LISTED AS KEYED - ITS OWN NAME AND
      *  TROOP ARE ALL THERE IS TO GO ON WHEN TRACKING DOWN WHOSE
      *  IT IS.  TF-REJECTED STILL COUNTS PAST THE TABLE'S END;
      *  THE WARNING FIRES ONLY FOR THE FIRST RECORD DROPPED.
           IF RJ-COUNT < RJ-MAX-ENTRIES
               ADD 1 TO RJ-COUNT
               MOVE RJ-HOLD-FILE TO RJ-FILE (RJ-COUNT)
               MOVE RJ-HOLD-SCOUT-ID TO RJ-SCOUT-ID (RJ-COUNT)
               MOVE RJ-HOLD-NAME TO RJ-NAME (RJ-COUNT)
               MOVE RJ-HOLD-TROOP-NUMBER TO RJ-TROOP-NUMBER (RJ-COUNT)
               MOVE RJ-HOLD-REASON TO RJ-REASON (RJ-COUNT)
           ELSE
               IF TF-REJECTED = RJ-MAX-ENTRIES
                   DISPLAY 'RECONCIL - REJECTED RECORD TABLE FULL AT '
                       RJ-MAX-ENTRIES ' - FURTHER RECORDS NOT LISTED'
               END-IF
           END-IF
           ADD 1 TO TF-REJECTED
           .
       175-MATCH-SCOUTS-ROUTINE.

               END-READ
           END-PERFORM
           .
       177-CHECK-SALES-ENTRIES-ROUTINE.

      *  THE SAME CHECKS AS A CHECKOUT GETS, ON THE SALES SHEET'S
      *  ENTRY COUNT AND ITS BOX COUNTS.
           IF SCOUT-VARIETY-COUNT NOT NUMERIC
               MOVE 'BAD ENTRY COUNT' TO RJ-HOLD-REASON
           ELSE
               IF SCOUT-VARIETY-COUNT = 0
                  OR SCOUT-VARIETY-COUNT > CF-MAX-ENTRIES
                   MOVE 'BAD ENTRY COUNT' TO RJ-HOLD-REASON
               END-IF
           END-IF
           IF RJ-HOLD-REASON = SPACES
               PERFORM VARYING EN-INDEX FROM 1 BY 1
                       UNTIL EN-INDEX > SCOUT-VARIETY-COUNT
                          OR RJ-HOLD-REASON NOT = SPACES
                   IF SCT-BOXES (EN-INDEX) NOT NUMERIC
                       MOVE 'BAD BOX COUNT' TO RJ-HOLD-REASON
                   ELSE
                       MOVE SCT-VARIETY-CODE (EN-INDEX)
                           TO EN-VARIETY-CODE
                       PERFORM 158-FIND-VARIETY-ROUTINE
                   END-IF
               END-PERFORM
           END-IF
           .
       180-RECONCILE-ONE-SCOUT-ROUTINE.

      *  EVERY SALES RECORD FOR A SCOUT IS ADDED INTO THE SCOUT'S
      *  ONE INVENTORY ENTRY, SO A SECOND SALES SHEET NEITHER
      *  COUNTS THE SAME CASES TWICE NOR FALLS OUT AS UNMATCHED.
      *  THE VARIANCE LINES PRINT ONCE EVERY SALES RECORD IS IN.
           MOVE SPACES TO RJ-HOLD-REASON
           MOVE SCOUT-ID TO SR-SCOUT-ID
           PERFORM 155-CHECK-REGISTRY-ROUTINE
           IF SCOUT-NOT-REGISTERED
               MOVE 'NOT ON REGISTRY' TO RJ-HOLD-REASON
           ELSE
               PERFORM 177-CHECK-SALES-ENTRIES-ROUTINE
           END-IF
           IF RJ-HOLD-REASON NOT = SPACES
               MOVE 'SALES' TO RJ-HOLD-FILE
               MOVE SCOUT-ID TO RJ-HOLD-SCOUT-ID
               MOVE SCOUT-NAME TO RJ-HOLD-NAME
               MOVE SCOUT-TROOP-NUMBER TO RJ-HOLD-TROOP-NUMBER
               PERFORM 170-REJECT-RECORD-ROUTINE
           ELSE
               PERFORM 182-MATCH-SALES-ROUTINE
           END-IF
           .
       182-MATCH-SALES-ROUTINE.

           SET SCOUT-NOT-MATCHED TO TRUE
           MOVE 0 TO TB-FOUND-INDEX
           PERFORM VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TB-COUNT
                      OR SCOUT-MATCHED
               IF IV-SCOUT-ID (TB-INDEX) = SCOUT-ID
                   MOVE TB-INDEX TO TB-FOUND-INDEX
                   SET SCOUT-MATCHED TO TRUE
               END-IF

           IF SCOUT-MATCHED
               MOVE 'Y' TO IV-MATCHED (TB-FOUND-INDEX)
               PERFORM VARYING EN-INDEX FROM 1 BY 1
                       UNTIL EN-INDEX > SCOUT-VARIETY-COUNT
                   MOVE EN-VARIETY-INDEX (EN-INDEX) TO DF-VARIETY
                   ADD SCT-BOXES (EN-INDEX)
                       TO IV-SOLD (TB-FOUND-INDEX, DF-VARIETY)
               END-PERFORM
           ELSE
      *  A REGISTERED SCOUT WITH SALES AND NO CASES ON FILE USUALLY
      *  MEANS A CHECKOUT WAS NEVER KEYED - THE RECORD IS HELD FOR
      *  ITS OWN SECTION AT THE END OF THE REPORT INSTEAD OF
      *  QUIETLY DROPPED.  THE SCOUT IS LISTED ONCE, WITH THE BOXES
      *  AND THEIR VALUE FROM EVERY SUCH RECORD ADDED TOGETHER, SO
      *  A SECOND SALES SHEET ADDS TO THE LINE ALREADY HELD.
               MOVE 0 TO US-FOUND-INDEX
               PERFORM VARYING US-INDEX FROM 1 BY 1
                       UNTIL US-INDEX > US-COUNT
                          OR US-FOUND-INDEX > 0
                   IF US-SCOUT-ID (US-INDEX) = SCOUT-ID
                       MOVE US-INDEX TO US-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF US-FOUND-INDEX = 0
                   IF US-COUNT < US-MAX-ENTRIES
                       ADD 1 TO US-COUNT
                       MOVE US-COUNT TO US-FOUND-INDEX
                       MOVE SCOUT-ID TO US-SCOUT-ID (US-COUNT)
                       MOVE SR-REPORT-NAME-PART TO US-NAME (US-COUNT)
                       MOVE SR-TROOP-NUMBER TO
                           US-TROOP-NUMBER (US-COUNT)
                       MOVE 0 TO US-BOXES (US-COUNT)
                       MOVE 0 TO US-DOLLARS (US-COUNT)
                   ELSE
      *  TF-UNMATCHED-SALES STILL COUNTS THE SCOUTS THAT DO NOT FIT;
      *  THE WARNING FIRES ONLY FOR THE FIRST NAME DROPPED.
                       IF TF-UNMATCHED-SALES = US-MAX-ENTRIES
                           DISPLAY 'RECONCIL - UNMATCHED SALES TABLE '
                               'FULL AT ' US-MAX-ENTRIES
                               ' - FURTHER NAMES NOT LISTED'
                       END-IF
                   END-IF
                   ADD 1 TO TF-UNMATCHED-SALES
               END-IF
               IF US-FOUND-INDEX > 0
                   PERFORM VARYING EN-INDEX FROM 1 BY 1
                           UNTIL EN-INDEX > SCOUT-VARIETY-COUNT
                       MOVE EN-VARIETY-INDEX (EN-INDEX) TO DF-VARIETY
                       ADD SCT-BOXES (EN-INDEX)
                           TO US-BOXES (US-FOUND-INDEX)
                       COMPUTE US-DOLLARS (US-FOUND-INDEX) =
                           US-DOLLARS (US-FOUND-INDEX) +
                           SCT-BOXES (EN-INDEX) *
                           VT-PRICE-PER-BOX (DF-VARIETY)
                   END-PERFORM
               END-IF
           END-IF
           .
       184-PRINT-VARIANCES-ROUTINE.

           PERFORM VARYING TB-FOUND-INDEX FROM 1 BY 1
                   UNTIL TB-FOUND-INDEX > TB-COUNT
               IF IV-MATCHED (TB-FOUND-INDEX) = 'Y'
                   PERFORM 185-PRINT-SCOUT-VARIANCE-ROUTINE
               END-IF
           END-PERFORM
           .
       185-PRINT-SCOUT-VARIANCE-ROUTINE.

           MOVE 'N' TO DF-SCOUT-PRINTED
           PERFORM VARYING DF-VARIETY FROM 1 BY 1
                   UNTIL DF-VARIETY > VT-COUNT
               PERFORM 190-PRINT-ONE-VARIETY-ROUTINE
           END-PERFORM
           .

           COMPUTE DF-BOXES-OUT =
               IV-CASES (TB-FOUND-INDEX, DF-VARIETY) *
               VT-BOXES-PER-CASE (DF-VARIETY)
           MOVE IV-SOLD (TB-FOUND-INDEX, DF-VARIETY) TO DF-BOXES-SOLD
           COMPUTE DF-ON-HAND = DF-BOXES-OUT - DF-BOXES-SOLD

      *  A VARIETY THE SCOUT NEITHER CHECKED OUT NOR SOLD SAYS
      *  MONEY IS SHOWN DUE FOR BOXES THAT DO NOT EXIST.
               IF DF-ON-HAND > 0
                   COMPUTE DF-MONEY-DUE =
                       DF-ON-HAND * VT-PRICE-PER-BOX (DF-VARIETY)
               ELSE
                   MOVE 0 TO DF-MONEY-DUE
               END-IF
                   MOVE SPACES TO VL-NAME
                   MOVE SPACES TO VL-TROOP-NUMBER
               END-IF
               MOVE VT-REPORT-NAME (DF-VARIETY) TO VL-VARIETY
               MOVE DF-BOXES-OUT TO VL-BOXES-OUT
               MOVE DF-BOXES-SOLD TO VL-BOXES-SOLD
               MOVE DF-ON-HAND TO VL-ON-HAND
               MOVE VARIANCE-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               ADD DF-BOXES-OUT TO VT-TROOP-OUT (DF-VARIETY)
               ADD DF-BOXES-SOLD TO VT-TROOP-SOLD (DF-VARIETY)
               IF DF-ON-HAND > 0
                   ADD DF-ON-HAND TO TF-TROOP-ON-HAND
                   ADD DF-MONEY-DUE TO TF-TROOP-MONEY-DUE
                   ADD DF-ON-HAND TO VT-TROOP-ON-HAND (DF-VARIETY)
                   ADD DF-MONEY-DUE TO VT-TROOP-MONEY-DUE (DF-VARIETY)
               END-IF
           END-IF
           .
       195-UNMATCHED-SALES-ROUTINE.

           MOVE 'SCOUTS WITH SALES AND NO INVENTORY - BOXES, VALUE'
               TO UH-CAPTION
           MOVE UNMATCHED-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE

           PERFORM VARYING US-INDEX FROM 1 BY 1
                   UNTIL US-INDEX > US-COUNT
               MOVE US-SCOUT-ID (US-INDEX) TO USL-SCOUT-ID
               MOVE US-NAME (US-INDEX) TO USL-NAME
               MOVE US-TROOP-NUMBER (US-INDEX) TO USL-TROOP-NUMBER
               MOVE US-BOXES (US-INDEX) TO USL-BOXES
               MOVE US-DOLLARS (US-INDEX) TO USL-DOLLARS
               MOVE UNMATCHED-SALES-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-PERFORM
           IF US-COUNT = 0
                   UNTIL TB-INDEX > TB-COUNT
               IF IV-MATCHED (TB-INDEX) = 'N'
                   ADD 1 TO TF-UNMATCHED-INV
                   MOVE IV-SCOUT-ID (TB-INDEX) TO UL-SCOUT-ID
                   MOVE IV-NAME (TB-INDEX) TO UL-NAME
                   MOVE IV-TROOP-NUMBER (TB-INDEX) TO
                       UL-TROOP-NUMBER
               PERFORM 225-WRITE-A-LINE
           END-IF
           .
       205-REJECTED-RECORDS-ROUTINE.

           MOVE 'RECORDS REJECTED AT LOAD' TO UH-CAPTION
           MOVE UNMATCHED-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING RJ-INDEX FROM 1 BY 1
                   UNTIL RJ-INDEX > RJ-COUNT
               MOVE RJ-FILE (RJ-INDEX) TO RJL-FILE
               MOVE RJ-SCOUT-ID (RJ-INDEX) TO RJL-SCOUT-ID
               MOVE RJ-NAME (RJ-INDEX) TO RJL-NAME
               MOVE RJ-TROOP-NUMBER (RJ-INDEX) TO RJL-TROOP-NUMBER
               MOVE RJ-REASON (RJ-INDEX) TO RJL-REASON
               MOVE REJECTED-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-PERFORM
           IF RJ-COUNT = 0
               MOVE NONE-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-IF
           .
       210-VARIETY-TOTALS-ROUTINE.

      *  ONE LINE PER VARIETY ON FILE, IN THE VARIANCE LINE'S OWN
      *  COLUMNS.  AS IN THE TROOP TOTAL, ONLY BOXES STILL ON HAND
      *  COUNT - A SCOUT WHO OVERSOLD DOES NOT CANCEL OUT ANOTHER
      *  SCOUT'S UNSOLD STOCK.
           MOVE 'TROOP TOTALS BY VARIETY' TO UH-CAPTION
           MOVE UNMATCHED-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           MOVE SPACES TO VL-NAME
           MOVE SPACES TO VL-TROOP-NUMBER
           PERFORM VARYING DF-VARIETY FROM 1 BY 1
                   UNTIL DF-VARIETY > VT-COUNT
               MOVE VT-REPORT-NAME (DF-VARIETY) TO VL-VARIETY
               MOVE VT-TROOP-OUT (DF-VARIETY) TO VL-BOXES-OUT
               MOVE VT-TROOP-SOLD (DF-VARIETY) TO VL-BOXES-SOLD
               MOVE VT-TROOP-ON-HAND (DF-VARIETY) TO VL-ON-HAND
               MOVE VT-TROOP-MONEY-DUE (DF-VARIETY) TO VL-MONEY-DUE
               MOVE VARIANCE-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-PERFORM
           .
       220-TROOP-TOTAL-ROUTINE.

           MOVE 'TROOP BOXES ON HAND / MONEY DUE' TO TTL-CAPTION
       250-CLOSE-ROUTINE.

           CLOSE SCOUT-FILE
                 SCOUT-REGISTRY-FILE
                 RECON-REPORT-FILE
           STOP RUN
           .
