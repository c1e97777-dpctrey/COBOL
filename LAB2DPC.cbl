      **********************************************************
      *  This program reads data from an external data file
      *  and adds up the number of boxes sold of each cookie
      *  variety for every girl scout in the troop, and what
      *  those boxes are worth.  Scouts are then ranked on a
      *  leaderboard in descending order by total boxes sold,
      *  and troop totals by variety and a troop grand total
      *  are printed.
      *
      *  INPUT:  scout name, troop number, scout ID, and the list
      *          of varieties sold - each a variety code and a
      *          box count (see SALESREC copybook)
      *
      *          Every variety code is looked up on the cookie
      *          variety file (VARIETY.DAT, see VARYREC copybook,
      *          maintained by VARYMNT), which gives the variety's
      *          name and price per box - a new or premium-priced
      *          variety is a new record there, not a program
      *          change.  A sales record with a bad entry count, a
      *          variety code not on the file, or a box count that
      *          is not a number is rejected whole as it is loaded
      *          and listed with the reason.  Without the variety
      *          file the run stops, logged as an abend.
      *
      *          Every sales record is looked up by scout ID on
      *          the scout registry (SCOUTREG.DAT, see SCOUTREC
      *          copybook, maintained by SCOUTMNT).  The name and
      *          troop printed come from the registry, not from
      *          however they were keyed on the sales record, and
      *          two sales records for the same scout count as one
      *          scout.  A record whose ID is not on the registry
      *          is rejected as it is loaded - it never reaches the
      *          leaderboard, the grand total, or the prize list -
      *          and is listed after the troop total with its ID
      *          and the name as keyed, so it can be fixed.
      *          Without the registry the run stops, logged as an
      *          abend.
      *
      *  OUTPUT: a leaderboard ranking every scout by total
      *          boxes sold with the dollars they bring in, a line
      *          under each scout for every variety sold, troop
      *          totals of boxes and dollars by variety, and the
      *          troop grand total
      *
      *          A cookie incentive fulfillment report (PRPRIZE)
      *          is printed after the leaderboard: the prize table
      *          SAMPLCOB and STUDENT to produce a job-level
      *          audit report for the whole batch window.
      *
      *  CALCULATIONS: TOTAL = BOXES OF EVERY VARIETY SOLD
      *                DOLLARS = BOXES * THE VARIETY'S PRICE PER
      *                  BOX, SUMMED OVER THE VARIETIES SOLD
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

      * USE PRTROOP FOR THE PRINTER FILE

           SELECT REPORT-FILE
      * SAME NAME AS THE SELECT STATEMENT

       FD  SCOUT-FILE
           RECORD CONTAINS 174 CHARACTERS.

           COPY SALESREC.

       FD  SCOUT-REGISTRY-FILE
           RECORD CONTAINS 150 CHARACTERS.

           COPY SCOUTREC.

       FD  VARIETY-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY VARYREC.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X(3)  VALUE 'YES'.
               88  NO-MORE-RECORDS               VALUE 'NO '.
           05  REGISTRY-FLAG           PIC X     VALUE 'N'.
               88  SCOUT-REGISTERED              VALUE 'Y'.
               88  SCOUT-NOT-REGISTERED          VALUE 'N'.

       01  AU-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  SC-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  SR-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  VR-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  PZ-FILE-STATUS              PIC X(2)  VALUE '00'.

       01  AUDIT-FIELDS.

       01  DETAIL-FIELDS.
           05  DF-TOTAL-BOXES          PIC 9(4)  VALUE 0.
           05  DF-DOLLARS              PIC 9(5)V99 VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9    VALUE +3.
       01  CONSTANTS-FIELDS.
           05  CF-MAX-SCOUTS           PIC S9(3) VALUE +500.
           05  CF-MAX-PRIZE-TIERS      PIC S9(2) VALUE +20.
           05  CF-MAX-VARIETIES        PIC S9(2) VALUE +30.
           05  CF-MAX-ENTRIES          PIC S9(2) VALUE +20.

      **************     COOKIE VARIETY TABLE     *****************
      *  Every variety on VARIETY.DAT, loaded in variety code
      *  order, so each sales entry can be priced as it is read
      *  and the troop totals by variety print in a fixed order.
      *  VT-TROOP-BOXES and VT-TROOP-DOLLARS add up every accepted
      *  sales entry, leaderboard or not.

       01  VARIETY-TABLE.
           05  VT-ENTRY                OCCURS 30 TIMES.
               10  VT-VARIETY-CODE     PIC X(4).
               10  VT-VARIETY-NAME     PIC X(20).
               10  VT-REPORT-NAME      PIC X(12).
               10  VT-PRICE-PER-BOX    PIC 9(3)V99.
               10  VT-TROOP-BOXES      PIC 9(6).
               10  VT-TROOP-DOLLARS    PIC 9(7)V99.

       01  VARIETY-FIELDS.
           05  VT-COUNT                PIC S9(2) VALUE +0.
           05  VT-INDEX                PIC S9(2) VALUE +0.
           05  VT-FOUND-INDEX          PIC S9(2) VALUE +0.
           05  VT-EOF-FLAG             PIC X     VALUE ' '.
               88  NO-MORE-VARIETIES             VALUE 'N'.

      *  The variety table position of each entry on the sales
      *  record being loaded, found while its entries are checked.

       01  ENTRY-FIELDS.
           05  EN-INDEX                PIC S9(2) VALUE +0.
           05  EN-REJECT-REASON        PIC X(15) VALUE SPACES.
           05  EN-VARIETY-INDEX        PIC S9(2) OCCURS 20 TIMES.

      **************      PRIZE TIER TABLE      ******************
      *  The council reward chart, loaded from PRIZETBL.DAT and

       01  SCOUT-TABLE.
           05  ST-ENTRY                OCCURS 500 TIMES.
               10  ST-SCOUT-ID         PIC X(6).
               10  ST-NAME             PIC X(20).
               10  ST-TROOP-NUMBER     PIC X(6).
               10  ST-BOXES            PIC 9(4) OCCURS 30 TIMES.
               10  ST-TOTAL            PIC 9(4).
               10  ST-DOLLARS          PIC 9(5)V99.

       01  SCOUT-TABLE-ENTRY-TEMP.
           05  STT-SCOUT-ID            PIC X(6).
           05  STT-NAME                PIC X(20).
           05  STT-TROOP-NUMBER        PIC X(6).
           05  STT-BOXES               PIC 9(4) OCCURS 30 TIMES.
           05  STT-TOTAL               PIC 9(4).
           05  STT-DOLLARS             PIC 9(5)V99.

       01  TABLE-FIELDS.
           05  TB-COUNT                PIC S9(3) VALUE +0.
           05  TB-INDEX                PIC S9(3) VALUE +0.
           05  TB-COMPARE-INDEX        PIC S9(3) VALUE +0.
           05  TB-RANK                 PIC S9(3) VALUE +0.
           05  TB-FOUND-INDEX          PIC S9(3) VALUE +0.

      *  SALES RECORDS REJECTED AS THEY WERE LOADED - SCOUT ID NOT
      *  ON THE REGISTRY, OR AN ENTRY LIST THAT CANNOT BE PRICED -
      *  HELD AS KEYED WITH THE REASON FOR THEIR OWN SECTION AFTER
      *  THE TROOP TOTAL.
       01  REJECTED-SALES-TABLE.
           05  RJ-ENTRY                OCCURS 100 TIMES.
               10  RJ-SCOUT-ID         PIC X(6).
               10  RJ-NAME             PIC X(20).
               10  RJ-TROOP-NUMBER     PIC X(6).
               10  RJ-REASON           PIC X(15).

       01  REJECTED-SALES-FIELDS.
           05  RJ-COUNT                PIC S9(3) VALUE +0.
           05  RJ-INDEX                PIC S9(3) VALUE +0.
           05  RJ-MAX-ENTRIES          PIC S9(3) VALUE +100.
           05  RJ-RECORDS-REJECTED     PIC S9(5) VALUE +0.

       01  TOTAL-FIELDS.
           05  TF-TROOP-GRAND-TOTAL    PIC 9(6)  VALUE 0.
           05  TF-TROOP-GRAND-DOLLARS  PIC 9(7)V99 VALUE 0.

      **************        OUTPUT AREA        ********************

       01  HEADING-TWO.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(5)  VALUE 'RANK'.
           05                          PIC X(23) VALUE 'NAME'.
           05                          PIC X(9)  VALUE 'TROOP'.
           05                          PIC X(13) VALUE 'VARIETY'.
           05                          PIC X(7)  VALUE 'BOXES'.
           05                          PIC X(11) VALUE '    DOLLARS'.

       01  DETAIL-LINE.
           05                          PIC X(3)  VALUE SPACES.
           05  DL-NAME                 PIC X(20).
           05                          PIC X(3)  VALUE SPACES.
           05  DL-TROOP-NUMBER         PIC X(6).
           05                          PIC X(17) VALUE SPACES.
           05  DL-TOTAL                PIC ZZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  DL-DOLLARS              PIC $$$,$$9.99.

      *  ONE OF THESE UNDER THE SCOUT'S LINE FOR EVERY VARIETY THE
      *  SCOUT SOLD, IN THE SAME COLUMNS.
       01  VARIETY-DETAIL-LINE.
           05                          PIC X(40) VALUE SPACES.
           05  VDL-VARIETY             PIC X(12).
           05                          PIC X(2)  VALUE SPACES.
           05  VDL-BOXES               PIC ZZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  VDL-DOLLARS             PIC $$$,$$9.99.

       01  VARIETY-TOTAL-HEADING.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(50) VALUE
                                       'TROOP TOTALS BY VARIETY'.

       01  VARIETY-TOTAL-COLUMNS.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'CODE'.
           05                          PIC X(22) VALUE 'VARIETY'.
           05                          PIC X(7)  VALUE '  PRICE'.
           05                          PIC X(10) VALUE '     BOXES'.
           05                          PIC X(16) VALUE
                                       '         DOLLARS'.

       01  VARIETY-TOTAL-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  VTL-VARIETY-CODE        PIC X(4).
           05                          PIC X(2)  VALUE SPACES.
           05  VTL-VARIETY-NAME        PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  VTL-PRICE               PIC $$$9.99.
           05                          PIC X(3)  VALUE SPACES.
           05  VTL-BOXES               PIC ZZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  VTL-DOLLARS             PIC $$,$$$,$$9.99.

       01  TROOP-TOTAL-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(38) VALUE
                                  'TROOP GRAND TOTAL - BOXES / DOLLARS'.
           05  TL-GRAND-TOTAL          PIC ZZZ,ZZ9.
           05                          PIC X(3)  VALUE SPACES.
           05  TL-GRAND-DOLLARS        PIC $$,$$$,$$9.99.

       01  REJECTED-HEADING.
           05                          PIC X(3)  VALUE SPACES.
           05                          PIC X(50) VALUE
                                       'SALES RECORDS REJECTED AT LOAD'.

       01  REJECTED-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  RJL-SCOUT-ID            PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-NAME                PIC X(20).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-TROOP-NUMBER        PIC X(6).
           05                          PIC X(2)  VALUE SPACES.
           05  RJL-REASON              PIC X(15).

       01  REJECTED-NONE-LINE.
           05                          PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'NONE'.

       01  PRIZE-HEADING-ONE.
           05                          PIC X(18) VALUE SPACES.
               PERFORM 245-WRITE-ABEND-AUDIT-ROUTINE
               GOBACK
           END-IF
      *  WITHOUT THE REGISTRY NO SALES RECORD CAN BE CHECKED, AND
      *  AN UNCHECKED LEADERBOARD IS WHAT THE REGISTRY REPLACED -
      *  SO THE RUN STOPS HERE, LOGGED AS AN ABEND.
           OPEN    INPUT   SCOUT-REGISTRY-FILE
           IF SR-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT - SCOUT REGISTRY OPEN FAILED, '
                   'STATUS = ' SR-FILE-STATUS
               CLOSE SCOUT-FILE
               PERFORM 245-WRITE-ABEND-AUDIT-ROUTINE
               GOBACK
           END-IF
      *  WITHOUT THE VARIETY FILE NO SALES ENTRY CAN BE NAMED OR
      *  PRICED, SO THE RUN STOPS HERE TOO, LOGGED AS AN ABEND.
           OPEN    INPUT   VARIETY-FILE
           IF VR-FILE-STATUS NOT = '00'
               DISPLAY 'STUDENT - VARIETY FILE OPEN FAILED, '
                   'STATUS = ' VR-FILE-STATUS
               CLOSE SCOUT-FILE
                     SCOUT-REGISTRY-FILE
               PERFORM 245-WRITE-ABEND-AUDIT-ROUTINE
               GOBACK
           END-IF
           PERFORM 135-LOAD-VARIETY-TABLE-ROUTINE
           OPEN    OUTPUT  REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           PERFORM 130-HEADER-ROUTINE
           PERFORM 225-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
           .
       135-LOAD-VARIETY-TABLE-ROUTINE.

           PERFORM UNTIL NO-MORE-VARIETIES
               READ VARIETY-FILE
                   AT END
                       MOVE 'N' TO VT-EOF-FLAG
                   NOT AT END
                       PERFORM 137-STORE-VARIETY-ROUTINE
               END-READ
           END-PERFORM
           CLOSE VARIETY-FILE
           .
       137-STORE-VARIETY-ROUTINE.

      *  PAST THE TABLE'S END A VARIETY IS DROPPED WITH A CONSOLE
      *  NOTE - ANY SALES RECORD LISTING IT IS THEN REJECTED AS AN
      *  UNKNOWN VARIETY RATHER THAN COUNTED WITHOUT A PRICE.
           IF VT-COUNT < CF-MAX-VARIETIES
               ADD 1 TO VT-COUNT
               MOVE VR-VARIETY-CODE TO VT-VARIETY-CODE (VT-COUNT)
               MOVE VR-VARIETY-NAME TO VT-VARIETY-NAME (VT-COUNT)
               MOVE VR-REPORT-NAME-PART TO VT-REPORT-NAME (VT-COUNT)
               MOVE VR-PRICE-PER-BOX TO VT-PRICE-PER-BOX (VT-COUNT)
               MOVE 0 TO VT-TROOP-BOXES (VT-COUNT)
               MOVE 0 TO VT-TROOP-DOLLARS (VT-COUNT)
           ELSE
               DISPLAY 'STUDENT - VARIETY TABLE FULL AT '
                   CF-MAX-VARIETIES ' - VARIETY ' VR-VARIETY-CODE
                   ' DROPPED'
           END-IF
           .
       150-READ-RECORDS.

           PERFORM UNTIL NO-MORE-RECORDS
               END-READ
           END-PERFORM
           .
       155-CHECK-REGISTRY-ROUTINE.

           SET SCOUT-NOT-REGISTERED TO TRUE
           IF SCOUT-ID NOT = SPACES
               MOVE SCOUT-ID TO SR-SCOUT-ID
               READ SCOUT-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SCOUT-REGISTERED TO TRUE
               END-READ
           END-IF
           .
       157-CHECK-ENTRIES-ROUTINE.

      *  THE ENTRY COUNT IS CHECKED BEFORE ANY ENTRY IS TOUCHED - A
      *  COUNT THAT IS NOT A NUMBER FROM 1 TO 20 MEANS THE ENTRIES
      *  CANNOT BE FOUND AT ALL.  AFTER THAT EVERY ENTRY NEEDS A BOX
      *  COUNT AND A CODE ON THE VARIETY TABLE; THE FIRST ONE THAT
      *  FAILS REJECTS THE WHOLE SHEET, SO NONE IS HALF COUNTED.
           IF SCOUT-VARIETY-COUNT NOT NUMERIC
               MOVE 'BAD ENTRY COUNT' TO EN-REJECT-REASON
           ELSE
               IF SCOUT-VARIETY-COUNT = 0
                  OR SCOUT-VARIETY-COUNT > CF-MAX-ENTRIES
                   MOVE 'BAD ENTRY COUNT' TO EN-REJECT-REASON
               END-IF
           END-IF
           IF EN-REJECT-REASON = SPACES
               PERFORM VARYING EN-INDEX FROM 1 BY 1
                       UNTIL EN-INDEX > SCOUT-VARIETY-COUNT
                          OR EN-REJECT-REASON NOT = SPACES
                   PERFORM 158-CHECK-ONE-ENTRY-ROUTINE
               END-PERFORM
           END-IF
           .
       158-CHECK-ONE-ENTRY-ROUTINE.

           IF SCT-BOXES (EN-INDEX) NOT NUMERIC
               MOVE 'BAD BOX COUNT' TO EN-REJECT-REASON
           ELSE
               MOVE 0 TO VT-FOUND-INDEX
               PERFORM VARYING VT-INDEX FROM 1 BY 1
                       UNTIL VT-INDEX > VT-COUNT
                          OR VT-FOUND-INDEX > 0
                   IF VT-VARIETY-CODE (VT-INDEX) =
                      SCT-VARIETY-CODE (EN-INDEX)
                       MOVE VT-INDEX TO VT-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF VT-FOUND-INDEX = 0
                   MOVE 'UNKNOWN VARIETY' TO EN-REJECT-REASON
               ELSE
                   MOVE VT-FOUND-INDEX TO EN-VARIETY-INDEX (EN-INDEX)
               END-IF
           END-IF
           .
       160-STORE-SCOUT-ROUTINE.

           MOVE SPACES TO EN-REJECT-REASON
           PERFORM 155-CHECK-REGISTRY-ROUTINE
           IF SCOUT-NOT-REGISTERED
               MOVE 'NOT ON REGISTRY' TO EN-REJECT-REASON
           ELSE
               PERFORM 157-CHECK-ENTRIES-ROUTINE
           END-IF
           IF EN-REJECT-REASON NOT = SPACES
               PERFORM 165-REJECT-SCOUT-ROUTINE
           ELSE
               PERFORM 162-ADD-TO-TABLE-ROUTINE
           END-IF
           .
       162-ADD-TO-TABLE-ROUTINE.

      *  A SCOUT WITH MORE THAN ONE SALES RECORD - A SECOND SHEET
      *  TURNED IN, OR SALES KEYED BEFORE AND AFTER A TROOP MOVE -
      *  IS ONE SCOUT ON THE LEADERBOARD, WITH THE BOXES ADDED UP.
           MOVE 0 TO TB-FOUND-INDEX
           PERFORM VARYING TB-INDEX FROM 1 BY 1
                   UNTIL TB-INDEX > TB-COUNT
                      OR TB-FOUND-INDEX > 0
               IF ST-SCOUT-ID (TB-INDEX) = SCOUT-ID
                   MOVE TB-INDEX TO TB-FOUND-INDEX
               END-IF
           END-PERFORM

           IF TB-FOUND-INDEX = 0
              AND TB-COUNT < CF-MAX-SCOUTS
               ADD 1 TO TB-COUNT
               MOVE TB-COUNT TO TB-FOUND-INDEX
               MOVE SCOUT-ID TO ST-SCOUT-ID (TB-FOUND-INDEX)
               MOVE SR-REPORT-NAME-PART TO ST-NAME (TB-FOUND-INDEX)
               MOVE SR-TROOP-NUMBER
                   TO ST-TROOP-NUMBER (TB-FOUND-INDEX)
               PERFORM VARYING VT-INDEX FROM 1 BY 1
                       UNTIL VT-INDEX > CF-MAX-VARIETIES
                   MOVE 0 TO ST-BOXES (TB-FOUND-INDEX, VT-INDEX)
               END-PERFORM
               MOVE 0 TO ST-TOTAL (TB-FOUND-INDEX)
               MOVE 0 TO ST-DOLLARS (TB-FOUND-INDEX)
           END-IF

      *  THE LEADERBOARD TABLE IS FULL - THIS SCOUT IS LEFT OFF THE
      *  LEADERBOARD, BUT IS STILL COUNTED IN THE TROOP TOTALS SO
      *  THOSE FIGURES DON'T QUIETLY FALL SHORT.  THE FIRST SCOUT
      *  DROPPED GETS A DISPLAY WARNING SO THE SHORTFALL DOESN'T GO
      *  UNNOTICED.
           IF TB-FOUND-INDEX = 0
               IF TB-COUNT = CF-MAX-SCOUTS
                   DISPLAY 'STUDENT - SCOUT TABLE FULL AT '
                       CF-MAX-SCOUTS
                       ' - ADDITIONAL SCOUTS ARE NOT SHOWN ON THE '
                       'LEADERBOARD'
               END-IF
           END-IF

           MOVE 0 TO DF-TOTAL-BOXES
           PERFORM VARYING EN-INDEX FROM 1 BY 1
                   UNTIL EN-INDEX > SCOUT-VARIETY-COUNT
               PERFORM 163-ADD-ONE-ENTRY-ROUTINE
           END-PERFORM

           ADD DF-TOTAL-BOXES TO TF-TROOP-GRAND-TOTAL
           IF TB-FOUND-INDEX > 0
               ADD DF-TOTAL-BOXES TO ST-TOTAL (TB-FOUND-INDEX)
           END-IF
           .
       163-ADD-ONE-ENTRY-ROUTINE.

      *  EACH ENTRY IS PRICED AT ITS OWN VARIETY'S PRICE, SO A
      *  PREMIUM COOKIE IS WORTH WHAT IT ACTUALLY SELLS FOR.
           MOVE EN-VARIETY-INDEX (EN-INDEX) TO VT-INDEX
           COMPUTE DF-DOLLARS =
               SCT-BOXES (EN-INDEX) * VT-PRICE-PER-BOX (VT-INDEX)
           ADD SCT-BOXES (EN-INDEX) TO DF-TOTAL-BOXES
           ADD SCT-BOXES (EN-INDEX) TO VT-TROOP-BOXES (VT-INDEX)
           ADD DF-DOLLARS TO VT-TROOP-DOLLARS (VT-INDEX)
           ADD DF-DOLLARS TO TF-TROOP-GRAND-DOLLARS
           IF TB-FOUND-INDEX > 0
               ADD SCT-BOXES (EN-INDEX)
                   TO ST-BOXES (TB-FOUND-INDEX, VT-INDEX)
               ADD DF-DOLLARS TO ST-DOLLARS (TB-FOUND-INDEX)
           END-IF
           .
       165-REJECT-SCOUT-ROUTINE.

      *  THE REJECTED RECORD IS KEPT AS KEYED - ITS OWN NAME AND
      *  TROOP ARE ALL THERE IS TO GO ON WHEN TRACKING DOWN WHOSE
      *  SALES THESE ARE - WITH THE REASON IT WAS TURNED AWAY.
      *  PAST THE TABLE'S END IT IS STILL
      *  COUNTED, AND THE FIRST ONE DROPPED GETS A CONSOLE NOTE.
           IF RJ-COUNT < RJ-MAX-ENTRIES
               ADD 1 TO RJ-COUNT
               MOVE SCOUT-ID TO RJ-SCOUT-ID (RJ-COUNT)
               MOVE SCOUT-NAME TO RJ-NAME (RJ-COUNT)
               MOVE SCOUT-TROOP-NUMBER TO RJ-TROOP-NUMBER (RJ-COUNT)
               MOVE EN-REJECT-REASON TO RJ-REASON (RJ-COUNT)
           ELSE
               IF RJ-RECORDS-REJECTED = RJ-MAX-ENTRIES
                   DISPLAY 'STUDENT - REJECTED SALES TABLE FULL AT '
                       RJ-MAX-ENTRIES ' - FURTHER RECORDS NOT LISTED'
               END-IF
           END-IF
           ADD 1 TO RJ-RECORDS-REJECTED
           .
       175-SORT-TABLE-ROUTINE.

      *    SELECTION SORT, DESCENDING BY TOTAL BOXES SOLD, SO THE
                   UNTIL TB-INDEX > TB-COUNT
               PERFORM 210-PRINT-ONE-ENTRY-ROUTINE
           END-PERFORM
           PERFORM 218-VARIETY-TOTALS-ROUTINE
           PERFORM 220-TROOP-TOTAL-ROUTINE
           PERFORM 222-REJECTED-SALES-ROUTINE
           .
       210-PRINT-ONE-ENTRY-ROUTINE.

           MOVE TB-INDEX                   TO DL-RANK
           MOVE ST-NAME (TB-INDEX)         TO DL-NAME
           MOVE ST-TROOP-NUMBER (TB-INDEX)  TO DL-TROOP-NUMBER
           MOVE ST-TOTAL (TB-INDEX)         TO DL-TOTAL
           MOVE ST-DOLLARS (TB-INDEX)       TO DL-DOLLARS

           MOVE DETAIL-LINE TO REPORT-RECORD
           PERFORM 225-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING VT-INDEX FROM 1 BY 1
                   UNTIL VT-INDEX > VT-COUNT
               IF ST-BOXES (TB-INDEX, VT-INDEX) > 0
                   PERFORM 212-PRINT-ONE-VARIETY-ROUTINE
               END-IF
           END-PERFORM
           .
       212-PRINT-ONE-VARIETY-ROUTINE.

           COMPUTE DF-DOLLARS =
               ST-BOXES (TB-INDEX, VT-INDEX) *
               VT-PRICE-PER-BOX (VT-INDEX)
           MOVE VT-REPORT-NAME (VT-INDEX)   TO VDL-VARIETY
           MOVE ST-BOXES (TB-INDEX, VT-INDEX) TO VDL-BOXES
           MOVE DF-DOLLARS                  TO VDL-DOLLARS
           MOVE VARIETY-DETAIL-LINE TO REPORT-RECORD
           PERFORM 225-WRITE-A-LINE
           .
       218-VARIETY-TOTALS-ROUTINE.

      *  EVERY VARIETY ON FILE PRINTS, SOLD OR NOT, SO THE SECTION
      *  DOUBLES AS THE PRICE LIST THE DOLLARS WERE FIGURED FROM.
           MOVE VARIETY-TOTAL-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           MOVE VARIETY-TOTAL-COLUMNS TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING VT-INDEX FROM 1 BY 1
                   UNTIL VT-INDEX > VT-COUNT
               MOVE VT-VARIETY-CODE (VT-INDEX)  TO VTL-VARIETY-CODE
               MOVE VT-VARIETY-NAME (VT-INDEX)  TO VTL-VARIETY-NAME
               MOVE VT-PRICE-PER-BOX (VT-INDEX) TO VTL-PRICE
               MOVE VT-TROOP-BOXES (VT-INDEX)   TO VTL-BOXES
               MOVE VT-TROOP-DOLLARS (VT-INDEX) TO VTL-DOLLARS
               MOVE VARIETY-TOTAL-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-PERFORM
           .
       220-TROOP-TOTAL-ROUTINE.

           MOVE TF-TROOP-GRAND-TOTAL TO TL-GRAND-TOTAL
           MOVE TF-TROOP-GRAND-DOLLARS TO TL-GRAND-DOLLARS
           MOVE TROOP-TOTAL-LINE TO REPORT-RECORD
           MOVE 2 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           .
       222-REJECTED-SALES-ROUTINE.

           MOVE REJECTED-HEADING TO REPORT-RECORD
           MOVE 3 TO PROPER-SPACING
           PERFORM 225-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING RJ-INDEX FROM 1 BY 1
                   UNTIL RJ-INDEX > RJ-COUNT
               MOVE RJ-SCOUT-ID (RJ-INDEX) TO RJL-SCOUT-ID
               MOVE RJ-NAME (RJ-INDEX) TO RJL-NAME
               MOVE RJ-TROOP-NUMBER (RJ-INDEX) TO RJL-TROOP-NUMBER
               MOVE RJ-REASON (RJ-INDEX) TO RJL-REASON
               MOVE REJECTED-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-PERFORM
           IF RJ-COUNT = 0
               MOVE REJECTED-NONE-LINE TO REPORT-RECORD
               PERFORM 225-WRITE-A-LINE
           END-IF
           .
       225-WRITE-A-LINE.

           WRITE REPORT-RECORD
           ACCEPT AU-END-TIME FROM TIME
           MOVE TB-RECORDS-READ     TO AU-RECORDS-READ
           MOVE TB-COUNT            TO AU-RECORDS-WRITTEN
           MOVE RJ-RECORDS-REJECTED TO AU-EXCEPTION-COUNT
           MOVE 'NORMAL'            TO AU-COMPLETION-STATUS

      *  THE FIRST PROGRAM TO RUN IN A BATCH WINDOW FINDS NO AUDIT
      *SAME FILE NAME AS SELECT STATEMENT
           PERFORM 240-WRITE-AUDIT-ROUTINE
           CLOSE   SCOUT-FILE
                   SCOUT-REGISTRY-FILE
                   REPORT-FILE
           GOBACK
           .
