      *    THE UPLOAD FILE (GRADEUPL.DAT) - ONE ROW PER TRANSACTION,
      *    FIELDS SEPARATED BY '|' IN THIS ORDER:
      *         ACTION | SECTION | STUDENT ID | NAME | TERM CODE |
      *         NUMBER OF TESTS | SCORE 1 | ... | SCORE 12 |
      *         TARGET SECTION
      *    EVERY ROW CARRIES THE FIRST 18 FIELDS (THE SPREADSHEET
      *    EXPORTS EVERY COLUMN), WITH UNUSED SCORE CELLS LEFT
      *    EMPTY - THE SAME SHAPE THE GRADE EXTRACT (GRADEXT.DAT)
      *    USES GOING THE OTHER WAY.  THE TARGET SECTION IS THE
      *    19TH COLUMN OF A SHEET THAT KEYS TRANSFERS (ACTION T);
      *    A SHEET WITHOUT THAT COLUMN LOADS EXACTLY AS BEFORE, AND
      *    THE CELL IS LEFT EMPTY ON EVERY ROW BUT A TRANSFER.
      *
      *    A SCORE CELL HOLDING THE SINGLE LETTER E OR I INSTEAD OF
      *    A NUMBER MARKS THAT EXAM EXCUSED OR INCOMPLETE - THE
           05  TR-NUM-TESTS            PIC 9(2).
           05  TR-EXAM-SCORE           PIC S999 OCCURS 12 TIMES.
           05  TR-EXAM-STATUS          PIC X OCCURS 12 TIMES.
           05  TR-TO-SECTION-CODE      PIC X(4).
           05  FILLER                  PIC X(2).

       FD  TERM-REF-FILE
           RECORD CONTAINS 80 CHARACTERS.
               10  UF-TERM-EXCESS      PIC X(4).
           05  UF-NUM-TESTS            PIC X(10).
           05  UF-SCORE                PIC X(10) OCCURS 12 TIMES.
           05  UF-TO-SECTION-CODE.
               10  UF-TO-SECTION-PART  PIC X(4).
               10  UF-TO-SECTION-EXCESS
                                       PIC X(4).

       01  LOAD-FIELDS.
           05  LD-FIELD-COUNT          PIC S9(3)     VALUE +0.
       01  CONSTANTS-FIELDS.
           05  CF-FIELDS-PER-ROW       PIC S9(3)     VALUE +18.
           05  CF-PIPES-PER-ROW        PIC S9(3)     VALUE +17.
           05  CF-PIPES-WITH-TARGET    PIC S9(3)     VALUE +18.
           05  CF-MAX-SCORE-SLOTS      PIC S9(2)     VALUE +12.

      **************        OUTPUT AREA        ********************
      *  EXPORT PRODUCES (SEPARATORS BETWEEN CELLS, NO TRAILER,
      *  THE SAME SHAPE AS THE GRADEXT.DAT EXTRACT).  A DELETED OR
      *  INSERTED COLUMN CHANGES THE PIPE COUNT AND REJECTS HERE
      *  INSTEAD OF LOADING EVERY SCORE ONE SLOT OFF.  A SHEET THAT
      *  ALSO CARRIES THE TARGET SECTION COLUMN HAS ONE PIPE MORE,
      *  AND THE TARGET IS THE LAST CELL, SO IT CANNOT SHIFT THE
      *  SCORES EITHER WAY.
           MOVE 0 TO LD-PIPE-COUNT
           INSPECT UPLOAD-RECORD
               TALLYING LD-PIPE-COUNT FOR ALL '|'
           IF LD-PIPE-COUNT NOT = CF-PIPES-PER-ROW
              AND LD-PIPE-COUNT NOT = CF-PIPES-WITH-TARGET
               SET ROW-BAD TO TRUE
               MOVE 'WRONG FIELD COUNT - EXPECTED 18 OR 19' TO
                   EL-REASON
               PERFORM 38-WRITE-ERROR-LINE-ROUTINE
           END-IF

                        UF-SCORE (10)
                        UF-SCORE (11)
                        UF-SCORE (12)
                        UF-TO-SECTION-CODE
                   TALLYING IN LD-FIELD-COUNT
               END-UNSTRING
               PERFORM 31B-CHECK-CELL-WIDTHS-ROUTINE
               WHEN UF-TERM-EXCESS NOT = SPACES
                   MOVE 'VALUE TOO LONG IN TERM COLUMN' TO EL-REASON
                   SET ROW-BAD TO TRUE
               WHEN UF-TO-SECTION-EXCESS NOT = SPACES
                   MOVE 'VALUE TOO LONG IN TARGET COLUMN' TO
                       EL-REASON
                   SET ROW-BAD TO TRUE
           END-EVALUATE
           IF ROW-BAD
               PERFORM 38-WRITE-ERROR-LINE-ROUTINE
           MOVE UF-STUDENT-PART TO TR-STUDENT-ID
           MOVE UF-NAME-PART TO TR-NAME
           MOVE UF-TERM-PART TO TR-TERM-CODE
           MOVE UF-TO-SECTION-PART TO TR-TO-SECTION-CODE

      *  A ROW WITH NO TERM, NO TEST COUNT, AND NO SCORES IS THE
      *  RENAME-ONLY CORRECTION GRADMNT RECOGNIZES BY THOSE COLUMNS
