      ****************************************************************
      * CONTREC - STUDENT CONTACT MASTER RECORD LAYOUT
      *
      * ONE RECORD PER STUDENT, KEYED ON CT-STUDENT-ID - THE SAME
      * NINE-CHARACTER ID THAT FOLLOWS THE SECTION CODE IN GR-KEY.
      * THE GRADE MASTER CARRIES A NAME ON EVERY SECTION RECORD,
      * AND THOSE CAN DISAGREE; THIS FILE (STUDCONT.DAT) IS THE ONE
      * PLACE THE STUDENT'S LEGAL NAME, GRADE LEVEL, GUARDIAN, AND
      * MAILING ADDRESS ARE KEPT.  MAINTAINED BY CONTMNT; READ BY
      * RPTCARD TO ADDRESS THE REPORT CARDS AND BY GRADVRFY TO
      * CHECK THE MASTER AGAINST IT.
      *
      * THE MASTER HOLDS ONLY 20 CHARACTERS OF NAME, SO
      * CT-MASTER-NAME-PART IS THE PIECE OF THE LEGAL NAME THE
      * MASTER'S SPELLING IS COMPARED AGAINST.
      *
      * AN ADDRESS IS EITHER WHOLE - LINE 1, CITY, STATE, AND ZIP
      * ALL PRESENT - OR ABSENT ALTOGETHER; CONTMNT WILL NOT LEAVE
      * HALF OF ONE ON FILE.  LINE 2 IS OPTIONAL EITHER WAY.
      ****************************************************************
       01  CONTACT-RECORD.
           05  CT-STUDENT-ID           PIC X(9).
           05  CT-LEGAL-NAME           PIC X(30).
           05  CT-LEGAL-NAME-PARTS REDEFINES CT-LEGAL-NAME.
               10  CT-MASTER-NAME-PART PIC X(20).
               10  FILLER              PIC X(10).
           05  CT-GRADE-LEVEL          PIC X(2).
           05  CT-GUARDIAN-NAME        PIC X(30).
           05  CT-ADDRESS-LINE-1       PIC X(30).
           05  CT-ADDRESS-LINE-2       PIC X(30).
           05  CT-CITY                 PIC X(20).
           05  CT-STATE                PIC X(2).
           05  CT-ZIP-CODE             PIC X(10).
           05  FILLER                  PIC X(37).
