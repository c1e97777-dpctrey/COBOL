      *    THE TRANSACTION FILE (GRADETRN.DAT) CONTAINS ONE
      *    TRANSACTION PER RECORD:
      *         1.  ACTION CODE (A = ADD, C = CORRECT, D = DELETE,
      *             W = WITHDRAW, T = TRANSFER)
      *         2.  SECTION CODE AND STUDENT ID (TOGETHER, THE MASTER
      *             FILE'S RECORD KEY)
      *         3.  STUDENT NAME (ADD, OR CORRECT TO RENAME)
      *             BYTES FOR THAT TERM (SPACE = SCORED, E =
      *             EXCUSED, I = INCOMPLETE - AN E OR I SLOT'S
      *             SCORE IS IGNORED, SEE GRADEREC)
      *         5.  TARGET SECTION CODE (TRANSFER ONLY)
      *
      *    THE RUN PARAMETER FILE (MNTPARM.DAT) CARRIES THE RUN MODE
      *    IN ITS FIRST RECORD: 'RECYCLE' MAKES THIS A RECYCLE RUN
      *    AND 'RELEASE' A RELEASE RUN (SEE BELOW); ANYTHING ELSE, OR
      *    NO PARAMETER FILE AT ALL, IS A NORMAL RUN AGAINST
      *    GRADETRN.DAT.
      *
      *    ON A RECYCLE RUN THE INPUT IS THE SUSPENSE FILE
      *    (GRADSUSP.DAT) WRITTEN BY AN EARLIER RUN - THE REASON
      *    ONLY THE BAD FIELDS INSTEAD OF REKEYING THE GOOD
      *    TRANSACTIONS.
      *
      *    ON A RELEASE RUN THE INPUT IS THE RELEASE FILE
      *    (GRADRLSE.DAT) WRITTEN BY THE APPROVAL RUN GRADAPPR - THE
      *    CORRECTIONS TO CLOSED TERMS THE REGISTRAR HAS SIGNED OFF
      *    ON, EACH EXACTLY AS ORIGINALLY KEYED (SEE BELOW).
      *
      * *******
      * OUTPUT:
      *    THE MAINTENANCE LOG (PRMAINT) LISTS EVERY TRANSACTION READ
      *    AND WHAT WAS DONE WITH IT, AND A TRAILER SUMMARIZING HOW
      *    MANY STUDENTS WERE ADDED, CORRECTED, DELETED, WITHDRAWN,
      *    TRANSFERRED, REJECTED, OR SUSPENDED.  A TRANSFER'S LINE
      *    NAMES BOTH THE SECTION IT LEFT AND THE ONE IT WENT TO.
      *
      *    TRANSACTIONS FAILING THE FIELD EDITS ARE NOT APPLIED TO
      *    THE MASTER - EACH ONE IS WRITTEN TO THE NEW SUSPENSE FILE
      *         NAM = NAME BLANK ON AN ADD
      *         TRF = TERM CODE NOT ON THE TERM REFERENCE MASTER
      *         STS = EXAM STATUS NOT BLANK, E, OR I
      *         XFR = TRANSFER TARGET SECTION BLANK OR THE SAME AS
      *               THE SECTION THE STUDENT IS IN
      *
      *    EVERY WRITE, REWRITE, AND DELETE AGAINST THE MASTER ALSO
      *    APPENDS ONE RECORD TO THE CHANGE JOURNAL (GRADJRNL.DAT,
      *    MASTER RESTORED FROM BACKUP CAN BE ROLLED FORWARD FROM
      *    THE AFTER IMAGES.  THE INQUIRY PROGRAM JRNLINQ PRINTS
      *    THE JOURNAL FOR ONE STUDENT.
      *
      *    A CORRECTION HELD BECAUSE ITS TERM IS CLOSED IS WRITTEN TO
      *    THE PENDING GRADE-CHANGE FILE (GRADPEND.DAT, SEE PENDREC
      *    COPYBOOK) INSTEAD OF THE MASTER, CARRYING THE TERM'S
      *    SCORES BEFORE AND AFTER AND THE REASON IT WAS HELD.
      *
      *    ONE RECORD IS APPENDED TO THE BATCH AUDIT LOG
      *    (BATCHAUD.DAT, SEE AUDITREC COPYBOOK) LIKE EVERY OTHER
      *    BATCH STEP - TRANSACTIONS READ, MASTER CHANGES MADE (ONE
      *    PER JOURNAL RECORD), AND TRANSACTIONS REJECTED OR
      *    SUSPENDED AS EXCEPTIONS.  A RUN STOPPED BY A FILE THAT
      *    WOULD NOT OPEN, OR BY A JOURNAL WRITE THAT FAILED, LOGS
      *    ABEND; GRADBAL THEN PROVES THE MASTER AGAINST THE
      *    JOURNAL THIS RUN WROTE.
      * *************
      * PROCESSING NOTES:
      *    EVERY ADD AND CORRECT GOES THROUGH THE FIELD EDITS BEFORE
      *
      *    AN ADD TRANSACTION CREATES A NEW MASTER RECORD WITH ONE
      *    TERM OF HISTORY.  IT IS REJECTED IF THE STUDENT ID ALREADY
      *    EXISTS ON THE MASTER.  AN ADD WHOSE TERM THE REGISTRAR HAS
      *    CLOSED IS HELD FOR APPROVAL LIKE A CORRECTION (SEE BELOW).
      *
      *    A CORRECT TRANSACTION CAN RENAME THE STUDENT AND/OR REPLACE
      *    THE SCORES FOR ONE TERM.  IF THE TERM CODE ON THE
      *    GRADMNT NEVER CREATES IT, BECAUSE AN EMPTY FILE BESIDE
      *    A POPULATED MASTER WOULD BE TRUSTED AND WRONG - THAT IS
      *    GRADXBLD'S JOB.
      *
      *    A TRANSFER TRANSACTION MOVES A STUDENT WHO CHANGES
      *    SECTIONS MID-YEAR - THE MASTER RECORD, EVERY TERM OF
      *    HISTORY INCLUDED, IS REKEYED UNDER THE TARGET SECTION
      *    INSTEAD OF BEING DELETED OR WITHDRAWN AND STARTED OVER
      *    WITH ONE TERM.  THE TARGET MUST BE ON THE SECTION
      *    REFERENCE (WHEN IT IS LOADED), AND THE TRANSFER IS
      *    REJECTED IF THE STUDENT IS NOT IN THE FROM SECTION OR IS
      *    ALREADY IN THE TARGET - TWO RECORDS FOR ONE STUDENT ARE
      *    NEVER MERGED HERE.  THE NEW RECORD IS WRITTEN BEFORE THE
      *    OLD ONE IS DELETED, SO A FAILURE PART WAY LEAVES THE
      *    HISTORY WHERE IT WAS, NEVER NOWHERE.  THE MOVE IS
      *    JOURNALED AS A MATCHED PAIR - A DELETE UNDER THE FROM
      *    SECTION FOLLOWED BY A WRITE UNDER THE TARGET, BOTH
      *    CARRYING THE TRANSFER TRANSACTION - SO JRNLINQ SHOWS
      *    WHERE THE GRADES WENT AND GRADRECV REPLAYS IT LIKE ANY
      *    OTHER DELETE AND WRITE.  THE CROSS-REFERENCE ENTRY MOVES
      *    WITH IT.
      *
      *    ONCE THE REGISTRAR CLOSES A TERM ON TERMREF (TERMMNT), A
      *    CORRECTION THAT WOULD CHANGE THAT TERM'S EXAM SCORES OR
      *    STATUS BYTES - OR ADD THE TERM TO A STUDENT WHO DOES NOT
      *    CARRY IT - IS NOT APPLIED, AND NEITHER IS AN ADD THAT
      *    WOULD START A STUDENT OFF IN THAT TERM.  THE MASTER IS
      *    LEFT ALONE, THE CHANGE IS HELD ON THE PENDING FILE, AND
      *    THE LOG SAYS SO.  AN ADD FOR A STUDENT WITH A CHANGE STILL
      *    PENDING OR APPROVED IN THE SECTION IS REJECTED, SO A HELD
      *    ADD CANNOT BE OVERTAKEN BY ANOTHER ONE.
      *    A SECOND CHANGE FOR A STUDENT AND TERM ALREADY WAITING
      *    ON A DECISION IS REJECTED RATHER THAN LAID OVER THE
      *    FIRST; ONE FOR A STUDENT AND TERM WHOSE EARLIER CHANGE WAS
      *    RELEASED OR DENIED IS HELD ON A NEW RECORD, LEAVING THE
      *    EARLIER DECISION ON FILE.  WHILE ANY CHANGE FOR A STUDENT
      *    IS PENDING OR APPROVED, A DELETE, WITHDRAW, OR TRANSFER
      *    OF THAT STUDENT IN THAT SECTION IS REJECTED - THE RELEASE
      *    RUN COULD NEVER FIND THE RECORD TO APPLY THE CHANGE TO,
      *    AND IT WOULD SIT OPEN FOR GOOD.  GRADAPPR LATER READS THE
      *    REGISTRAR'S SIGN-OFFS AND WRITES THE APPROVED CHANGES TO
      *    THE RELEASE FILE; THE RELEASE RUN APPLIES THEM HERE LIKE
      *    ANY OTHER CORRECTION - SAME APPLY LOGIC, SAME JOURNAL -
      *    BUT ONLY A CHANGE THE PENDING FILE SHOWS APPROVED, WORD
      *    FOR WORD AS IT WAS HELD, IS ACCEPTED, AND ITS PENDING
      *    RECORD IS THEN MARKED RELEASED.  A SHOP WITHOUT
      *    TERMREF.DAT HAS NO CLOSED TERMS AND NOTHING IS HELD.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO 'GRADSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SI-FILE-STATUS.
           SELECT RELEASE-FILE
               ASSIGN TO 'GRADRLSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT SUSPENSE-OUT-FILE
               ASSIGN TO 'GRADSUSN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-KEY
               FILE STATUS IS XR-FILE-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO 'GRADPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-KEY
               FILE STATUS IS PN-FILE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO 'BATCHAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-FILE-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO PRINTER 'PRMAINT'.

           05  SI-TRANS-DATA            PIC X(96).
           05  SI-SUSPEND-DATE          PIC 9(8).

       FD  RELEASE-FILE
           RECORD CONTAINS 96 CHARACTERS.

       01  RELEASE-FILE-RECORD          PIC X(96).

       FD  SUSPENSE-OUT-FILE
           RECORD CONTAINS 108 CHARACTERS.


           COPY XREFREC.

       FD  PENDING-FILE
           RECORD CONTAINS 360 CHARACTERS.

           COPY PENDREC.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.

           COPY AUDITREC.

       FD  MAINT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.

           05  RUN-MODE-FLAG            PIC X         VALUE 'N'.
               88  NORMAL-RUN                         VALUE 'N'.
               88  RECYCLE-RUN                        VALUE 'R'.
               88  RELEASE-RUN                        VALUE 'L'.
           05  EDIT-STATUS-FLAG         PIC X         VALUE 'Y'.
               88  EDITS-PASSED                       VALUE 'Y'.
               88  EDITS-FAILED                       VALUE 'N'.
           05  WITHDRAW-STATUS-FLAG     PIC X         VALUE 'Y'.
               88  WITHDRAW-ARCHIVE-GOOD              VALUE 'Y'.
               88  WITHDRAW-ARCHIVE-FAILED            VALUE 'N'.
           05  CLOSED-TERM-FLAG         PIC X         VALUE 'N'.
               88  APPLY-CORRECTION                   VALUE 'N'.
               88  HOLD-CORRECTION                    VALUE 'Y'.
               88  REFUSE-RELEASE                     VALUE 'X'.
               88  PENDING-BLOCKS-ADD                 VALUE 'B'.
           05  PENDING-EOF-FLAG         PIC X         VALUE ' '.
               88  NO-MORE-PENDING                    VALUE 'N'.
           05  OPEN-PENDING-FLAG        PIC X         VALUE 'N'.
               88  OPEN-PENDING-FOUND                 VALUE 'Y'.
               88  NO-OPEN-PENDING                    VALUE 'N'.
               88  PENDING-SCAN-FAILED                VALUE 'E'.
           05  JOURNAL-STATUS-FLAG      PIC X         VALUE 'Y'.
               88  JOURNAL-GOOD                       VALUE 'Y'.
               88  JOURNAL-FAILED                     VALUE 'N'.

       01  GR-FILE-STATUS               PIC X(2)      VALUE '00'.


       01  AR-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  RL-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  PN-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  AU-FILE-STATUS               PIC X(2)      VALUE '00'.

       01  AUDIT-FIELDS.
           05  AU-START-DATE-SAVE       PIC 9(8)      VALUE 0.
           05  AU-START-TIME-SAVE       PIC 9(8)      VALUE 0.

       01  JOURNAL-FIELDS.
           05  JL-RUN-DATE-SAVE         PIC 9(8)      VALUE 0.
           05  JL-RUN-TIME-SAVE         PIC 9(8)      VALUE 0.
               88  CORRECT-ACTION                  VALUE 'C'.
               88  DELETE-ACTION                   VALUE 'D'.
               88  WITHDRAW-ACTION                 VALUE 'W'.
               88  TRANSFER-ACTION                 VALUE 'T'.
           05  TR-SECTION-CODE          PIC X(4).
           05  TR-STUDENT-ID            PIC X(9).
           05  TR-NAME                  PIC X(20).
               10  TR-NUM-TESTS         PIC 9(2).
               10  TR-EXAM-SCORE        PIC S999 OCCURS 12 TIMES.
               10  TR-EXAM-STATUS       PIC X OCCURS 12 TIMES.
           05  TR-TO-SECTION-CODE       PIC X(4).
           05  FILLER                   PIC X(2).

       01  MAINT-FIELDS.
           05  MT-TERM-INDEX            PIC S9(2)     VALUE +0.
               88  WITHDRAW-WRITE-FAILED              VALUE 'W'.
               88  WITHDRAW-TERM-CONFLICT             VALUE 'C'.

      *  A TRANSFER CARRIES THE STUDENT'S RECORD FROM ONE KEY TO
      *  ANOTHER, AND THE RECORD AREA IS REUSED BY THE READ OF THE
      *  TARGET KEY AND BY THE DELETE - SO BOTH IMAGES ARE HELD
      *  HERE UNTIL THE MATCHED JOURNAL PAIR IS WRITTEN.
       01  TRANSFER-FIELDS.
           05  MT-FROM-IMAGE            PIC X(300)    VALUE SPACES.
           05  MT-TO-IMAGE              PIC X(300)    VALUE SPACES.
           05  MT-TRANSFER-NAME         PIC X(20)     VALUE SPACES.

      *  A CORRECTION'S TERM ENTRY IS CAPTURED BEFORE AND AFTER THE
      *  APPLY LOGIC RUNS, SO A CHANGE TO A CLOSED TERM CAN BE TOLD
      *  FROM A RENAME OR A KEYING THAT CHANGES NOTHING, AND SO THE
      *  PENDING RECORD CAN SHOW BOTH SETS OF SCORES.
       01  HOLD-FIELDS.
           05  MT-TERMS-BEFORE          PIC S9(2)     VALUE +0.
           05  MT-BEFORE-TERM           PIC X(56)     VALUE SPACES.
           05  MT-AFTER-TERM            PIC X(56)     VALUE SPACES.
           05  MT-HOLD-REASON           PIC X(30)     VALUE SPACES.

      *  THE TERMS ARCHIVED SO FAR IN THE WITHDRAWAL BEING APPLIED
      *  ARE REMEMBERED HERE, SO A REJECTION PART WAY THROUGH CAN
      *  TAKE THEM BACK OFF THE ARCHIVE - A TERM ALREADY ON THE
           05  ED-VALID-HIGH            PIC S999      VALUE +100.

       01  TOTAL-FIELDS.
           05  MT-COUNT-READ            PIC 9(5)      VALUE 0.
           05  MT-COUNT-JOURNALED       PIC 9(5)      VALUE 0.
           05  MT-COUNT-ADDED           PIC 9(5)      VALUE 0.
           05  MT-COUNT-CORRECTED       PIC 9(5)      VALUE 0.
           05  MT-COUNT-DELETED         PIC 9(5)      VALUE 0.
           05  MT-COUNT-WITHDRAWN       PIC 9(5)      VALUE 0.
           05  MT-COUNT-TRANSFERRED     PIC 9(5)      VALUE 0.
           05  MT-COUNT-HELD            PIC 9(5)      VALUE 0.
           05  MT-COUNT-RELEASED        PIC 9(5)      VALUE 0.
           05  MT-COUNT-REJECTED        PIC 9(5)      VALUE 0.
           05  MT-COUNT-SUSPENDED       PIC 9(5)      VALUE 0.

                                        'MAINTENANCE RUN SUMMARY'.

       01  SUMMARY-LINE.
           05                           PIC X(24)     VALUE SPACES.
           05  SL-CAPTION               PIC X(25).
           05  SL-COUNT                 PIC ZZ,ZZ9.
      /
       PROCEDURE DIVISION.
           .
       15-HSKPING-ROUTINE.

           ACCEPT AU-START-DATE-SAVE FROM DATE YYYYMMDD
           ACCEPT AU-START-TIME-SAVE FROM TIME
           PERFORM 14-READ-RUN-MODE-ROUTINE
           PERFORM 16-OPEN-MASTER-ROUTINE
           EVALUATE TRUE
               WHEN RECYCLE-RUN
                   OPEN INPUT SUSPENSE-IN-FILE
                   IF SI-FILE-STATUS NOT = '00'
                       DISPLAY 'GRADMNT - SUSPENSE-IN-FILE OPEN '
                           'FAILED, STATUS = ' SI-FILE-STATUS
                       CLOSE GRADE-FILE
                       PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                       STOP RUN
                   END-IF
               WHEN RELEASE-RUN
                   OPEN INPUT RELEASE-FILE
                   IF RL-FILE-STATUS NOT = '00'
                       DISPLAY 'GRADMNT - RELEASE-FILE OPEN FAILED, '
                           'STATUS = ' RL-FILE-STATUS
                       CLOSE GRADE-FILE
                       PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   OPEN INPUT TRANS-FILE
                   IF TR-FILE-STATUS NOT = '00'
                       DISPLAY 'GRADMNT - TRANS-FILE OPEN FAILED, '
                           'STATUS = ' TR-FILE-STATUS
                       CLOSE GRADE-FILE
                       PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
                       STOP RUN
                   END-IF
           END-EVALUATE
      *  THE NEW SUSPENSE FILE IS EXTENDED, NOT REWRITTEN - A PRIOR
      *  RUN'S SUSPENDED TRANSACTIONS THAT THE REGISTRAR HAS NOT
      *  RECYCLED YET MUST NOT BE WIPED BY THE NEXT WINDOW.  THE
           IF SO-FILE-STATUS NOT = '00'
               DISPLAY 'GRADMNT - SUSPENSE-OUT-FILE OPEN FAILED, '
                   'STATUS = ' SO-FILE-STATUS
               PERFORM 19E-CLOSE-INPUT-ROUTINE
               CLOSE GRADE-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           PERFORM 17-OPEN-JOURNAL-ROUTINE
           PERFORM 19-OPEN-TERM-REF-ROUTINE
           PERFORM 19B-OPEN-XREF-ROUTINE
           PERFORM 19C-OPEN-ARCHIVE-ROUTINE
           PERFORM 19D-OPEN-PENDING-ROUTINE
           OPEN OUTPUT MAINT-REPORT-FILE
           ACCEPT H1-DATE FROM DATE YYYYMMDD
           ACCEPT JL-RUN-DATE-SAVE FROM DATE YYYYMMDD
           IF JL-FILE-STATUS NOT = '00'
               DISPLAY 'GRADMNT - JOURNAL OPEN FAILED, STATUS = '
                   JL-FILE-STATUS
               PERFORM 19E-CLOSE-INPUT-ROUTINE
               CLOSE GRADE-FILE
                   SUSPENSE-OUT-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           .
       14-READ-RUN-MODE-ROUTINE.

      *  NO PARAMETER FILE, AN EMPTY ONE, OR ANYTHING OTHER THAN
      *  'RECYCLE' OR 'RELEASE' IN ITS FIRST RECORD ALL MEAN A
      *  NORMAL RUN, SO AN OPERATOR WHO FORGETS THE CARD GETS THE
      *  EVERYDAY BEHAVIOR.
           OPEN INPUT MAINT-PARM-FILE
           IF PM-FILE-STATUS = '00'
               READ MAINT-PARM-FILE
                       IF PMR-RUN-MODE = 'RECYCLE'
                           SET RECYCLE-RUN TO TRUE
                       END-IF
                       IF PMR-RUN-MODE = 'RELEASE'
                           SET RELEASE-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE MAINT-PARM-FILE
           END-IF
           IF AR-FILE-STATUS NOT = '00'
               DISPLAY 'GRADMNT - ARCHIVE OPEN FAILED, STATUS = '
                   AR-FILE-STATUS
               PERFORM 19E-CLOSE-INPUT-ROUTINE
               CLOSE GRADE-FILE
                   SUSPENSE-OUT-FILE
                   JOURNAL-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           .
       19D-OPEN-PENDING-ROUTINE.

      *  A CORRECTION TO A CLOSED TERM IS HELD ON THE PENDING FILE
      *  INSTEAD OF REACHING THE MASTER, AND A RELEASE RUN CHECKS
      *  EACH CHANGE AGAINST IT.  THE FIRST RUN EVER FINDS NO FILE,
      *  SO A '35' STATUS ON THE I-O OPEN MEANS CREATE IT.  ANY
      *  OTHER FAILURE STOPS THE RUN - A HELD CHANGE THAT CANNOT BE
      *  WRITTEN DOWN WOULD BE LOST.
           OPEN I-O PENDING-FILE
           IF PN-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF PN-FILE-STATUS NOT = '00'
               DISPLAY 'GRADMNT - PENDING FILE OPEN FAILED, STATUS = '
                   PN-FILE-STATUS
               PERFORM 19E-CLOSE-INPUT-ROUTINE
               CLOSE GRADE-FILE
                   ARCHIVE-FILE
                   SUSPENSE-OUT-FILE
                   JOURNAL-FILE
               PERFORM 49-WRITE-ABEND-AUDIT-ROUTINE
               STOP RUN
           END-IF
           .
       19E-CLOSE-INPUT-ROUTINE.

           EVALUATE TRUE
               WHEN RECYCLE-RUN
                   CLOSE SUSPENSE-IN-FILE
               WHEN RELEASE-RUN
                   CLOSE RELEASE-FILE
               WHEN OTHER
                   CLOSE TRANS-FILE
           END-EVALUATE
           .
       20-HEADER-ROUTINE.

           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
           EVALUATE TRUE
               WHEN RECYCLE-RUN
                   MOVE 'RECYCLE' TO MDL-MODE
               WHEN RELEASE-RUN
                   MOVE 'RELEASE' TO MDL-MODE
               WHEN OTHER
                   MOVE 'NORMAL' TO MDL-MODE
           END-EVALUATE
           MOVE MODE-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
      *  A RECYCLE RUN READS THE SUSPENSE FILE AND STRIPS THE REASON
      *  CODE, SO FROM 30-EDIT-TRANSACTION-ROUTINE ON DOWN THE TWO
      *  RUN MODES ARE INDISTINGUISHABLE - THE SAME EDITS AND THE
      *  SAME APPLY LOGIC SEE THE SAME TRANS-RECORD EITHER WAY.  A
      *  RELEASE RUN'S FILE HOLDS BARE TRANSACTION IMAGES, SO IT IS
      *  READ JUST LIKE THE TRANSACTION FILE.
           EVALUATE TRUE
               WHEN RECYCLE-RUN
                   PERFORM UNTIL NO-MORE-DATA
                       READ SUSPENSE-IN-FILE
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO MT-COUNT-READ
                               MOVE SI-TRANS-DATA TO TRANS-RECORD
                               PERFORM 30-EDIT-TRANSACTION-ROUTINE
                       END-READ
                   END-PERFORM
               WHEN RELEASE-RUN
                   PERFORM UNTIL NO-MORE-DATA
                       READ RELEASE-FILE INTO TRANS-RECORD
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO MT-COUNT-READ
                               PERFORM 30-EDIT-TRANSACTION-ROUTINE
                       END-READ
                   END-PERFORM
               WHEN OTHER
                   PERFORM UNTIL NO-MORE-DATA
                       READ TRANS-FILE INTO TRANS-RECORD
                           AT END
                               MOVE 'N' TO EOF-FLAG
                           NOT AT END
                               ADD 1 TO MT-COUNT-READ
                               PERFORM 30-EDIT-TRANSACTION-ROUTINE
                       END-READ
                   END-PERFORM
           END-EVALUATE
           .
       30-EDIT-TRANSACTION-ROUTINE.


           PERFORM 31-FIELD-EDITS-ROUTINE

      *  THE RELEASE FILE ONLY EVER CARRIES HELD CORRECTIONS AND
      *  HELD ADDS - ANY OTHER ACTION ON IT DID NOT COME FROM
      *  GRADAPPR.
           EVALUATE TRUE
               WHEN RELEASE-RUN
                    AND NOT (CORRECT-ACTION OR ADD-ACTION)
                   MOVE 'REJECTED - NOT A HELD CHANGE' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               WHEN EDITS-FAILED
                   PERFORM 38-SUSPEND-TRANSACTION-ROUTINE
               WHEN ADD-ACTION
               WHEN WITHDRAW-ACTION
                   MOVE 'WITHDRW' TO ML-ACTION
                   PERFORM 36B-WITHDRAW-STUDENT-ROUTINE
               WHEN TRANSFER-ACTION
                   MOVE 'TRANSFR' TO ML-ACTION
                   PERFORM 36H-TRANSFER-STUDENT-ROUTINE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO ML-ACTION
                   MOVE 'REJECTED - UNKNOWN ACTION CODE' TO
       31-FIELD-EDITS-ROUTINE.

      *  ONLY ADDS AND CORRECTS CARRY NAME, TERM, AND SCORE FIELDS
      *  WORTH EDITING - A DELETE OR WITHDRAW IS KEY-ONLY, A
      *  TRANSFER ONLY NEEDS A TARGET SECTION, AND AN
      *  UNKNOWN ACTION
      *  CODE IS REJECTED BY THE EVALUATE THE SAME WAY IT ALWAYS
      *  WAS.  THE FIRST EDIT THAT FAILS SETS THE REASON CODE AND
           SET EDITS-PASSED TO TRUE
           MOVE SPACES TO ED-REASON-CODE

      *  A TRANSFER WITH NO TARGET, OR BACK INTO THE SECTION IT
      *  IS ALREADY IN, IS BAD KEYING THE REGISTRAR CAN FIX AND
      *  RECYCLE - NOT A REJECT.
           IF TRANSFER-ACTION
               IF TR-TO-SECTION-CODE = SPACES
                  OR TR-TO-SECTION-CODE = TR-SECTION-CODE
                   SET EDITS-FAILED TO TRUE
                   MOVE 'XFR' TO ED-REASON-CODE
               END-IF
           END-IF

           IF NOT (ADD-ACTION OR CORRECT-ACTION)
               CONTINUE
           ELSE
           MOVE JL-RUN-TIME-SAVE TO JR-RUN-TIME
           MOVE JL-ACTION-SAVE TO JR-ACTION
           MOVE TR-SECTION-CODE TO JR-SECTION-CODE
      *  THE WRITE HALF OF A TRANSFER'S JOURNAL PAIR LANDS UNDER THE
      *  TARGET SECTION - JR-SECTION-CODE ALWAYS NAMES THE KEY THE
      *  IMAGE WAS WRITTEN AT, WHICH IS WHAT GRADRECV REPLAYS BY.
           IF TRANSFER-ACTION AND JL-ACTION-SAVE = 'WRITE'
               MOVE TR-TO-SECTION-CODE TO JR-SECTION-CODE
           END-IF
           MOVE TR-STUDENT-ID TO JR-STUDENT-ID
           MOVE TRANS-RECORD TO JR-TRANS-IMAGE
           MOVE JL-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE JL-AFTER-IMAGE TO JR-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           IF JL-FILE-STATUS = '00'
               ADD 1 TO MT-COUNT-JOURNALED
           ELSE
      *  THE CHANGE WENT ON THE MASTER (AND IS ALREADY COUNTED) BUT
      *  COULD NOT BE JOURNALED - THE RUN STOPS HERE SO EVERY CHANGE
      *  ON THE MASTER IS STILL COVERED BY A JOURNAL RECORD EXCEPT
      *  THE ONE THE OPERATOR IS BEING TOLD ABOUT.
               DISPLAY 'GRADMNT - JOURNAL WRITE FAILED, STATUS = '
                   JL-FILE-STATUS
               SET JOURNAL-FAILED TO TRUE
               MOVE 'JOURNAL FAILED - CHANGE APPLIED' TO
                   ML-DISPOSITION
               PERFORM 39-WRITE-LOG-LINE-ROUTINE
               PERFORM 37E-CHECK-XREF-STATUS-ROUTINE
           END-IF
           .
       37F-XREF-TRANSFER-ROUTINE.

      *  THE STUDENT'S ENTRY UNDER THE FROM SECTION GOES, AND ONE
      *  UNDER THE TARGET SECTION TAKES ITS PLACE CARRYING THE NAME
      *  AS IT STANDS ON THE MOVED MASTER RECORD.
           IF XREF-PRESENT
               MOVE TR-STUDENT-ID TO XR-STUDENT-ID
               MOVE TR-SECTION-CODE TO XR-SECTION-CODE
               DELETE XREF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               PERFORM 37E-CHECK-XREF-STATUS-ROUTINE
           END-IF
           IF XREF-PRESENT
               MOVE SPACES TO XREF-RECORD
               MOVE TR-STUDENT-ID TO XR-STUDENT-ID
               MOVE TR-TO-SECTION-CODE TO XR-SECTION-CODE
               MOVE MT-TRANSFER-NAME TO XR-NAME
               WRITE XREF-RECORD
                   INVALID KEY
                       REWRITE XREF-RECORD
               END-WRITE
               PERFORM 37E-CHECK-XREF-STATUS-ROUTINE
           END-IF
           .
       37E-CHECK-XREF-STATUS-ROUTINE.

      *  THE CROSS-REFERENCE IS DERIVED DATA - GRADXBLD CAN ALWAYS
           ELSE
               IF CORRECT-ACTION
                   MOVE 'CORRECT' TO ML-ACTION
               ELSE
                   IF TRANSFER-ACTION
                       MOVE 'TRANSFR' TO ML-ACTION
                   END-IF
               END-IF
           END-IF

               WHEN 'STS'
                   MOVE 'SUSPENDED - BAD EXAM STATUS' TO
                       ML-DISPOSITION
               WHEN 'XFR'
                   MOVE 'SUSPENDED - BAD TRANSFER SECTION' TO
                       ML-DISPOSITION
               WHEN OTHER
                   MOVE 'SUSPENDED' TO ML-DISPOSITION
           END-EVALUATE
           READ GRADE-FILE
               INVALID KEY
                   PERFORM 33-BUILD-NEW-MASTER-ROUTINE
                   PERFORM 32C-CHECK-CLOSED-ADD-ROUTINE
      *  A HELD, REFUSED, OR BLOCKED ADD IS NEVER WRITTEN - THE
      *  BUILT RECORD AREA IS SIMPLY ABANDONED.
                   EVALUATE TRUE
                       WHEN HOLD-CORRECTION
                           PERFORM 34D-HOLD-CORRECTION-ROUTINE
                       WHEN REFUSE-RELEASE
                           MOVE 'REJECTED - NO APPROVAL ON FILE' TO
                               ML-DISPOSITION
                           ADD 1 TO MT-COUNT-REJECTED
                       WHEN PENDING-BLOCKS-ADD
                           CONTINUE
                       WHEN OTHER
                           PERFORM 32D-WRITE-NEW-STUDENT-ROUTINE
                   END-EVALUATE
               NOT INVALID KEY
                   MOVE 'REJECTED - STUDENT ID ALREADY ON FILE' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
           END-READ
           .
       32C-CHECK-CLOSED-ADD-ROUTINE.

      *  AN ADD PUTS ITS ONE TERM ON A STUDENT WHO HAD NONE, SO IT
      *  IS HELD EXACTLY LIKE A CORRECTION THAT ADDS A CLOSED TERM
      *  TO A HISTORY - WITH NO BEFORE ENTRY.  A RELEASE RUN WRITES
      *  IT ONLY AGAINST ITS APPROVAL.  ON ANY OTHER RUN, A CHANGE
      *  STILL PENDING OR APPROVED FOR THIS SECTION AND STUDENT
      *  (A HELD ADD, OR A HOLD LEFT FROM BEFORE A DELETE) BLOCKS
      *  THE ADD, SINCE WRITING THE STUDENT NOW WOULD LEAVE THAT
      *  CHANGE WITH NOTHING IT COULD BE RELEASED AGAINST - 34K
      *  HAS ALREADY LOGGED THE REJECT.
           SET APPLY-CORRECTION TO TRUE
           MOVE SPACES TO MT-BEFORE-TERM
           MOVE GR-TERM-ENTRY (1) TO MT-AFTER-TERM
           MOVE 'CLOSED TERM ON NEW STUDENT' TO MT-HOLD-REASON
           IF RELEASE-RUN
               PERFORM 34L-CHECK-APPROVAL-ROUTINE
           ELSE
               PERFORM 34K-CHECK-STUDENT-PENDING-ROUTINE
               IF NOT NO-OPEN-PENDING
                   SET PENDING-BLOCKS-ADD TO TRUE
               ELSE
                   IF TERM-REF-PRESENT
                       PERFORM 34M-CHECK-TERM-CLOSED-ROUTINE
                   END-IF
               END-IF
           END-IF
           .
       32D-WRITE-NEW-STUDENT-ROUTINE.

      *  THE AFTER IMAGE IS CAPTURED BEFORE THE WRITE - THE RECORD
      *  AREA IS NOT GUARANTEED TO SURVIVE THE VERB - AND THE
      *  JOURNAL ENTRY GOES OUT ONLY FOR A WRITE THE MASTER
      *  ACTUALLY TOOK, SO THE JOURNAL NEVER CERTIFIES A CHANGE
      *  THAT NEVER LANDED.
           MOVE SPACES TO JL-BEFORE-IMAGE
           MOVE SPACES TO JL-AFTER-IMAGE
           MOVE GRADE-RECORD TO JL-AFTER-IMAGE
           WRITE GRADE-RECORD
           IF GR-FILE-STATUS = '00'
               MOVE 'ADDED' TO ML-DISPOSITION
               ADD 1 TO MT-COUNT-ADDED
               MOVE 'WRITE' TO JL-ACTION-SAVE
               PERFORM 37-WRITE-JOURNAL-ROUTINE
               PERFORM 37B-XREF-ADD-ROUTINE
               IF RELEASE-RUN
                   PERFORM 34H-MARK-RELEASED-ROUTINE
               END-IF
           ELSE
               MOVE 'REJECTED - MASTER WRITE FAILED' TO
                   ML-DISPOSITION
               ADD 1 TO MT-COUNT-REJECTED
           END-IF
           .
       33-BUILD-NEW-MASTER-ROUTINE.

      *  GR-NUM-TERMS STILL HOLDS WHATEVER THE FAILED READ LEFT IN
               NOT INVALID KEY
                   MOVE SPACES TO JL-BEFORE-IMAGE
                   MOVE GRADE-RECORD TO JL-BEFORE-IMAGE
                   PERFORM 34B-SAVE-BEFORE-TERM-ROUTINE
                   PERFORM 35-APPLY-CORRECTION-ROUTINE
                   PERFORM 34C-CHECK-CLOSED-TERM-ROUTINE
      *  A HELD OR REFUSED CORRECTION IS NEVER REWRITTEN - THE
      *  CHANGED RECORD AREA IS SIMPLY ABANDONED AND THE MASTER
      *  KEEPS WHAT IT HAD.
                   EVALUATE TRUE
                       WHEN HOLD-CORRECTION
                           PERFORM 34D-HOLD-CORRECTION-ROUTINE
                       WHEN REFUSE-RELEASE
                           MOVE 'REJECTED - NO APPROVAL ON FILE' TO
                               ML-DISPOSITION
                           ADD 1 TO MT-COUNT-REJECTED
                       WHEN OTHER
                           PERFORM 34F-REWRITE-CORRECTION-ROUTINE
                   END-EVALUATE
           END-READ
           .
       34B-SAVE-BEFORE-TERM-ROUTINE.

           MOVE GR-NUM-TERMS TO MT-TERMS-BEFORE
           MOVE 0 TO MT-MATCHED-TERM
           MOVE SPACES TO MT-BEFORE-TERM
           MOVE SPACES TO MT-AFTER-TERM
           IF TR-TERM-CODE NOT = SPACES
               PERFORM VARYING MT-TERM-INDEX FROM 1 BY 1
                       UNTIL MT-TERM-INDEX > GR-NUM-TERMS
                   IF GR-TERM-CODE (MT-TERM-INDEX) = TR-TERM-CODE
                       MOVE GR-TERM-ENTRY (MT-TERM-INDEX) TO
                           MT-BEFORE-TERM
                   END-IF
               END-PERFORM
           END-IF
           .
       34C-CHECK-CLOSED-TERM-ROUTINE.

      *  THE TERM ENTRY THE CORRECTION LEFT BEHIND IS EITHER THE ONE
      *  35A MATCHED OR THE ONE IT APPENDED.  A RENAME, OR A FULL
      *  HISTORY THAT TOOK NOTHING, LEAVES NO TERM CHANGED.
           SET APPLY-CORRECTION TO TRUE
           IF MT-MATCHED-TERM > 0
               MOVE GR-TERM-ENTRY (MT-MATCHED-TERM) TO MT-AFTER-TERM
               MOVE 'SCORES CHANGED IN CLOSED TERM' TO MT-HOLD-REASON
           ELSE
               IF GR-NUM-TERMS > MT-TERMS-BEFORE
                   MOVE GR-TERM-ENTRY (GR-NUM-TERMS) TO MT-AFTER-TERM
                   MOVE 'CLOSED TERM ADDED TO HISTORY' TO
                       MT-HOLD-REASON
               END-IF
           END-IF

      *  A RELEASE RUN APPLIES ONLY WHAT GRADAPPR APPROVED, AND ONLY
      *  AS IT WAS HELD - AN IMAGE THAT DIFFERS FROM THE ONE ON THE
      *  PENDING RECORD WAS ALTERED AFTER THE SIGN-OFF.
           IF RELEASE-RUN
               PERFORM 34L-CHECK-APPROVAL-ROUTINE
           ELSE
               IF MT-AFTER-TERM NOT = MT-BEFORE-TERM
                  AND TERM-REF-PRESENT
                   PERFORM 34M-CHECK-TERM-CLOSED-ROUTINE
               END-IF
           END-IF
           .
       34L-CHECK-APPROVAL-ROUTINE.

      *  THE RELEASE RUN'S TEST FOR A HELD CORRECTION OR A HELD ADD.
           PERFORM 34J-FIND-OPEN-PENDING-ROUTINE
           IF NOT OPEN-PENDING-FOUND
               SET REFUSE-RELEASE TO TRUE
           ELSE
               IF NOT PN-APPROVED
                  OR PN-TRANS-IMAGE NOT = TRANS-RECORD
                   SET REFUSE-RELEASE TO TRUE
               END-IF
           END-IF
           .
       34M-CHECK-TERM-CLOSED-ROUTINE.

      *  A TERM NOT ON THE REFERENCE IS NOT CLOSED.  A READ THAT
      *  FAILS OUTRIGHT TURNS THE CHECK OFF FOR THE REST OF THE RUN,
      *  THE SAME WAY A MISSING TERMREF.DAT DOES.
           MOVE TR-TERM-CODE TO TE-TERM-CODE
           READ TERM-REF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TE-TERM-CLOSED
                       SET HOLD-CORRECTION TO TRUE
                   END-IF
           END-READ
           IF TE-FILE-STATUS NOT = '00'
              AND TE-FILE-STATUS NOT = '23'
               SET TERM-REF-ABSENT TO TRUE
               DISPLAY 'GRADMNT - TERM REFERENCE READ FAILED, '
                   'STATUS = ' TE-FILE-STATUS
                   ' - TERM STATUS NO LONGER CHECKED'
           END-IF
           .
       34D-HOLD-CORRECTION-ROUTINE.

      *  ONE CHANGE PER STUDENT AND TERM WAITS AT A TIME.  A RECORD
      *  STILL PENDING OR APPROVED BUT NOT YET RELEASED STANDS, AND
      *  THE NEW CORRECTION IS REJECTED SO THE REGISTRAR SIGNS OFF
      *  ON EXACTLY WHAT GETS APPLIED.  RELEASED AND DENIED RECORDS
      *  ARE HISTORY - THE NEW HOLD IS WRITTEN BESIDE THEM UNDER
      *  THIS RUN'S DATE AND TIME, AND THEIR DECISIONS STAY ON FILE.
           PERFORM 34J-FIND-OPEN-PENDING-ROUTINE
           EVALUATE TRUE
               WHEN PENDING-SCAN-FAILED
                   MOVE 'REJECTED - PENDING FILE READ FAILED' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               WHEN OPEN-PENDING-FOUND
                   MOVE 'REJECTED - CHANGE ALREADY PENDING' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               WHEN OTHER
                   PERFORM 34E-BUILD-PENDING-ROUTINE
                   WRITE PENDING-RECORD
                   PERFORM 34G-CHECK-HOLD-STATUS-ROUTINE
           END-EVALUATE
           .
       34E-BUILD-PENDING-ROUTINE.

           MOVE SPACES TO PENDING-RECORD
           MOVE TR-SECTION-CODE TO PN-SECTION-CODE
           MOVE TR-STUDENT-ID TO PN-STUDENT-ID
           MOVE TR-TERM-CODE TO PN-TERM-CODE
           SET PN-PENDING TO TRUE
           MOVE JL-RUN-DATE-SAVE TO PN-HOLD-DATE
           MOVE JL-RUN-TIME-SAVE TO PN-HOLD-TIME
           MOVE MT-HOLD-REASON TO PN-HOLD-REASON
           MOVE MT-BEFORE-TERM TO PN-BEFORE-TERM
           MOVE MT-AFTER-TERM TO PN-AFTER-TERM
           MOVE TRANS-RECORD TO PN-TRANS-IMAGE
           MOVE 0 TO PN-DECISION-DATE
           MOVE 0 TO PN-RELEASE-DATE
           .
       34G-CHECK-HOLD-STATUS-ROUTINE.

      *  A HOLD THAT CANNOT BE WRITTEN LEAVES THE MASTER UNTOUCHED,
      *  SO NOTHING IS LOST - THE CORRECTION IS REJECTED FOR THE
      *  REGISTRAR TO KEY AGAIN.
           IF PN-FILE-STATUS = '00'
               MOVE 'HELD - TERM CLOSED, PENDING APPROVAL' TO
                   ML-DISPOSITION
               ADD 1 TO MT-COUNT-HELD
           ELSE
               MOVE 'REJECTED - PENDING WRITE FAILED' TO
                   ML-DISPOSITION
               ADD 1 TO MT-COUNT-REJECTED
           END-IF
           .
       34J-FIND-OPEN-PENDING-ROUTINE.

      *  THE HOLDS FOR ONE STUDENT AND TERM LIE TOGETHER ON THE
      *  PENDING FILE UNDER THE SAME PN-CHANGE-KEY, SO THE SCAN
      *  STARTS AHEAD OF THE EARLIEST HOLD DATE AND READS FORWARD
      *  UNTIL THE KEY CHANGES.  IT STOPS ON THE ONE PENDING OR
      *  APPROVED RECORD IF THERE IS ONE, LEAVING IT IN THE RECORD
      *  AREA FOR 34L TO CHECK AND 34H TO MARK.  A STATUS OTHER
      *  THAN NOT FOUND OR END OF FILE MEANS THE ANSWER IS UNKNOWN.
           SET NO-OPEN-PENDING TO TRUE
           MOVE ' ' TO PENDING-EOF-FLAG
           MOVE TR-SECTION-CODE TO PN-SECTION-CODE
           MOVE TR-STUDENT-ID TO PN-STUDENT-ID
           MOVE TR-TERM-CODE TO PN-TERM-CODE
           MOVE 0 TO PN-HOLD-DATE
           MOVE 0 TO PN-HOLD-TIME
           START PENDING-FILE KEY NOT < PN-KEY
               INVALID KEY
                   MOVE 'N' TO PENDING-EOF-FLAG
           END-START
           IF PN-FILE-STATUS NOT = '00'
              AND PN-FILE-STATUS NOT = '23'
               SET PENDING-SCAN-FAILED TO TRUE
               MOVE 'N' TO PENDING-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO PENDING-EOF-FLAG
                   NOT AT END
                       IF PN-SECTION-CODE NOT = TR-SECTION-CODE
                          OR PN-STUDENT-ID NOT = TR-STUDENT-ID
                          OR PN-TERM-CODE NOT = TR-TERM-CODE
                           MOVE 'N' TO PENDING-EOF-FLAG
                       ELSE
                           IF PN-PENDING OR PN-APPROVED
                               SET OPEN-PENDING-FOUND TO TRUE
                               MOVE 'N' TO PENDING-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
               IF PN-FILE-STATUS NOT = '00'
                  AND PN-FILE-STATUS NOT = '10'
                   SET PENDING-SCAN-FAILED TO TRUE
                   MOVE 'N' TO PENDING-EOF-FLAG
               END-IF
           END-PERFORM
           .
       34K-CHECK-STUDENT-PENDING-ROUTINE.

      *  A DELETE, WITHDRAW, OR TRANSFER TAKES THE STUDENT'S RECORD
      *  OUT FROM UNDER THIS SECTION, SO A CHANGE STILL PENDING OR
      *  APPROVED FOR ANY OF THE STUDENT'S TERMS HERE COULD NEVER BE
      *  RELEASED.  ALL THE STUDENT'S HOLDS IN THE SECTION LIE
      *  TOGETHER AHEAD OF THE NEXT STUDENT, SO THE SCAN STARTS
      *  AHEAD OF THE LOWEST TERM CODE AND READS FORWARD UNTIL THE
      *  STUDENT CHANGES, THE SAME WAY 34J READS ONE TERM'S HOLDS.
      *  THE TRANSACTION IS REJECTED UNTIL THE REGISTRAR HAS
      *  DECIDED THE CHANGE AND ANY APPROVAL HAS BEEN RELEASED.
           SET NO-OPEN-PENDING TO TRUE
           MOVE ' ' TO PENDING-EOF-FLAG
           MOVE TR-SECTION-CODE TO PN-SECTION-CODE
           MOVE TR-STUDENT-ID TO PN-STUDENT-ID
           MOVE LOW-VALUES TO PN-TERM-CODE
           MOVE 0 TO PN-HOLD-DATE
           MOVE 0 TO PN-HOLD-TIME
           START PENDING-FILE KEY NOT < PN-KEY
               INVALID KEY
                   MOVE 'N' TO PENDING-EOF-FLAG
           END-START
           IF PN-FILE-STATUS NOT = '00'
              AND PN-FILE-STATUS NOT = '23'
               SET PENDING-SCAN-FAILED TO TRUE
               MOVE 'N' TO PENDING-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO PENDING-EOF-FLAG
                   NOT AT END
                       IF PN-SECTION-CODE NOT = TR-SECTION-CODE
                          OR PN-STUDENT-ID NOT = TR-STUDENT-ID
                           MOVE 'N' TO PENDING-EOF-FLAG
                       ELSE
                           IF PN-PENDING OR PN-APPROVED
                               SET OPEN-PENDING-FOUND TO TRUE
                               MOVE 'N' TO PENDING-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
               IF PN-FILE-STATUS NOT = '00'
                  AND PN-FILE-STATUS NOT = '10'
                   SET PENDING-SCAN-FAILED TO TRUE
                   MOVE 'N' TO PENDING-EOF-FLAG
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PENDING-SCAN-FAILED
                   MOVE 'REJECTED - PENDING FILE READ FAILED' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               WHEN OPEN-PENDING-FOUND
                   MOVE 'REJECTED - CHANGE PENDING ON STUDENT' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
           END-EVALUATE
           .
       34F-REWRITE-CORRECTION-ROUTINE.

           MOVE SPACES TO JL-AFTER-IMAGE
           MOVE GRADE-RECORD TO JL-AFTER-IMAGE
           REWRITE GRADE-RECORD
           IF GR-FILE-STATUS = '00'
               ADD 1 TO MT-COUNT-CORRECTED
               MOVE 'REWRITE' TO JL-ACTION-SAVE
               PERFORM 37-WRITE-JOURNAL-ROUTINE
               IF TR-NAME NOT = SPACES
                   PERFORM 37C-XREF-RENAME-ROUTINE
               END-IF
               IF RELEASE-RUN
                   PERFORM 34H-MARK-RELEASED-ROUTINE
               END-IF
           ELSE
               MOVE 'REJECTED - MASTER REWRITE FAILED' TO
                   ML-DISPOSITION
               ADD 1 TO MT-COUNT-REJECTED
           END-IF
           .
       34H-MARK-RELEASED-ROUTINE.

      *  THE PENDING RECORD 34J FOUND FOR 34L IS STILL IN ITS RECORD
      *  AREA.  MARKING IT RELEASED CLOSES THE PAPER TRAIL AND KEEPS
      *  A SECOND RELEASE RUN FROM APPLYING THE SAME CHANGE TWICE.
      *  THE CHANGE IS ALREADY ON THE MASTER AND JOURNALED, SO A
      *  FAILED MARK IS ONLY SAID ON THE CONSOLE.
           SET PN-RELEASED TO TRUE
           MOVE JL-RUN-DATE-SAVE TO PN-RELEASE-DATE
           REWRITE PENDING-RECORD
           IF PN-FILE-STATUS = '00'
               IF ADD-ACTION
                   MOVE 'ADDED - HELD CHANGE RELEASED' TO
                       ML-DISPOSITION
               ELSE
                   MOVE 'CORRECTED - HELD CHANGE RELEASED' TO
                       ML-DISPOSITION
               END-IF
               ADD 1 TO MT-COUNT-RELEASED
           ELSE
               DISPLAY 'GRADMNT - PENDING RELEASE MARK FAILED, '
                   'STUDENT ' TR-STUDENT-ID
                   ' TERM ' TR-TERM-CODE
                   ' STATUS = ' PN-FILE-STATUS
           END-IF
           .
       35-APPLY-CORRECTION-ROUTINE.

           .
       36-DELETE-STUDENT-ROUTINE.

           PERFORM 34K-CHECK-STUDENT-PENDING-ROUTINE
           IF NO-OPEN-PENDING
               PERFORM 36M-DELETE-CHECKED-ROUTINE
           END-IF
           .
       36M-DELETE-CHECKED-ROUTINE.

           MOVE TR-SECTION-CODE TO GR-SECTION-CODE
           MOVE TR-STUDENT-ID TO GR-STUDENT-ID
           READ GRADE-FILE
           .
       36B-WITHDRAW-STUDENT-ROUTINE.

           PERFORM 34K-CHECK-STUDENT-PENDING-ROUTINE
           IF NO-OPEN-PENDING
               PERFORM 36N-WITHDRAW-CHECKED-ROUTINE
           END-IF
           .
       36N-WITHDRAW-CHECKED-ROUTINE.

           MOVE TR-SECTION-CODE TO GR-SECTION-CODE
           MOVE TR-STUDENT-ID TO GR-STUDENT-ID
           READ GRADE-FILE
               ADD 1 TO MT-COUNT-REJECTED
           END-IF
           .
       36H-TRANSFER-STUDENT-ROUTINE.

      *  THE TARGET SECTION IS CHECKED THE SAME WAY AN ADD'S
      *  SECTION IS - A TRANSFER INTO A SECTION THAT DOES NOT EXIST
      *  WOULD HIDE THE STUDENT'S WHOLE HISTORY UNDER A TYPO.
           PERFORM 34K-CHECK-STUDENT-PENDING-ROUTINE
           IF NO-OPEN-PENDING
               IF SECTION-REF-PRESENT
                   MOVE TR-TO-SECTION-CODE TO SE-SECTION-CODE
                   READ SECTION-REF-FILE
                       INVALID KEY
                           MOVE 'REJECTED - TARGET NOT ON REFERENCE'
                               TO ML-DISPOSITION
                           ADD 1 TO MT-COUNT-REJECTED
                       NOT INVALID KEY
                           PERFORM 36J-TRANSFER-CHECKED-ROUTINE
                   END-READ
               ELSE
                   PERFORM 36J-TRANSFER-CHECKED-ROUTINE
               END-IF
           END-IF
           .
       36J-TRANSFER-CHECKED-ROUTINE.

           MOVE TR-SECTION-CODE TO GR-SECTION-CODE
           MOVE TR-STUDENT-ID TO GR-STUDENT-ID
           READ GRADE-FILE
               INVALID KEY
                   MOVE 'REJECTED - STUDENT ID NOT ON FILE' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               NOT INVALID KEY
                   MOVE GR-NAME TO ML-NAME
      *  GR-NUM-TERMS SIZES EVERY MOVE OF THE RECORD, SO A COUNT
      *  THAT CANNOT BE READ MEANS THE HISTORY CANNOT BE CARRIED
      *  ACROSS WHOLE - THE RECORD STAYS WHERE IT IS.
                   IF GR-NUM-TERMS NOT NUMERIC OR GR-NUM-TERMS = 0
                      OR GR-NUM-TERMS > MT-MAX-TERMS
                       MOVE 'REJECTED - TERM COUNT UNREADABLE' TO
                           ML-DISPOSITION
                       ADD 1 TO MT-COUNT-REJECTED
                   ELSE
                       MOVE SPACES TO MT-FROM-IMAGE
                       MOVE GRADE-RECORD TO MT-FROM-IMAGE
                       MOVE GR-NAME TO MT-TRANSFER-NAME
                       PERFORM 36K-WRITE-TARGET-ROUTINE
                   END-IF
           END-READ
           .
       36K-WRITE-TARGET-ROUTINE.

      *  A STUDENT ALREADY ON FILE UNDER THE TARGET SECTION HAS
      *  TWO HISTORIES THAT NEED A PERSON TO SORT OUT, SO THE
      *  TRANSFER IS REJECTED AND BOTH RECORDS LEFT ALONE.
           MOVE TR-TO-SECTION-CODE TO GR-SECTION-CODE
           MOVE TR-STUDENT-ID TO GR-STUDENT-ID
           READ GRADE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'REJECTED - ALREADY IN TARGET SECTION' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
           END-READ
           IF GR-FILE-STATUS = '23'
      *  GR-NUM-TERMS IS FORCED TO THE FULL FOUR TERMS SO THE WHOLE
      *  SAVED IMAGE LANDS, THEN THE IMAGE'S OWN COUNT TAKES OVER.
               MOVE MT-MAX-TERMS TO GR-NUM-TERMS
               MOVE MT-FROM-IMAGE TO GRADE-RECORD
               MOVE TR-TO-SECTION-CODE TO GR-SECTION-CODE
               MOVE SPACES TO MT-TO-IMAGE
               MOVE GRADE-RECORD TO MT-TO-IMAGE
               WRITE GRADE-RECORD
               IF GR-FILE-STATUS = '00'
                   PERFORM 36L-REMOVE-SOURCE-ROUTINE
               ELSE
                   MOVE 'REJECTED - MASTER WRITE FAILED' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               END-IF
           ELSE
               IF GR-FILE-STATUS NOT = '00'
                   MOVE 'REJECTED - MASTER READ FAILED' TO
                       ML-DISPOSITION
                   ADD 1 TO MT-COUNT-REJECTED
               END-IF
           END-IF
           .
       36L-REMOVE-SOURCE-ROUTINE.

      *  THE HISTORY IS SAFE UNDER THE TARGET SECTION, SO THE FROM
      *  RECORD CAN GO.  ONLY WHEN BOTH HALVES HAVE LANDED IS THE
      *  PAIR JOURNALED - DELETE FIRST, THEN WRITE, THE ORDER A
      *  REPLAY WANTS THEM IN.
           MOVE TR-SECTION-CODE TO GR-SECTION-CODE
           MOVE TR-STUDENT-ID TO GR-STUDENT-ID
           DELETE GRADE-FILE RECORD
           IF GR-FILE-STATUS = '00'
               ADD 1 TO MT-COUNT-TRANSFERRED
               MOVE SPACES TO ML-DISPOSITION
               STRING 'TRANSFERRED FROM ' DELIMITED BY SIZE
                      TR-SECTION-CODE DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      TR-TO-SECTION-CODE DELIMITED BY SIZE
                   INTO ML-DISPOSITION
               END-STRING
               MOVE MT-FROM-IMAGE TO JL-BEFORE-IMAGE
               MOVE SPACES TO JL-AFTER-IMAGE
               MOVE 'DELETE' TO JL-ACTION-SAVE
               PERFORM 37-WRITE-JOURNAL-ROUTINE
               MOVE SPACES TO JL-BEFORE-IMAGE
               MOVE MT-TO-IMAGE TO JL-AFTER-IMAGE
               MOVE 'WRITE' TO JL-ACTION-SAVE
               PERFORM 37-WRITE-JOURNAL-ROUTINE
               PERFORM 37F-XREF-TRANSFER-ROUTINE
           ELSE
      *  THE FROM RECORD WOULD NOT GO, SO THE COPY JUST WRITTEN
      *  UNDER THE TARGET IS TAKEN BACK OFF - LEFT THERE, THE
      *  STUDENT WOULD SIT IN BOTH SECTIONS AT ONCE.  A BACKOUT
      *  THAT FAILS TOO IS SAID ON THE CONSOLE FOR HAND CLEANUP.
               MOVE 'REJECTED - MASTER DELETE FAILED' TO
                   ML-DISPOSITION
               ADD 1 TO MT-COUNT-REJECTED
               MOVE TR-TO-SECTION-CODE TO GR-SECTION-CODE
               MOVE TR-STUDENT-ID TO GR-STUDENT-ID
               DELETE GRADE-FILE RECORD
               IF GR-FILE-STATUS NOT = '00'
                   DISPLAY 'GRADMNT - TRANSFER BACKOUT FAILED, '
                       'STUDENT ' TR-STUDENT-ID
                       ' SECTION ' TR-TO-SECTION-CODE
                       ' STATUS = ' GR-FILE-STATUS
               END-IF
           END-IF
           .
       39-WRITE-LOG-LINE-ROUTINE.

           MOVE MAINT-LOG-LINE TO REPORT-RECORD
       40-EOF-ROUTINE.

           PERFORM 45-SUMMARY-ROUTINE
           PERFORM 48-WRITE-AUDIT-ROUTINE
           PERFORM 19E-CLOSE-INPUT-ROUTINE
           IF SECTION-REF-PRESENT
               CLOSE SECTION-REF-FILE
           END-IF
           END-IF
           CLOSE GRADE-FILE
               ARCHIVE-FILE
               PENDING-FILE
               SUSPENSE-OUT-FILE
               JOURNAL-FILE
               MAINT-REPORT-FILE
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'STUDENTS TRANSFERRED' TO SL-CAPTION
           MOVE MT-COUNT-TRANSFERRED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'CHANGES HELD FOR APPROVAL' TO SL-CAPTION
           MOVE MT-COUNT-HELD TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'HELD CHANGES RELEASED' TO SL-CAPTION
           MOVE MT-COUNT-RELEASED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE

           MOVE 'TRANSACTIONS REJECTED' TO SL-CAPTION
           MOVE MT-COUNT-REJECTED TO SL-COUNT
           MOVE SUMMARY-LINE TO REPORT-RECORD
           MOVE SUMMARY-LINE TO REPORT-RECORD
           PERFORM 75-WRITE-A-LINE
           .
       48-WRITE-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADMNT'           TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE MT-COUNT-READ       TO AU-RECORDS-READ
           MOVE MT-COUNT-JOURNALED  TO AU-RECORDS-WRITTEN
           COMPUTE AU-EXCEPTION-COUNT =
               MT-COUNT-REJECTED + MT-COUNT-SUSPENDED
      *  A RUN CUT SHORT BY A JOURNAL FAILURE LEFT A CHANGE ON THE
      *  MASTER THAT THE JOURNAL DOES NOT COVER, SO IT LOGS ABEND
      *  EVEN THOUGH IT CLOSED ITS FILES IN THE ORDINARY WAY.
           IF JOURNAL-FAILED
               MOVE 'ABEND'         TO AU-COMPLETION-STATUS
           ELSE
               MOVE 'NORMAL'        TO AU-COMPLETION-STATUS
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
      *  A FILE THE RUN CANNOT DO WITHOUT FAILED TO OPEN, SO NO
      *  TRANSACTION WAS APPLIED - THIS STILL GETS LOGGED, WITH AN
      *  ABEND STATUS, SO THE FAILURE IS ON THE AUDIT LOG AND NOT
      *  ONLY ON THE CONSOLE.
       49-WRITE-ABEND-AUDIT-ROUTINE.

           MOVE SPACES TO AUDIT-RECORD
           MOVE 'GRADMNT'           TO AU-PROGRAM-ID
           MOVE AU-START-DATE-SAVE  TO AU-START-DATE
           MOVE AU-START-TIME-SAVE  TO AU-START-TIME
           ACCEPT AU-END-DATE FROM DATE YYYYMMDD
           ACCEPT AU-END-TIME FROM TIME
           MOVE 0 TO AU-RECORDS-READ
           MOVE 0 TO AU-RECORDS-WRITTEN
           MOVE 0 TO AU-EXCEPTION-COUNT
           MOVE 'ABEND'             TO AU-COMPLETION-STATUS

           OPEN EXTEND AUDIT-LOG-FILE
           IF AU-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG-FILE
           .
       75-WRITE-A-LINE.

           WRITE REPORT-RECORD
