      ****************************************************************
      * HISTREC - BATCH RUN HISTORY RECORD LAYOUT
      *
      * THE RUN HISTORY (RUNHIST.DAT) IS THE PERMANENT COPY OF THE
      * BATCH AUDIT LOG.  BATCHAUD.DAT IS EMPTIED AT THE START OF
      * EVERY BATCH WINDOW; BEFORE IT IS, AND AGAIN AS THE WINDOW
      * ENDS, BATCHDRV COPIES EVERY AUDIT RECORD ON IT HERE, KEYED
      * ON THE DATE THE PROGRAM STARTED, THE PROGRAM, AND ITS START
      * TIME.  A RECORD ALREADY ON FILE (ONE CARRIED FORWARD INTO A
      * FRESH LOG, OR SEEN BY BOTH COPIES) IS NOT ADDED TWICE.
      * RUNTREND READS IT BACK FOR THE TREND REPORT.
      *
      * BATCHDRV ALSO WRITES TWO KINDS OF RECORD NO PROGRAM LOGGED
      * ITSELF, BOTH STAMPED WITH THE WINDOW'S OWN START DATE/TIME:
      *    - ONE FOR THE WINDOW, UNDER PROGRAM ID 'BATCHDRV' - READ
      *      IS THE AUDIT RECORDS COPIED, WRITTEN THE STEPS THAT
      *      COMPLETED, EXCEPTIONS THE STEPS THAT DID NOT, AND THE
      *      STATUS ABEND WHEN THE WINDOW FAILED.  THESE MARK OUT
      *      THE WINDOWS THE TREND REPORT IS LAID OUT BY.
      *    - ONE FOR EACH STEP THE RUN CONTROL SCHEDULED THAT LEFT
      *      NO AUDIT RECORD - 'NO LOG' IF IT WAS CALLED, 'NOT RUN'
      *      IF THE WINDOW HELD IT BACK.
      *
      * HI-ELAPSED-SECONDS IS WORKED OUT FROM THE START AND END
      * DATE/TIME AS THE RECORD IS COPIED.  HI-WINDOW-DATE/TIME
      * SAY WHICH BATCHDRV RUN COPIED IT.
      ****************************************************************
       01  HISTORY-RECORD.
           05  HI-KEY.
               10  HI-RUN-DATE         PIC 9(8).
               10  HI-PROGRAM-ID       PIC X(8).
               10  HI-START-TIME       PIC 9(8).
           05  HI-END-DATE             PIC 9(8).
           05  HI-END-TIME             PIC 9(8).
           05  HI-RECORDS-READ         PIC 9(7).
           05  HI-RECORDS-WRITTEN      PIC 9(7).
           05  HI-EXCEPTION-COUNT      PIC 9(5).
           05  HI-COMPLETION-STATUS    PIC X(8).
               88  HI-NORMAL-COMPLETION          VALUE 'NORMAL'.
               88  HI-ABNORMAL-COMPLETION        VALUE 'ABEND'.
               88  HI-NO-LOG                     VALUE 'NO LOG'.
               88  HI-NOT-RUN                    VALUE 'NOT RUN'.
           05  HI-ELAPSED-SECONDS      PIC 9(7).
           05  HI-WINDOW-DATE          PIC 9(8).
           05  HI-WINDOW-TIME          PIC 9(8).
           05  FILLER                  PIC X(10).
