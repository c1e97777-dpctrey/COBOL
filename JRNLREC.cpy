      * BY REAPPLYING THE AFTER IMAGES IN JOURNAL ORDER INSTEAD OF
      * REKEYING A WEEK OF TRANSACTIONS.
      *
      * GRADROLL ALSO APPENDS A REWRITE FOR EVERY STUDENT IT ROLLS A
      * TERM OFF, WITH A NOTE IN JR-TRANS-IMAGE IN PLACE OF A
      * TRANSACTION.  GRADBAL READS THE ENTRIES STAMPED SINCE ITS
      * LAST BALANCE TO CARRY THE MASTER'S CONTROL TOTALS FORWARD.
      *
      * THE JOURNAL ONLY HOLDS THE ENTRIES SINCE THE LAST BACKUP -
      * EACH GRADBKUP BACKUP CLOSES IT OFF INTO A JOURNAL GENERATION
      * FILE BESIDE THE MASTERS AND STARTS IT OVER EMPTY.  A GRADBKUP
      * RESTORE PUTS BACK TOGETHER THE JOURNAL GRADRECV NEEDS.
      *
      * JR-ACTION SAYS WHICH I-O VERB RAN.  ON A WRITE (ADD) THE
      * BEFORE IMAGE IS SPACES; ON A DELETE THE AFTER IMAGE IS
      * SPACES.  JR-SECTION-CODE AND JR-STUDENT-ID REPEAT THE KEY OF
