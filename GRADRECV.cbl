      *    A HARD I-O ERROR AGAINST THE MASTER STOPS THE RUN ON THE
      *    SPOT - A RECOVERY THAT SILENTLY DROPPED ONE ENTRY WOULD
      *    CERTIFY A MASTER THAT IS NOT WHOLE.
      *
      *    EACH GRADBKUP BACKUP EMPTIES THE JOURNAL, SO THE LIVE
      *    JOURNAL ALONE ONLY RECOVERS THE NEWEST BACKUP.  THE
      *    MASTER IS RESTORED WITH A GRADBKUP RESTORE RUN, WHICH
      *    ALSO REBUILDS THE JOURNAL FROM THE LATER BACKUPS' JOURNAL
      *    GENERATIONS SO THIS PROGRAM SEES EVERY ENTRY IT NEEDS.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
