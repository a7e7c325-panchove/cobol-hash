      ******************************************************************
      *  MIGPOS.CPY
      *  POSITION RECORD FOR HASHMIGR (MIGPOS).  ONE RECORD IS
      *  APPENDED AT EVERY CHECKPOINT AND AT END OF RUN; THE LAST
      *  RECORD IN THE FILE IS THE CURRENT POSITION, THE SAME
      *  CONVENTION AS HASHBATCH'S RESTARTF.  THE NEXT RUN RESUMES
      *  WITH THE FIRST MASTER KEY AFTER MGP-LAST-KEY AND WRAPS TO THE
      *  TOP OF THE MASTER AT THE END, SO ENTRIES THAT COULD NOT BE
      *  MIGRATED ARE RETRIED ON THE NEXT PASS WITHOUT HOLDING UP THE
      *  REST.  A MISSING OR EMPTY FILE STARTS AT THE TOP.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - MIGRATION POSITION RECORD.
      ******************************************************************
       01 MGP-RECORD.
          05 MGP-LAST-KEY            PIC X(20).
          05 MGP-TIMESTAMP           PIC X(26).
          05 MGP-RUN-ID              PIC X(08).
          05 MGP-ATTEMPTED           PIC 9(09).
          05 MGP-MIGRATED            PIC 9(09).
