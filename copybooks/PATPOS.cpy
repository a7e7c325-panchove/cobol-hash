      ******************************************************************
      *  PATPOS.CPY
      *  POSITION RECORD FOR HASHPTRL (PATPOS).  ONE RECORD IS
      *  APPENDED AT EVERY CHECKPOINT AND AT END OF RUN; THE LAST
      *  RECORD IN THE FILE IS THE CURRENT POSITION, THE SAME
      *  CONVENTION AS HASHMIGR'S MIGPOS.  THE NEXT RUN RESUMES WITH
      *  THE FIRST MASTER KEY AFTER PTP-LAST-KEY.  A PASS IS ONE TRIP
      *  FROM THE TOP OF THE MASTER TO THE END; PTP-PASS-NUMBER COUNTS
      *  THEM AND PTP-PASS-STARTED IS WHEN THE CURRENT ONE BEGAN, SO
      *  AN ENTRY WHOSE HMR-LAST-VERIFIED IS LATER HAS BEEN COVERED BY
      *  THIS PASS.  A BLANK PTP-LAST-KEY MEANS THE LAST PASS REACHED
      *  THE END AND THE NEXT RUN STARTS A NEW ONE AT THE TOP.  A
      *  MISSING OR EMPTY FILE STARTS PASS 1 AT THE TOP.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - PATROL POSITION RECORD.
      ******************************************************************
       01 PTP-RECORD.
          05 PTP-LAST-KEY            PIC X(20).
          05 PTP-TIMESTAMP           PIC X(26).
          05 PTP-CYCLE-ID            PIC X(08).
          05 PTP-PASS-NUMBER         PIC 9(05).
          05 PTP-PASS-STARTED        PIC X(26).
          05 PTP-PATROLLED           PIC 9(09).
          05 PTP-VERIFIED            PIC 9(09).
          05 PTP-DRIFT               PIC 9(09).
          05 PTP-UNREACHABLE         PIC 9(09).
