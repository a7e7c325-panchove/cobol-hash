      ******************************************************************
      *  EXCPOS.CPY
      *  POSITION RECORD FOR EXCREG (EXCPOS).  ONE RECORD IS APPENDED
      *  AT THE END OF EVERY RUN THAT WROTE THE REGISTER; THE LAST
      *  RECORD IN THE FILE IS THE CURRENT POSITION, THE SAME
      *  CONVENTION AS MIGPOS AND PATPOS.
      *      EPS-INTAKE-THRU  CMPRSLT AND FIXLOG RECORDS STAMPED AFTER
      *                       THIS WERE NOT YET TAKEN IN
      *      EPS-LAST-CASE-ID HIGHEST CASE ID EVER ISSUED, SO AN ID
      *                       IS NOT REUSED ONCE ITS CASE IS ARCHIVED
      *  A MISSING OR EMPTY FILE TAKES IN EVERY CMPRSLT AND FIXLOG
      *  RECORD AND STARTS THE CASE IDS AFTER THE HIGHEST ONE ON THE
      *  REGISTER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - CASE REGISTER POSITION.
      ******************************************************************
       01 EPS-RECORD.
          05 EPS-INTAKE-THRU         PIC X(26).
          05 EPS-LAST-CASE-ID        PIC 9(07).
          05 EPS-CYCLE-ID            PIC X(08).
          05 EPS-OPEN-CASES          PIC 9(07).
          05 EPS-CLOSED-CASES        PIC 9(07).
