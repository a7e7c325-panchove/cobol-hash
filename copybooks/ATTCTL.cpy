      ******************************************************************
      *  ATTCTL.CPY
      *  ATTESTATION CONTROL CARD FOR ATTEST (ATTCTL).  ONE CARD PER
      *  RECORD:
      *      FROM:<yyyymmdd>      FIRST DAY OF THE ATTESTATION PERIOD
      *      TO:<yyyymmdd>        LAST DAY OF THE ATTESTATION PERIOD
      *      SCHEDULE:DAILY       A CYCLE IS SCHEDULED EVERY DAY
      *      SCHEDULE:WEEKDAYS    A CYCLE IS SCHEDULED MONDAY TO FRIDAY
      *      NOCYCLE:<yyyymmdd>   A DAY WITH NO CYCLE SCHEDULED (A
      *                           HOLIDAY OR PLANNED OUTAGE) - UP TO 50
      *  FROM AND TO GO TOGETHER; WITHOUT THEM (OR WITHOUT AN ATTCTL
      *  DD) THE PERIOD IS THE PREVIOUS CALENDAR MONTH.  THE PERIOD
      *  MAY NOT RUN BACKWARDS OR BE LONGER THAN 366 DAYS.  THE
      *  SCHEDULE DEFAULTS TO DAILY.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - ATTESTATION CONTROL CARD.
      ******************************************************************
       01 ATC-CONTROL-RECORD          PIC X(100).
