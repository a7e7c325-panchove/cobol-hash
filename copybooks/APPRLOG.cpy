      ******************************************************************
      *  APPRLOG.CPY
      *  DATED APPROVAL RECORD (APPRLOG).  APPENDED BY MANPROM (OPENED
      *  EXTEND) FOR EVERY APPRCTL CARD THAT ACKNOWLEDGED A CHANGED OR
      *  REMOVED EXCEPTION, WHEN THE PROMOTION IT CLEARED GOES AHEAD -
      *  THE MAN-NAME, THE EXCEPTION TYPE IT ACCEPTED, THE CYCLE AND
      *  THE MANPROM RUN TIMESTAMP.  THE APPRCTL CARD ITSELF CARRIES NO
      *  DATE, SO THIS FILE IS WHAT PLACES AN APPROVAL IN A PERIOD:
      *  ATTEST COUNTS A MANIFEST CHANGE AS APPROVED ONLY AGAINST THE
      *  APPRLOG RECORDS STAMPED WITHIN THE PERIOD IT ATTESTS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - DATED APPROVAL RECORD.
      ******************************************************************
       01 APL-RECORD.
          05 APL-MAN-NAME            PIC X(20).
          05 APL-EXC-TYPE            PIC X(10).
          05 APL-CYCLE-ID            PIC X(08).
          05 APL-APPROVED-AT         PIC X(26).
