      ******************************************************************
      *  SNDCTL.CPY
      *  SEND-CONTROL RECORD (SENDCTL).  INTXTRCT APPENDS ONE RECORD
      *  WHEN AN OUTBOUND EXTRACT HAS BEEN WRITTEN AND CLOSED, CARRYING
      *  THE SAME COUNTS AND CONTROL HASH AS THE EXTRACT'S TRAILER.
      *  A COPY GOES TO THE RECEIVING SIDE WITH THE EXTRACT SO IT CAN
      *  RECONCILE WHAT IT LOADED AGAINST THE TRAILER; THE ACCUMULATED
      *  FILE IS OUR PROOF OF WHAT WAS SENT AND WHEN.  A CYCLE WITH A
      *  RECORD HERE HAS BEEN SENT AND IS NEVER EXTRACTED AGAIN.
      *  SCR-SUPPRESSED IS THE NUMBER OF CANDIDATE EVENTS LEFT OFF
      *  BECAUSE AN EARLIER CYCLE HAD ALREADY SENT THEM.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SEND-CONTROL RECORD.
      ******************************************************************
       01 SCR-RECORD.
          05 SCR-CYCLE-ID            PIC X(08).
          05 SCR-EXTRACT-TIMESTAMP   PIC X(26).
          05 SCR-SOURCE-SYSTEM       PIC X(08).
          05 SCR-MST-COUNT           PIC 9(09).
          05 SCR-MEX-COUNT           PIC 9(09).
          05 SCR-REX-COUNT           PIC 9(09).
          05 SCR-ERR-COUNT           PIC 9(09).
          05 SCR-DETAIL-COUNT        PIC 9(09).
          05 SCR-RECORD-COUNT        PIC 9(09).
          05 SCR-CONTROL-HASH        PIC X(64).
          05 SCR-SUPPRESSED          PIC 9(09).
