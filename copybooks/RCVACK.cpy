      ******************************************************************
      *  RCVACK.CPY
      *  RECEIPT ACKNOWLEDGMENT RECORD (RCVACK) RETURNED TO A PARTNER
      *  BY RCPTVER - ONE PER RCVCTL CONTROL RECORD, IN CONTROL FILE
      *  ORDER.  ACK-STATUS SAYS WHETHER THE DATASET WAS ACCEPTED;
      *  A REJECTED ONE CARRIES THE ERRTAB.CPY REASON CODE AND TEXT:
      *      8          CONTROL RECORD INCOMPLETE OR INVALID
      *      20         DATASET COULD NOT BE OPENED (NOT RECEIVED)
      *      40         RECORD COUNT DIFFERS FROM THE CONTROL RECORD
      *      50         A LINE TOO LONG TO DIGEST IN LINE MODE
      *      99         ALGORITHM NOT SUPPORTED
      *      999999999  DIGEST DIFFERS FROM THE CONTROL RECORD
      *  ACK-COMPUTED-DIGEST AND ACK-ACTUAL-COUNT ARE WHAT WE FOUND.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - RECEIPT ACKNOWLEDGMENT.
      ******************************************************************
       01 ACK-RECORD.
          05 ACK-PARTNER-ID          PIC X(08).
          05 ACK-CYCLE-ID            PIC X(08).
          05 ACK-TIMESTAMP           PIC X(26).
          05 ACK-FILE-ID             PIC X(20).
          05 ACK-DSNAME              PIC X(80).
          05 ACK-STATUS              PIC X(08).
             88 ACK-ACCEPTED                  VALUE "ACCEPTED".
             88 ACK-REJECTED                  VALUE "REJECTED".
          05 ACK-REASON-CODE         PIC 9(09).
          05 ACK-REASON              PIC X(60).
          05 ACK-ALGORITHM           PIC X(08).
          05 ACK-EXPECTED-COUNT      PIC 9(09).
          05 ACK-ACTUAL-COUNT        PIC 9(09).
          05 ACK-COMPUTED-DIGEST     PIC X(129).
