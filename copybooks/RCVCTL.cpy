      ******************************************************************
      *  RCVCTL.CPY
      *  PARTNER DIGEST CONTROL RECORD (RCVCTL).  SENT BY AN EXTERNAL
      *  PARTNER WITH A TRANSMISSION - ONE RECORD PER DATASET SENT,
      *  GIVING THE DATASET NAME IT WAS RECEIVED UNDER, THE FILE ID IT
      *  IS KNOWN BY (THE HASH-MASTER KEY IT LOADS UNDER), THE
      *  ALGORITHM AND MODE THE PARTNER DIGESTED IT WITH, AND THE
      *  DIGEST AND RECORD COUNT THE PARTNER EXPECTS US TO FIND:
      *      L  LINE MODE - THE CHAINED DIGEST OVER EVERY LINE, AS
      *         MANIFEST DIGESTS A MEMBER (BLANK IS TAKEN AS L)
      *      R  RECORD MODE - THE SAME OVER FIXED 100-BYTE RECORDS
      *  THE DIGEST MAY BE SENT IN UPPER OR LOWER CASE HEX.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - PARTNER DIGEST CONTROL.
      ******************************************************************
       01 RCV-RECORD.
          05 RCV-DSNAME              PIC X(80).
          05 RCV-FILE-ID             PIC X(20).
          05 RCV-ALGORITHM           PIC X(08).
          05 RCV-MODE                PIC X(01).
             88 RCV-LINE-MODE                 VALUE "L" " ".
             88 RCV-RECORD-MODE               VALUE "R".
          05 RCV-EXPECTED-COUNT      PIC 9(09).
          05 RCV-EXPECTED-DIGEST     PIC X(129).
