      ******************************************************************
      *  XTRSNT.CPY
      *  SENT-EVENT LEDGER RECORD (XTRSENT), KEYED BY EVENT.  INTXTRCT
      *  WRITES ONE RECORD FOR EVERY DETAIL IT PUTS ON THE OUTBOUND
      *  EXTRACT AND LOOKS EACH CANDIDATE EVENT UP HERE FIRST, SO AN
      *  EVENT ALREADY SENT UNDER A COMPLETED CYCLE IS NEVER SENT
      *  AGAIN.  XSL-FINGERPRINT IS A SHA-256 RUNNING DIGEST OF THE
      *  FIELDS THAT IDENTIFY THE EVENT:
      *      MST  KEY, CHANGED AT, ACTION, CHANGE RUN ID, NEW DIGEST
      *      MEX  NAME, TYPE, OLD DIGEST, NEW DIGEST
      *      REX  TYPE, KEY, HASHOUT DIGEST, AUDITLOG DIGEST
      *      ERR  TIMESTAMP, SOURCE ID, RETURN CODE, INPUT TEXT, CYCLE
      *  XSL-CYCLE-ID IS THE CYCLE THAT SENT IT.  A LEDGER RECORD
      *  WHOSE CYCLE NEVER REACHED SENDCTL (THE EXTRACT DID NOT
      *  COMPLETE) DOES NOT COUNT AS SENT - THE EVENT GOES ON THE NEXT
      *  EXTRACT AND THE RECORD IS REWRITTEN UNDER THAT CYCLE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SENT-EVENT LEDGER RECORD.
      ******************************************************************
       01 XSL-RECORD.
          05 XSL-EVENT-KEY.
             10 XSL-EVENT-TYPE       PIC X(03).
             10 XSL-FINGERPRINT      PIC X(64).
          05 XSL-CYCLE-ID            PIC X(08).
          05 XSL-SENT-AT             PIC X(26).
          05 XSL-EVENT-REF           PIC X(26).
          05 FILLER                  PIC X(13).
