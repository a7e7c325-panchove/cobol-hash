      *                   CONCATENATED OR UNSCRATCHED AUDITLOG FILES.
      *                   BLANK ON RECORDS WRITTEN BEFORE THE FIELD
      *                   EXISTED OR BY A RUN GIVEN NO CYCLE.
      *  2026-10-15 JCM   ADDED AUD-SEAL-SEQ, AUD-PREV-SEAL AND AUD-SEAL
      *                   (AT THE END AGAIN) - THE TAMPER-EVIDENT SEAL
      *                   CHAIN.  EVERY WRITER NUMBERS ITS RECORDS FROM
      *                   1 AND CALLS AUDSEAL, WHICH FOLDS THE PRIOR
      *                   RECORD'S SEAL AND THIS RECORD'S CONTENT
      *                   (BYTES 1-261, TIMESTAMP THROUGH SEQUENCE)
      *                   INTO A SHA-256 SEAL.  THE FIRST RECORD OF A
      *                   CHAIN CARRIES AN ALL-ZERO AUD-PREV-SEAL.
      *                   SEALCHK RECOMPUTES THE CHAIN.  ALL THREE ARE
      *                   BLANK ON RECORDS WRITTEN BEFORE THE SEAL
      *                   EXISTED.
      ******************************************************************
       01 AUD-RECORD.
          05 AUD-TIMESTAMP           PIC X(26).
          05 AUD-HASH                PIC X(129).
          05 AUD-RETURN-CODE         PIC 9(09).
          05 AUD-CYCLE-ID            PIC X(08).
          05 AUD-SEAL-SEQ            PIC 9(09).
          05 AUD-PREV-SEAL           PIC X(64).
             88 AUD-CHAIN-START                VALUE ZEROS.
          05 AUD-SEAL                PIC X(64).
