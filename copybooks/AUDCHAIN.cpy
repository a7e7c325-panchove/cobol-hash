      ******************************************************************
      *  AUDCHAIN.CPY
      *  AUDIT SEAL CHAIN STATE.  HELD IN WORKING-STORAGE BY EVERY
      *  PROGRAM THAT WRITES AUDIT RECORDS (AUDITREC.CPY) AND PASSED
      *  TO AUDSEAL WITH EACH RECORD.  AUDSEAL STAMPS THE RECORD WITH
      *  THE NEXT SEQUENCE AND THE PRIOR SEAL, SEALS IT, AND LEAVES
      *  THE NEW SEQUENCE AND SEAL HERE FOR THE NEXT RECORD.  THE
      *  INITIAL VALUES START A NEW CHAIN; A PROGRAM APPENDING TO AN
      *  EXISTING AUDIT FILE LOADS THE LAST RECORD'S AUD-SEAL-SEQ AND
      *  AUD-SEAL HERE BEFORE IT WRITES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - AUDIT SEAL CHAIN STATE.
      ******************************************************************
       01 ACS-CHAIN-STATE.
          05 ACS-LAST-SEQ            PIC 9(09) VALUE ZERO.
          05 ACS-LAST-SEAL           PIC X(64) VALUE ZEROS.
