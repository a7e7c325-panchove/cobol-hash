      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-08-22 JCM   INITIAL VERSION - HASH MASTER RECORD.
      *  2026-10-15 JCM   ADDED HMR-FREEZE-FLAG.  AN ENTRY FROZEN BY A
      *                   HASHMNT FREEZE TRANSACTION CARRIES A KNOWN-
      *                   GOOD DIGEST THAT NO LOAD MAY REPLACE -
      *                   HASHLOAD AND HASHFIX REJECT THE OVERWRITE
      *                   AND ONLY A HASHMNT RELEASE LIFTS IT.  A BLANK
      *                   FLAG (ENTRIES LOADED BEFORE THIS CHANGE) IS
      *                   NOT FROZEN.
      *  2026-10-15 JCM   ADDED SOURCE TYPE "P" - A PARTNER TRANSMISSION
      *                   RCPTVER VERIFIED AGAINST THE PARTNER'S OWN
      *                   DIGEST AND LOADED UNDER THE FILE ID FROM THE
      *                   PARTNER'S CONTROL FILE.
      *  2026-10-15 JCM   ADDED HMR-LAST-VERIFIED - WHEN HASHPTRL (OR A
      *                   HASHMIGR RE-VERIFY) LAST RE-DIGESTED THE
      *                   ENTRY'S SOURCE AT REST AND FOUND IT STILL
      *                   MATCHING HMR-HASH.  ANY LOAD OR CHANGE THAT
      *                   REPLACES THE DIGEST CLEARS IT; BLANK MEANS
      *                   NOT YET VERIFIED SINCE THE DIGEST WAS SET.
      *                   RECORD IS NOW 219 BYTES.
      ******************************************************************
       01 HMR-RECORD.
          05 HMR-KEY                 PIC X(20).
          05 HMR-SOURCE-TYPE         PIC X(01).
             88 HMR-FROM-HASHBATCH            VALUE "B".
             88 HMR-FROM-MANIFEST             VALUE "M".
             88 HMR-FROM-PARTNER              VALUE "P".
          05 HMR-FREEZE-FLAG         PIC X(01).
             88 HMR-FROZEN                    VALUE "Y".
             88 HMR-NOT-FROZEN                VALUE "N" " ".
          05 HMR-LAST-VERIFIED       PIC X(26).
