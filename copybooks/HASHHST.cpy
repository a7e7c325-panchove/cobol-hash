      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-09-02 JCM   INITIAL VERSION - SUPERSEDED MASTER ENTRY.
      *  2026-10-15 JCM   ADDED THE CHANGE FIELDS.  HASHMNT WRITES ONE
      *                   RECORD FOR EVERY MAINTENANCE TRANSACTION IT
      *                   APPLIES, AND HASHLOAD NOW FILLS THEM IN ON A
      *                   REPLACE, SO EACH RECORD CARRIES WHAT WAS
      *                   DONE (HHR-CHANGE-ACTION), WHEN AND UNDER
      *                   WHICH RUN, THE DIGEST AND ALGORITHM THAT
      *                   REPLACED THE SUPERSEDED ONE, AND FOR A
      *                   MAINTENANCE CHANGE THE REASON CODE AND
      *                   REQUESTER.  FOR AN ADD THERE IS NO
      *                   SUPERSEDED ENTRY - THE OLD-IMAGE FIELDS ARE
      *                   BLANK.  FOR A FREEZE OR RELEASE THE DIGEST
      *                   DOES NOT CHANGE - OLD AND NEW ARE THE SAME.
      *                   RECORDS WRITTEN BEFORE THIS CHANGE HAVE A
      *                   BLANK ACTION AND ARE LOAD REPLACES.
      *  2026-10-15 JCM   ADDED ACTION "M" - HASHMIGR'S MOVE OF A
      *                   RE-VERIFIED MD5 OR SHA1 ENTRY TO SHA256 OR
      *                   SHA512.  THE OLD-IMAGE FIELDS KEEP THE WEAK
      *                   DIGEST; THE SOURCE CONTENT IS UNCHANGED, SO
      *                   IT IS NOT A REPLACED DIGEST FOR CHURN.
      *  2026-10-15 JCM   ADDED SOURCE TYPE "P" (RCPTVER PARTNER LOAD)
      *                   TO MATCH HASHMST.CPY.
      ******************************************************************
       01 HHR-RECORD.
          05 HHR-KEY                 PIC X(20).
          05 HHR-SOURCE-TYPE         PIC X(01).
             88 HHR-FROM-HASHBATCH            VALUE "B".
             88 HHR-FROM-MANIFEST             VALUE "M".
             88 HHR-FROM-PARTNER              VALUE "P".
          05 HHR-CHANGE-ACTION       PIC X(01).
             88 HHR-LOAD-REPLACE              VALUE "L" " ".
             88 HHR-MAINT-ADD                 VALUE "A".
             88 HHR-MAINT-CHANGE              VALUE "C".
             88 HHR-MAINT-DELETE              VALUE "D".
             88 HHR-MAINT-FREEZE              VALUE "F".
             88 HHR-MAINT-RELEASE             VALUE "U".
             88 HHR-ALG-MIGRATE               VALUE "M".
             88 HHR-DIGEST-REPLACED           VALUE "L" " " "C" "D".
          05 HHR-CHANGED-AT          PIC X(26).
          05 HHR-CHANGE-RUN-ID       PIC X(08).
          05 HHR-NEW-HASH            PIC X(129).
          05 HHR-NEW-ALGORITHM       PIC X(08).
          05 HHR-REASON-CODE         PIC X(04).
          05 HHR-REQUESTER-ID        PIC X(08).
