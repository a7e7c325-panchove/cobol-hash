      ******************************************************************
      *  HASHTRN.CPY
      *  MAINTENANCE TRANSACTION RECORD FOR HASHMNT (HASHTRAN).  ONE
      *  TRANSACTION PER RECORD, APPLIED TO THE HASH-MASTER FILE IN
      *  FILE ORDER:
      *      A  ADD      NEW ENTRY - KEY MUST NOT BE ON THE MASTER;
      *                  HASH, ALGORITHM AND SOURCE TYPE REQUIRED
      *      C  CHANGE   REPLACE THE DIGEST (AND ALGORITHM) OF AN
      *                  EXISTING ENTRY, E.G. TO RESTORE A KNOWN-GOOD
      *                  DIGEST AFTER A BAD RUN WAS LOADED
      *      D  DELETE   REMOVE A RETIRED ENTRY
      *      F  FREEZE   PROTECT AN ENTRY'S DIGEST FROM HASHLOAD AND
      *                  HASHFIX
      *      U  RELEASE  LIFT A FREEZE
      *  A FROZEN ENTRY CANNOT BE CHANGED OR DELETED - RELEASE IT
      *  FIRST.  A KEY RENAME IS A DELETE OF THE OLD KEY FOLLOWED BY
      *  AN ADD OF THE NEW ONE.  EVERY TRANSACTION CARRIES ONE OF THE
      *  REASON CODES BELOW AND THE REQUESTER'S ID; EITHER MISSING
      *  REJECTS IT.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - MASTER MAINTENANCE
      *                   TRANSACTION.
      *  2026-10-15 JCM   SOURCE TYPE "P" (PARTNER) ACCEPTED ON AN ADD.
      ******************************************************************
       01 HMT-RECORD.
          05 HMT-ACTION              PIC X(01).
             88 HMT-ADD                       VALUE "A".
             88 HMT-CHANGE                    VALUE "C".
             88 HMT-DELETE                    VALUE "D".
             88 HMT-FREEZE                    VALUE "F".
             88 HMT-RELEASE                   VALUE "U".
             88 HMT-ACTION-VALID              VALUE "A" "C" "D" "F"
                                                    "U".
          05 HMT-KEY                 PIC X(20).
          05 HMT-REASON-CODE         PIC X(04).
             88 HMT-REASON-NEW                VALUE "NEWD".
             88 HMT-REASON-RETIRED            VALUE "RETR".
             88 HMT-REASON-RENAME             VALUE "RNAM".
             88 HMT-REASON-RESTORE            VALUE "REST".
             88 HMT-REASON-CORRECT            VALUE "CORR".
             88 HMT-REASON-GOLDEN             VALUE "GOLD".
             88 HMT-REASON-RELEASE            VALUE "RELS".
             88 HMT-REASON-VALID              VALUE "NEWD" "RETR"
                                                    "RNAM" "REST"
                                                    "CORR" "GOLD"
                                                    "RELS".
          05 HMT-REQUESTER-ID        PIC X(08).
          05 HMT-ALGORITHM           PIC X(08).
          05 HMT-SOURCE-TYPE         PIC X(01).
             88 HMT-SOURCE-VALID              VALUE "B" "M" "P".
          05 HMT-HASH                PIC X(129).
          05 FILLER                  PIC X(29).
