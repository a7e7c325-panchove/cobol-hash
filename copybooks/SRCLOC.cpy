      ******************************************************************
      *  SRCLOC.CPY
      *  REQUEST/REPLY BLOCK FOR THE SRCLOC SUBPROGRAM, WHICH FINDS THE
      *  SOURCE DATASET BEHIND A HASH-MASTER ENTRY THROUGH THE FEED
      *  THAT BUILT IT - MANIDX (MFI-DSNAME, MFI-RECORD-MODE) FOR A
      *  MANIFEST ENTRY, HASHOUT (HB-OUT-SOURCE-FILE) FOR A HASHBATCH
      *  ENTRY - SO IT CAN BE RE-DIGESTED THROUGH SRCDIGST.
      *      L  LOAD - ONCE, BEFORE THE FIRST LOCATE.  READS MANIDX
      *         AND HASHOUT INTO SRCLOC'S OWN TABLES, WHICH STAY
      *         LOADED FOR THE REST OF THE STEP.  A FILE THAT IS NOT
      *         THERE, OR A TABLE THAT FILLS, IS REPORTED ON THE JOB
      *         LOG UNDER SLC-CALLER AND LEAVES THOSE ENTRIES
      *         UNLOCATABLE.
      *      F  FIND - SLC-SOURCE-TYPE (HMR-SOURCE-TYPE) AND SLC-KEY
      *         (HMR-KEY) NAME THE ENTRY.  SLC-DSNAME AND SLC-MODE
      *         COME BACK IN THE SRCDIG.CPY SENSE - L OR R FOR A
      *         MANIFEST MEMBER, K OR N FOR A HASHBATCH LINE, WITH
      *         SLC-RECORD-NUMBER SET FOR N.
      *  SLC-RETURN-CODE:
      *      0   LOADED / SOURCE LOCATED
      *      4   NO LOCATOR FOR THE ENTRY (INCLUDING PARTNER ENTRIES,
      *          WHICH HAVE NONE)
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2026-10-15 JCM   INITIAL VERSION - SOURCE LOCATOR REQUEST.
      ******************************************************************
       01 SLC-REQUEST.
          05 SLC-FUNCTION            PIC X(01).
             88 SLC-LOAD                      VALUE "L".
             88 SLC-FIND                      VALUE "F".
          05 SLC-CALLER              PIC X(08).
          05 SLC-SOURCE-TYPE         PIC X(01).
          05 SLC-KEY                 PIC X(20).
          05 SLC-DSNAME              PIC X(80).
          05 SLC-MODE                PIC X(01).
          05 SLC-RECORD-NUMBER       PIC 9(09).
          05 SLC-RETURN-CODE         PIC 9(09) COMP-5.
