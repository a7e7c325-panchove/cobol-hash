000235* 2026-08-09 JCM   ALSO CALLED BY MANIFEST NOW.  ERRTAB.CPY GREW
000236*                  A NINTH ENTRY (CODE 20) SO THE SEARCH LIMIT
000237*                  BELOW MOVED FROM 8 TO 9.
000238* 2026-10-15 JCM   ERRTAB.CPY CODE 30 ADDED - SEARCH LIMIT 10.
000239* 2026-10-15 JCM   ERRTAB.CPY CODE 40 ADDED - SEARCH LIMIT 11.
000240*-----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000380     MOVE "UNKNOWN RETURN CODE" TO LS-ERR-MESSAGE.
000390     PERFORM 1000-CHECK-ENTRY THRU 1000-EXIT
000400         VARYING WS-ERR-IDX FROM 1 BY 1
000410         UNTIL WS-ERR-IDX > 11.
000420     EXIT PROGRAM.
000430 1000-CHECK-ENTRY.
000440     IF ERR-CODE(WS-ERR-IDX) = LS-RETURN-CODE
