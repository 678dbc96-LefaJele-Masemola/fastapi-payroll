000090*  OR STATUS CHANGE THAT FED A PAY RUN.  THE FILE IS OPENED
000100*  EXTEND SO THE TRAIL ACCUMULATES ACROSS MAINTENANCE RUNS AND
000110*  IS NEVER OVERWRITTEN.
000111*
000112*  THE PAY-CYCLE STEPS ALSO WRITE HERE, ACTION "O", WHEN AN
000113*  OVERRIDE CARD (CYCOVRD) AUTHORISES THE RERUN OF A STEP THE
000114*  CYCLE CONTROL LEDGER SHOWS AS COMPLETED: THE AUTHORISER IS
000115*  THE USER, THE EMPLOYEE NUMBER IS ZERO, THE STEP NAME IS THE
000116*  FIELD, THE BEFORE IMAGE IS THE CYCLE AND RUN NUMBER AND THE
000117*  AFTER IMAGE IS THE REASON GIVEN.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-08-22 TLM  ORIGINAL COPYBOOK - MAINTENANCE AUDIT TRAIL.
000161*  2026-10-15 TLM  ADDED THE CYCLE STEP RERUN OVERRIDE ("O").
000170*----------------------------------------------------------------
000180 01  AUDIT-TRAIL-RECORD.
000190     05  AUD-DATE                PIC 9(08).
