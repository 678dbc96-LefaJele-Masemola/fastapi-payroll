000010*----------------------------------------------------------------
000020*  CYCLRPTL.CPY
000030*  PAY-CYCLE STATUS REPORT PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE PAY-CYCLE STATUS REPORT -
000060*  EACH CYCLE ON THE CONTROL LEDGER WITH ITS STEPS IN THE ORDER
000070*  THEY RUN, WHERE EACH STANDS, AND WHAT MAY BE RUN NEXT.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 TLM  ORIGINAL COPYBOOK - CYCLE STATUS PRINT LINE.
000130*----------------------------------------------------------------
000140 01  CYCLE-REPORT-LINE           PIC X(132).
