000010*----------------------------------------------------------------
000020*  EMP501L.CPY
000030*  EMP501 RECONCILIATION REPORT PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE EMP501 EMPLOYER
000060*  RECONCILIATION - THE MONTHS DECLARED AGAINST THE PAYMENTS
000070*  MADE, THE EMPLOYEES WHOSE CERTIFICATE FIGURES DISAGREE WITH
000080*  THE PAY REGISTER, THE TOTALS AND THE DECLARATION.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 TLM  ORIGINAL COPYBOOK - EMP501 PRINT LINE.
000140*----------------------------------------------------------------
000150 01  EMP501-LINE                 PIC X(132).
