000010*----------------------------------------------------------------
000020*  EARNHSTL.CPY
000030*  EARNINGS HISTORY REPORT PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE EMPLOYEE EARNINGS HISTORY
000060*  PRINTED BY EARNHIST FROM THE PAY REGISTER.
000070*
000080*  MODIFICATION HISTORY
000090*  DATE       INIT DESCRIPTION
000100*  ---------- ---- ------------------------------------------
000110*  2026-10-15 TLM  ORIGINAL COPYBOOK - EARNINGS HISTORY LINE.
000120*----------------------------------------------------------------
000130 01  EARNINGS-HISTORY-LINE       PIC X(132).
