000010*----------------------------------------------------------------
000020*  PAYREVL.CPY
000030*  PAY REVERSAL REGISTER PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE REVERSAL REGISTER PAYREV
000060*  PRODUCES - EACH REVERSAL CARD WITH THE FIGURES BACKED OUT
000070*  OR THE REASON IT WAS REJECTED, THE WARNINGS THE PAYROLL
000080*  OFFICE MUST FOLLOW UP BY HAND, AND THE RUN'S CONTROL
000090*  TOTALS.
000100*
000110*  MODIFICATION HISTORY
000120*  DATE       INIT DESCRIPTION
000130*  ---------- ---- ------------------------------------------
000140*  2026-10-15 TLM  ORIGINAL COPYBOOK - REVERSAL REGISTER LINE.
000150*----------------------------------------------------------------
000160 01  REVERSAL-LINE               PIC X(132).
