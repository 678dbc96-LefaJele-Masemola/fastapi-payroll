000010*----------------------------------------------------------------
000020*  SCRNRPTL.CPY
000030*  PRE-PAY SCREEN EXCEPTIONS REPORT PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE NUMBERED EXCEPTIONS REPORT
000060*  PRINTED BY PAYSCRN FOR THE PAYROLL MANAGER'S SIGN-OFF.
000070*
000080*  MODIFICATION HISTORY
000090*  DATE       INIT DESCRIPTION
000100*  ---------- ---- ------------------------------------------
000110*  2026-10-15 TLM  ORIGINAL COPYBOOK - SCREEN REPORT LINE.
000120*----------------------------------------------------------------
000130 01  SCREEN-REPORT-LINE          PIC X(132).
