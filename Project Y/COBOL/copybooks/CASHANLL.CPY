000010*----------------------------------------------------------------
000020*  CASHANLL.CPY
000030*  CASH PAY NOTE AND COIN ANALYSIS PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE NOTE AND COIN ANALYSIS - THE
000060*  DENOMINATIONS MAKING UP EACH PAY PACKET, THE PACKET CARDS
000070*  APPLIED, AND THE TOTAL TO DRAW FROM THE BANK.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 TLM  ORIGINAL COPYBOOK - NOTE AND COIN ANALYSIS.
000130*----------------------------------------------------------------
000140 01  CASH-ANALYSIS-LINE          PIC X(132).
