000010*----------------------------------------------------------------
000020*  CASHLBLL.CPY
000030*  CASH PAY PACKET LABEL PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE PAY PACKET LABELS - ONE
000060*  LABEL PER PACKET, IN DEPARTMENT ORDER, FOR THE WAGES OFFICE
000070*  TO STICK ON THE PACKET BEFORE IT IS FILLED.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 TLM  ORIGINAL COPYBOOK - PAY PACKET LABEL LINE.
000130*----------------------------------------------------------------
000140 01  PACKET-LABEL-LINE           PIC X(132).
