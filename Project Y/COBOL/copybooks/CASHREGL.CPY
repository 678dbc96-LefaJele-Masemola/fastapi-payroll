000010*----------------------------------------------------------------
000020*  CASHREGL.CPY
000030*  CASH PAY PACKET RECEIPT REGISTER PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE PACKET RECEIPT REGISTER -
000060*  EACH PACKET IN DEPARTMENT ORDER WITH SPACE FOR THE EMPLOYEE
000070*  TO SIGN FOR IT, THEN THE PACKETS HELD OVER IN THE SAFE.
000080*
000090*  MODIFICATION HISTORY
000100*  DATE       INIT DESCRIPTION
000110*  ---------- ---- ------------------------------------------
000120*  2026-10-15 TLM  ORIGINAL COPYBOOK - RECEIPT REGISTER LINE.
000130*----------------------------------------------------------------
000140 01  RECEIPT-REGISTER-LINE       PIC X(132).
