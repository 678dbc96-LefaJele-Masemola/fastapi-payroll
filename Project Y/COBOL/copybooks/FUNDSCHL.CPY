000010*----------------------------------------------------------------
000020*  FUNDSCHL.CPY
000030*  RETIREMENT FUND SCHEDULE REPORT PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE FUND CONTRIBUTION SCHEDULE
000060*  REPORT FUNDSCHD PRINTS ALONGSIDE THE SCHEDULE FILE - THE
000070*  MEMBERS PER FUND AND THE CONTROL TOTALS TYING THE SCHEDULES
000080*  TO THE MONEY REMITTED.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 TLM  ORIGINAL COPYBOOK - FUND SCHEDULE REPORT LINE.
000140*----------------------------------------------------------------
000150 01  FUND-SCHEDULE-LINE          PIC X(132).
