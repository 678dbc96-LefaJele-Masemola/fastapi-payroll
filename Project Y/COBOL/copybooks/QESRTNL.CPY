000010*----------------------------------------------------------------
000020*  QESRTNL.CPY
000030*  QUARTERLY EMPLOYMENT SURVEY RETURN PRINT LINE
000040*
000050*  ONE 132-BYTE PRINT LINE ON THE STATS SA QUARTERLY
000060*  EMPLOYMENT SURVEY (QES) RETURN - THE EMPLOYMENT, STARTERS
000070*  AND LEAVERS, AND GROSS EARNINGS SECTIONS MONTH BY MONTH, AND
000080*  THE CONTROL AGAINST THE PAY-PERIOD CONTROL LEDGER.
000090*
000100*  MODIFICATION HISTORY
000110*  DATE       INIT DESCRIPTION
000120*  ---------- ---- ------------------------------------------
000130*  2026-10-15 TLM  ORIGINAL COPYBOOK - QES RETURN PRINT LINE.
000140*----------------------------------------------------------------
000150 01  QES-LINE                    PIC X(132).
