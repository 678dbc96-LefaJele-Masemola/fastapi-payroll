000010*----------------------------------------------------------------
000020*  EARNLSTL.CPY
000030*  ONCE-OFF EARNINGS EDIT LISTING PRINT LINE
000040*
000050*  ONE 100-BYTE PRINT LINE ON THE EARNEDIT LISTING - EACH CARD
000060*  AS KEYED WITH ITS EDIT MESSAGE, AND THE DECK TOTALS.
000070*
000080*  MODIFICATION HISTORY
000090*  DATE       INIT DESCRIPTION
000100*  ---------- ---- ------------------------------------------
000110*  2026-10-15 TLM  ORIGINAL COPYBOOK - EARNINGS EDIT LISTING.
000120*----------------------------------------------------------------
000130 01  EARN-LIST-LINE              PIC X(100).
