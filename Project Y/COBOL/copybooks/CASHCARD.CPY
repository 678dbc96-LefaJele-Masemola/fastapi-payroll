000010*----------------------------------------------------------------
000020*  CASHCARD.CPY
000030*  CASH PAY PACKET CARD
000040*
000050*  ONE CARD PER PAY PACKET THE WAGES OFFICE NEEDS TO RECORD,
000060*  READ BY CASHPAY BEFORE IT MAKES UP THE NEW PERIOD'S PACKETS.
000070*  THE ACTION IS "U" (THE PACKET WAS NOT COLLECTED AND IS HELD
000080*  OVER IN THE SAFE) OR "C" (A HELD PACKET HAS NOW BEEN
000090*  COLLECTED AND SIGNED FOR).  THE CARD NAMES THE PACKET BY THE
000100*  PAY RUN'S PERIOD-END DATE AND FREQUENCY AND THE EMPLOYEE
000110*  NUMBER.  A BLANK ACTION DATE MEANS THE RUN DATE.  THE WHOLE
000120*  DECK IS VETTED BEFORE ANY CARD IS APPLIED - ONE BAD CARD
000130*  REFUSES THE RUN.
000140*
000150*  MODIFICATION HISTORY
000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-10-15 TLM  ORIGINAL COPYBOOK - CASH PAY PACKET CARD.
000190*----------------------------------------------------------------
000200 01  CASH-PACKET-CARD.
000210     05  PCD-ACTION              PIC X(01).
000220         88  PCD-UNCLAIMED               VALUE "U".
000230         88  PCD-CLAIMED                 VALUE "C".
000240     05  PCD-EMP-NUMBER-X        PIC X(06).
000250     05  PCD-EMP-NUMBER REDEFINES PCD-EMP-NUMBER-X
000260                                 PIC 9(06).
000270     05  PCD-PERIOD-END-X        PIC X(08).
000280     05  PCD-PERIOD-END REDEFINES PCD-PERIOD-END-X
000290                                 PIC 9(08).
000300     05  PCD-RUN-FREQUENCY       PIC X(01).
000310     05  PCD-ACTION-DATE-X       PIC X(08).
000320     05  PCD-ACTION-DATE REDEFINES PCD-ACTION-DATE-X
000330                                 PIC 9(08).
000340     05  PCD-USER-ID             PIC X(08).
000350     05  FILLER                  PIC X(48).
