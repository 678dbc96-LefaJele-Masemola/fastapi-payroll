000010*----------------------------------------------------------------
000020*  EARNCARD.CPY
000030*  ONCE-OFF EARNINGS CARD
000040*
000050*  THE CARD DECK EARNEDIT EDITS ONTO THE ONCE-OFF EARNINGS
000060*  FILE.  ONE "H" HEADER CARD FIRST NAMES THE PERIOD-END DATE
000070*  OF THE PAY RUN THE DECK IS FOR AND THE USER WHO KEYED IT;
000080*  THEN ONE "E" CARD PER EARNINGS ITEM - ACTION "A" ADDS THE
000090*  ITEM (OR REPLACES ONE NOT YET PAID) AND ACTION "D" DELETES
000100*  ONE NOT YET PAID - WITH THE EMPLOYEE NUMBER, THE EARNINGS
000110*  CODE AND THE AMOUNT IN RANDS AND CENTS.  THE NUMERIC FIELDS
000120*  ARE CARRIED AS DISPLAY PICTURES WITH REDEFINED NUMERIC VIEWS
000130*  SO A MIS-KEYED FIELD CAN BE REJECTED RATHER THAN MISREAD.
000140*
000150*  MODIFICATION HISTORY
000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-10-15 TLM  ORIGINAL COPYBOOK - ONCE-OFF EARNINGS CARD.
000190*----------------------------------------------------------------
000200 01  EARN-CARD-RECORD.
000210     05  EC-CARD-TYPE            PIC X(01).
000220         88  EC-HEADER-CARD              VALUE "H".
000230         88  EC-EARNINGS-CARD            VALUE "E".
000240     05  EC-CARD-BODY            PIC X(79).
000250     05  EC-HEADER-FIELDS REDEFINES EC-CARD-BODY.
000260         10  EC-PERIOD-END-X     PIC X(08).
000270         10  EC-PERIOD-END REDEFINES EC-PERIOD-END-X
000280                                 PIC 9(08).
000290         10  EC-USER-ID          PIC X(08).
000300         10  FILLER              PIC X(63).
000310     05  EC-EARNINGS-FIELDS REDEFINES EC-CARD-BODY.
000320         10  EC-ACTION           PIC X(01).
000330             88  EC-ADD-ITEM             VALUE "A".
000340             88  EC-DELETE-ITEM          VALUE "D".
000350         10  EC-EMP-NUMBER-X     PIC X(06).
000360         10  EC-EMP-NUMBER REDEFINES EC-EMP-NUMBER-X
000370                                 PIC 9(06).
000380         10  EC-EARN-CODE        PIC X(03).
000390         10  EC-AMOUNT-X         PIC X(09).
000400         10  EC-AMOUNT REDEFINES EC-AMOUNT-X
000410                                 PIC 9(07)V99.
000420         10  FILLER              PIC X(60).
