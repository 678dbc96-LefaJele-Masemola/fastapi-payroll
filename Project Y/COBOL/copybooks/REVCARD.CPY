000010*----------------------------------------------------------------
000020*  REVCARD.CPY
000030*  PAY REVERSAL CARD
000040*
000050*  ONE CARD PER PAYMENT TO BE VOIDED, READ BY PAYREV.  THE CARD
000060*  NAMES THE PAYMENT - EMPLOYEE, PERIOD-END DATE (WHICH MUST BE
000070*  THE DATE ON THE RUN PARAMETER CARD) AND THE FREQUENCY OF THE
000080*  RUN THAT MADE IT ("W", "M" OR "A" FOR A SUPPLEMENTARY) - WITH
000090*  WHO AUTHORISED THE REVERSAL AND WHY.  THE AMOUNTS AND LEAVE
000100*  DAYS ARE TAKEN FROM THE PAY REGISTER (PAYREG) RECORD.
000110*
000120*  MODIFICATION HISTORY
000130*  DATE       INIT DESCRIPTION
000140*  ---------- ---- ------------------------------------------
000150*  2026-10-15 TLM  ORIGINAL COPYBOOK - PAY REVERSAL CARD.
000160*----------------------------------------------------------------
000170 01  REVERSAL-CARD-RECORD.
000180     05  RVC-EMP-NUMBER-X        PIC X(06).
000190     05  RVC-EMP-NUMBER REDEFINES RVC-EMP-NUMBER-X
000200                                 PIC 9(06).
000210     05  RVC-PERIOD-END-X        PIC X(08).
000220     05  RVC-PERIOD-END REDEFINES RVC-PERIOD-END-X
000230                                 PIC 9(08).
000240     05  RVC-RUN-FREQUENCY       PIC X(01).
000250         88  RVC-WEEKLY                  VALUE "W".
000260         88  RVC-MONTHLY                 VALUE "M".
000270         88  RVC-SETTLEMENT              VALUE "F".
000280         88  RVC-ADJUSTMENT              VALUE "A".
000290     05  RVC-AUTHORISED-BY       PIC X(08).
000300     05  RVC-REASON              PIC X(20).
