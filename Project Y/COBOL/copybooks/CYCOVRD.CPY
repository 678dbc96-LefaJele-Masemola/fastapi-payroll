000010*----------------------------------------------------------------
000020*  CYCOVRD.CPY
000030*  CYCLE STEP RERUN OVERRIDE CARD
000040*
000050*  AUTHORISES ONE DELIBERATE RERUN OF A CYCLE STEP THAT THE
000060*  CYCLE CONTROL LEDGER ALREADY SHOWS AS COMPLETED.  THE CARD
000070*  NAMES THE CYCLE (PERIOD-END DATE AND FREQUENCY, AS ON THE
000080*  LEDGER), THE STEP, THE RUN NUMBER BEING AUTHORISED (ONE MORE
000090*  THAN THE RUNS THE LEDGER SHOWS, SO THE SAME CARD CANNOT
000100*  AUTHORISE A SECOND RERUN), WHO AUTHORISED IT AND WHY.  THE
000110*  STEP WRITES AN ACCEPTED OVERRIDE TO THE AUDIT TRAIL
000120*  (EMPAUDIT, ACTION "O").  A CARD FOR ANOTHER CYCLE OR STEP IS
000130*  IGNORED, SO ONE DECK CAN CARRY SEVERAL.
000140*
000150*  MODIFICATION HISTORY
000160*  DATE       INIT DESCRIPTION
000170*  ---------- ---- ------------------------------------------
000180*  2026-10-15 TLM  ORIGINAL COPYBOOK - CYCLE OVERRIDE CARD.
000190*----------------------------------------------------------------
000200 01  CYCLE-OVERRIDE-RECORD.
000210     05  OVR-PERIOD-END-X        PIC X(08).
000220     05  OVR-PERIOD-END REDEFINES OVR-PERIOD-END-X
000230                                 PIC 9(08).
000240     05  OVR-FREQUENCY           PIC X(01).
000250     05  OVR-STEP-NAME           PIC X(08).
000260     05  OVR-RUN-NUMBER-X        PIC X(02).
000270     05  OVR-RUN-NUMBER REDEFINES OVR-RUN-NUMBER-X
000280                                 PIC 9(02).
000290     05  OVR-AUTHORISED-BY       PIC X(08).
000300     05  OVR-REASON              PIC X(20).
000310     05  FILLER                  PIC X(33).
