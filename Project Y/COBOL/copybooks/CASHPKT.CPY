000010*----------------------------------------------------------------
000020*  CASHPKT.CPY
000030*  CASH PAY PACKET LEDGER RECORD
000040*
000050*  ONE RECORD PER PAY PACKET CASHPAY HAS MADE UP, KEYED BY THE
000060*  PERIOD-END DATE AND RUN FREQUENCY OF THE PAY RUN (AS STAMPED
000070*  ON THE PAY-RESULTS FILE) AND THE EMPLOYEE NUMBER.  A PACKET
000080*  IS ISSUED ("I") WHEN IT IS MADE UP.  ONE NOT COLLECTED ON
000090*  PAY DAY IS MARKED HELD ("H") FROM A PACKET CARD AND STAYS IN
000100*  THE SAFE, LISTED ON EVERY RECEIPT REGISTER, UNTIL A LATER
000110*  CARD MARKS IT CLAIMED ("C").  PAYRECON SUMS THE PERIOD'S
000120*  PACKETS AS THE CASH LEG OF THE NET PAY RECONCILIATION.
000121*  PAYREV MARKS THE PACKET OF A VOIDED PAYMENT CANCELLED ("X")
000122*  WITH THE DATE AND WHO AUTHORISED THE REVERSAL; IT IS THEN
000123*  NEITHER IN THE SAFE NOR PART OF THE CASH PAID.
000130*
000140*  MODIFICATION HISTORY
000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-10-15 TLM  ORIGINAL COPYBOOK - CASH PAY PACKET LEDGER.
000171*  2026-10-15 TLM  ADDED THE CANCELLED STATUS AND DATE FOR A
000172*                  PACKET WHOSE PAYMENT WAS REVERSED.  TAKEN
000173*                  OUT OF THE FILLER, SO THE RECORD LENGTH IS
000174*                  UNCHANGED.
000180*----------------------------------------------------------------
000190 01  CASH-PACKET-RECORD.
000200     05  CPK-KEY.
000210         10  CPK-PERIOD-END      PIC 9(08).
000220         10  CPK-RUN-FREQUENCY   PIC X(01).
000230         10  CPK-EMP-NUMBER      PIC 9(06).
000240     05  CPK-EMP-NAME            PIC X(30).
000250     05  CPK-DEPT-CODE           PIC X(04).
000260     05  CPK-PACKET-NO           PIC 9(04).
000270     05  CPK-NET-PAY             PIC 9(07)V99.
000280     05  CPK-STATUS              PIC X(01).
000290         88  CPK-ISSUED                  VALUE "I".
000300         88  CPK-HELD                    VALUE "H".
000310         88  CPK-CLAIMED                 VALUE "C".
000311         88  CPK-CANCELLED               VALUE "X".
000320     05  CPK-MADE-UP-DATE        PIC 9(08).
000330     05  CPK-HELD-DATE           PIC 9(08).
000340     05  CPK-CLAIMED-DATE        PIC 9(08).
000350     05  CPK-ACTIONED-BY         PIC X(08).
000355     05  CPK-CANCELLED-DATE      PIC 9(08).
000360     05  FILLER                  PIC X(08).
