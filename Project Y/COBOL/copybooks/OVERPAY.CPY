000010*----------------------------------------------------------------
000020*  OVERPAY.CPY
000030*  EMPLOYEE OVERPAYMENT RECORD
000040*
000050*  ONE RECORD PER PAYMENT VOIDED BY PAYREV, KEYED BY EMPLOYEE
000060*  NUMBER, THE PERIOD-END DATE AND THE FREQUENCY OF THE RUN
000070*  THAT MADE THE PAYMENT.  WRITTEN "O" (OUTSTANDING) WITH THE
000080*  NET PAID IN ERROR - THE MONEY LEFT THE BANK AND THE
000090*  EMPLOYEE OWES IT BACK - AND REWRITTEN "R" (RECOVERED) WHEN
000100*  IT HAS BEEN REPAID.  THE OUTSTANDING RECORDS ARE THE
000110*  OVERPAYMENT DEBTORS BALANCE GLJRNL DEBITS FOR A REVERSAL.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 TLM  ORIGINAL COPYBOOK - OVERPAYMENT RECORD.
000170*----------------------------------------------------------------
000180 01  OVERPAYMENT-RECORD.
000190     05  OP-KEY.
000200         10  OP-EMP-NUMBER       PIC 9(06).
000210         10  OP-PERIOD-END-DATE  PIC 9(08).
000220         10  OP-RUN-FREQUENCY    PIC X(01).
000230     05  OP-EMP-NAME             PIC X(30).
000240     05  OP-AMOUNT               PIC 9(09)V99.
000250     05  OP-STATUS               PIC X(01).
000260         88  OP-OUTSTANDING              VALUE "O".
000270         88  OP-RECOVERED                VALUE "R".
000280     05  OP-REVERSAL-DATE        PIC 9(06).
000290     05  OP-AUTHORISED-BY        PIC X(08).
000300     05  OP-REASON               PIC X(20).
000310     05  FILLER                  PIC X(10).
