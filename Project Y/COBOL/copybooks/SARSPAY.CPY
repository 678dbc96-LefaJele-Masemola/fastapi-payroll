000010*----------------------------------------------------------------
000020*  SARSPAY.CPY
000030*  SARS PAYMENT CARD
000040*
000050*  ONE CARD PER PAYMENT MADE TO SARS AGAINST AN EMP201 RETURN,
000060*  KEYED FROM THE BANK STATEMENT AND READ BY EMP501.  THE
000070*  MONTH IS THE EMP201 MONTH (CCYYMM) THE PAYMENT SETTLES, NOT
000080*  THE MONTH IT WAS MADE IN; A MONTH PAID IN MORE THAN ONE
000090*  AMOUNT HAS A CARD FOR EACH.  THE FIELDS ARE CARRIED AS
000100*  DISPLAY PICTURES WITH REDEFINED NUMERIC VIEWS SO A
000110*  MIS-KEYED CARD CAN BE REJECTED RATHER THAN MISREAD.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 TLM  ORIGINAL COPYBOOK - SARS PAYMENT CARD.
000170*----------------------------------------------------------------
000180 01  SARS-PAYMENT-RECORD.
000190     05  SP-MONTH-X              PIC X(06).
000200     05  SP-MONTH REDEFINES SP-MONTH-X
000210                                 PIC 9(06).
000220     05  SP-PAYMENT-DATE-X       PIC X(08).
000230     05  SP-PAYMENT-DATE REDEFINES SP-PAYMENT-DATE-X
000240                                 PIC 9(08).
000250     05  SP-AMOUNT-X             PIC X(11).
000260     05  SP-AMOUNT REDEFINES SP-AMOUNT-X
000270                                 PIC 9(09)V99.
000280     05  SP-REFERENCE            PIC X(19).
000290     05  FILLER                  PIC X(36).
