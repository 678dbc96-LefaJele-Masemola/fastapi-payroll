000010*----------------------------------------------------------------
000020*  SCRNCARD.CPY
000030*  PRE-PAY SCREEN CONTROL CARD
000040*
000050*  READ BY PAYSCRN.  TWO KINDS OF CARD SHARE THE DECK:
000060*
000070*    "P" - THE SCREEN'S LIMITS: HOW MANY DAYS BEFORE PAY DAY A
000080*          BANK DETAIL CHANGE IS FLAGGED, AND HOW MANY MONTHS
000090*          WITHOUT PAY MAKE AN EMPLOYEE WITH TIME BOOKED LOOK
000100*          DORMANT.  A BLANK FIELD (OR NO CARD) TAKES THE
000110*          PROGRAM'S DEFAULT.
000120*    "S" - THE PAYROLL MANAGER'S SIGN-OFF OF THE EXCEPTIONS
000130*          REPORT FOR A PERIOD-END, QUOTING THE EXCEPTION COUNT
000140*          AND CONTROL HASH PRINTED AT THE FOOT OF THE REPORT.
000150*          THE CYCLE IS RELEASED ONLY WHEN BOTH STILL AGREE, SO
000160*          A NEW EXCEPTION RAISED AFTER THE SIGN-OFF HOLDS THE
000170*          CYCLE AGAIN.
000180*
000190*  NUMERIC FIELDS ARE CARRIED AS DISPLAY PICTURES WITH
000200*  REDEFINED NUMERIC VIEWS SO A MIS-KEYED CARD CAN BE REJECTED
000210*  RATHER THAN MISREAD.
000220*
000230*  MODIFICATION HISTORY
000240*  DATE       INIT DESCRIPTION
000250*  ---------- ---- ------------------------------------------
000260*  2026-10-15 TLM  ORIGINAL COPYBOOK - PRE-PAY SCREEN CARD.
000270*----------------------------------------------------------------
000280 01  SCREEN-CARD-RECORD.
000290     05  SCR-CARD-TYPE           PIC X(01).
000300         88  SCR-LIMITS-CARD             VALUE "P".
000310         88  SCR-SIGN-OFF-CARD           VALUE "S".
000320     05  SCR-PERIOD-END-X        PIC X(08).
000330     05  SCR-PERIOD-END-DATE REDEFINES SCR-PERIOD-END-X
000340                                 PIC 9(08).
000350     05  SCR-BANK-DAYS-X         PIC X(03).
000360     05  SCR-BANK-DAYS REDEFINES SCR-BANK-DAYS-X
000370                                 PIC 9(03).
000380     05  SCR-DORMANT-MONTHS-X    PIC X(02).
000390     05  SCR-DORMANT-MONTHS REDEFINES SCR-DORMANT-MONTHS-X
000400                                 PIC 9(02).
000410     05  SCR-EXCEPTION-COUNT-X   PIC X(04).
000420     05  SCR-EXCEPTION-COUNT REDEFINES SCR-EXCEPTION-COUNT-X
000430                                 PIC 9(04).
000440     05  SCR-CONTROL-HASH-X      PIC X(12).
000450     05  SCR-CONTROL-HASH REDEFINES SCR-CONTROL-HASH-X
000460                                 PIC 9(12).
000470     05  SCR-SIGNED-BY           PIC X(08).
000480     05  SCR-REMARKS             PIC X(20).
