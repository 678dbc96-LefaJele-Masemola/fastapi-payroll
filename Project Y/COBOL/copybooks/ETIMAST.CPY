000010*----------------------------------------------------------------
000020*  ETIMAST.CPY
000030*  PER-EMPLOYEE MONTHLY EMPLOYMENT TAX INCENTIVE RECORD
000040*
000050*  ONE RECORD PER QUALIFYING EMPLOYEE PER CALENDAR MONTH,
000060*  KEYED BY THE EMPLOYEE NUMBER PLUS THE MONTH (CCYYMM) SO AN
000070*  EMPLOYEE'S EARLIER MONTHS READ IN ORDER.  EVERY LIVE PAY RUN
000080*  ADDS THE EMPLOYEE'S REMUNERATION AND HOURS INTO THE MONTH
000090*  ITS PERIOD-END DATE FALLS IN, WORKS OUT THE MONTH'S ETI ON
000100*  THE MONTH TO DATE, AND CLAIMS THE DIFFERENCE FROM WHAT THE
000110*  EARLIER RUNS IN THE MONTH ALREADY CLAIMED.  THE QUALIFYING
000120*  MONTH IS THE NUMBER OF THIS MONTH IN THE EMPLOYEE'S TWENTY-
000130*  FOUR (1-12 FIRST TIER, 13-24 SECOND TIER), COUNTED FROM THE
000140*  EARLIER MONTHS THAT CLAIMED ANY ETI.
000150*
000160*  MODIFICATION HISTORY
000170*  DATE       INIT DESCRIPTION
000180*  ---------- ---- ------------------------------------------
000190*  2026-10-15 TLM  ORIGINAL COPYBOOK - MONTHLY ETI PER
000200*                  EMPLOYEE.
000210*----------------------------------------------------------------
000220 01  ETI-MONTH-RECORD.
000230     05  EM-KEY.
000240         10  EM-EMP-NUMBER       PIC 9(06).
000250         10  EM-MONTH            PIC 9(06).
000260     05  EM-REMUNERATION         PIC 9(07)V99.
000270     05  EM-HOURS                PIC 9(04)V99.
000280     05  EM-ETI-CLAIMED          PIC 9(05)V99.
000290     05  EM-QUALIFYING-MONTH     PIC 9(02).
000300     05  FILLER                  PIC X(10).
