000162*                  THE PAY-PERIOD CONTROL FILE AS AN
000163*                  ADJUSTMENT ("A") AGAINST THE ORIGINAL
000164*                  PERIOD.
000165*  2026-10-15 TLM  ADDED THE REVERSAL RUN MODE - "R" RUNS PAYREV
000166*                  TO VOID PAYMENTS MADE IN ERROR FOR THE
000167*                  PERIOD-END DATE GIVEN, AND TELLS GLJRNL AND
000168*                  PAYRECON TO WORK THE REVERSAL LEDGER ENTRY
000169*                  ("R") FOR THAT DATE.
000170*  2026-10-15 TLM  ADDED THE INTERIM RECONCILIATION RUN MODE -
000171*                  "I" TELLS EMP501 TO RECONCILE THE FIRST SIX
000172*                  MONTHS OF THE TAX YEAR AGAINST THE YTD-MASTER
000173*                  INSTEAD OF THE FULL YEAR AGAINST THE ARCHIVE.
000174*  2026-10-15 TLM  QESRTN TAKES THE PERIOD-END DATE AS ANY DATE
000175*                  IN THE CALENDAR QUARTER THE QES RETURN IS FOR.
000176*----------------------------------------------------------------
000177 01  RUN-PARM-RECORD.
000178     05  PARM-RESTART-INDICATOR  PIC X(01).
000179     05  PARM-PERIOD-END-X       PIC X(08).
000180     05  PARM-PERIOD-END-DATE REDEFINES PARM-PERIOD-END-X
000190                                 PIC 9(08).
000200     05  PARM-RUN-MODE           PIC X(01).
000210         88  PARM-TRIAL-RUN              VALUE "T".
000211         88  PARM-SUPP-RUN               VALUE "S".
000212         88  PARM-REVERSAL-RUN           VALUE "R".
000216         88  PARM-INTERIM-RECON          VALUE "I".
000220     05  PARM-TAX-YEAR-X         PIC X(04).
000230     05  PARM-TAX-YEAR REDEFINES PARM-TAX-YEAR-X
000240                                 PIC 9(04).
