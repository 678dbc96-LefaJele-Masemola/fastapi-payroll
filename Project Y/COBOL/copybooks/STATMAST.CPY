000090*  COUNT.  THE MONTH-END EMP201 PROGRAM PRINTS THE REMITTANCE
000100*  RETURN FROM THIS RECORD AND CHECKS THE RUN COUNT AGAINST
000110*  WHAT THE CALENDAR SAYS THE MONTH SHOULD HOLD.
000113*  THE RUNS ALSO POST THE EMPLOYMENT TAX INCENTIVE CLAIMED,
000116*  WHICH EMP201 OFFSETS AGAINST THE MONTH'S PAYE.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000180*                  WRAPPING TO ITS ABSOLUTE VALUE ON THE
000181*                  EMP201 RETURN.  AN OLD RECORD'S UNSIGNED
000182*                  DIGITS STILL READ AS POSITIVE.
000183*  2026-10-15 TLM  ADDED THE MONTH'S EMPLOYMENT TAX INCENTIVE
000184*                  CLAIMED (SIGNED - A RUN CAN GIVE BACK ETI
000185*                  AN EARLIER RUN IN THE MONTH OVER-CLAIMED).
000186*                  RECORD LENGTH GREW FROM 110 TO 121 -
000187*                  EXISTING FILES NEED THE ONE-OFF CONVERSION.
000188*----------------------------------------------------------------
000190 01  STAT-MONTH-RECORD.
000200     05  SM-MONTH                PIC 9(06).
000210     05  SM-PAYE                 PIC S9(09)V99.
000270         10  SM-PERIOD-END OCCURS 6 TIMES
000280                 INDEXED BY SM-PE-IDX
000290                             PIC 9(08).
000295     05  SM-ETI                  PIC S9(09)V99.
000300     05  FILLER                  PIC X(08).
