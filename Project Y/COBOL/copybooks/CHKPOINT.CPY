000205*                  RESTART MUST REFUSE A CHECKPOINT LEFT BY
000206*                  THE OTHER RUN RATHER THAN RESUME FROM ITS
000207*                  KEY AND TOTALS.
000208*  2026-09-02 TLM  THE GRAND AND DEPARTMENT PAYE TOTALS ARE
000209*                  NOW SIGNED - A FINAL-MONTH TRUE-UP WHOSE
000210*                  REFUNDS EXCEED ITS DEDUCTIONS CARRIES A
000211*                  NEGATIVE RUNNING PAYE ACROSS A RESTART
000212*                  INSTEAD OF WRAPPING TO ITS ABSOLUTE VALUE.
000213*  2026-10-15 TLM  ADDED THE RUNNING EMPLOYMENT TAX INCENTIVE
000214*                  TOTAL.  TAKEN OUT OF THE FILLER, SO THE
000215*                  RECORD LENGTH IS UNCHANGED.
000216*  2026-10-15 TLM  ADDED THE RUNNING EMPLOYER RETIREMENT FUND
000217*                  TOTALS, GRAND AND BY DEPARTMENT, ON THE END
000219*                  OF THE RECORD.  A CHECKPOINT WRITTEN BEFORE
000220*                  THEM READS SPACES THERE, TREATED AS ZERO.
000221*  2026-10-15 TLM  ADDED THE RUNNING ONCE-OFF EARNINGS TOTALS,
000222*                  GRAND, BY DEPARTMENT AND BY EARNINGS CODE
000223*                  WITHIN DEPARTMENT, ON THE END OF THE RECORD.
000224*                  AN OLDER CHECKPOINT READS SPACES THERE,
000225*                  TREATED AS ZERO.
000226*----------------------------------------------------------------
000227 01  CHECKPOINT-RECORD.
000228     05  CKPT-LAST-EMP-NUMBER    PIC 9(06).
000230     05  CKPT-RUN-DATE           PIC 9(06).
000231     05  CKPT-PERIOD-END-DATE    PIC 9(08).
000232     05  CKPT-RUN-FREQUENCY      PIC X(01).
000281         10  CKPT-GRAND-UIF-ER       PIC 9(09)V99.
000282         10  CKPT-GRAND-SDL          PIC 9(09)V99.
000290         10  CKPT-GRAND-NET          PIC 9(09)V99.
000292         10  CKPT-GRAND-ETI          PIC S9(07)V99.
000300     05  CKPT-DEPT-COUNT         PIC 9(03).
000310     05  CKPT-DEPT-ENTRY OCCURS 20 TIMES
000320             INDEXED BY CKPT-DEPT-IDX.
000371         10  CKPT-DEPT-UIF-ER        PIC 9(09)V99.
000372         10  CKPT-DEPT-SDL           PIC 9(09)V99.
000380         10  CKPT-DEPT-NET           PIC 9(09)V99.
000390     05  FILLER                  PIC X(01).
000400     05  CKPT-FUND-ER-TOTALS.
000410         10  CKPT-GRAND-FUND-ER      PIC 9(09)V99.
000420         10  CKPT-DEPT-FUND-ER       PIC 9(09)V99
000430                                     OCCURS 20 TIMES.
000440     05  CKPT-EARN-TOTALS.
000441         10  CKPT-GRAND-EARNINGS     PIC 9(09)V99.
000442         10  CKPT-DEPT-EARN-ROW OCCURS 20 TIMES.
000443             15  CKPT-DEPT-EARNINGS  PIC 9(09)V99.
000444             15  CKPT-DEPT-EARN-AMT  PIC 9(09)V99
000445                                     OCCURS 12 TIMES.
