000201*                  OF WRAPPING TO ITS ABSOLUTE VALUE AND
000202*                  BREAKING THE YREND PROOF.  AN OLD RECORD'S
000203*                  UNSIGNED DIGITS STILL READ AS POSITIVE.
000204*  2026-10-15 TLM  ADDED THE REVERSAL FREQUENCY "R" - PAYREV
000205*                  LEDGERS THE PAYMENTS IT VOIDS UNDER THE
000206*                  PERIOD-END DATE THEY WERE PAID FOR, AT
000207*                  POSITIVE TOTALS WHICH EVERY READER OF THE
000208*                  LEDGER SUBTRACTS RATHER THAN ADDS.
000209*----------------------------------------------------------------
000210 01  PAY-CONTROL-RECORD.
000212     05  PCTL-KEY.
000213         10  PCTL-PERIOD-END-DATE
000215                                 PIC 9(08).
000217         10  PCTL-RUN-FREQUENCY  PIC X(01).
000218             88  PCTL-WEEKLY             VALUE "W".
000220             88  PCTL-MONTHLY            VALUE "M".
000221             88  PCTL-SETTLEMENT         VALUE "F".
000223             88  PCTL-ADJUSTMENT         VALUE "A".
000225             88  PCTL-REVERSAL           VALUE "R".
000226     05  PCTL-STATUS             PIC X(01).
000228         88  PCTL-OPEN                   VALUE "O".
000230         88  PCTL-PAID                   VALUE "P".
000240         88  PCTL-EFT-SUBMITTED          VALUE "E".
000250     05  PCTL-RUN-DATE           PIC 9(06).
