000130*  INSTEAD OF A RECOMPILE.  MAINTAINED BY STATLOAD, WHICH EDITS
000140*  A NEW RATE SET AND LISTS THE BEFORE/AFTER VALUES BEFORE IT
000150*  TAKES EFFECT.
000151*
000152*  THE SET ALSO CARRIES THE EMPLOYMENT TAX INCENTIVE (ETI)
000153*  TABLE - THE QUALIFYING AGE BAND, THE MINIMUM HOURLY WAGE,
000154*  THE STANDARD MONTHLY HOURS A PART-TIMER IS PRO-RATED ON,
000155*  AND UP TO FOUR MONTHLY REMUNERATION BANDS.  A BAND APPLIES
000156*  BELOW ITS UPPER LIMIT: BASE PLUS (OR, TAPERING, LESS) RATE
000157*  TIMES REMUNERATION ABOVE THE PREVIOUS BAND'S LIMIT, WITH
000158*  FIRST-12 AND SECOND-12 FIGURES FOR AN EMPLOYEE'S FIRST AND
000159*  SECOND TWELVE QUALIFYING MONTHS.  ZERO BANDS CLAIMS NO ETI.
000160*
000161*  THE SET ALSO CARRIES THE EARNINGS CODE TABLE FOR THE ONCE-OFF
000162*  EARNINGS FILE (BONUSES, COMMISSION, ALLOWANCES AND THE LIKE)
000163*  - UP TO TWELVE CODES, EACH WITH ITS DESCRIPTION, WHETHER IT
000164*  IS TAXABLE, WHETHER IT COUNTS AS REMUNERATION FOR UIF, THE
000165*  IRP5 SOURCE CODE IT REPORTS UNDER, WHETHER IT IS AN ANNUAL
000166*  BONUS (TAXED ON THE BONUS METHOD RATHER THAN ANNUALISED WITH
000167*  THE PERIOD'S PAY), AND THE GENERAL LEDGER EXPENSE ACCOUNT IT
000168*  IS CHARGED TO.
000169*
000170*  MODIFICATION HISTORY
000180*  DATE       INIT DESCRIPTION
000190*  ---------- ---- ------------------------------------------
000200*  2026-09-02 TLM  ORIGINAL COPYBOOK - STATUTORY PARAMETERS.
000201*  2026-10-15 TLM  ADDED THE EMPLOYMENT TAX INCENTIVE TABLE.
000202*                  RECORD LENGTH GREW FROM 288 TO 405 -
000203*                  EXISTING FILES NEED THE ONE-OFF CONVERSION
000204*                  (A CONVERTED SET CARRIES A ZERO BAND COUNT
000205*                  UNTIL STATLOAD RELOADS IT WITH ITS ETI
000206*                  CARDS).
000207*  2026-10-15 TLM  ADDED THE EARNINGS CODE TABLE.  RECORD LENGTH
000208*                  GREW FROM 405 TO 863 - EXISTING FILES NEED
000209*                  THE ONE-OFF CONVERSION (A CONVERTED SET
000210*                  CARRIES SPACES IN THE CODE COUNT AND PAYS NO
000211*                  ONCE-OFF EARNINGS UNTIL STATLOAD RELOADS IT
000212*                  WITH ITS EARNINGS CODE CARDS).
000216*----------------------------------------------------------------
000220 01  STAT-PARM-RECORD.
000230     05  SP-EFFECTIVE-DATE       PIC 9(08).
000240     05  SP-UIF-EE-RATE          PIC V999.
000370     05  SP-DEPT-CODE OCCURS 20 TIMES
000380             INDEXED BY SP-DEPT-IDX
000390                                 PIC X(04).
000400     05  SP-ETI-MIN-AGE          PIC 9(02).
000410     05  SP-ETI-MAX-AGE          PIC 9(02).
000420     05  SP-ETI-MIN-WAGE         PIC 9(03)V99.
000430     05  SP-ETI-STD-HOURS        PIC 9(03).
000440     05  SP-ETI-BAND-COUNT       PIC 9(01).
000450     05  SP-ETI-BAND OCCURS 4 TIMES
000460             INDEXED BY SP-ETI-IDX.
000470         10  SP-ETI-UPPER-LIMIT  PIC 9(05)V99.
000480         10  SP-ETI-TAPER-SW     PIC X(01).
000490             88  SP-ETI-TAPERS           VALUE "T".
000500         10  SP-ETI-1ST-BASE     PIC 9(04)V99.
000510         10  SP-ETI-1ST-RATE     PIC V999.
000520         10  SP-ETI-2ND-BASE     PIC 9(04)V99.
000530         10  SP-ETI-2ND-RATE     PIC V999.
000531     05  SP-EARN-COUNT           PIC 9(02).
000532     05  SP-EARN-ENTRY OCCURS 12 TIMES
000533             INDEXED BY SP-EARN-IDX.
000534         10  SP-EARN-CODE        PIC X(03).
000535         10  SP-EARN-DESC        PIC X(20).
000536         10  SP-EARN-TAXABLE-SW  PIC X(01).
000537             88  SP-EARN-TAXABLE         VALUE "Y".
000538         10  SP-EARN-UIF-SW      PIC X(01).
000539             88  SP-EARN-UIF-ABLE        VALUE "Y".
000540         10  SP-EARN-IRP5-CODE   PIC 9(04).
000541         10  SP-EARN-BONUS-SW    PIC X(01).
000542             88  SP-EARN-ANNUAL-BONUS    VALUE "Y".
000543         10  SP-EARN-GL-ACCOUNT  PIC 9(08).
000553     05  FILLER                  PIC X(10).
