000140*                  OUT, SO A LEAVER CAN NEVER BE SETTLED TWICE.
000141*                  A SETTLED EMPLOYEE STILL COUNTS AS
000142*                  TERMINATED EVERYWHERE ELSE.
000143*  2026-10-15 TLM  ADDED THE SA ID NUMBER AND DATE OF BIRTH -
000144*                  THE PAY RUN WORKS OUT THE EMPLOYMENT TAX
000145*                  INCENTIVE FROM THE EMPLOYEE'S AGE, AND THE
000146*                  IRP5 CARRIES THE ID NUMBER.  A ZERO BIRTH
000147*                  DATE MEANS NOT KNOWN (NO INCENTIVE CLAIMED).
000148*                  RECORD LENGTH GREW FROM 90 TO 120 - EXISTING
000149*                  FILES NEED THE ONE-OFF CONVERSION.
000150*  2026-10-15 TLM  ADDED THE PAYMENT METHOD - EFT TO THE BANK
000151*                  ACCOUNT ON BANK-MASTER, OR CASH IN A PAY
000152*                  PACKET MADE UP BY CASHPAY.  A BLANK METHOD
000153*                  ON AN OLD RECORD IS EFT.  TAKEN FROM FILLER,
000154*                  RECORD LENGTH UNCHANGED.
000155*  2026-10-15 TLM  ADDED THE EMPLOYMENT TYPE - PERMANENT OR
000156*                  TEMPORARY (FIXED-TERM OR CASUAL) - FOR THE
000157*                  STATS SA QUARTERLY EMPLOYMENT SURVEY.  A
000158*                  BLANK TYPE ON AN OLD RECORD IS PERMANENT.
000159*                  TAKEN FROM FILLER, RECORD LENGTH UNCHANGED.
000161*----------------------------------------------------------------
000163 01  EMPLOYEE-RECORD.
000165     05  EMP-NUMBER              PIC 9(06).
000167     05  EMP-NAME                PIC X(30).
000170     05  EMP-DEPT-CODE           PIC X(04).
000180     05  EMP-HOURLY-RATE         PIC 9(03)V99.
000190     05  EMP-RATE-MIN            PIC 9(03)V99.
000280     05  EMP-MONTHLY-SALARY      PIC 9(07)V99.
000290     05  EMP-START-DATE          PIC 9(08).
000300     05  EMP-TERMINATION-DATE    PIC 9(08).
000302     05  EMP-ID-NUMBER           PIC X(13).
000304     05  EMP-BIRTH-DATE          PIC 9(08).
000306     05  EMP-PAY-METHOD          PIC X(01).
000307         88  EMP-PAID-BY-EFT             VALUES "E" " ".
000308         88  EMP-PAID-IN-CASH            VALUE "C".
000309     05  EMP-EMPLOYMENT-TYPE     PIC X(01).
000310         88  EMP-PERMANENT               VALUES "P" " ".
000311         88  EMP-TEMPORARY               VALUE "T".
000312     05  FILLER                  PIC X(10).
