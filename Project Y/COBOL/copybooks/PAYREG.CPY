000010*----------------------------------------------------------------
000020*  PAYREG.CPY
000030*  PAY REGISTER RECORD - MULTI-PERIOD EARNINGS HISTORY
000040*
000050*  ONE RECORD PER EMPLOYEE PER PERIOD PAID, KEYED BY EMPLOYEE
000060*  NUMBER, THE PERIOD-END DATE AND THE FREQUENCY OF THE RUN
000070*  THAT PAID IT (W, M, F, OR A FOR A SUPPLEMENTARY), SO AN
000080*  EMPLOYEE'S PERIODS READ IN DATE ORDER.  WRITTEN BY EVERY
000090*  LIVE, SETTLEMENT AND SUPPLEMENTARY PAYROLL RUN AND NEVER
000100*  OVERWRITTEN BY A LATER PERIOD, UNLIKE PAYHIST WHICH ONLY
000110*  HOLDS THE LAST PERIOD PAID.  EARNHIST PRINTS AN EMPLOYEE'S
000120*  HISTORY OVER A DATE RANGE FROM IT.
000130*
000140*  THE EARNINGS LINES ARE THE PERIOD'S FULL CALCULATION; ON A
000150*  SUPPLEMENTARY THE GROSS IS THOSE LINES LESS THE GROSS THE
000160*  PERIOD ALREADY PAID.  THE DEDUCTIONS ARE THE AMOUNTS
000170*  ACTUALLY TAKEN AFTER THE NET-PAY CAP.  PAYREV FLAGS A
000180*  VOIDED PAYMENT "R" WITH THE DATE IT WAS REVERSED; THE
000190*  FIGURES ARE LEFT AS THEY WERE PAID.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-10-15 TLM  ORIGINAL COPYBOOK - PAY REGISTER.
000241*  2026-10-15 TLM  ADDED THE PENSIONABLE PAY AND THE EMPLOYER'S
000242*                  RETIREMENT FUND CONTRIBUTION; THE MEMBER'S
000243*                  CONTRIBUTION IS AMONG THE DEDUCTIONS (TYPE
000244*                  "R").  TAKEN OUT OF THE FILLER, SO THE
000245*                  RECORD LENGTH IS UNCHANGED; A RECORD WRITTEN
000246*                  BEFORE THEM CARRIES SPACES THERE.
000247*  2026-10-15 TLM  ADDED THE ONCE-OFF EARNINGS PAID IN THE
000248*                  PERIOD AND, APART FROM THEM, ITS ANNUAL
000249*                  BONUSES - BOTH ALSO PART OF THE GROSS.
000250*                  TAKEN OUT OF THE FILLER, SO THE RECORD
000251*                  LENGTH IS UNCHANGED.
000252*  2026-10-15 TLM  ADDED THE HOURS THE PERIOD ADDED TO THE
000253*                  EMPLOYEE'S ETI MONTH AND A FLAG SAYING IT WAS
000254*                  POSTED THERE, SO PAYREV CAN TAKE A VOIDED
000255*                  PERIOD BACK OUT OF THE MONTH.  TAKEN OUT OF
000256*                  THE FILLER; AN OLDER RECORD IS NOT FLAGGED.
000258*----------------------------------------------------------------
000260 01  PAY-REGISTER-RECORD.
000270     05  PRG-KEY.
000280         10  PRG-EMP-NUMBER      PIC 9(06).
000290         10  PRG-PERIOD-END-DATE PIC 9(08).
000300         10  PRG-RUN-FREQUENCY   PIC X(01).
000310             88  PRG-SUPPLEMENTARY       VALUE "A".
000320             88  PRG-SETTLEMENT          VALUE "F".
000330     05  PRG-EMP-NAME            PIC X(30).
000340     05  PRG-DEPT-CODE           PIC X(04).
000350     05  PRG-PAY-FREQUENCY       PIC X(01).
000360     05  PRG-RUN-DATE            PIC 9(06).
000370     05  PRG-HOURS.
000380         10  PRG-REGULAR-HOURS   PIC 9(03)V99.
000390         10  PRG-OVERTIME-HOURS  PIC 9(03)V99.
000400         10  PRG-HOLIDAY-HOURS   PIC 9(03)V99.
000410         10  PRG-ANNUAL-DAYS     PIC 9(02)V99.
000420         10  PRG-SICK-DAYS       PIC 9(02)V99.
000430     05  PRG-EARNINGS.
000440         10  PRG-ORDINARY-PAY    PIC 9(07)V99.
000450         10  PRG-OVERTIME-PAY    PIC 9(07)V99.
000460         10  PRG-HOLIDAY-PAY     PIC 9(07)V99.
000470         10  PRG-LEAVE-PAY       PIC 9(07)V99.
000480     05  PRG-PRIOR-GROSS-PAID    PIC 9(07)V99.
000490     05  PRG-GROSS               PIC 9(07)V99.
000500     05  PRG-PAYE                PIC S9(07)V99.
000510     05  PRG-UIF-EE              PIC 9(07)V99.
000520     05  PRG-UIF-ER              PIC 9(07)V99.
000530     05  PRG-SDL                 PIC 9(07)V99.
000540     05  PRG-DED-COUNT           PIC 9(02).
000550     05  PRG-DED-ENTRY OCCURS 20 TIMES.
000560         10  PRG-DED-TYPE        PIC X(01).
000570         10  PRG-DED-SEQ         PIC 9(02).
000580         10  PRG-DED-PAYEE       PIC 9(04).
000590         10  PRG-DED-AMOUNT      PIC 9(07)V99.
000600     05  PRG-NET                 PIC 9(07)V99.
000610     05  PRG-REVERSAL-FLAG       PIC X(01).
000620         88  PRG-REVERSED                VALUE "R".
000630     05  PRG-REVERSAL-DATE       PIC 9(06).
000633     05  PRG-PENSIONABLE-PAY     PIC 9(07)V99.
000636     05  PRG-FUND-ER             PIC 9(07)V99.
000637     05  PRG-ONCE-OFF-PAY        PIC 9(07)V99.
000638     05  PRG-BONUS-PAY           PIC 9(07)V99.
000639     05  PRG-ETI-HOURS           PIC 9(04)V99.
000640     05  PRG-ETI-SW              PIC X(01).
000641         88  PRG-ETI-POSTED              VALUE "Y".
000642     05  FILLER                  PIC X(10).
