000010*----------------------------------------------------------------
000020*  EARNTRN.CPY
000030*  ONCE-OFF EARNINGS TRANSACTION RECORD
000040*
000050*  ONE RECORD PER ONCE-OFF EARNINGS ITEM - A BONUS, 13TH
000060*  CHEQUE, COMMISSION, SHIFT OR STANDBY ALLOWANCE - KEYED BY
000070*  THE EMPLOYEE NUMBER, THE PERIOD-END DATE OF THE PAY RUN IT
000080*  IS TO BE PAID IN, AND THE EARNINGS CODE FROM THE CODE TABLE
000090*  ON THE STATUTORY PARAMETER SET.  KEYED THROUGH EARNEDIT AS
000100*  ENTERED ("E").  THE LIVE PAY RUN FOR THE PERIOD ADDS THE
000110*  AMOUNT TO GROSS AND MARKS THE ITEM PAID ("P"), STAMPING IT
000120*  WITH THE PERIOD-END AND FREQUENCY OF THE RUN THAT PAID IT
000130*  (SO A RESTARTED RUN KNOWS ITS OWN ITEMS) AND WITH THE CODE'S
000140*  TAX TREATMENT AND IRP5 SOURCE CODE AS THEY STOOD WHEN IT WAS
000150*  PAID, SO A LATER CHANGE TO THE CODE TABLE DOES NOT RESTATE
000160*  WHAT WAS TAXED OR CERTIFIED.  A PAID ITEM CANNOT BE CHANGED.
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 TLM  ORIGINAL COPYBOOK - ONCE-OFF EARNINGS.
000220*----------------------------------------------------------------
000230 01  EARNINGS-TRAN-RECORD.
000240     05  ET-KEY.
000250         10  ET-EMP-NUMBER       PIC 9(06).
000260         10  ET-PERIOD-END       PIC 9(08).
000270         10  ET-EARN-CODE        PIC X(03).
000280     05  ET-AMOUNT               PIC 9(07)V99.
000290     05  ET-STATUS               PIC X(01).
000300         88  ET-ENTERED                  VALUE "E".
000310         88  ET-PAID                     VALUE "P".
000320     05  ET-PAID-STAMP.
000330         10  ET-PAID-PERIOD-END  PIC 9(08).
000340         10  ET-PAID-FREQUENCY   PIC X(01).
000350     05  ET-PAID-DATE            PIC 9(08).
000351     05  ET-PAID-DATE-SPLIT REDEFINES ET-PAID-DATE.
000352         10  ET-PAID-YEAR        PIC 9(04).
000353         10  FILLER              PIC 9(04).
000360     05  ET-IRP5-CODE            PIC 9(04).
000370     05  ET-TAXABLE-SW           PIC X(01).
000380         88  ET-TAXABLE                  VALUE "Y".
000390     05  ET-UIF-SW               PIC X(01).
000400         88  ET-UIF-ABLE                 VALUE "Y".
000410     05  ET-BONUS-SW             PIC X(01).
000420         88  ET-ANNUAL-BONUS             VALUE "Y".
000430     05  ET-KEYED-BY             PIC X(08).
000440     05  ET-KEYED-DATE           PIC 9(08).
000450     05  FILLER                  PIC X(12).
