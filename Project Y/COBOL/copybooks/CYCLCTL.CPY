000010*----------------------------------------------------------------
000020*  CYCLCTL.CPY
000030*  PAY-CYCLE CONTROL LEDGER RECORD
000040*
000050*  ONE RECORD PER STEP OF A PAY CYCLE, KEYED BY THE CYCLE'S
000060*  PERIOD-END DATE AND RUN FREQUENCY AND THE STEP (PROGRAM)
000070*  NAME.  THE FREQUENCY IS THE ONE THE PAY-PERIOD CONTROL FILE
000080*  USES - W WEEKLY, M MONTHLY, F FINAL SETTLEMENT, A
000090*  SUPPLEMENTARY, R REVERSAL - PLUS E FOR THE MONTH-END STEPS,
000100*  WHICH ARE LEDGERED UNDER THE MONTH (CCYYMM) WITH A DAY OF 00.
000110*
000120*  EVERY CYCLE STEP CHECKS THE LEDGER AT STARTUP: THE STEPS
000130*  BEFORE IT MUST BE COMPLETED ("C") AND ITS OWN ENTRY MUST NOT
000140*  BE, UNLESS AN AUTHORISED OVERRIDE CARD (CYCOVRD) NAMES THE
000150*  RERUN.  THE STEP THEN WRITES ITS ENTRY AS STARTED ("S") AND
000160*  AT THE END RECORDS THE END DATE AND TIME, ITS RETURN CODE,
000170*  ITS RECORD COUNTS AND CONTROL TOTAL, AND COMPLETED - OR
000180*  FAILED ("F") ON A NON-ZERO RETURN CODE.  AN ENTRY LEFT AT
000190*  "S" IS A STEP THAT ABENDED.  CYCLRPT PRINTS THE LEDGER.
000200*
000210*  MODIFICATION HISTORY
000220*  DATE       INIT DESCRIPTION
000230*  ---------- ---- ------------------------------------------
000240*  2026-10-15 TLM  ORIGINAL COPYBOOK - CYCLE CONTROL LEDGER.
000250*----------------------------------------------------------------
000260 01  CYCLE-CONTROL-RECORD.
000270     05  CYC-KEY.
000280         10  CYC-CYCLE-KEY.
000290             15  CYC-PERIOD-END  PIC 9(08).
000300             15  CYC-FREQUENCY   PIC X(01).
000310                 88  CYC-MONTH-END-CYCLE    VALUE "E".
000320         10  CYC-STEP-NAME       PIC X(08).
000330     05  CYC-STATUS              PIC X(01).
000340         88  CYC-STARTED                    VALUE "S".
000350         88  CYC-COMPLETED                  VALUE "C".
000360         88  CYC-FAILED                     VALUE "F".
000370     05  CYC-RUN-COUNT           PIC 9(02).
000380     05  CYC-START-DATE          PIC 9(08).
000390     05  CYC-START-TIME          PIC 9(06).
000400     05  CYC-END-DATE            PIC 9(08).
000410     05  CYC-END-TIME            PIC 9(06).
000420     05  CYC-RETURN-CODE         PIC 9(03).
000430     05  CYC-COUNT-IN            PIC 9(07).
000440     05  CYC-COUNT-OUT           PIC 9(07).
000450     05  CYC-CONTROL-TOTAL       PIC S9(11)V99.
000460     05  CYC-OVERRIDE-FLAG       PIC X(01).
000470         88  CYC-RERUN-AUTHORISED           VALUE "O".
000480     05  CYC-OVERRIDE-BY         PIC X(08).
000490     05  FILLER                  PIC X(20).
