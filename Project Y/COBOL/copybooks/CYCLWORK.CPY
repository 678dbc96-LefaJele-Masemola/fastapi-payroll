000010*----------------------------------------------------------------
000020*  CYCLWORK.CPY
000030*  PAY-CYCLE CONTROL WORK AREA
000040*
000050*  COPIED INTO THE WORKING-STORAGE OF EVERY PROGRAM THAT IS A
000060*  STEP OF THE PAY CYCLE, ALONGSIDE THE CYCLE CONTROL LEDGER
000070*  (CYCLCTL), THE OVERRIDE CARD (CYCOVRD) AND THE AUDIT TRAIL
000080*  (EMPAUDIT).  THE ORDER OF THE STEPS IN EACH KIND OF CYCLE IS
000090*  DEFINED HERE ONCE:
000100*
000110*    WEEKLY (W) AND SUPPLEMENTARY (A) - TIMEEDIT, PAYSCRN,
000120*      PAYROLL, EFTGEN, CASHPAY, GLJRNL, EFTRESP, PAYRECON
000130*    MONTHLY (M) AND FINAL SETTLEMENT (F) - THE SAME FROM
000140*      PAYSCRN ON (THESE RUNS PAY OFF THE MASTER, NO TIMECARDS)
000150*    REVERSAL (R) - PAYREV, GLJRNL, PAYRECON
000160*    MONTH-END (E) - DEDREMIT, EMP201, UIFDECL, EACH NEEDING
000170*      ONLY THAT EVERY PAY CYCLE OF THE MONTH IS RECONCILED
000180*
000190*  A STEP IS CHECKED AGAINST EVERY STEP BEFORE IT IN ITS CYCLE.
000200*  CYW-THIS-STEP IS THE NAME THE STEP IS LEDGERED UNDER AND
000210*  CYW-SEQUENCE-STEP THE POSITION IT TAKES IN THE CYCLE - THEY
000220*  DIFFER ONLY FOR THE PAYROLL TRIAL RUN (PAYTRIAL), WHICH
000230*  NEEDS WHAT THE LIVE RUN NEEDS BUT CAN BE RERUN FREELY.
000240*
000250*  MODIFICATION HISTORY
000260*  DATE       INIT DESCRIPTION
000270*  ---------- ---- ------------------------------------------
000280*  2026-10-15 TLM  ORIGINAL COPYBOOK - CYCLE CONTROL WORK AREA.
000281*  2026-10-15 TLM  CASHPAY (CASH PAY PACKETS) ADDED TO THE PAY
000282*                  CYCLE AFTER EFTGEN - A CYCLE NOW HOLDS UP TO
000283*                  SEVEN STEPS.  THE STEP WALKS RUN TO
000284*                  CYW-STEP-MAX INSTEAD OF A LITERAL.
000285*  2026-10-15 TLM  THE PRE-PAY SCREEN (PAYSCRN) IS NOW A STEP
000286*                  OF EVERY PAY CYCLE, AHEAD OF PAYROLL - A
000287*                  CYCLE HOLDS UP TO EIGHT STEPS.
000290*----------------------------------------------------------------
000300 01  CYW-FILE-STATUSES.
000310     05  WS-CYCLCTL-STATUS       PIC X(02) VALUE "00".
000320         88  CYCLCTL-OK                     VALUE "00".
000330         88  CYCLCTL-NOT-FOUND              VALUE "35".
000340     05  WS-CYCOVRD-STATUS       PIC X(02) VALUE "00".
000350         88  CYCOVRD-OK                     VALUE "00".
000360     05  WS-EMPAUDIT-STATUS      PIC X(02) VALUE "00".
000370         88  EMPAUDIT-OK                    VALUE "00".
000380         88  EMPAUDIT-NOT-FOUND             VALUE "35".

000390 01  CYCLE-WORK-AREA.
000400     05  CYW-THIS-STEP           PIC X(08) VALUE SPACES.
000410     05  CYW-SEQUENCE-STEP       PIC X(08) VALUE SPACES.
000420     05  CYW-PERIOD-END          PIC 9(08) VALUE ZERO.
000430     05  CYW-PERIOD-END-PARTS REDEFINES CYW-PERIOD-END.
000440         10  CYW-PE-MONTH        PIC 9(06).
000450         10  CYW-PE-DD           PIC 9(02).
000460     05  CYW-FREQUENCY           PIC X(01) VALUE "W".
000470         88  CYW-WEEKLY-CYCLE               VALUE "W" "A".
000480         88  CYW-MONTHLY-CYCLE              VALUE "M" "F".
000490         88  CYW-REVERSAL-CYCLE             VALUE "R".
000500         88  CYW-MONTH-END-CYCLE            VALUE "E".
000510     05  CYW-STEP-SW             PIC X(01) VALUE "N".
000520         88  CYW-STEP-IDLE                  VALUE "N".
000530         88  CYW-STEP-REFUSED               VALUE "R".
000540         88  CYW-STEP-OPENED                VALUE "O".
000550     05  CYW-RERUN-SW            PIC X(01) VALUE "N".
000560         88  CYW-RERUN-FREE                 VALUE "Y".
000570     05  CYW-ON-FILE-SW          PIC X(01) VALUE "N".
000580         88  CYW-STEP-ON-FILE               VALUE "Y".
000590     05  CYW-OVERRIDE-SW         PIC X(01) VALUE "N".
000600         88  CYW-OVERRIDE-FOUND             VALUE "Y".
000610     05  CYW-OVR-EOF-SW          PIC X(01) VALUE "N".
000620         88  CYW-END-OF-OVERRIDES           VALUE "Y".
000630     05  CYW-LEDGER-EOF-SW       PIC X(01) VALUE "N".
000640         88  CYW-END-OF-LEDGER              VALUE "Y".
000650     05  CYW-STEP-POS            PIC 9(02) VALUE ZERO.
000660     05  CYW-FIRST-POS           PIC 9(02) VALUE ZERO.
000670     05  CYW-SUB                 PIC 9(02) VALUE ZERO.
000675     05  CYW-STEP-MAX            PIC 9(02) VALUE 8.
000680     05  CYW-NEXT-RUN            PIC 9(02) VALUE ZERO.
000690     05  CYW-MONTH-CYCLES        PIC 9(03) VALUE ZERO.
000700     05  CYW-MONTH-RECONCILED    PIC 9(03) VALUE ZERO.
000710     05  CYW-MONTH-LAST-DATE     PIC 9(08) VALUE ZERO.
000720     05  CYW-MONTH-LAST-PARTS REDEFINES CYW-MONTH-LAST-DATE.
000730         10  CYW-ML-MONTH        PIC 9(06).
000740         10  CYW-ML-DD           PIC 9(02).
000750     05  CYW-DATE                PIC 9(08) VALUE ZERO.
000760     05  CYW-TIME                PIC 9(08) VALUE ZERO.
000770     05  CYW-TIME-PARTS REDEFINES CYW-TIME.
000780         10  CYW-TIME-HHMMSS     PIC 9(06).
000790         10  FILLER              PIC 9(02).
000800     05  CYW-COUNT-IN            PIC 9(07) VALUE ZERO.
000810     05  CYW-COUNT-OUT           PIC 9(07) VALUE ZERO.
000820     05  CYW-CONTROL-TOTAL       PIC S9(11)V99 VALUE ZERO.

000830*----------------------------------------------------------------
000840*  THE STEPS OF EACH KIND OF CYCLE, IN THE ORDER THEY RUN.
000850*  9810- MOVES THE ONE FOR THE CYCLE IN HAND OVER CYW-CYCLE-STEPS.
000860*----------------------------------------------------------------
000870 01  CYW-STEP-SEQUENCES.
000880     05  CYW-PAY-CYCLE-STEPS.
000890         10  FILLER              PIC X(32) VALUE
000892             "TIMEEDITPAYSCRN PAYROLL EFTGEN  ".
000894         10  FILLER              PIC X(32) VALUE
000896             "CASHPAY GLJRNL  EFTRESP PAYRECON".
000900     05  CYW-REVERSAL-STEPS      PIC X(64) VALUE
000910             "PAYREV  GLJRNL  PAYRECON".
000920     05  CYW-MONTH-END-STEPS     PIC X(64) VALUE
000930             "DEDREMITEMP201  UIFDECL ".
000940     05  CYW-CYCLE-STEPS         PIC X(64) VALUE SPACES.
000950     05  CYW-CYCLE-STEP-TABLE REDEFINES CYW-CYCLE-STEPS.
000960         10  CYW-CYCLE-STEP OCCURS 8 TIMES
000970                                 PIC X(08).
