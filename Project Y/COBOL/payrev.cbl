000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYREV.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  PAYREV
000090*
000100*  PAY REVERSAL RUN.  VOIDS PAYMENTS MADE IN ERROR FOR ONE
000110*  PERIOD-END DATE - THE DATE ON THE RUN PARAMETER CARD, WHICH
000120*  MUST CARRY RUN MODE "R".  ONE REVERSAL CARD (REVCARD.CPY)
000130*  PER PAYMENT NAMES THE EMPLOYEE, THE PERIOD-END AND THE
000140*  FREQUENCY OF THE RUN THAT PAID IT; THE FIGURES ARE TAKEN
000141*  FROM THAT PAYMENT'S PAY REGISTER (PAYREG) RECORD.
000150*
000160*  THE CARDS ARE READ TWICE.  THE FIRST PASS VETS EVERY CARD -
000170*  THE ORIGINAL RUN MUST BE ON THE PAY-PERIOD CONTROL FILE AS
000175*  PAID, THE PAYMENT MUST BE ON THE PAY REGISTER AND NOT
000176*  ALREADY REVERSED, THE YTD MUST STILL BE IN THE SAME TAX
000180*  YEAR AND COVER THE AMOUNTS, THE ONCE-OFF EARNINGS ITEMS MUST
000185*  AGREE WITH THE REGISTER, AND GROSS LESS PAYE, UIF AND THE
000190*  DEDUCTIONS WITHHELD MUST PROVE TO THE NET.  ONE BAD CARD
000200*  REFUSES THE WHOLE RUN WITH NOTHING UPDATED.  THE SECOND PASS
000210*  BACKS EACH PAYMENT OUT OF THE YTD-MASTER, THE UIF MONTH FILE,
000220*  THE LEAVE BALANCE AND THE PAY HISTORY, APPENDS REVERSING
000230*  COPIES OF THE DEDUCTIONS WITHHELD, AND RECORDS THE NET ON THE
000240*  OVERPAYMENT FILE AS OWED BACK BY THE EMPLOYEE.  THE PAYMENT
000250*  COMES OUT OF THE EMPLOYEE'S ETI MONTH AND THE MONTH'S ETI IS
000251*  WORKED OUT AGAIN; THE ONCE-OFF EARNINGS ITEMS IT PAID ARE SET
000252*  BACK TO UNPAID; AND A CASH PAY PACKET IS MARKED CANCELLED.
000260*
000270*  AT THE END THE RUN'S TOTALS COME OFF THE STATUTORY MONTH,
000280*  ARE LEDGERED ON THE PAY-PERIOD CONTROL FILE UNDER FREQUENCY
000290*  "R" FOR THE SAME PERIOD-END (ONE REVERSAL RUN PER DATE), AND
000300*  GO TO GLJRNL ON THE DEPARTMENT TOTALS HANDOFF STAMPED "R" SO
000310*  THE JOURNAL IS POSTED THE OTHER WAY ROUND.  THE REVERSAL IS
000320*  COSTED TO THE EMPLOYEE'S HOME DEPARTMENT.
000330*
000340*  MODIFICATION HISTORY
000350*  DATE       INIT DESCRIPTION
000360*  ---------- ---- ------------------------------------------
000370*  2026-10-15 TLM  ORIGINAL PROGRAM - PAY REVERSAL RUN.
000371*  2026-10-15 TLM  THE VOIDED PERIOD IS FLAGGED REVERSED ON
000372*                  THE PAY REGISTER (PAYREG).
000373*  2026-10-15 TLM  RETIREMENT FUND CONTRIBUTIONS ARE REVERSED -
000374*                  THE MEMBER'S COMES OFF YTD-FUND-EE, AND THE
000375*                  EMPLOYER'S ("E" WITHHELD RECORDS, NOT PART
000376*                  OF THE NET PROOF) COMES OFF THE COST CENTRE
000377*                  THROUGH DT-FUND-ER.  THE WITHHELD TABLE NOW
000378*                  HOLDS 40 RECORDS, ROOM FOR BOTH SHARES.
000379*  2026-10-15 TLM  THE RUN IS NOW THE FIRST STEP OF A REVERSAL
000380*                  CYCLE ("R") ON THE PAY-CYCLE CONTROL LEDGER
000381*                  (CYCLCTL) - IT IS REFUSED IF IT HAS ALREADY
000382*                  COMPLETED FOR THE DATE WITHOUT AN AUTHORISED
000383*                  OVERRIDE CARD, AND RECORDS ITS END, RETURN
000384*                  CODE, CARDS READ, PAYMENTS REVERSED AND THE
000385*                  NET BACKED OUT, FOR GLJRNL AND PAYRECON.
000386*  2026-10-15 TLM  THE CARD NOW NAMES ONLY THE PAYMENT (EMPLOYEE,
000387*                  PERIOD-END, FREQUENCY) - THE AMOUNTS AND LEAVE
000388*                  DAYS COME FROM THE PAY REGISTER, WHICH MUST
000389*                  HOLD THE PAYMENT.  THE PAYMENT IS TAKEN BACK
000390*                  OUT OF THE ETI MONTH (ETIMAST) AND THE CHANGE
000391*                  IN THE CLAIM POSTED TO YTD-ETI AND THE EMP201
000392*                  MONTH; THE ONCE-OFF EARNINGS IT PAID (EARNTRN)
000393*                  ARE SET BACK TO UNPAID AND HANDED TO GLJRNL
000394*                  AS "E" RECORDS; THE UIF MONTH LOSES ONLY THE
000395*                  UIF REMUNERATION; AND A CASH PAY PACKET
000396*                  (CASHPKT) IS MARKED CANCELLED.
000397*----------------------------------------------------------------

000398 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RUN-PARM-FILE
000430         ASSIGN TO "RUNPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNPARM-STATUS.

000460     SELECT REVERSAL-CARD-FILE
000470         ASSIGN TO "REVCARD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REVCARD-STATUS.

000500     SELECT EMPLOYEE-MASTER
000510         ASSIGN TO "EMPMAST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS EMP-NUMBER
000550         FILE STATUS IS WS-EMPMAST-STATUS.

000560     SELECT PAY-CONTROL-FILE
000570         ASSIGN TO "PAYCTL"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS PCTL-KEY
000610         FILE STATUS IS WS-PAYCTL-STATUS.

000620     SELECT STATUTORY-PARM-FILE
000630         ASSIGN TO "STATPARM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS SP-EFFECTIVE-DATE
000670         FILE STATUS IS WS-STATPARM-STATUS.

000680     SELECT YTD-MASTER
000690         ASSIGN TO "YTDMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS YTD-EMP-NUMBER
000730         FILE STATUS IS WS-YTDMAST-STATUS.

000740     SELECT UIF-MONTH-FILE
000750         ASSIGN TO "UIFMAST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS UM-KEY
000790         FILE STATUS IS WS-UIFMAST-STATUS.

000800     SELECT STATUTORY-MONTH-FILE
000810         ASSIGN TO "STATMAST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS SM-MONTH
000850         FILE STATUS IS WS-STATMAST-STATUS.

000860     SELECT LEAVE-BALANCE-FILE
000870         ASSIGN TO "LEAVEMST"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS LVE-EMP-NUMBER
000910         FILE STATUS IS WS-LEAVEMST-STATUS.

000920     SELECT PAY-HISTORY-FILE
000930         ASSIGN TO "PAYHIST"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS PH-EMP-NUMBER
000970         FILE STATUS IS WS-PAYHIST-STATUS.

000980     SELECT DEDUCTION-TAKEN-FILE
000990         ASSIGN TO "DEDTAKEN"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-DEDTAKEN-STATUS.

001020     SELECT REMIT-CONTROL
001030         ASSIGN TO "REMITCTL"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS RMC-MONTH
001070         FILE STATUS IS WS-REMITCTL-STATUS.

001080     SELECT OVERPAYMENT-FILE
001090         ASSIGN TO "OVERPAY"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS OP-KEY
001130         FILE STATUS IS WS-OVERPAY-STATUS.

001140     SELECT DEPT-TOTALS-FILE
001150         ASSIGN TO "DEPTTOT"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-DEPTTOT-STATUS.

001180     SELECT REVERSAL-REGISTER
001190         ASSIGN TO "PAYREV"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-PAYREV-STATUS.

001211     SELECT PAY-REGISTER-FILE
001212         ASSIGN TO "PAYREG"
001213         ORGANIZATION IS INDEXED
001214         ACCESS MODE IS RANDOM
001215         RECORD KEY IS PRG-KEY
001216         FILE STATUS IS WS-PAYREG-STATUS.

001217     SELECT CYCLE-CONTROL-FILE
001218         ASSIGN TO "CYCLCTL"
001219         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001221         RECORD KEY IS CYC-KEY
001222         FILE STATUS IS WS-CYCLCTL-STATUS.

001223     SELECT CYCLE-OVERRIDE-FILE
001224         ASSIGN TO "CYCOVRD"
001225         ORGANIZATION IS LINE SEQUENTIAL
001226         FILE STATUS IS WS-CYCOVRD-STATUS.

001227     SELECT AUDIT-TRAIL-FILE
001228         ASSIGN TO "EMPAUDIT"
001229         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-EMPAUDIT-STATUS.

001231     SELECT ETI-MONTH-FILE
001232         ASSIGN TO "ETIMAST"
001233         ORGANIZATION IS INDEXED
001234         ACCESS MODE IS RANDOM
001235         RECORD KEY IS EM-KEY
001236         FILE STATUS IS WS-ETIMAST-STATUS.

001237     SELECT EARNINGS-TRAN-FILE
001238         ASSIGN TO "EARNTRN"
001239         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001241         RECORD KEY IS ET-KEY
001242         FILE STATUS IS WS-EARNTRN-STATUS.

001243     SELECT CASH-PACKET-FILE
001244         ASSIGN TO "CASHPKT"
001245         ORGANIZATION IS INDEXED
001246         ACCESS MODE IS RANDOM
001247         RECORD KEY IS CPK-KEY
001248         FILE STATUS IS WS-CASHPKT-STATUS.

001250 DATA DIVISION.
001252 FILE SECTION.
001255 FD  RUN-PARM-FILE
001257     LABEL RECORDS ARE STANDARD.
001260     COPY RUNPARM.

001270 FD  REVERSAL-CARD-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY REVCARD.

001300 FD  EMPLOYEE-MASTER
001310     LABEL RECORDS ARE STANDARD.
001320     COPY EMPMAST.

001330 FD  PAY-CONTROL-FILE
001340     LABEL RECORDS ARE STANDARD.
001350     COPY PAYCTL.

001360 FD  STATUTORY-PARM-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY STATPARM.

001390 FD  YTD-MASTER
001400     LABEL RECORDS ARE STANDARD.
001410     COPY YTDMAST.

001420 FD  UIF-MONTH-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY UIFMAST.

001450 FD  STATUTORY-MONTH-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY STATMAST.

001480 FD  LEAVE-BALANCE-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY LEAVEMST.

001510 FD  PAY-HISTORY-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY PAYHIST.

001540 FD  DEDUCTION-TAKEN-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY DEDTAKEN.

001570 FD  REMIT-CONTROL
001580     LABEL RECORDS ARE STANDARD.
001590     COPY REMITCTL.

001600 FD  OVERPAYMENT-FILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY OVERPAY.

001630 FD  DEPT-TOTALS-FILE
001640     LABEL RECORDS ARE STANDARD.
001650     COPY DEPTTOT.

001660 FD  REVERSAL-REGISTER
001670     LABEL RECORDS ARE STANDARD.
001680     COPY PAYREVL.

001681 FD  PAY-REGISTER-FILE
001682     LABEL RECORDS ARE STANDARD.
001683     COPY PAYREG.

001684 FD  CYCLE-CONTROL-FILE
001685     LABEL RECORDS ARE STANDARD.
001686     COPY CYCLCTL.

001687 FD  CYCLE-OVERRIDE-FILE
001688     LABEL RECORDS ARE STANDARD.
001689     COPY CYCOVRD.

001690 FD  AUDIT-TRAIL-FILE
001691     LABEL RECORDS ARE STANDARD.
001692     COPY EMPAUDIT.

001693 FD  ETI-MONTH-FILE
001694     LABEL RECORDS ARE STANDARD.
001695     COPY ETIMAST.

001696 FD  EARNINGS-TRAN-FILE
001697     LABEL RECORDS ARE STANDARD.
001698     COPY EARNTRN.

001699 FD  CASH-PACKET-FILE
001701     LABEL RECORDS ARE STANDARD.
001703     COPY CASHPKT.

001705 WORKING-STORAGE SECTION.
001707 01  WS-FILE-STATUSES.
001710     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001720         88  RUNPARM-OK                     VALUE "00".
001730     05  WS-REVCARD-STATUS       PIC X(02) VALUE "00".
001740         88  REVCARD-OK                     VALUE "00".
001750     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
001760         88  EMPMAST-OK                     VALUE "00".
001770     05  WS-PAYCTL-STATUS        PIC X(02) VALUE "00".
001780         88  PAYCTL-OK                      VALUE "00".
001790     05  WS-STATPARM-STATUS      PIC X(02) VALUE "00".
001800         88  STATPARM-OK                    VALUE "00".
001810     05  WS-YTDMAST-STATUS       PIC X(02) VALUE "00".
001820         88  YTDMAST-OK                     VALUE "00".
001830     05  WS-UIFMAST-STATUS       PIC X(02) VALUE "00".
001840         88  UIFMAST-OK                     VALUE "00".
001850     05  WS-STATMAST-STATUS      PIC X(02) VALUE "00".
001860         88  STATMAST-OK                    VALUE "00".
001870     05  WS-LEAVEMST-STATUS      PIC X(02) VALUE "00".
001880         88  LEAVEMST-OK                    VALUE "00".
001890     05  WS-PAYHIST-STATUS       PIC X(02) VALUE "00".
001900         88  PAYHIST-OK                     VALUE "00".
001910     05  WS-DEDTAKEN-STATUS      PIC X(02) VALUE "00".
001920         88  DEDTAKEN-OK                    VALUE "00".
001930         88  DEDTAKEN-NOT-FOUND             VALUE "35".
001940     05  WS-REMITCTL-STATUS      PIC X(02) VALUE "00".
001950         88  REMITCTL-OK                    VALUE "00".
001960     05  WS-OVERPAY-STATUS       PIC X(02) VALUE "00".
001970         88  OVERPAY-OK                     VALUE "00".
001980         88  OVERPAY-NOT-FOUND              VALUE "35".
001990     05  WS-DEPTTOT-STATUS       PIC X(02) VALUE "00".
002000         88  DEPTTOT-OK                     VALUE "00".
002010     05  WS-PAYREV-STATUS        PIC X(02) VALUE "00".
002020         88  PAYREV-OK                      VALUE "00".
002021     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
002022         88  PAYREG-OK                      VALUE "00".
002023         88  PAYREG-NOT-FOUND               VALUE "35".
002024     05  WS-ETIMAST-STATUS       PIC X(02) VALUE "00".
002025         88  ETIMAST-OK                     VALUE "00".
002026         88  ETIMAST-NOT-FOUND              VALUE "35".
002027     05  WS-EARNTRN-STATUS       PIC X(02) VALUE "00".
002028         88  EARNTRN-OK                     VALUE "00".
002029         88  EARNTRN-NOT-FOUND              VALUE "35".
002031     05  WS-CASHPKT-STATUS       PIC X(02) VALUE "00".
002033         88  CASHPKT-OK                     VALUE "00".
002035         88  CASHPKT-NOT-FOUND              VALUE "35".

002037 01  WS-SWITCHES.
002040     05  WS-CARD-EOF-SW          PIC X(01) VALUE "N".
002050         88  END-OF-CARDS                   VALUE "Y".
002060     05  WS-DK-EOF-SW            PIC X(01) VALUE "N".
002070         88  END-OF-DEDTAKEN                VALUE "Y".
002080     05  WS-STATPARM-EOF-SW      PIC X(01) VALUE "N".
002090         88  END-OF-PARM-FILE               VALUE "Y".
002100     05  WS-RATE-SET-SW          PIC X(01) VALUE "N".
002110         88  RATE-SET-FOUND                 VALUE "Y".
002120     05  WS-FATAL-SW             PIC X(01) VALUE "N".
002130         88  FATAL-RUN-FAILURE              VALUE "Y".
002140     05  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
002150         88  FILES-OPEN                     VALUE "Y".
002160     05  WS-CARD-REJECT-SW       PIC X(01) VALUE "N".
002170         88  CARD-REJECTED                  VALUE "Y".
002180     05  WS-CARDS-OPEN-SW        PIC X(01) VALUE "N".
002190         88  CARD-FILE-OPEN                 VALUE "Y".
002200     05  WS-DEPT-OVERFLOW-SW     PIC X(01) VALUE "N".
002210         88  DEPT-TABLE-OVERFLOW            VALUE "Y".
002220     05  WS-MONTH-REMITTED-SW    PIC X(01) VALUE "N".
002230         88  MONTH-ALREADY-REMITTED         VALUE "Y".
002231     05  WS-ETIMAST-AVAIL-SW     PIC X(01) VALUE "N".
002232         88  ETIMAST-AVAILABLE              VALUE "Y".
002233     05  WS-EARNTRN-AVAIL-SW     PIC X(01) VALUE "N".
002234         88  EARNTRN-AVAILABLE              VALUE "Y".
002235     05  WS-CASHPKT-AVAIL-SW     PIC X(01) VALUE "N".
002236         88  CASHPKT-AVAILABLE              VALUE "Y".
002237     05  WS-EARN-SCAN-EOF-SW     PIC X(01) VALUE "N".
002238         88  END-OF-EARN-SCAN               VALUE "Y".
002240     05  WS-EARN-CODE-SW         PIC X(01) VALUE "N".
002242         88  EARN-CODE-FOUND                VALUE "Y".
002244     05  WS-ETI-BAND-SW          PIC X(01) VALUE "N".
002246         88  ETI-BAND-FOUND                 VALUE "Y".

002248 01  WS-RUN-COUNTERS.
002250     05  WS-CARDS-READ           PIC 9(05) VALUE ZERO.
002260     05  WS-CARDS-REJECTED       PIC 9(05) VALUE ZERO.
002270     05  WS-PAYMENTS-REVERSED    PIC 9(05) VALUE ZERO.
002280     05  WS-DK-REVERSED          PIC 9(05) VALUE ZERO.
002281     05  WS-EARN-ITEMS-RESET     PIC 9(05) VALUE ZERO.
002282     05  WS-PACKETS-CANCELLED    PIC 9(05) VALUE ZERO.

002290 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
002300 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
002310     05  WS-PERIOD-END-MONTH     PIC 9(06).
002320     05  FILLER                  PIC 9(02).
002330 01  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END-DATE.
002340     05  WS-PE-YEAR              PIC 9(04).
002350     05  WS-PE-MMDD              PIC 9(04).

002360 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.
002365 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.

002370*    THE TAX YEAR THE VOIDED MONEY WAS POSTED TO, OFF THE
002380*    ORIGINAL RUN'S CONTROL LEDGER ENTRY - THE YTD RECORD MUST
002390*    STILL CARRY IT, OR THE YEAR HAS ROLLED AND THE REVERSAL
002400*    BELONGS TO A CLOSED YEAR.
002410 01  WS-ORIGINAL-TAX-YEAR        PIC 9(04) VALUE ZERO.
002420 01  WS-LEDGER-TAX-YEAR          PIC 9(04) VALUE ZERO.

002430 01  WS-STATUTORY-RATES.
002440     05  WS-UIF-EE-RATE          PIC V999 VALUE ZERO.
002450     05  WS-UIF-ER-RATE          PIC V999 VALUE ZERO.
002460     05  WS-SDL-RATE             PIC V999 VALUE ZERO.
002470     05  WS-WEEKS-PER-YEAR       PIC 9(02) VALUE 52.
002480     05  WS-MONTHS-PER-YEAR      PIC 9(02) VALUE 12.
002485     05  WS-STATPARM-SUB         PIC 9(02) VALUE ZERO.

002486*----------------------------------------------------------------
002487*  ETI TABLE OFF THE SAME RATE SET, AS PAYROLL LOADS IT - THE
002488*  MONTH'S ETI IS WORKED OUT AGAIN WITHOUT THE VOIDED PAYMENT.
002489*----------------------------------------------------------------
002490 01  WS-ETI-TABLE.
002491     05  ETI-MIN-WAGE            PIC 9(03)V99 VALUE ZERO.
002492     05  ETI-STD-HOURS           PIC 9(03) VALUE ZERO.
002493     05  ETI-BAND-COUNT          PIC 9(01) VALUE ZERO.
002494     05  ETI-BAND-ENTRY OCCURS 4 TIMES INDEXED BY ETI-IDX.
002495         10  ETI-UPPER-LIMIT     PIC 9(05)V99.
002496         10  ETI-TAPER-SW        PIC X(01).
002497             88  ETI-TAPERS              VALUE "T".
002498         10  ETI-1ST-BASE        PIC 9(04)V99.
002499         10  ETI-1ST-RATE        PIC V999.
002500         10  ETI-2ND-BASE        PIC 9(04)V99.
002501         10  ETI-2ND-RATE        PIC V999.

002502 01  WS-ETI-FIELDS.
002503     05  WS-ETI-PRIOR-MONTHS     PIC 9(03) VALUE ZERO.
002504     05  WS-ETI-HOURLY-WAGE      PIC 9(07)V99 VALUE ZERO.
002505     05  WS-ETI-REMUNERATION     PIC 9(09)V99 VALUE ZERO.
002506     05  WS-ETI-PRIOR-LIMIT      PIC 9(05)V99 VALUE ZERO.
002507     05  WS-ETI-BAND-BASE        PIC 9(04)V99 VALUE ZERO.
002508     05  WS-ETI-BAND-RATE        PIC V999 VALUE ZERO.
002509     05  WS-ETI-WORK             PIC S9(09)V99 VALUE ZERO.
002510     05  WS-ETI-MONTH-AMOUNT     PIC 9(05)V99 VALUE ZERO.

002511*----------------------------------------------------------------
002513*  EARNINGS CODE TABLE OFF THE SAME RATE SET - THE EXPENSE
002514*  ACCOUNT EACH CODE'S REVERSAL IS CREDITED BACK TO.
002515*----------------------------------------------------------------
002516 01  WS-EARN-CODE-TABLE.
002517     05  EARN-CODE-COUNT         PIC 9(02) VALUE ZERO.
002518     05  EARN-CODE-ENTRY OCCURS 12 TIMES INDEXED BY EARN-IDX.
002519         10  EARN-CODE           PIC X(03).
002520         10  EARN-DESC           PIC X(20).
002521         10  EARN-GL-ACCOUNT     PIC 9(08).

002522*    THE ONCE-OFF EARNINGS ITEMS THE PAYMENT BEING VOIDED PAID,
002523*    EACH WITH ITS SLOT IN THE CODE TABLE.
002524 01  WS-EMP-EARN-TABLE.
002525     05  WS-EET-COUNT            PIC 9(02) VALUE ZERO.
002527     05  WS-EET-ENTRY OCCURS 12 TIMES.
002528         10  WS-EET-PERIOD-END   PIC 9(08).
002529         10  WS-EET-CODE         PIC X(03).
002530         10  WS-EET-SLOT         PIC 9(02).
002531         10  WS-EET-AMOUNT       PIC 9(07)V99.
002532     05  WS-EET-SUB              PIC 9(02) VALUE ZERO.
002533     05  WS-EARN-SLOT-SUB        PIC 9(02) VALUE ZERO.

002534*    THE PAYMENT BEING VOIDED, OFF ITS PAY REGISTER RECORD.
002535 01  WS-REVERSAL-FIGURES.
002536     05  WS-REV-GROSS            PIC 9(07)V99 VALUE ZERO.
002537     05  WS-REV-PAYE             PIC S9(07)V99 VALUE ZERO.
002538     05  WS-REV-UIF-EE           PIC 9(07)V99 VALUE ZERO.
002540     05  WS-REV-UIF-ER           PIC 9(07)V99 VALUE ZERO.
002550     05  WS-REV-SDL              PIC 9(07)V99 VALUE ZERO.
002560     05  WS-REV-NET              PIC 9(07)V99 VALUE ZERO.
002570     05  WS-REV-DEDUCTIONS       PIC S9(07)V99 VALUE ZERO.
002573     05  WS-REV-FUND-EE          PIC S9(07)V99 VALUE ZERO.
002576     05  WS-REV-FUND-ER          PIC S9(07)V99 VALUE ZERO.
002580     05  WS-REV-ANNUAL-DAYS      PIC 9(02)V99 VALUE ZERO.
002590     05  WS-REV-SICK-DAYS        PIC 9(02)V99 VALUE ZERO.
002600     05  WS-PROVED-NET           PIC S9(09)V99 VALUE ZERO.
002610     05  WS-ACCRUAL-DAYS         PIC 9(02)V99 VALUE ZERO.
002611     05  WS-REV-EARNINGS         PIC 9(07)V99 VALUE ZERO.
002612     05  WS-REV-NON-UIF          PIC 9(07)V99 VALUE ZERO.
002613     05  WS-REV-UIF-BASE         PIC 9(07)V99 VALUE ZERO.
002614     05  WS-REV-ETI-HOURS        PIC 9(04)V99 VALUE ZERO.
002615     05  WS-REV-ETI-SW           PIC X(01) VALUE "N".
002616         88  REVERSE-ETI                    VALUE "Y".
002617     05  WS-REV-ETI              PIC S9(05)V99 VALUE ZERO.
002618     05  WS-REG-EARNINGS         PIC 9(07)V99 VALUE ZERO.

002620 01  WS-REJECT-REASON            PIC X(50) VALUE SPACES.

002630*    EMPLOYEE/FREQUENCY PAIRS ALREADY VETTED THIS RUN - A SECOND
002640*    CARD FOR THE SAME PAYMENT IS REJECTED, NOT VOIDED TWICE.
002650 01  WS-VETTED-TABLE.
002660     05  WS-VETTED-COUNT         PIC 9(03) VALUE ZERO.
002670     05  WS-VETTED-ENTRY OCCURS 200 TIMES
002680             INDEXED BY WS-VET-IDX.
002690         10  WS-VETTED-EMP       PIC 9(06).
002700         10  WS-VETTED-FREQ      PIC X(01).

002710*    THE DEDUCTIONS WITHHELD FROM THE PAYMENT BEING VOIDED, HELD
002720*    BETWEEN THE READ OF THE DEDUCTIONS FILE AND THE APPEND OF
002730*    THE REVERSING COPIES.
002740 01  WS-DK-TABLE.
002750     05  WS-DK-COUNT             PIC 9(02) VALUE ZERO.
002760     05  WS-DK-ENTRY OCCURS 40 TIMES
002770             INDEXED BY WS-DK-IDX.
002780         10  WS-DK-RECORD        PIC X(69).

002790 01  WS-DEPT-TOTALS.
002800     05  WS-DEPT-COUNT           PIC 9(03) VALUE ZERO.
002810     05  WS-DEPT-ENTRY OCCURS 20 TIMES
002820             INDEXED BY WS-DEPT-IDX.
002830         10  WS-DEPT-CODE-TBL    PIC X(04).
002840         10  WS-DEPT-EMP-COUNT   PIC 9(05).
002850         10  WS-DEPT-GROSS       PIC 9(09)V99.
002860         10  WS-DEPT-PAYE        PIC S9(09)V99.
002870         10  WS-DEPT-UIF         PIC 9(09)V99.
002880         10  WS-DEPT-UIF-ER      PIC 9(09)V99.
002890         10  WS-DEPT-SDL         PIC 9(09)V99.
002900         10  WS-DEPT-NET         PIC 9(09)V99.
002905         10  WS-DEPT-FUND-ER     PIC 9(09)V99.
002906         10  WS-DEPT-EARN-ROW.
002907             15  WS-DEPT-EARNINGS    PIC 9(09)V99.
002908             15  WS-DEPT-EARN-AMT    PIC 9(09)V99
002909                                     OCCURS 12 TIMES.

002910 01  WS-GRAND-TOTALS.
002920     05  WS-GRAND-EMP-COUNT      PIC 9(05) VALUE ZERO.
002930     05  WS-GRAND-GROSS          PIC 9(09)V99 VALUE ZERO.
002940     05  WS-GRAND-PAYE           PIC S9(09)V99 VALUE ZERO.
002950     05  WS-GRAND-UIF            PIC 9(09)V99 VALUE ZERO.
002960     05  WS-GRAND-UIF-ER         PIC 9(09)V99 VALUE ZERO.
002970     05  WS-GRAND-SDL            PIC 9(09)V99 VALUE ZERO.
002980     05  WS-GRAND-NET            PIC 9(09)V99 VALUE ZERO.
002985     05  WS-GRAND-FUND-ER        PIC 9(09)V99 VALUE ZERO.
002986     05  WS-GRAND-EARNINGS       PIC 9(09)V99 VALUE ZERO.
002987     05  WS-GRAND-ETI            PIC S9(07)V99 VALUE ZERO.

002990 01  WS-EDIT-FIELDS.
003000     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
003010     05  WS-ED-COUNT             PIC ZZZZ9.
003020     05  WS-ED-GROSS             PIC ZZ,ZZZ,ZZ9.99.
003030     05  WS-ED-PAYE              PIC -Z,ZZZ,ZZ9.99.
003040     05  WS-ED-UIF               PIC ZZ,ZZZ,ZZ9.99.
003050     05  WS-ED-NET               PIC ZZ,ZZZ,ZZ9.99.
003060     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003070     05  WS-ED-SIGNED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003071     05  WS-ED-ETI               PIC -ZZ,ZZ9.99.
003072     05  WS-ED-PACKET-NO         PIC ZZZ9.

003075     COPY CYCLWORK.

003080 PROCEDURE DIVISION.

003090*----------------------------------------------------------------
003100*  0000-MAINLINE
003110*  THE VETTING PASS RUNS OVER EVERY CARD FIRST; ONLY A DECK
003120*  WITH NO REJECTED CARD IS READ AGAIN AND APPLIED.
003130*----------------------------------------------------------------
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003160     PERFORM 2000-VET-ONE-CARD THRU 2000-EXIT
003170         UNTIL END-OF-CARDS
003180     PERFORM 2800-END-VETTING-PASS THRU 2800-EXIT
003190     PERFORM 3000-REVERSE-ONE-PAYMENT THRU 3000-EXIT
003200         UNTIL END-OF-CARDS
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT
003215     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
003220     STOP RUN.

003230*----------------------------------------------------------------
003240*  1000-INITIALIZE - RUN PARAMETER, LEDGER GUARD, RATES, FILES
003250*----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE
003275     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
003280     MOVE "Y" TO WS-CARD-EOF-SW
003290     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
003300     IF FATAL-RUN-FAILURE
003310         GO TO 1000-EXIT
003320     END-IF
003321     MOVE "PAYREV" TO CYW-THIS-STEP
003322     MOVE "PAYREV" TO CYW-SEQUENCE-STEP
003323     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
003324     MOVE "R" TO CYW-FREQUENCY
003325     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
003326     IF CYW-STEP-REFUSED
003327         SET FATAL-RUN-FAILURE TO TRUE
003328         GO TO 1000-EXIT
003329     END-IF
003330     PERFORM 1100-CHECK-REVERSAL-LEDGER THRU 1100-EXIT
003340     IF FATAL-RUN-FAILURE
003350         GO TO 1000-EXIT
003360     END-IF
003370     PERFORM 1200-LOAD-STATUTORY-RATES THRU 1200-EXIT
003380     IF FATAL-RUN-FAILURE
003390         GO TO 1000-EXIT
003400     END-IF
003410     PERFORM 1300-OPEN-FILES THRU 1300-EXIT
003420     IF FATAL-RUN-FAILURE
003430         GO TO 1000-EXIT
003440     END-IF
003450     OPEN INPUT REVERSAL-CARD-FILE
003460     IF NOT REVCARD-OK
003470         DISPLAY "PAYREV: REVCARD OPEN FAILED, STATUS "
003480             WS-REVCARD-STATUS
003490         SET FATAL-RUN-FAILURE TO TRUE
003500         GO TO 1000-EXIT
003510     END-IF
003520     SET CARD-FILE-OPEN TO TRUE
003530     MOVE "N" TO WS-CARD-EOF-SW

003540     MOVE SPACES TO REVERSAL-LINE
003550     STRING "PAY REVERSAL REGISTER - PERIOD ENDING "
003560         WS-PERIOD-END-DATE "   RUN DATE " WS-RUN-DATE
003570         DELIMITED BY SIZE INTO REVERSAL-LINE
003580     WRITE REVERSAL-LINE
003590     MOVE SPACES TO REVERSAL-LINE
003600     STRING "=============================================="
003610         "=============================================="
003620         DELIMITED BY SIZE INTO REVERSAL-LINE
003630     WRITE REVERSAL-LINE
003640     MOVE SPACES TO REVERSAL-LINE
003650     WRITE REVERSAL-LINE
003660     MOVE SPACES TO REVERSAL-LINE
003670     STRING "VETTING PASS"
003680         DELIMITED BY SIZE INTO REVERSAL-LINE
003690     WRITE REVERSAL-LINE
003700     PERFORM 2900-READ-CARD THRU 2900-EXIT.
003710 1000-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------
003740*  1050-READ-RUN-PARM - THE PERIOD-END DATE, IN REVERSAL MODE
003750*----------------------------------------------------------------
003760 1050-READ-RUN-PARM.
003770     OPEN INPUT RUN-PARM-FILE
003780     IF NOT RUNPARM-OK
003790         DISPLAY "PAYREV: RUNPARM OPEN FAILED, STATUS "
003800             WS-RUNPARM-STATUS
003810         SET FATAL-RUN-FAILURE TO TRUE
003820         GO TO 1050-EXIT
003830     END-IF
003840     READ RUN-PARM-FILE
003850         AT END
003860             MOVE SPACES TO RUN-PARM-RECORD
003870     END-READ
003880     CLOSE RUN-PARM-FILE
003890     IF NOT PARM-REVERSAL-RUN
003900         DISPLAY "PAYREV: RUN MODE ON THE PARAMETER CARD IS NOT "
003910             "REVERSAL (R) - RUN REFUSED"
003920         SET FATAL-RUN-FAILURE TO TRUE
003930         GO TO 1050-EXIT
003940     END-IF
003950     IF PARM-PERIOD-END-X NOT NUMERIC
003960         DISPLAY "PAYREV: NO PERIOD-END DATE ON THE PARAMETER "
003970             "CARD - RUN REFUSED"
003980         SET FATAL-RUN-FAILURE TO TRUE
003990         GO TO 1050-EXIT
004000     END-IF
004010     MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE.
004020 1050-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050*  1100-CHECK-REVERSAL-LEDGER
004060*  ONE REVERSAL RUN PER PERIOD-END DATE - A SECOND DECK FOR THE
004070*  SAME DATE WOULD LEAVE TWO RUNS' WORTH OF MONEY UNDER ONE
004080*  LEDGER KEY AND ONE JOURNAL HANDOFF.
004090*----------------------------------------------------------------
004100 1100-CHECK-REVERSAL-LEDGER.
004110     OPEN INPUT PAY-CONTROL-FILE
004120     IF NOT PAYCTL-OK
004130         DISPLAY "PAYREV: PAYCTL OPEN FAILED, STATUS "
004140             WS-PAYCTL-STATUS
004150         SET FATAL-RUN-FAILURE TO TRUE
004160         GO TO 1100-EXIT
004170     END-IF
004180     MOVE WS-PERIOD-END-DATE TO PCTL-PERIOD-END-DATE
004190     MOVE "R" TO PCTL-RUN-FREQUENCY
004200     READ PAY-CONTROL-FILE
004210         INVALID KEY
004220             CONTINUE
004230         NOT INVALID KEY
004240             DISPLAY "PAYREV: A REVERSAL RUN IS ALREADY LEDGERED "
004250                 "FOR PERIOD " WS-PERIOD-END-DATE
004260                 " - RUN REFUSED"
004270             SET FATAL-RUN-FAILURE TO TRUE
004280     END-READ
004290     CLOSE PAY-CONTROL-FILE.
004300 1100-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330*  1200-LOAD-STATUTORY-RATES - THE RATE SET IN FORCE ON THE
004340*  PERIOD-END, FOR THE EMPLOYER UIF AND SDL BEING BACKED OUT,
004345*  THE MONTH'S ETI AND THE EARNINGS CODES' EXPENSE ACCOUNTS
004350*----------------------------------------------------------------
004360 1200-LOAD-STATUTORY-RATES.
004370     OPEN INPUT STATUTORY-PARM-FILE
004380     IF NOT STATPARM-OK
004390         DISPLAY "PAYREV: STATPARM OPEN FAILED, STATUS "
004400             WS-STATPARM-STATUS
004410         SET FATAL-RUN-FAILURE TO TRUE
004420         GO TO 1200-EXIT
004430     END-IF
004440     PERFORM 1210-TAKE-PARM-SET THRU 1210-EXIT
004450         UNTIL END-OF-PARM-FILE
004460     CLOSE STATUTORY-PARM-FILE
004470     IF NOT RATE-SET-FOUND
004480         DISPLAY "PAYREV: NO STATUTORY RATE SET EFFECTIVE "
004490             "ON OR BEFORE " WS-PERIOD-END-DATE
004500             " - RUN REFUSED"
004510         SET FATAL-RUN-FAILURE TO TRUE
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560*  1210-TAKE-PARM-SET - ONE DATED RATE SET OFF THE FILE
004570*----------------------------------------------------------------
004580 1210-TAKE-PARM-SET.
004590     READ STATUTORY-PARM-FILE
004600         AT END
004610             MOVE "Y" TO WS-STATPARM-EOF-SW
004620             GO TO 1210-EXIT
004630     END-READ
004640     IF SP-EFFECTIVE-DATE > WS-PERIOD-END-DATE
004650         MOVE "Y" TO WS-STATPARM-EOF-SW
004660         GO TO 1210-EXIT
004670     END-IF
004680     SET RATE-SET-FOUND TO TRUE
004690     MOVE SP-UIF-EE-RATE TO WS-UIF-EE-RATE
004700     MOVE SP-UIF-ER-RATE TO WS-UIF-ER-RATE
004710     MOVE SP-SDL-RATE TO WS-SDL-RATE
004711*    A SET CONVERTED FROM BEFORE THE ETI TABLE CARRIES NO
004712*    BAND COUNT - NO ETI WAS CLAIMED UNDER IT.
004713     IF SP-ETI-BAND-COUNT NUMERIC
004714         MOVE SP-ETI-BAND-COUNT TO ETI-BAND-COUNT
004715     ELSE
004716         MOVE ZERO TO ETI-BAND-COUNT
004717     END-IF
004718     IF ETI-BAND-COUNT > ZERO
004719         MOVE SP-ETI-MIN-WAGE TO ETI-MIN-WAGE
004720         MOVE SP-ETI-STD-HOURS TO ETI-STD-HOURS
004721         PERFORM 1220-LOAD-ONE-ETI-BAND THRU 1220-EXIT
004722             VARYING WS-STATPARM-SUB FROM 1 BY 1
004723             UNTIL WS-STATPARM-SUB > 4
004724     END-IF
004725     IF SP-EARN-COUNT NUMERIC
004726         MOVE SP-EARN-COUNT TO EARN-CODE-COUNT
004727     ELSE
004728         MOVE ZERO TO EARN-CODE-COUNT
004729     END-IF
004730     PERFORM 1230-LOAD-ONE-EARN-CODE THRU 1230-EXIT
004731         VARYING WS-STATPARM-SUB FROM 1 BY 1
004732         UNTIL WS-STATPARM-SUB > 12.
004733 1210-EXIT.
004734     EXIT.

004735*----------------------------------------------------------------
004736*  1220-LOAD-ONE-ETI-BAND
004737*----------------------------------------------------------------
004738 1220-LOAD-ONE-ETI-BAND.
004739     MOVE SP-ETI-UPPER-LIMIT (WS-STATPARM-SUB)
004740         TO ETI-UPPER-LIMIT (WS-STATPARM-SUB)
004741     MOVE SP-ETI-TAPER-SW (WS-STATPARM-SUB)
004742         TO ETI-TAPER-SW (WS-STATPARM-SUB)
004743     MOVE SP-ETI-1ST-BASE (WS-STATPARM-SUB)
004744         TO ETI-1ST-BASE (WS-STATPARM-SUB)
004745     MOVE SP-ETI-1ST-RATE (WS-STATPARM-SUB)
004746         TO ETI-1ST-RATE (WS-STATPARM-SUB)
004748     MOVE SP-ETI-2ND-BASE (WS-STATPARM-SUB)
004749         TO ETI-2ND-BASE (WS-STATPARM-SUB)
004750     MOVE SP-ETI-2ND-RATE (WS-STATPARM-SUB)
004751         TO ETI-2ND-RATE (WS-STATPARM-SUB).
004752 1220-EXIT.
004753     EXIT.

004754*----------------------------------------------------------------
004756*  1230-LOAD-ONE-EARN-CODE - A SLOT BEYOND THE COUNT IS BLANKED
004757*  SO THE CODE SEARCH CAN NEVER MATCH IT
004758*----------------------------------------------------------------
004759 1230-LOAD-ONE-EARN-CODE.
004760     IF WS-STATPARM-SUB > EARN-CODE-COUNT
004761         MOVE SPACES TO EARN-CODE-ENTRY (WS-STATPARM-SUB)
004762         MOVE ZERO TO EARN-GL-ACCOUNT (WS-STATPARM-SUB)
004764         GO TO 1230-EXIT
004765     END-IF
004766     MOVE SP-EARN-CODE (WS-STATPARM-SUB)
004767         TO EARN-CODE (WS-STATPARM-SUB)
004768     MOVE SP-EARN-DESC (WS-STATPARM-SUB)
004769         TO EARN-DESC (WS-STATPARM-SUB)
004770     MOVE SP-EARN-GL-ACCOUNT (WS-STATPARM-SUB)
004772         TO EARN-GL-ACCOUNT (WS-STATPARM-SUB).
004773 1230-EXIT.
004774     EXIT.

004775*----------------------------------------------------------------
004776*  1300-OPEN-FILES - THE MASTERS THE REVERSAL READS AND UPDATES
004777*----------------------------------------------------------------
004778 1300-OPEN-FILES.
004780     OPEN INPUT EMPLOYEE-MASTER
004790     IF NOT EMPMAST-OK
004800         DISPLAY "PAYREV: EMPMAST OPEN FAILED, STATUS "
004810             WS-EMPMAST-STATUS
004820         SET FATAL-RUN-FAILURE TO TRUE
004830         GO TO 1300-EXIT
004840     END-IF
004850     OPEN I-O PAY-CONTROL-FILE
004860     OPEN I-O YTD-MASTER
004870     OPEN I-O UIF-MONTH-FILE
004880     OPEN I-O LEAVE-BALANCE-FILE
004890     OPEN I-O PAY-HISTORY-FILE
004895     OPEN I-O PAY-REGISTER-FILE
004900     OPEN I-O OVERPAYMENT-FILE
004910     IF OVERPAY-NOT-FOUND
004920         OPEN OUTPUT OVERPAYMENT-FILE
004930         CLOSE OVERPAYMENT-FILE
004940         OPEN I-O OVERPAYMENT-FILE
004950     END-IF
004960     OPEN OUTPUT REVERSAL-REGISTER
004970     SET FILES-OPEN TO TRUE
004980     IF NOT PAYCTL-OK OR NOT YTDMAST-OK OR NOT UIFMAST-OK
004990         OR NOT LEAVEMST-OK OR NOT PAYHIST-OK OR NOT OVERPAY-OK
004995         OR NOT PAYREG-OK
005000             DISPLAY "PAYREV: MASTER FILE OPEN FAILED - PAYCTL "
005010                 WS-PAYCTL-STATUS " YTDMAST " WS-YTDMAST-STATUS
005020                 " UIFMAST " WS-UIFMAST-STATUS
005030             DISPLAY "PAYREV: LEAVEMST " WS-LEAVEMST-STATUS
005040                 " PAYHIST " WS-PAYHIST-STATUS
005050                 " OVERPAY " WS-OVERPAY-STATUS
005055                 " PAYREG " WS-PAYREG-STATUS
005060             SET FATAL-RUN-FAILURE TO TRUE
005065             GO TO 1300-EXIT
005070     END-IF
005071*    THE ETI MONTHS, ONCE-OFF EARNINGS AND CASH PAY PACKETS ARE
005072*    ONLY ON FILE ONCE A RUN HAS WRITTEN THEM - A FILE NOT ON
005073*    DISK MEANS THE PAYMENT CANNOT HAVE TOUCHED IT.  ANY OTHER
005074*    OPEN FAILURE STOPS THE RUN.
005075     OPEN I-O ETI-MONTH-FILE
005076     IF ETIMAST-OK
005077         MOVE "Y" TO WS-ETIMAST-AVAIL-SW
005078     ELSE
005079         IF NOT ETIMAST-NOT-FOUND
005080             DISPLAY "PAYREV: ETIMAST OPEN FAILED, STATUS "
005081                 WS-ETIMAST-STATUS
005082             SET FATAL-RUN-FAILURE TO TRUE
005083             GO TO 1300-EXIT
005084         END-IF
005085     END-IF
005086     OPEN I-O EARNINGS-TRAN-FILE
005087     IF EARNTRN-OK
005088         MOVE "Y" TO WS-EARNTRN-AVAIL-SW
005090     ELSE
005091         IF NOT EARNTRN-NOT-FOUND
005092             DISPLAY "PAYREV: EARNTRN OPEN FAILED, STATUS "
005094                 WS-EARNTRN-STATUS
005095             SET FATAL-RUN-FAILURE TO TRUE
005096             GO TO 1300-EXIT
005097         END-IF
005099     END-IF
005100     OPEN I-O CASH-PACKET-FILE
005101     IF CASHPKT-OK
005103         MOVE "Y" TO WS-CASHPKT-AVAIL-SW
005104     ELSE
005105         IF NOT CASHPKT-NOT-FOUND
005107             DISPLAY "PAYREV: CASHPKT OPEN FAILED, STATUS "
005108                 WS-CASHPKT-STATUS
005109             SET FATAL-RUN-FAILURE TO TRUE
005110             GO TO 1300-EXIT
005112         END-IF
005113     END-IF
005114*    THE REMITTANCE CONTROL FILE ONLY TELLS THE REGISTER WHETHER
005116*    THE MONTH'S THIRD-PARTY MONEY HAS ALREADY GONE OUT - A
005117*    MISSING FILE MEANS NOTHING HAS BEEN REMITTED YET.
005118     OPEN INPUT REMIT-CONTROL
005120     IF REMITCTL-OK
005130         MOVE WS-PERIOD-END-MONTH TO RMC-MONTH
005140         READ REMIT-CONTROL
005150             INVALID KEY
005160                 CONTINUE
005170             NOT INVALID KEY
005180                 IF RMC-REMITTED
005190                     SET MONTH-ALREADY-REMITTED TO TRUE
005200                 END-IF
005210         END-READ
005220         CLOSE REMIT-CONTROL
005230     END-IF.
005240 1300-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------
005270*  2000-VET-ONE-CARD - FIRST PASS.  NOTHING IS UPDATED HERE.
005280*----------------------------------------------------------------
005290 2000-VET-ONE-CARD.
005300     ADD 1 TO WS-CARDS-READ
005310     MOVE "N" TO WS-CARD-REJECT-SW
005320     MOVE SPACES TO WS-REJECT-REASON
005330     PERFORM 2100-EDIT-CARD-FIELDS THRU 2100-EXIT
005340     IF NOT CARD-REJECTED
005350         PERFORM 2200-CHECK-ORIGINAL-PAYMENT THRU 2200-EXIT
005360     END-IF
005361     IF NOT CARD-REJECTED
005362         PERFORM 2250-LOAD-EARNINGS-PAID THRU 2250-EXIT
005363     END-IF
005370     IF NOT CARD-REJECTED
005380         PERFORM 2300-CHECK-YTD-COVER THRU 2300-EXIT
005390     END-IF
005400     IF NOT CARD-REJECTED
005410         PERFORM 2400-PROVE-NET THRU 2400-EXIT
005420     END-IF
005430     MOVE SPACES TO REVERSAL-LINE
005440     IF CARD-REJECTED
005450         ADD 1 TO WS-CARDS-REJECTED
005460         STRING "  EMP " RVC-EMP-NUMBER-X
005470             "  FREQ " RVC-RUN-FREQUENCY
005480             "  ** REJECTED - " WS-REJECT-REASON
005490             DELIMITED BY SIZE INTO REVERSAL-LINE
005500     ELSE
005510         ADD 1 TO WS-VETTED-COUNT
005520         SET WS-VET-IDX TO WS-VETTED-COUNT
005530         MOVE RVC-EMP-NUMBER TO WS-VETTED-EMP (WS-VET-IDX)
005540         MOVE RVC-RUN-FREQUENCY TO WS-VETTED-FREQ (WS-VET-IDX)
005550         STRING "  EMP " RVC-EMP-NUMBER-X
005560             "  FREQ " RVC-RUN-FREQUENCY
005570             "  " EMP-NAME
005580             "  VETTED - AUTHORISED BY " RVC-AUTHORISED-BY
005590             DELIMITED BY SIZE INTO REVERSAL-LINE
005600     END-IF
005610     WRITE REVERSAL-LINE
005620     PERFORM 2900-READ-CARD THRU 2900-EXIT.
005630 2000-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660*  2100-EDIT-CARD-FIELDS - THE PAYMENT NAMED, AND THE SIGN-OFF
005670*----------------------------------------------------------------
005680 2100-EDIT-CARD-FIELDS.
005690     IF RVC-EMP-NUMBER-X NOT NUMERIC
005700         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
005710         SET CARD-REJECTED TO TRUE
005720         GO TO 2100-EXIT
005730     END-IF
005731     IF RVC-PERIOD-END-X NOT NUMERIC
005732         OR RVC-PERIOD-END NOT = WS-PERIOD-END-DATE
005733             MOVE "PERIOD-END IS NOT THE RUN'S PERIOD-END"
005734                 TO WS-REJECT-REASON
005735             SET CARD-REJECTED TO TRUE
005736             GO TO 2100-EXIT
005737     END-IF
005740     IF RVC-SETTLEMENT
005750         MOVE "A FINAL SETTLEMENT CANNOT BE REVERSED HERE"
005760             TO WS-REJECT-REASON
005770         SET CARD-REJECTED TO TRUE
005780         GO TO 2100-EXIT
005790     END-IF
005800     IF NOT RVC-WEEKLY AND NOT RVC-MONTHLY AND NOT RVC-ADJUSTMENT
005810         MOVE "FREQUENCY MUST BE W, M OR A" TO WS-REJECT-REASON
005820         SET CARD-REJECTED TO TRUE
005830         GO TO 2100-EXIT
005840     END-IF
006180     IF RVC-AUTHORISED-BY = SPACES
006190         MOVE "NOT AUTHORISED" TO WS-REJECT-REASON
006200         SET CARD-REJECTED TO TRUE
006210         GO TO 2100-EXIT
006220     END-IF
006350     SET WS-VET-IDX TO 1
006360     SEARCH WS-VETTED-ENTRY
006370         AT END
006380             CONTINUE
006390         WHEN WS-VET-IDX > WS-VETTED-COUNT
006400             CONTINUE
006410         WHEN WS-VETTED-EMP (WS-VET-IDX) = RVC-EMP-NUMBER
006420             AND WS-VETTED-FREQ (WS-VET-IDX) = RVC-RUN-FREQUENCY
006430                 MOVE "SECOND CARD FOR THE SAME PAYMENT"
006440                     TO WS-REJECT-REASON
006450                 SET CARD-REJECTED TO TRUE
006460     END-SEARCH
006470     IF NOT CARD-REJECTED AND WS-VETTED-COUNT >= 200
006480         MOVE "MORE THAN 200 CARDS - SPLIT THE DECK"
006490             TO WS-REJECT-REASON
006500         SET CARD-REJECTED TO TRUE
006510     END-IF.
006520 2100-EXIT.
006530     EXIT.

006540*----------------------------------------------------------------
006550*  2200-CHECK-ORIGINAL-PAYMENT
006560*  THE RUN THAT MADE THE PAYMENT MUST BE LEDGERED AS PAID, THE
006570*  EMPLOYEE MUST BE ON THE MASTER, THE PAYMENT MUST BE ON THE
006575*  PAY REGISTER - WHICH GIVES THE FIGURES BACKED OUT - AND IT
006580*  MUST NOT ALREADY STAND ON THE OVERPAYMENT FILE FROM AN
006585*  EARLIER RUN.
006590*----------------------------------------------------------------
006600 2200-CHECK-ORIGINAL-PAYMENT.
006610     MOVE WS-PERIOD-END-DATE TO PCTL-PERIOD-END-DATE
006620     MOVE RVC-RUN-FREQUENCY TO PCTL-RUN-FREQUENCY
006630     READ PAY-CONTROL-FILE
006640         INVALID KEY
006650             MOVE "NO SUCH RUN ON THE PAY-PERIOD CONTROL FILE"
006660                 TO WS-REJECT-REASON
006670             SET CARD-REJECTED TO TRUE
006680             GO TO 2200-EXIT
006690     END-READ
006700     IF NOT PCTL-PAID AND NOT PCTL-EFT-SUBMITTED
006710         MOVE "ORIGINAL RUN NOT MARKED PAID" TO WS-REJECT-REASON
006720         SET CARD-REJECTED TO TRUE
006730         GO TO 2200-EXIT
006740     END-IF
006750     IF PCTL-TAX-YEAR-X NUMERIC
006760         MOVE PCTL-TAX-YEAR TO WS-ORIGINAL-TAX-YEAR
006770     ELSE
006780         MOVE WS-PE-YEAR TO WS-ORIGINAL-TAX-YEAR
006790     END-IF
006800     MOVE RVC-EMP-NUMBER TO EMP-NUMBER
006810     READ EMPLOYEE-MASTER
006820         INVALID KEY
006830             MOVE "NOT ON EMPLOYEE MASTER" TO WS-REJECT-REASON
006840             SET CARD-REJECTED TO TRUE
006850             GO TO 2200-EXIT
006860     END-READ
006861     MOVE RVC-EMP-NUMBER TO PRG-EMP-NUMBER
006862     MOVE WS-PERIOD-END-DATE TO PRG-PERIOD-END-DATE
006863     MOVE RVC-RUN-FREQUENCY TO PRG-RUN-FREQUENCY
006864     READ PAY-REGISTER-FILE
006865         INVALID KEY
006866             MOVE "NO PAY REGISTER RECORD FOR THE PAYMENT"
006867                 TO WS-REJECT-REASON
006868             SET CARD-REJECTED TO TRUE
006869             GO TO 2200-EXIT
006870     END-READ
006871     IF PRG-REVERSED
006872         MOVE "ALREADY REVERSED ON THE PAY REGISTER"
006873             TO WS-REJECT-REASON
006874         SET CARD-REJECTED TO TRUE
006875         GO TO 2200-EXIT
006876     END-IF
006877     IF PRG-GROSS = ZERO
006878         MOVE "NOTHING TO REVERSE" TO WS-REJECT-REASON
006879         SET CARD-REJECTED TO TRUE
006880         GO TO 2200-EXIT
006881     END-IF
006882     MOVE PRG-GROSS TO WS-REV-GROSS
006883     MOVE PRG-PAYE TO WS-REV-PAYE
006884     MOVE PRG-UIF-EE TO WS-REV-UIF-EE
006885     MOVE PRG-NET TO WS-REV-NET
006886     MOVE PRG-ANNUAL-DAYS TO WS-REV-ANNUAL-DAYS
006887     MOVE PRG-SICK-DAYS TO WS-REV-SICK-DAYS
006888*    A RECORD WRITTEN BEFORE THE REGISTER CARRIED THE ONCE-OFF
006889*    EARNINGS OR THE ETI MONTH STILL HOLDS FILLER SPACES THERE.
006890     MOVE ZERO TO WS-REG-EARNINGS
006891     IF PRG-ONCE-OFF-PAY NUMERIC AND PRG-BONUS-PAY NUMERIC
006892         COMPUTE WS-REG-EARNINGS =
006893             PRG-ONCE-OFF-PAY + PRG-BONUS-PAY
006894     END-IF
006895     MOVE PRG-ETI-SW TO WS-REV-ETI-SW
006896     MOVE ZERO TO WS-REV-ETI-HOURS
006897     IF REVERSE-ETI AND PRG-ETI-HOURS NUMERIC
006898         MOVE PRG-ETI-HOURS TO WS-REV-ETI-HOURS
006899     END-IF
006900     MOVE RVC-EMP-NUMBER TO OP-EMP-NUMBER
006902     MOVE WS-PERIOD-END-DATE TO OP-PERIOD-END-DATE
006905     MOVE RVC-RUN-FREQUENCY TO OP-RUN-FREQUENCY
006907     READ OVERPAYMENT-FILE
006910         INVALID KEY
006920             CONTINUE
006930         NOT INVALID KEY
006940             MOVE "PAYMENT ALREADY VOIDED" TO WS-REJECT-REASON
006950             SET CARD-REJECTED TO TRUE
006960     END-READ.
006963 2200-EXIT.
006967     EXIT.

006971*----------------------------------------------------------------
006972*  2250-LOAD-EARNINGS-PAID
006973*  THE ONCE-OFF EARNINGS ITEMS THE PAYMENT PAID - STAMPED PAID
006974*  BY THE SAME PERIOD-END AND FREQUENCY - ARE HELD WITH THEIR
006975*  SLOT IN THE CODE TABLE.  THEY MUST ADD UP TO THE ONCE-OFF
006976*  AND BONUS PAY ON THE REGISTER.  THOSE OUTSIDE UIF COME OFF
006977*  THE GROSS FOR THE UIF REMUNERATION, AS PAYROLL WORKED IT.
006978*----------------------------------------------------------------
006979 2250-LOAD-EARNINGS-PAID.
006980     MOVE ZERO TO WS-EET-COUNT
006981     MOVE ZERO TO WS-REV-EARNINGS
006982     MOVE ZERO TO WS-REV-NON-UIF
006983     MOVE WS-REV-GROSS TO WS-REV-UIF-BASE
006984     IF NOT EARNTRN-AVAILABLE
006985         IF WS-REG-EARNINGS > ZERO
006986             MOVE "EARNTRN NOT ON FILE FOR THE EARNINGS PAID"
006987                 TO WS-REJECT-REASON
006988             SET CARD-REJECTED TO TRUE
006989         END-IF
006990         GO TO 2250-EXIT
006991     END-IF
006992     MOVE RVC-EMP-NUMBER TO ET-EMP-NUMBER
006993     MOVE ZERO TO ET-PERIOD-END
006994     MOVE LOW-VALUES TO ET-EARN-CODE
006995     MOVE "N" TO WS-EARN-SCAN-EOF-SW
006996     START EARNINGS-TRAN-FILE KEY IS NOT LESS THAN ET-KEY
006997         INVALID KEY
006998             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
006999     END-START
007000     PERFORM 2260-TAKE-ONE-EARN-ITEM THRU 2260-EXIT
007001         UNTIL END-OF-EARN-SCAN
007002     IF CARD-REJECTED
007003         GO TO 2250-EXIT
007004     END-IF
007005     IF WS-REV-EARNINGS NOT = WS-REG-EARNINGS
007006         MOVE "EARNINGS ITEMS DO NOT AGREE WITH THE REGISTER"
007007             TO WS-REJECT-REASON
007008         SET CARD-REJECTED TO TRUE
007009         GO TO 2250-EXIT
007010     END-IF
007012     IF WS-REV-GROSS > WS-REV-NON-UIF
007013         COMPUTE WS-REV-UIF-BASE = WS-REV-GROSS - WS-REV-NON-UIF
007014     ELSE
007015         MOVE ZERO TO WS-REV-UIF-BASE
007016     END-IF.
007017 2250-EXIT.
007018     EXIT.

007019*----------------------------------------------------------------
007020*  2260-TAKE-ONE-EARN-ITEM - ONE ITEM OFF THE EMPLOYEE'S SCAN;
007021*  THE SCAN ENDS AT THE NEXT EMPLOYEE OR A REJECTED ITEM
007022*----------------------------------------------------------------
007023 2260-TAKE-ONE-EARN-ITEM.
007025     READ EARNINGS-TRAN-FILE NEXT RECORD
007026         AT END
007027             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
007028             GO TO 2260-EXIT
007029     END-READ
007030     IF ET-EMP-NUMBER NOT = RVC-EMP-NUMBER
007031         MOVE "Y" TO WS-EARN-SCAN-EOF-SW
007032         GO TO 2260-EXIT
007033     END-IF
007034     IF NOT ET-PAID
007035         OR ET-PAID-PERIOD-END NOT = WS-PERIOD-END-DATE
007036         OR ET-PAID-FREQUENCY NOT = RVC-RUN-FREQUENCY
007038             GO TO 2260-EXIT
007039     END-IF
007040     MOVE "N" TO WS-EARN-CODE-SW
007041     SET EARN-IDX TO 1
007042     SEARCH EARN-CODE-ENTRY
007043         AT END
007044             CONTINUE
007045         WHEN EARN-CODE (EARN-IDX) = ET-EARN-CODE
007046             SET EARN-CODE-FOUND TO TRUE
007047     END-SEARCH
007048     IF NOT EARN-CODE-FOUND
007049         MOVE SPACES TO WS-REJECT-REASON
007051         STRING "EARNINGS CODE " ET-EARN-CODE
007052             " NOT ON THE RATE SET"
007053             DELIMITED BY SIZE INTO WS-REJECT-REASON
007054         SET CARD-REJECTED TO TRUE
007055         MOVE "Y" TO WS-EARN-SCAN-EOF-SW
007056         GO TO 2260-EXIT
007057     END-IF
007058     IF WS-EET-COUNT >= 12
007059         MOVE "MORE THAN 12 EARNINGS ITEMS ON THE PAYMENT"
007060             TO WS-REJECT-REASON
007061         SET CARD-REJECTED TO TRUE
007062         MOVE "Y" TO WS-EARN-SCAN-EOF-SW
007064         GO TO 2260-EXIT
007065     END-IF
007066     ADD 1 TO WS-EET-COUNT
007067     MOVE ET-PERIOD-END TO WS-EET-PERIOD-END (WS-EET-COUNT)
007068     MOVE ET-EARN-CODE TO WS-EET-CODE (WS-EET-COUNT)
007069     SET WS-EET-SLOT (WS-EET-COUNT) TO EARN-IDX
007070     MOVE ET-AMOUNT TO WS-EET-AMOUNT (WS-EET-COUNT)
007071     ADD ET-AMOUNT TO WS-REV-EARNINGS
007072     IF NOT ET-UIF-ABLE
007073         ADD ET-AMOUNT TO WS-REV-NON-UIF
007074     END-IF.
007075 2260-EXIT.
007077     EXIT.

007078*----------------------------------------------------------------
007079*  2300-CHECK-YTD-COVER
007080*  THE YTD RECORD MUST STILL BE IN THE YEAR THE PAYMENT POSTED
007081*  TO AND MUST HOLD AT LEAST THE AMOUNTS BEING BACKED OUT; SO
007082*  MUST THE UIF MONTH RECORD, AND THE ETI MONTH IF THE PAYMENT
007083*  WAS POSTED TO ONE.
007084*----------------------------------------------------------------
007085 2300-CHECK-YTD-COVER.
007086     MOVE RVC-EMP-NUMBER TO YTD-EMP-NUMBER
007087     READ YTD-MASTER
007088         INVALID KEY
007090             MOVE "NO YTD RECORD" TO WS-REJECT-REASON
007100             SET CARD-REJECTED TO TRUE
007110             GO TO 2300-EXIT
007120     END-READ
007130     IF YTD-TAX-YEAR NOT = WS-ORIGINAL-TAX-YEAR
007140         MOVE "YTD HAS ROLLED TO ANOTHER TAX YEAR"
007150             TO WS-REJECT-REASON
007160         SET CARD-REJECTED TO TRUE
007170         GO TO 2300-EXIT
007180     END-IF
007190     IF WS-LEDGER-TAX-YEAR NOT = ZERO
007200         AND WS-LEDGER-TAX-YEAR NOT = WS-ORIGINAL-TAX-YEAR
007210             MOVE "DECK SPANS TWO TAX YEARS" TO WS-REJECT-REASON
007220             SET CARD-REJECTED TO TRUE
007230             GO TO 2300-EXIT
007240     END-IF
007250     IF YTD-GROSS < WS-REV-GROSS OR YTD-UIF < WS-REV-UIF-EE
007260         MOVE "YTD GROSS OR UIF LESS THAN THE REVERSAL"
007270             TO WS-REJECT-REASON
007280         SET CARD-REJECTED TO TRUE
007290         GO TO 2300-EXIT
007300     END-IF
007310     IF WS-REV-PAYE > ZERO AND YTD-PAYE < WS-REV-PAYE
007320         MOVE "YTD PAYE LESS THAN THE REVERSAL"
007330             TO WS-REJECT-REASON
007340         SET CARD-REJECTED TO TRUE
007350         GO TO 2300-EXIT
007360     END-IF
007370     MOVE WS-PERIOD-END-MONTH TO UM-MONTH
007380     MOVE RVC-EMP-NUMBER TO UM-EMP-NUMBER
007390     READ UIF-MONTH-FILE
007400         INVALID KEY
007410             MOVE "NO UIF MONTH RECORD" TO WS-REJECT-REASON
007420             SET CARD-REJECTED TO TRUE
007430             GO TO 2300-EXIT
007440     END-READ
007450     IF UM-GROSS < WS-REV-UIF-BASE OR UM-UIF-EE < WS-REV-UIF-EE
007460         MOVE "UIF MONTH LESS THAN THE REVERSAL"
007470             TO WS-REJECT-REASON
007480         SET CARD-REJECTED TO TRUE
007490         GO TO 2300-EXIT
007500     END-IF
007501     IF REVERSE-ETI
007502         IF NOT ETIMAST-AVAILABLE
007503             MOVE "ETIMAST NOT ON FILE FOR THE ETI MONTH"
007504                 TO WS-REJECT-REASON
007505             SET CARD-REJECTED TO TRUE
007506             GO TO 2300-EXIT
007507         END-IF
007508         MOVE RVC-EMP-NUMBER TO EM-EMP-NUMBER
007509         MOVE WS-PERIOD-END-MONTH TO EM-MONTH
007510         READ ETI-MONTH-FILE
007511             INVALID KEY
007512                 MOVE "NO ETI MONTH RECORD" TO WS-REJECT-REASON
007513                 SET CARD-REJECTED TO TRUE
007514                 GO TO 2300-EXIT
007515         END-READ
007516         IF EM-REMUNERATION < WS-REV-GROSS
007517             OR EM-HOURS < WS-REV-ETI-HOURS
007518                 MOVE "ETI MONTH LESS THAN THE REVERSAL"
007519                     TO WS-REJECT-REASON
007520                 SET CARD-REJECTED TO TRUE
007521                 GO TO 2300-EXIT
007522         END-IF
007523     END-IF
007525     MOVE WS-ORIGINAL-TAX-YEAR TO WS-LEDGER-TAX-YEAR.
007527 2300-EXIT.
007530     EXIT.

007540*----------------------------------------------------------------
007550*  2400-PROVE-NET
007560*  GROSS LESS PAYE, EMPLOYEE UIF AND THE RECURRING DEDUCTIONS
007570*  PAYROLL WITHHELD FROM THIS PAYMENT MUST COME TO THE NET ON
007580*  THE REGISTER - OTHERWISE THE REGISTER AND THE DEDUCTIONS FILE
007590*  DISAGREE.  A PAY HISTORY RECORD STILL HOLDING THIS PERIOD
007600*  MUST COVER THE GROSS AND NET.
007610*----------------------------------------------------------------
007620 2400-PROVE-NET.
007630     PERFORM 2500-LOAD-DEDUCTIONS-TAKEN THRU 2500-EXIT
007640     IF CARD-REJECTED
007650         GO TO 2400-EXIT
007660     END-IF
007670     COMPUTE WS-PROVED-NET = WS-REV-GROSS - WS-REV-PAYE
007680         - WS-REV-UIF-EE - WS-REV-DEDUCTIONS
007690     IF WS-PROVED-NET NOT = WS-REV-NET
007700         MOVE "NET DOES NOT PROVE TO GROSS LESS DEDUCTIONS"
007710             TO WS-REJECT-REASON
007720         SET CARD-REJECTED TO TRUE
007730         GO TO 2400-EXIT
007740     END-IF
007750     MOVE RVC-EMP-NUMBER TO PH-EMP-NUMBER
007760     READ PAY-HISTORY-FILE
007770         INVALID KEY
007780             GO TO 2400-EXIT
007790     END-READ
007800     IF PH-PERIOD-END-DATE = WS-PERIOD-END-DATE
007810         IF PH-GROSS < WS-REV-GROSS OR PH-NET < WS-REV-NET
007820             MOVE "PAY HISTORY LESS THAN THE REVERSAL"
007830                 TO WS-REJECT-REASON
007840             SET CARD-REJECTED TO TRUE
007850         END-IF
007860     END-IF.
007870 2400-EXIT.
007880     EXIT.

007890*----------------------------------------------------------------
007900*  2500-LOAD-DEDUCTIONS-TAKEN
007910*  READS THE DEDUCTIONS-WITHHELD FILE FOR THIS EMPLOYEE'S
007920*  RECORDS UNDER THE PERIOD-END AND FREQUENCY BEING VOIDED,
007930*  KEEPING THEM FOR THE REVERSING COPIES AND SUMMING THEM.
007933*  THE EMPLOYER'S FUND SHARE ("E") NEVER LEFT THE PAY, SO IT
007936*  IS SUMMED APART FROM THE DEDUCTIONS IN THE NET PROOF.
007940*----------------------------------------------------------------
007950 2500-LOAD-DEDUCTIONS-TAKEN.
007960     MOVE ZERO TO WS-DK-COUNT
007970     MOVE ZERO TO WS-REV-DEDUCTIONS
007973     MOVE ZERO TO WS-REV-FUND-EE
007976     MOVE ZERO TO WS-REV-FUND-ER
007980     MOVE "N" TO WS-DK-EOF-SW
007990     OPEN INPUT DEDUCTION-TAKEN-FILE
008000     IF DEDTAKEN-NOT-FOUND
008010         GO TO 2500-EXIT
008020     END-IF
008030     IF NOT DEDTAKEN-OK
008040         MOVE "DEDTAKEN WILL NOT OPEN" TO WS-REJECT-REASON
008050         SET CARD-REJECTED TO TRUE
008060         GO TO 2500-EXIT
008070     END-IF
008080     PERFORM 2510-TAKE-ONE-DEDUCTION THRU 2510-EXIT
008090         UNTIL END-OF-DEDTAKEN
008100     CLOSE DEDUCTION-TAKEN-FILE.
008110 2500-EXIT.
008120     EXIT.

008130*----------------------------------------------------------------
008140*  2510-TAKE-ONE-DEDUCTION
008150*----------------------------------------------------------------
008160 2510-TAKE-ONE-DEDUCTION.
008170     READ DEDUCTION-TAKEN-FILE
008180         AT END
008190             MOVE "Y" TO WS-DK-EOF-SW
008200             GO TO 2510-EXIT
008210     END-READ
008220     IF DK-EMP-NUMBER NOT = RVC-EMP-NUMBER
008230         OR DK-PERIOD-END-DATE NOT = WS-PERIOD-END-DATE
008240         OR DK-RUN-FREQUENCY NOT = RVC-RUN-FREQUENCY
008250             GO TO 2510-EXIT
008260     END-IF
008270     IF DK-REVERSAL
008272         IF DK-TYPE-FUND-EMPLOYER
008274             SUBTRACT DK-AMOUNT FROM WS-REV-FUND-ER
008276         ELSE
008280             SUBTRACT DK-AMOUNT FROM WS-REV-DEDUCTIONS
008282         END-IF
008284         IF DK-TYPE-FUND-MEMBER
008286             SUBTRACT DK-AMOUNT FROM WS-REV-FUND-EE
008288         END-IF
008290         GO TO 2510-EXIT
008300     END-IF
008302     IF DK-TYPE-FUND-EMPLOYER
008304         ADD DK-AMOUNT TO WS-REV-FUND-ER
008306     ELSE
008310         ADD DK-AMOUNT TO WS-REV-DEDUCTIONS
008312     END-IF
008314     IF DK-TYPE-FUND-MEMBER
008316         ADD DK-AMOUNT TO WS-REV-FUND-EE
008318     END-IF
008320     IF WS-DK-COUNT >= 40
008330         MOVE "MORE THAN 40 DEDUCTIONS ON THE PAYMENT"
008340             TO WS-REJECT-REASON
008350         SET CARD-REJECTED TO TRUE
008360         GO TO 2510-EXIT
008370     END-IF
008380     ADD 1 TO WS-DK-COUNT
008390     SET WS-DK-IDX TO WS-DK-COUNT
008400     MOVE DEDUCTION-TAKEN-RECORD TO WS-DK-RECORD (WS-DK-IDX).
008410 2510-EXIT.
008420     EXIT.

008430*----------------------------------------------------------------
008440*  2800-END-VETTING-PASS
008450*  ANY REJECTED CARD REFUSES THE WHOLE DECK - THE CORRECTED
008460*  DECK IS RESUBMITTED AND VETTED AGAIN FROM THE TOP.  A CLEAN
008470*  DECK IS REOPENED FOR THE UPDATE PASS.
008480*----------------------------------------------------------------
008490 2800-END-VETTING-PASS.
008500     IF FATAL-RUN-FAILURE
008510         GO TO 2800-EXIT
008520     END-IF
008530     CLOSE REVERSAL-CARD-FILE
008540     MOVE "N" TO WS-CARDS-OPEN-SW
008550     MOVE SPACES TO REVERSAL-LINE
008560     WRITE REVERSAL-LINE
008570     IF WS-CARDS-REJECTED > ZERO
008580         MOVE WS-CARDS-REJECTED TO WS-ED-COUNT
008590         MOVE SPACES TO REVERSAL-LINE
008600         STRING WS-ED-COUNT " CARD(S) REJECTED - NOTHING HAS "
008610             "BEEN REVERSED.  CORRECT THE DECK AND RERUN."
008620             DELIMITED BY SIZE INTO REVERSAL-LINE
008630         WRITE REVERSAL-LINE
008640         DISPLAY "PAYREV: " WS-CARDS-REJECTED
008650             " REVERSAL CARD(S) REJECTED - RUN REFUSED"
008660         SET FATAL-RUN-FAILURE TO TRUE
008670         GO TO 2800-EXIT
008680     END-IF
008690     IF WS-CARDS-READ = ZERO
008700         MOVE SPACES TO REVERSAL-LINE
008710         STRING "NO REVERSAL CARDS - NOTHING TO DO"
008720             DELIMITED BY SIZE INTO REVERSAL-LINE
008730         WRITE REVERSAL-LINE
008740         DISPLAY "PAYREV: NO REVERSAL CARDS - RUN REFUSED"
008750         SET FATAL-RUN-FAILURE TO TRUE
008760         GO TO 2800-EXIT
008770     END-IF
008780     MOVE SPACES TO REVERSAL-LINE
008790     STRING "PAYMENTS REVERSED"
008800         DELIMITED BY SIZE INTO REVERSAL-LINE
008810     WRITE REVERSAL-LINE
008820*    THE DUPLICATE-CARD TABLE BELONGS TO THE VETTING PASS -
008830*    THE UPDATE PASS RE-EDITS EACH CARD AGAINST AN EMPTY ONE.
008840     MOVE ZERO TO WS-VETTED-COUNT
008850     OPEN INPUT REVERSAL-CARD-FILE
008860     SET CARD-FILE-OPEN TO TRUE
008870     MOVE "N" TO WS-CARD-EOF-SW
008880     PERFORM 2900-READ-CARD THRU 2900-EXIT.
008890 2800-EXIT.
008900     EXIT.

008910*----------------------------------------------------------------
008920*  2900-READ-CARD - NEXT REVERSAL CARD
008930*----------------------------------------------------------------
008940 2900-READ-CARD.
008950     READ REVERSAL-CARD-FILE
008960         AT END
008970             MOVE "Y" TO WS-CARD-EOF-SW
008980     END-READ.
008990 2900-EXIT.
009000     EXIT.

009010*----------------------------------------------------------------
009020*  3000-REVERSE-ONE-PAYMENT - SECOND PASS, ONE VETTED CARD
009030*  THE CARD IS RE-EDITED, THE FIGURES TAKEN FROM THE REGISTER
009035*  AGAIN AND THE MASTER RECORDS RE-READ; EVERY CHECK PASSED ON
009040*  THE FIRST PASS, SO A FAILURE HERE IS A FILE ERROR AND STOPS
009050*  THE RUN.
009060*----------------------------------------------------------------
009070 3000-REVERSE-ONE-PAYMENT.
009080     MOVE "N" TO WS-CARD-REJECT-SW
009090     PERFORM 2100-EDIT-CARD-FIELDS THRU 2100-EXIT
009100     PERFORM 2200-CHECK-ORIGINAL-PAYMENT THRU 2200-EXIT
009105     PERFORM 2250-LOAD-EARNINGS-PAID THRU 2250-EXIT
009110     PERFORM 2300-CHECK-YTD-COVER THRU 2300-EXIT
009120     PERFORM 2400-PROVE-NET THRU 2400-EXIT
009130     IF CARD-REJECTED
009140         DISPLAY "PAYREV: EMP " RVC-EMP-NUMBER-X
009150             " FAILED ON THE UPDATE PASS - " WS-REJECT-REASON
009160         SET FATAL-RUN-FAILURE TO TRUE
009170         MOVE "Y" TO WS-CARD-EOF-SW
009180         GO TO 3000-EXIT
009190     END-IF
009200     IF WS-UIF-ER-RATE = WS-UIF-EE-RATE
009210         MOVE WS-REV-UIF-EE TO WS-REV-UIF-ER
009220     ELSE
009230         IF WS-UIF-EE-RATE = ZERO
009240             MOVE ZERO TO WS-REV-UIF-ER
009250         ELSE
009260             COMPUTE WS-REV-UIF-ER ROUNDED =
009270                 WS-REV-UIF-EE * WS-UIF-ER-RATE / WS-UIF-EE-RATE
009280         END-IF
009290     END-IF
009300     COMPUTE WS-REV-SDL ROUNDED = WS-REV-GROSS * WS-SDL-RATE
009305     PERFORM 3150-REVERSE-ETI-MONTH THRU 3150-EXIT
009310     PERFORM 3100-REVERSE-YTD THRU 3100-EXIT
009320     PERFORM 3200-REVERSE-UIF-MONTH THRU 3200-EXIT
009330     PERFORM 3300-REVERSE-LEAVE THRU 3300-EXIT
009340     PERFORM 3400-REVERSE-PAY-HISTORY THRU 3400-EXIT
009341     PERFORM 3450-MARK-REGISTER-REVERSED THRU 3450-EXIT
009342     PERFORM 3460-RESET-EARNINGS THRU 3460-EXIT
009343     PERFORM 3470-CANCEL-CASH-PACKET THRU 3470-EXIT
009350     PERFORM 3500-REVERSE-DEDUCTIONS THRU 3500-EXIT
009360     PERFORM 3600-WRITE-OVERPAYMENT THRU 3600-EXIT
009370     PERFORM 3700-ADD-TO-TOTALS THRU 3700-EXIT
009380     PERFORM 3800-WRITE-REVERSED-LINE THRU 3800-EXIT
009390     ADD 1 TO WS-PAYMENTS-REVERSED
009400     PERFORM 2900-READ-CARD THRU 2900-EXIT.
009410 3000-EXIT.
009420     EXIT.

009430*----------------------------------------------------------------
009440*  3100-REVERSE-YTD - A SUPPLEMENTARY PAYMENT NEVER COUNTED AS
009450*  A PERIOD, SO ITS REVERSAL LEAVES THE PERIOD COUNT ALONE.
009455*  THE CHANGE IN THE MONTH'S ETI (3150-) GOES TO YTD-ETI.
009460*----------------------------------------------------------------
009470 3100-REVERSE-YTD.
009480     SUBTRACT WS-REV-GROSS FROM YTD-GROSS
009490     SUBTRACT WS-REV-UIF-EE FROM YTD-UIF
009491     IF YTD-FUND-EE NOT NUMERIC
009492         MOVE ZERO TO YTD-FUND-EE
009493     END-IF
009494     IF WS-REV-FUND-EE > YTD-FUND-EE
009495         MOVE ZERO TO YTD-FUND-EE
009496     ELSE
009497         SUBTRACT WS-REV-FUND-EE FROM YTD-FUND-EE
009498     END-IF
009499*    A RECORD WRITTEN BEFORE THE ETI FIELD STILL CARRIES THE
009500*    OLD FILLER SPACES THERE - TREATED AS ZERO.
009501     IF YTD-ETI NOT NUMERIC
009502         MOVE ZERO TO YTD-ETI
009503     END-IF
009504     IF YTD-ETI + WS-REV-ETI < ZERO
009505         MOVE ZERO TO YTD-ETI
009506     ELSE
009507         ADD WS-REV-ETI TO YTD-ETI
009508     END-IF
009509     IF WS-REV-PAYE > YTD-PAYE
009510         MOVE ZERO TO YTD-PAYE
009520     ELSE
009530         SUBTRACT WS-REV-PAYE FROM YTD-PAYE
009540     END-IF
009550     IF NOT RVC-ADJUSTMENT AND YTD-PERIODS > ZERO
009560         SUBTRACT 1 FROM YTD-PERIODS
009570     END-IF
009580     REWRITE YTD-MASTER-RECORD
009590         INVALID KEY
009600             DISPLAY "PAYREV: YTDMAST REWRITE FAILED, STATUS "
009610                 WS-YTDMAST-STATUS
009620             SET FATAL-RUN-FAILURE TO TRUE
009630     END-REWRITE.
009640 3100-EXIT.
009650     EXIT.

009651*----------------------------------------------------------------
009652*  3150-REVERSE-ETI-MONTH
009653*  A PAYMENT PAYROLL POSTED TO THE EMPLOYEE'S ETI MONTH COMES
009654*  BACK OUT OF IT - ITS REMUNERATION AND THE HOURS THE
009655*  REGISTER SAYS IT ADDED - AND THE MONTH'S ETI IS WORKED OUT
009656*  AGAIN ON WHAT IS LEFT, AS PAYROLL WORKS IT.  THE CHANGE
009657*  FROM WHAT THE MONTH HAD CLAIMED (NEGATIVE, OR NIL) GOES TO
009658*  YTD-ETI (3100-), THE EMP201 MONTH AND THE RUN'S TOTALS.
009659*  THE CLAIMING MONTH'S PLACE IN THE TWENTY-FOUR IS THE ONE
009660*  PAYROLL STAMPED ON THE RECORD.
009661*----------------------------------------------------------------
009662 3150-REVERSE-ETI-MONTH.
009663     MOVE ZERO TO WS-REV-ETI
009664     IF WS-REV-ETI-SW = SPACE
009665         AND ETIMAST-AVAILABLE
009666             PERFORM 3155-NOTE-UNRECORDED-ETI THRU 3155-EXIT
009667     END-IF
009668     IF NOT REVERSE-ETI
009669         GO TO 3150-EXIT
009670     END-IF
009671     MOVE RVC-EMP-NUMBER TO EM-EMP-NUMBER
009672     MOVE WS-PERIOD-END-MONTH TO EM-MONTH
009673     READ ETI-MONTH-FILE
009674         INVALID KEY
009675             DISPLAY "PAYREV: ETIMAST READ FAILED, STATUS "
009676                 WS-ETIMAST-STATUS
009677             SET FATAL-RUN-FAILURE TO TRUE
009678             GO TO 3150-EXIT
009679     END-READ
009680     SUBTRACT WS-REV-GROSS FROM EM-REMUNERATION
009681     SUBTRACT WS-REV-ETI-HOURS FROM EM-HOURS
009682     MOVE ZERO TO WS-ETI-PRIOR-MONTHS
009683     IF EM-QUALIFYING-MONTH NUMERIC
009684         AND EM-QUALIFYING-MONTH > ZERO
009685             COMPUTE WS-ETI-PRIOR-MONTHS = EM-QUALIFYING-MONTH - 1
009686     END-IF
009687     PERFORM 3160-WORK-OUT-MONTH-ETI THRU 3160-EXIT
009688     COMPUTE WS-REV-ETI =
009689         WS-ETI-MONTH-AMOUNT - EM-ETI-CLAIMED
009690     MOVE WS-ETI-MONTH-AMOUNT TO EM-ETI-CLAIMED
009691     REWRITE ETI-MONTH-RECORD
009692         INVALID KEY
009693             DISPLAY "PAYREV: ETIMAST REWRITE FAILED, STATUS "
009694                 WS-ETIMAST-STATUS
009695             SET FATAL-RUN-FAILURE TO TRUE
009696             MOVE ZERO TO WS-REV-ETI
009697             GO TO 3150-EXIT
009698     END-REWRITE
009699     ADD WS-REV-ETI TO WS-GRAND-ETI.
009700 3150-EXIT.
009701     EXIT.

009702*----------------------------------------------------------------
009703*  3155-NOTE-UNRECORDED-ETI - A REGISTER RECORD WRITTEN BEFORE
009704*  IT CARRIED THE ETI MONTH CANNOT SAY WHAT THE PAYMENT ADDED;
009705*  IF THE EMPLOYEE HAS AN ETI MONTH THE REGISTER SAYS SO.
009706*----------------------------------------------------------------
009707 3155-NOTE-UNRECORDED-ETI.
009708     MOVE RVC-EMP-NUMBER TO EM-EMP-NUMBER
009709     MOVE WS-PERIOD-END-MONTH TO EM-MONTH
009710     READ ETI-MONTH-FILE
009711         INVALID KEY
009712             GO TO 3155-EXIT
009713     END-READ
009714     MOVE SPACES TO REVERSAL-LINE
009715     STRING "        ** ETI MONTH " EM-MONTH " NOT ADJUSTED - "
009716         "THE PAY REGISTER DOES NOT SAY WHAT THE PAYMENT "
009717         "ADDED.  ADJUST ETIMAST BY HAND"
009718         DELIMITED BY SIZE INTO REVERSAL-LINE
009719     WRITE REVERSAL-LINE.
009720 3155-EXIT.
009721     EXIT.

009722*----------------------------------------------------------------
009723*  3160-WORK-OUT-MONTH-ETI
009724*  THE MONTH'S ETI ON THE REMUNERATION LEFT, WORKED EXACTLY AS
009725*  PAYROLL WORKS IT.  BELOW THE MINIMUM HOURLY WAGE THERE IS
009726*  NONE.  A MONTH SHORT OF THE STANDARD HOURS IS GROSSED UP TO
009727*  A FULL MONTH TO FIND THE BAND, AND THE ANSWER SCALED BACK BY
009728*  HOURS WORKED OVER STANDARD.
009729*----------------------------------------------------------------
009730 3160-WORK-OUT-MONTH-ETI.
009731     MOVE ZERO TO WS-ETI-MONTH-AMOUNT
009732     IF EM-REMUNERATION = ZERO
009733         OR ETI-BAND-COUNT = ZERO
009734             GO TO 3160-EXIT
009735     END-IF
009736     MOVE EM-REMUNERATION TO WS-ETI-REMUNERATION
009737     IF EM-HOURS > ZERO
009738         COMPUTE WS-ETI-HOURLY-WAGE ROUNDED =
009739             EM-REMUNERATION / EM-HOURS
009740         IF WS-ETI-HOURLY-WAGE < ETI-MIN-WAGE
009741             GO TO 3160-EXIT
009742         END-IF
009743         IF EM-HOURS < ETI-STD-HOURS
009744             COMPUTE WS-ETI-REMUNERATION ROUNDED =
009745                 EM-REMUNERATION * ETI-STD-HOURS / EM-HOURS
009746         END-IF
009747     END-IF
009748     MOVE "N" TO WS-ETI-BAND-SW
009749     SET ETI-IDX TO 1
009750     SEARCH ETI-BAND-ENTRY
009751         AT END
009752             CONTINUE
009753         WHEN ETI-IDX > ETI-BAND-COUNT
009754             CONTINUE
009755         WHEN WS-ETI-REMUNERATION < ETI-UPPER-LIMIT (ETI-IDX)
009756             SET ETI-BAND-FOUND TO TRUE
009757     END-SEARCH
009758     IF NOT ETI-BAND-FOUND
009759         GO TO 3160-EXIT
009760     END-IF
009761     IF ETI-IDX = 1
009762         MOVE ZERO TO WS-ETI-PRIOR-LIMIT
009763     ELSE
009764         MOVE ETI-UPPER-LIMIT (ETI-IDX - 1) TO WS-ETI-PRIOR-LIMIT
009765     END-IF
009766     IF WS-ETI-PRIOR-MONTHS < 12
009767         MOVE ETI-1ST-BASE (ETI-IDX) TO WS-ETI-BAND-BASE
009768         MOVE ETI-1ST-RATE (ETI-IDX) TO WS-ETI-BAND-RATE
009769     ELSE
009770         MOVE ETI-2ND-BASE (ETI-IDX) TO WS-ETI-BAND-BASE
009771         MOVE ETI-2ND-RATE (ETI-IDX) TO WS-ETI-BAND-RATE
009772     END-IF
009773     IF ETI-TAPERS (ETI-IDX)
009774         COMPUTE WS-ETI-WORK ROUNDED = WS-ETI-BAND-BASE
009775             - (WS-ETI-BAND-RATE
009776                 * (WS-ETI-REMUNERATION - WS-ETI-PRIOR-LIMIT))
009777     ELSE
009778         COMPUTE WS-ETI-WORK ROUNDED = WS-ETI-BAND-BASE
009779             + (WS-ETI-BAND-RATE
009780                 * (WS-ETI-REMUNERATION - WS-ETI-PRIOR-LIMIT))
009781     END-IF
009782     IF WS-ETI-WORK < ZERO
009783         MOVE ZERO TO WS-ETI-WORK
009784     END-IF
009785     IF EM-HOURS > ZERO
009786         AND EM-HOURS < ETI-STD-HOURS
009787             COMPUTE WS-ETI-WORK ROUNDED =
009788                 WS-ETI-WORK * EM-HOURS / ETI-STD-HOURS
009789     END-IF
009790     MOVE WS-ETI-WORK TO WS-ETI-MONTH-AMOUNT.
009791 3160-EXIT.
009792     EXIT.

009793*----------------------------------------------------------------
009794*  3200-REVERSE-UIF-MONTH - THE DECLARATION MONTH'S RECORD.  THE
009795*  MONTH HOLDS THE UIF REMUNERATION, NOT THE WHOLE GROSS.
009796*----------------------------------------------------------------
009797 3200-REVERSE-UIF-MONTH.
009798     MOVE WS-PERIOD-END-MONTH TO UM-MONTH
009799     MOVE RVC-EMP-NUMBER TO UM-EMP-NUMBER
009800     READ UIF-MONTH-FILE
009801         INVALID KEY
009802             DISPLAY "PAYREV: UIFMAST READ FAILED, STATUS "
009803                 WS-UIFMAST-STATUS
009804             SET FATAL-RUN-FAILURE TO TRUE
009805             GO TO 3200-EXIT
009806     END-READ
009807     SUBTRACT WS-REV-UIF-BASE FROM UM-GROSS
009808     SUBTRACT WS-REV-UIF-EE FROM UM-UIF-EE
009810     IF WS-REV-UIF-ER > UM-UIF-ER
009820         MOVE ZERO TO UM-UIF-ER
009830     ELSE
009840         SUBTRACT WS-REV-UIF-ER FROM UM-UIF-ER
009850     END-IF
009860     IF NOT RVC-ADJUSTMENT AND UM-PERIODS > ZERO
009870         SUBTRACT 1 FROM UM-PERIODS
009880     END-IF
009890     REWRITE UIF-MONTH-RECORD
009900         INVALID KEY
009910             DISPLAY "PAYREV: UIFMAST REWRITE FAILED, STATUS "
009920                 WS-UIFMAST-STATUS
009930             SET FATAL-RUN-FAILURE TO TRUE
009940     END-REWRITE.
009950 3200-EXIT.
009960     EXIT.

009970*----------------------------------------------------------------
009980*  3300-REVERSE-LEAVE
009990*  TAKES BACK THE ACCRUAL THE PAYMENT EARNED AND RESTORES THE
010000*  DAYS BOOKED ON IT.  A SUPPLEMENTARY PAYMENT ACCRUED NOTHING.
010010*----------------------------------------------------------------
010020 3300-REVERSE-LEAVE.
010030     MOVE RVC-EMP-NUMBER TO LVE-EMP-NUMBER
010040     READ LEAVE-BALANCE-FILE
010050         INVALID KEY
010060             MOVE SPACES TO REVERSAL-LINE
010070             STRING "        NO LEAVE RECORD - LEAVE NOT ADJUSTED"
010080                 DELIMITED BY SIZE INTO REVERSAL-LINE
010090             WRITE REVERSAL-LINE
010100             GO TO 3300-EXIT
010110     END-READ
010120     MOVE ZERO TO WS-ACCRUAL-DAYS
010130     IF RVC-MONTHLY
010140         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
010150             LVE-ANNUAL-ENTITLEMENT / WS-MONTHS-PER-YEAR
010160     END-IF
010170     IF RVC-WEEKLY
010180         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
010190             LVE-ANNUAL-ENTITLEMENT / WS-WEEKS-PER-YEAR
010200     END-IF
010210     IF LVE-ANNUAL-BALANCE + WS-REV-ANNUAL-DAYS < WS-ACCRUAL-DAYS
010220         MOVE ZERO TO LVE-ANNUAL-BALANCE
010230     ELSE
010240         COMPUTE LVE-ANNUAL-BALANCE =
010250             LVE-ANNUAL-BALANCE - WS-ACCRUAL-DAYS
010260                 + WS-REV-ANNUAL-DAYS
010270     END-IF
010280     IF WS-REV-ANNUAL-DAYS > LVE-ANNUAL-TAKEN
010290         MOVE ZERO TO LVE-ANNUAL-TAKEN
010300     ELSE
010310         SUBTRACT WS-REV-ANNUAL-DAYS FROM LVE-ANNUAL-TAKEN
010320     END-IF
010330     MOVE ZERO TO WS-ACCRUAL-DAYS
010340     IF RVC-MONTHLY
010350         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
010360             LVE-SICK-ENTITLEMENT / WS-MONTHS-PER-YEAR
010370     END-IF
010380     IF RVC-WEEKLY
010390         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
010400             LVE-SICK-ENTITLEMENT / WS-WEEKS-PER-YEAR
010410     END-IF
010420     IF LVE-SICK-BALANCE + WS-REV-SICK-DAYS < WS-ACCRUAL-DAYS
010430         MOVE ZERO TO LVE-SICK-BALANCE
010440     ELSE
010450         COMPUTE LVE-SICK-BALANCE =
010460             LVE-SICK-BALANCE - WS-ACCRUAL-DAYS
010470                 + WS-REV-SICK-DAYS
010480     END-IF
010490     IF WS-REV-SICK-DAYS > LVE-SICK-TAKEN
010500         MOVE ZERO TO LVE-SICK-TAKEN
010510     ELSE
010520         SUBTRACT WS-REV-SICK-DAYS FROM LVE-SICK-TAKEN
010530     END-IF
010540     REWRITE LEAVE-BALANCE-RECORD
010550         INVALID KEY
010560             DISPLAY "PAYREV: LEAVEMST REWRITE FAILED, STATUS "
010570                 WS-LEAVEMST-STATUS
010580             SET FATAL-RUN-FAILURE TO TRUE
010590     END-REWRITE.
010600 3300-EXIT.
010610     EXIT.

010620*----------------------------------------------------------------
010630*  3400-REVERSE-PAY-HISTORY
010640*  THE HISTORY HOLDS ONLY THE LATEST PERIOD PAID.  IF A LATER
010650*  PERIOD HAS ALREADY OVERWRITTEN IT THERE IS NOTHING TO BACK
010660*  OUT, AND THE REGISTER SAYS SO.
010670*----------------------------------------------------------------
010680 3400-REVERSE-PAY-HISTORY.
010690     MOVE RVC-EMP-NUMBER TO PH-EMP-NUMBER
010700     READ PAY-HISTORY-FILE
010710         INVALID KEY
010720             GO TO 3400-EXIT
010730     END-READ
010740     IF PH-PERIOD-END-DATE NOT = WS-PERIOD-END-DATE
010750         MOVE SPACES TO REVERSAL-LINE
010760         STRING "        PAY HISTORY NOW HOLDS PERIOD "
010770             PH-PERIOD-END-DATE " - NOT ADJUSTED"
010780             DELIMITED BY SIZE INTO REVERSAL-LINE
010790         WRITE REVERSAL-LINE
010800         GO TO 3400-EXIT
010810     END-IF
010820     SUBTRACT WS-REV-GROSS FROM PH-GROSS
010830     SUBTRACT WS-REV-NET FROM PH-NET
010840     REWRITE PAY-HISTORY-RECORD
010850         INVALID KEY
010860             DISPLAY "PAYREV: PAYHIST REWRITE FAILED, STATUS "
010870                 WS-PAYHIST-STATUS
010880             SET FATAL-RUN-FAILURE TO TRUE
010890     END-REWRITE.
010900 3400-EXIT.
010910     EXIT.

010911*----------------------------------------------------------------
010912*  3450-MARK-REGISTER-REVERSED
010913*  THE REGISTER KEEPS THE PERIOD AS IT WAS PAID AND FLAGS IT
010914*  REVERSED WITH TODAY'S DATE, SO EARNHIST SHOWS IT BUT LEAVES
010915*  IT OUT OF ITS TOTALS.
010917*----------------------------------------------------------------
010918 3450-MARK-REGISTER-REVERSED.
010922     MOVE RVC-EMP-NUMBER TO PRG-EMP-NUMBER
010923     MOVE WS-PERIOD-END-DATE TO PRG-PERIOD-END-DATE
010924     MOVE RVC-RUN-FREQUENCY TO PRG-RUN-FREQUENCY
010925     READ PAY-REGISTER-FILE
010926         INVALID KEY
010927             DISPLAY "PAYREV: PAYREG READ FAILED, STATUS "
010928                 WS-PAYREG-STATUS
010929             SET FATAL-RUN-FAILURE TO TRUE
010930             GO TO 3450-EXIT
010931     END-READ
010932     SET PRG-REVERSED TO TRUE
010933     MOVE WS-RUN-DATE TO PRG-REVERSAL-DATE
010934     REWRITE PAY-REGISTER-RECORD
010935         INVALID KEY
010936             DISPLAY "PAYREV: PAYREG REWRITE FAILED, STATUS "
010937                 WS-PAYREG-STATUS
010938             SET FATAL-RUN-FAILURE TO TRUE
010940     END-REWRITE.
010941 3450-EXIT.
010942     EXIT.

010943*----------------------------------------------------------------
010944*  3460-RESET-EARNINGS
010945*  THE ONCE-OFF EARNINGS ITEMS THE PAYMENT PAID GO BACK TO
010946*  ENTERED, AS EARNEDIT FIRST WROTE THEM, SO THE NEXT RUN FOR
010947*  THE PERIOD PAYS THEM AGAIN AND TAXCERT NO LONGER COUNTS
010948*  THEM.  EARNEDIT CAN AMEND OR DROP THEM IN THE MEANTIME.
010949*----------------------------------------------------------------
010950 3460-RESET-EARNINGS.
010951     PERFORM 3465-RESET-ONE-ITEM THRU 3465-EXIT
010952         VARYING WS-EET-SUB FROM 1 BY 1
010953         UNTIL WS-EET-SUB > WS-EET-COUNT.
010954 3460-EXIT.
010955     EXIT.

010956*----------------------------------------------------------------
010957*  3465-RESET-ONE-ITEM
010958*----------------------------------------------------------------
010959 3465-RESET-ONE-ITEM.
010960     MOVE RVC-EMP-NUMBER TO ET-EMP-NUMBER
010961     MOVE WS-EET-PERIOD-END (WS-EET-SUB) TO ET-PERIOD-END
010962     MOVE WS-EET-CODE (WS-EET-SUB) TO ET-EARN-CODE
010963     READ EARNINGS-TRAN-FILE
010964         INVALID KEY
010965             DISPLAY "PAYREV: EARNTRN READ FAILED, STATUS "
010966                 WS-EARNTRN-STATUS
010967             SET FATAL-RUN-FAILURE TO TRUE
010968             GO TO 3465-EXIT
010969     END-READ
010970     MOVE "E" TO ET-STATUS
010971     MOVE ZERO TO ET-PAID-PERIOD-END
010972     MOVE SPACE TO ET-PAID-FREQUENCY
010973     MOVE ZERO TO ET-PAID-DATE
010974     MOVE ZERO TO ET-IRP5-CODE
010975     MOVE SPACE TO ET-TAXABLE-SW
010976     MOVE SPACE TO ET-UIF-SW
010977     MOVE SPACE TO ET-BONUS-SW
010978     REWRITE EARNINGS-TRAN-RECORD
010979         INVALID KEY
010980             DISPLAY "PAYREV: EARNTRN REWRITE FAILED, STATUS "
010981                 WS-EARNTRN-STATUS
010982             SET FATAL-RUN-FAILURE TO TRUE
010983             GO TO 3465-EXIT
010984     END-REWRITE
010985     ADD 1 TO WS-EARN-ITEMS-RESET
010986     MOVE WS-EET-AMOUNT (WS-EET-SUB) TO WS-ED-NET
010987     MOVE SPACES TO REVERSAL-LINE
010988     STRING "        EARNINGS " ET-EARN-CODE " OF R" WS-ED-NET
010989         " SET BACK TO UNPAID"
010990         DELIMITED BY SIZE INTO REVERSAL-LINE
010991     WRITE REVERSAL-LINE.
010992 3465-EXIT.
010993     EXIT.

010994*----------------------------------------------------------------
010995*  3470-CANCEL-CASH-PACKET
010996*  A PAYMENT MADE UP IN A CASH PAY PACKET HAS ITS PACKET MARKED
010997*  CANCELLED, SO CASHPAY WILL NOT PAY IT OUT AND PAYRECON TAKES
010998*  IT OUT OF THE SAFE.  A PACKET ALREADY CLAIMED HAS GONE TO
010999*  THE EMPLOYEE - THE NET IS ON THE OVERPAYMENT FILE AS FOR ANY
011000*  OTHER PAYMENT.  A CASH EMPLOYEE WITH NO PACKET ON FILE IS
011001*  REPORTED.
011002*----------------------------------------------------------------
011003 3470-CANCEL-CASH-PACKET.
011004     IF NOT CASHPKT-AVAILABLE
011005         GO TO 3470-EXIT
011006     END-IF
011007     MOVE WS-PERIOD-END-DATE TO CPK-PERIOD-END
011008     MOVE RVC-RUN-FREQUENCY TO CPK-RUN-FREQUENCY
011009     MOVE RVC-EMP-NUMBER TO CPK-EMP-NUMBER
011010     READ CASH-PACKET-FILE
011011         INVALID KEY
011012             IF EMP-PAID-IN-CASH
011013                 MOVE SPACES TO REVERSAL-LINE
011014                 STRING "        NO CASH PAY PACKET ON FILE - "
011015                     "NONE CANCELLED"
011016                     DELIMITED BY SIZE INTO REVERSAL-LINE
011017                 WRITE REVERSAL-LINE
011018             END-IF
011019             GO TO 3470-EXIT
011020     END-READ
011021     IF CPK-CLAIMED OR CPK-CANCELLED
011022         MOVE CPK-PACKET-NO TO WS-ED-PACKET-NO
011023         MOVE SPACES TO REVERSAL-LINE
011024         STRING "        CASH PAY PACKET " WS-ED-PACKET-NO
011025             " ALREADY " CPK-STATUS " - NOT CANCELLED"
011026             DELIMITED BY SIZE INTO REVERSAL-LINE
011027         WRITE REVERSAL-LINE
011028         GO TO 3470-EXIT
011029     END-IF
011030     MOVE CPK-PACKET-NO TO WS-ED-PACKET-NO
011031     MOVE SPACES TO REVERSAL-LINE
011032     IF CPK-HELD
011033         STRING "        CASH PAY PACKET " WS-ED-PACKET-NO
011034             " CANCELLED - RETURN IT FROM THE CASH OFFICE "
011035             "HOLD TO THE SAFE"
011036             DELIMITED BY SIZE INTO REVERSAL-LINE
011037     ELSE
011038         STRING "        CASH PAY PACKET " WS-ED-PACKET-NO
011039             " CANCELLED - DO NOT PAY IT OUT"
011040             DELIMITED BY SIZE INTO REVERSAL-LINE
011041     END-IF
011042     MOVE "X" TO CPK-STATUS
011043     MOVE WS-RUN-DATE-CCYYMMDD TO CPK-CANCELLED-DATE
011044     MOVE RVC-AUTHORISED-BY TO CPK-ACTIONED-BY
011045     REWRITE CASH-PACKET-RECORD
011046         INVALID KEY
011047             DISPLAY "PAYREV: CASHPKT REWRITE FAILED, STATUS "
011048                 WS-CASHPKT-STATUS
011049             SET FATAL-RUN-FAILURE TO TRUE
011050             GO TO 3470-EXIT
011051     END-REWRITE
011052     WRITE REVERSAL-LINE
011053     ADD 1 TO WS-PACKETS-CANCELLED.
011054 3470-EXIT.
011055     EXIT.

011056*----------------------------------------------------------------
011057*  3500-REVERSE-DEDUCTIONS
011059*  APPENDS A REVERSING COPY OF EACH DEDUCTION WITHHELD FROM
011060*  THE PAYMENT, SO DEDREMIT NETS THEM OUT OF THE MONTH.  IF
011062*  THE MONTH HAS ALREADY BEEN REMITTED THE MONEY HAS GONE TO
011063*  THE PAYEES AND MUST BE RECLAIMED BY HAND.
011065*----------------------------------------------------------------
011066 3500-REVERSE-DEDUCTIONS.
011068     IF WS-DK-COUNT = ZERO
011069         GO TO 3500-EXIT
011071     END-IF
011072     OPEN EXTEND DEDUCTION-TAKEN-FILE
011074     IF NOT DEDTAKEN-OK
011075         DISPLAY "PAYREV: DEDTAKEN OPEN FAILED, STATUS "
011077             WS-DEDTAKEN-STATUS
011078         SET FATAL-RUN-FAILURE TO TRUE
011080         GO TO 3500-EXIT
011090     END-IF
011100     PERFORM 3510-WRITE-ONE-REVERSAL THRU 3510-EXIT
011110         VARYING WS-DK-IDX FROM 1 BY 1
011120         UNTIL WS-DK-IDX > WS-DK-COUNT
011130     CLOSE DEDUCTION-TAKEN-FILE
011140     IF MONTH-ALREADY-REMITTED
011150         MOVE WS-REV-DEDUCTIONS TO WS-ED-NET
011160         MOVE SPACES TO REVERSAL-LINE
011170         STRING "        ** MONTH ALREADY REMITTED - RECLAIM "
011180             "DEDUCTIONS OF R" WS-ED-NET " FROM THE PAYEE(S)"
011190             DELIMITED BY SIZE INTO REVERSAL-LINE
011200         WRITE REVERSAL-LINE
011201         IF WS-REV-FUND-ER > ZERO
011202             MOVE WS-REV-FUND-ER TO WS-ED-NET
011203             MOVE SPACES TO REVERSAL-LINE
011204             STRING "        ** AND THE EMPLOYER'S FUND SHARE "
011205                 "OF R" WS-ED-NET " FROM THE FUND(S)"
011206                 DELIMITED BY SIZE INTO REVERSAL-LINE
011207             WRITE REVERSAL-LINE
011208         END-IF
011210     END-IF.
011220 3500-EXIT.
011230     EXIT.

011240*----------------------------------------------------------------
011250*  3510-WRITE-ONE-REVERSAL
011260*----------------------------------------------------------------
011270 3510-WRITE-ONE-REVERSAL.
011280     MOVE WS-DK-RECORD (WS-DK-IDX) TO DEDUCTION-TAKEN-RECORD
011290     MOVE "R" TO DK-REVERSAL-FLAG
011300     WRITE DEDUCTION-TAKEN-RECORD
011310     ADD 1 TO WS-DK-REVERSED.
011320 3510-EXIT.
011330     EXIT.

011340*----------------------------------------------------------------
011350*  3600-WRITE-OVERPAYMENT - THE NET IS OWED BACK
011360*----------------------------------------------------------------
011370 3600-WRITE-OVERPAYMENT.
011380     MOVE SPACES TO OVERPAYMENT-RECORD
011390     MOVE RVC-EMP-NUMBER TO OP-EMP-NUMBER
011400     MOVE WS-PERIOD-END-DATE TO OP-PERIOD-END-DATE
011410     MOVE RVC-RUN-FREQUENCY TO OP-RUN-FREQUENCY
011420     MOVE EMP-NAME TO OP-EMP-NAME
011430     MOVE WS-REV-NET TO OP-AMOUNT
011440     MOVE "O" TO OP-STATUS
011450     MOVE WS-RUN-DATE TO OP-REVERSAL-DATE
011460     MOVE RVC-AUTHORISED-BY TO OP-AUTHORISED-BY
011470     MOVE RVC-REASON TO OP-REASON
011480     WRITE OVERPAYMENT-RECORD
011490         INVALID KEY
011500             DISPLAY "PAYREV: OVERPAY WRITE FAILED, STATUS "
011510                 WS-OVERPAY-STATUS
011520             SET FATAL-RUN-FAILURE TO TRUE
011530     END-WRITE.
011540 3600-EXIT.
011550     EXIT.

011560*----------------------------------------------------------------
011570*  3700-ADD-TO-TOTALS - HOME DEPARTMENT AND GRAND TOTALS
011580*----------------------------------------------------------------
011590 3700-ADD-TO-TOTALS.
011600     SET WS-DEPT-IDX TO 1
011610     MOVE "N" TO WS-DEPT-OVERFLOW-SW
011620     SEARCH WS-DEPT-ENTRY
011630         AT END
011640             PERFORM 3750-ADD-DEPT-ENTRY THRU 3750-EXIT
011650         WHEN WS-DEPT-IDX > WS-DEPT-COUNT
011660             PERFORM 3750-ADD-DEPT-ENTRY THRU 3750-EXIT
011670         WHEN EMP-DEPT-CODE = WS-DEPT-CODE-TBL (WS-DEPT-IDX)
011680             CONTINUE
011690     END-SEARCH
011700     IF DEPT-TABLE-OVERFLOW
011710         DISPLAY "PAYREV: DEPARTMENT TABLE FULL (20 DEPTS) - "
011720             "RUN STOPPED"
011730         SET FATAL-RUN-FAILURE TO TRUE
011740         GO TO 3700-EXIT
011750     END-IF
011760     ADD 1 TO WS-DEPT-EMP-COUNT (WS-DEPT-IDX)
011770     ADD WS-REV-GROSS TO WS-DEPT-GROSS (WS-DEPT-IDX)
011780     ADD WS-REV-PAYE TO WS-DEPT-PAYE (WS-DEPT-IDX)
011790     ADD WS-REV-UIF-EE TO WS-DEPT-UIF (WS-DEPT-IDX)
011800     ADD WS-REV-UIF-ER TO WS-DEPT-UIF-ER (WS-DEPT-IDX)
011810     ADD WS-REV-SDL TO WS-DEPT-SDL (WS-DEPT-IDX)
011820     ADD WS-REV-NET TO WS-DEPT-NET (WS-DEPT-IDX)
011825     ADD WS-REV-FUND-ER TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
011826     ADD WS-REV-EARNINGS TO WS-DEPT-EARNINGS (WS-DEPT-IDX)
011827     PERFORM 3710-ADD-EARN-TOTAL THRU 3710-EXIT
011828         VARYING WS-EET-SUB FROM 1 BY 1
011829         UNTIL WS-EET-SUB > WS-EET-COUNT
011830     ADD 1 TO WS-GRAND-EMP-COUNT
011840     ADD WS-REV-GROSS TO WS-GRAND-GROSS
011850     ADD WS-REV-PAYE TO WS-GRAND-PAYE
011860     ADD WS-REV-UIF-EE TO WS-GRAND-UIF
011870     ADD WS-REV-UIF-ER TO WS-GRAND-UIF-ER
011880     ADD WS-REV-SDL TO WS-GRAND-SDL
011890     ADD WS-REV-NET TO WS-GRAND-NET
011895     ADD WS-REV-FUND-ER TO WS-GRAND-FUND-ER
011896     ADD WS-REV-EARNINGS TO WS-GRAND-EARNINGS.
011900 3700-EXIT.
011910     EXIT.

011911*----------------------------------------------------------------
011912*  3710-ADD-EARN-TOTAL - ONE ITEM INTO ITS CODE'S SLOT
011913*----------------------------------------------------------------
011914 3710-ADD-EARN-TOTAL.
011915     MOVE WS-EET-SLOT (WS-EET-SUB) TO WS-EARN-SLOT-SUB
011916     ADD WS-EET-AMOUNT (WS-EET-SUB)
011917         TO WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB).
011918 3710-EXIT.
011919     EXIT.

011920*----------------------------------------------------------------
011930*  3750-ADD-DEPT-ENTRY
011940*----------------------------------------------------------------
011950 3750-ADD-DEPT-ENTRY.
011960     IF WS-DEPT-COUNT >= 20
011970         SET DEPT-TABLE-OVERFLOW TO TRUE
011980         GO TO 3750-EXIT
011990     END-IF
012000     ADD 1 TO WS-DEPT-COUNT
012010     SET WS-DEPT-IDX TO WS-DEPT-COUNT
012020     MOVE EMP-DEPT-CODE TO WS-DEPT-CODE-TBL (WS-DEPT-IDX)
012030     MOVE ZERO TO WS-DEPT-EMP-COUNT (WS-DEPT-IDX)
012040     MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-IDX)
012050     MOVE ZERO TO WS-DEPT-PAYE (WS-DEPT-IDX)
012060     MOVE ZERO TO WS-DEPT-UIF (WS-DEPT-IDX)
012070     MOVE ZERO TO WS-DEPT-UIF-ER (WS-DEPT-IDX)
012080     MOVE ZERO TO WS-DEPT-SDL (WS-DEPT-IDX)
012090     MOVE ZERO TO WS-DEPT-NET (WS-DEPT-IDX)
012095     MOVE ZERO TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
012096     MOVE ZERO TO WS-DEPT-EARN-ROW (WS-DEPT-IDX).
012100 3750-EXIT.
012110     EXIT.

012120*----------------------------------------------------------------
012130*  3800-WRITE-REVERSED-LINE - THE FIGURES BACKED OUT
012140*----------------------------------------------------------------
012150 3800-WRITE-REVERSED-LINE.
012160     MOVE RVC-EMP-NUMBER TO WS-ED-EMP-NUMBER
012170     MOVE WS-REV-GROSS TO WS-ED-GROSS
012180     MOVE WS-REV-PAYE TO WS-ED-PAYE
012190     MOVE WS-REV-UIF-EE TO WS-ED-UIF
012200     MOVE WS-REV-NET TO WS-ED-NET
012210     MOVE SPACES TO REVERSAL-LINE
012220     STRING "  EMP " WS-ED-EMP-NUMBER
012230         "  FREQ " RVC-RUN-FREQUENCY
012240         "  GROSS " WS-ED-GROSS
012250         "  PAYE " WS-ED-PAYE
012260         "  UIF " WS-ED-UIF
012270         "  NET OWED " WS-ED-NET
012280         "  " RVC-REASON
012290         DELIMITED BY SIZE INTO REVERSAL-LINE
012300     WRITE REVERSAL-LINE
012301     IF WS-REV-ETI = ZERO AND WS-REV-EARNINGS = ZERO
012302         GO TO 3800-EXIT
012303     END-IF
012304     MOVE WS-REV-ETI TO WS-ED-ETI
012305     MOVE WS-REV-EARNINGS TO WS-ED-GROSS
012306     MOVE SPACES TO REVERSAL-LINE
012307     STRING "                    ETI CHANGE " WS-ED-ETI
012308         "  ONCE-OFF EARNINGS " WS-ED-GROSS
012309         DELIMITED BY SIZE INTO REVERSAL-LINE
012310     WRITE REVERSAL-LINE.
012315 3800-EXIT.
012320     EXIT.

012330*----------------------------------------------------------------
012340*  8500-LEDGER-REVERSAL-RUN
012350*  THE REVERSAL'S OWN CONTROL LEDGER ENTRY, "R" UNDER THE SAME
012360*  PERIOD-END, WRITTEN STRAIGHT TO PAID.  ITS TOTALS ARE
012370*  POSITIVE AND PAYRECON, YREND AND THE MONTH-END PROOFS
012380*  SUBTRACT THEM.
012390*----------------------------------------------------------------
012400 8500-LEDGER-REVERSAL-RUN.
012410     MOVE SPACES TO PAY-CONTROL-RECORD
012420     MOVE WS-PERIOD-END-DATE TO PCTL-PERIOD-END-DATE
012430     MOVE "R" TO PCTL-RUN-FREQUENCY
012440     MOVE "P" TO PCTL-STATUS
012450     MOVE WS-RUN-DATE TO PCTL-RUN-DATE
012460     MOVE WS-GRAND-EMP-COUNT TO PCTL-EMP-COUNT
012470     MOVE WS-GRAND-GROSS TO PCTL-GROSS
012480     MOVE WS-GRAND-PAYE TO PCTL-PAYE
012490     MOVE WS-GRAND-UIF TO PCTL-UIF
012500     MOVE WS-GRAND-UIF-ER TO PCTL-UIF-ER
012510     MOVE WS-GRAND-SDL TO PCTL-SDL
012520     MOVE WS-GRAND-NET TO PCTL-NET
012530     MOVE WS-LEDGER-TAX-YEAR TO PCTL-TAX-YEAR
012540     WRITE PAY-CONTROL-RECORD
012550         INVALID KEY
012560             DISPLAY "PAYREV: PAYCTL WRITE FAILED, STATUS "
012570                 WS-PAYCTL-STATUS
012580             SET FATAL-RUN-FAILURE TO TRUE
012590     END-WRITE.
012600 8500-EXIT.
012610     EXIT.

012620*----------------------------------------------------------------
012630*  8550-REVERSE-STATUTORY-MONTH
012640*  TAKES THE RUN'S STATUTORY MONEY OFF THE EMP201 MONTH, AND
012645*  POSTS THE CHANGE IN THE MONTH'S ETI CLAIM.
012650*  AMOUNTS ONLY - THE RUN COUNTERS AND PERIOD-END DATES STILL
012660*  DESCRIBE THE RUNS THAT WERE MADE.
012670*----------------------------------------------------------------
012680 8550-REVERSE-STATUTORY-MONTH.
012690     OPEN I-O STATUTORY-MONTH-FILE
012700     IF NOT STATMAST-OK
012710         DISPLAY "PAYREV: STATMAST OPEN FAILED, STATUS "
012720             WS-STATMAST-STATUS
012730         DISPLAY "PAYREV: EMP201 MONTH NOT REVERSED - "
012740             "POST THE MONTH BY HAND"
012750         SET FATAL-RUN-FAILURE TO TRUE
012760         GO TO 8550-EXIT
012770     END-IF
012780     MOVE WS-PERIOD-END-MONTH TO SM-MONTH
012790     READ STATUTORY-MONTH-FILE
012800         INVALID KEY
012810             DISPLAY "PAYREV: NO EMP201 MONTH "
012820                 WS-PERIOD-END-MONTH " - POST THE MONTH BY HAND"
012830             SET FATAL-RUN-FAILURE TO TRUE
012840             CLOSE STATUTORY-MONTH-FILE
012850             GO TO 8550-EXIT
012860     END-READ
012870     SUBTRACT WS-GRAND-PAYE FROM SM-PAYE
012880     IF WS-GRAND-UIF > SM-UIF-EE OR WS-GRAND-UIF-ER > SM-UIF-ER
012890         OR WS-GRAND-SDL > SM-SDL
012900             DISPLAY "PAYREV: EMP201 MONTH " SM-MONTH
012910                 " HOLDS LESS THAN THE REVERSAL - CHECK BY HAND"
012920             SET FATAL-RUN-FAILURE TO TRUE
012930             CLOSE STATUTORY-MONTH-FILE
012940             GO TO 8550-EXIT
012950     END-IF
012960     SUBTRACT WS-GRAND-UIF FROM SM-UIF-EE
012970     SUBTRACT WS-GRAND-UIF-ER FROM SM-UIF-ER
012980     SUBTRACT WS-GRAND-SDL FROM SM-SDL
012981     IF SM-ETI NOT NUMERIC
012982         MOVE ZERO TO SM-ETI
012983     END-IF
012984     ADD WS-GRAND-ETI TO SM-ETI
012990     REWRITE STAT-MONTH-RECORD
013000         INVALID KEY
013010             DISPLAY "PAYREV: STATMAST REWRITE FAILED, STATUS "
013020                 WS-STATMAST-STATUS
013030             SET FATAL-RUN-FAILURE TO TRUE
013040     END-REWRITE
013050     CLOSE STATUTORY-MONTH-FILE.
013060 8550-EXIT.
013070     EXIT.

013080*----------------------------------------------------------------
013090*  8700-WRITE-DEPT-TOTALS-FILE
013100*  THE GL HANDOFF, IN THE SAME SHAPE PAYROLL WRITES IT - ONE "D"
013110*  RECORD PER HOME DEPARTMENT, EACH FOLLOWED BY ITS "E" ONCE-OFF
013115*  EARNINGS RECORDS, AND A "G" GRAND RECORD - STAMPED "R" SO
013120*  GLJRNL POSTS IT AS A REVERSAL.
013130*----------------------------------------------------------------
013140 8700-WRITE-DEPT-TOTALS-FILE.
013150     OPEN OUTPUT DEPT-TOTALS-FILE
013160     IF NOT DEPTTOT-OK
013170         DISPLAY "PAYREV: DEPTTOT OPEN FAILED, STATUS "
013180             WS-DEPTTOT-STATUS
013190         DISPLAY "PAYREV: GL HANDOFF NOT WRITTEN THIS RUN"
013200         SET FATAL-RUN-FAILURE TO TRUE
013210         GO TO 8700-EXIT
013220     END-IF
013230     PERFORM 8710-WRITE-ONE-DEPT-TOTAL THRU 8710-EXIT
013240         VARYING WS-DEPT-IDX FROM 1 BY 1
013250         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
013260     MOVE SPACES TO DEPT-TOTAL-RECORD
013270     MOVE "G" TO DT-REC-TYPE
013280     MOVE WS-PERIOD-END-DATE TO DT-PERIOD-END-DATE
013290     MOVE SPACES TO DT-DEPT-CODE
013300     MOVE WS-GRAND-EMP-COUNT TO DT-EMP-COUNT
013310     MOVE WS-GRAND-GROSS TO DT-GROSS
013320     MOVE WS-GRAND-PAYE TO DT-PAYE
013330     MOVE WS-GRAND-UIF TO DT-UIF
013340     MOVE WS-GRAND-UIF-ER TO DT-UIF-ER
013350     MOVE WS-GRAND-SDL TO DT-SDL
013360     MOVE WS-GRAND-NET TO DT-NET
013365     MOVE WS-GRAND-FUND-ER TO DT-FUND-ER
013366     MOVE WS-GRAND-EARNINGS TO DT-EARNINGS
013370     MOVE "R" TO DT-RUN-FREQUENCY
013380     WRITE DEPT-TOTAL-RECORD
013390     CLOSE DEPT-TOTALS-FILE.
013400 8700-EXIT.
013410     EXIT.

013420*----------------------------------------------------------------
013430*  8710-WRITE-ONE-DEPT-TOTAL - ONE DEPARTMENT'S "D" RECORD
013440*----------------------------------------------------------------
013450 8710-WRITE-ONE-DEPT-TOTAL.
013460     MOVE SPACES TO DEPT-TOTAL-RECORD
013470     MOVE "D" TO DT-REC-TYPE
013480     MOVE WS-PERIOD-END-DATE TO DT-PERIOD-END-DATE
013490     MOVE WS-DEPT-CODE-TBL (WS-DEPT-IDX) TO DT-DEPT-CODE
013500     MOVE WS-DEPT-EMP-COUNT (WS-DEPT-IDX) TO DT-EMP-COUNT
013510     MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO DT-GROSS
013520     MOVE WS-DEPT-PAYE (WS-DEPT-IDX) TO DT-PAYE
013530     MOVE WS-DEPT-UIF (WS-DEPT-IDX) TO DT-UIF
013540     MOVE WS-DEPT-UIF-ER (WS-DEPT-IDX) TO DT-UIF-ER
013550     MOVE WS-DEPT-SDL (WS-DEPT-IDX) TO DT-SDL
013560     MOVE WS-DEPT-NET (WS-DEPT-IDX) TO DT-NET
013565     MOVE WS-DEPT-FUND-ER (WS-DEPT-IDX) TO DT-FUND-ER
013566     MOVE WS-DEPT-EARNINGS (WS-DEPT-IDX) TO DT-EARNINGS
013570     MOVE "R" TO DT-RUN-FREQUENCY
013580     WRITE DEPT-TOTAL-RECORD
013581     IF WS-DEPT-EARNINGS (WS-DEPT-IDX) > ZERO
013582         PERFORM 8715-WRITE-EARN-TOTAL THRU 8715-EXIT
013583             VARYING WS-EARN-SLOT-SUB FROM 1 BY 1
013584             UNTIL WS-EARN-SLOT-SUB > EARN-CODE-COUNT
013585     END-IF.
013590 8710-EXIT.
013600     EXIT.

013601*----------------------------------------------------------------
013602*  8715-WRITE-EARN-TOTAL - ONE "E" RECORD: A DEPARTMENT'S
013603*  ONCE-OFF EARNINGS REVERSED UNDER ONE CODE, WITH ITS EXPENSE
013604*  ACCOUNT
013605*----------------------------------------------------------------
013606 8715-WRITE-EARN-TOTAL.
013607     IF WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB) = ZERO
013608         GO TO 8715-EXIT
013609     END-IF
013610     MOVE SPACES TO DEPT-TOTAL-RECORD
013611     MOVE "E" TO DT-REC-TYPE
013612     MOVE WS-PERIOD-END-DATE TO DT-PERIOD-END-DATE
013613     MOVE WS-DEPT-CODE-TBL (WS-DEPT-IDX) TO DT-DEPT-CODE
013614     MOVE ZERO TO DT-EMP-COUNT
013615     MOVE ZERO TO DT-GROSS
013616     MOVE ZERO TO DT-PAYE
013617     MOVE ZERO TO DT-UIF
013618     MOVE ZERO TO DT-UIF-ER
013619     MOVE ZERO TO DT-SDL
013620     MOVE ZERO TO DT-NET
013621     MOVE ZERO TO DT-FUND-ER
013622     MOVE WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB)
013623         TO DT-EARNINGS
013624     MOVE EARN-CODE (WS-EARN-SLOT-SUB) TO DT-EARN-CODE
013625     MOVE EARN-GL-ACCOUNT (WS-EARN-SLOT-SUB) TO DT-EARN-ACCOUNT
013626     MOVE EARN-DESC (WS-EARN-SLOT-SUB) TO DT-EARN-DESC
013627     MOVE "R" TO DT-RUN-FREQUENCY
013628     WRITE DEPT-TOTAL-RECORD.
013629 8715-EXIT.
013630     EXIT.

013632*----------------------------------------------------------------
013635*  8800-WRITE-REGISTER-TOTALS
013637*----------------------------------------------------------------
013640 8800-WRITE-REGISTER-TOTALS.
013650     MOVE SPACES TO REVERSAL-LINE
013660     WRITE REVERSAL-LINE
013670     MOVE WS-PAYMENTS-REVERSED TO WS-ED-COUNT
013680     MOVE SPACES TO REVERSAL-LINE
013690     STRING "PAYMENTS REVERSED .................. " WS-ED-COUNT
013700         DELIMITED BY SIZE INTO REVERSAL-LINE
013710     WRITE REVERSAL-LINE
013720     MOVE WS-GRAND-GROSS TO WS-ED-AMOUNT
013730     MOVE SPACES TO REVERSAL-LINE
013740     STRING "GROSS REVERSED ..................... R" WS-ED-AMOUNT
013750         DELIMITED BY SIZE INTO REVERSAL-LINE
013760     WRITE REVERSAL-LINE
013770     MOVE WS-GRAND-PAYE TO WS-ED-SIGNED
013780     MOVE SPACES TO REVERSAL-LINE
013790     STRING "PAYE REVERSED ......................R" WS-ED-SIGNED
013800         DELIMITED BY SIZE INTO REVERSAL-LINE
013810     WRITE REVERSAL-LINE
013820     MOVE WS-GRAND-UIF TO WS-ED-AMOUNT
013830     MOVE SPACES TO REVERSAL-LINE
013840     STRING "EMPLOYEE UIF REVERSED .............. R" WS-ED-AMOUNT
013850         DELIMITED BY SIZE INTO REVERSAL-LINE
013860     WRITE REVERSAL-LINE
013870     MOVE WS-GRAND-UIF-ER TO WS-ED-AMOUNT
013880     MOVE SPACES TO REVERSAL-LINE
013890     STRING "EMPLOYER UIF REVERSED .............. R" WS-ED-AMOUNT
013900         DELIMITED BY SIZE INTO REVERSAL-LINE
013910     WRITE REVERSAL-LINE
013920     MOVE WS-GRAND-SDL TO WS-ED-AMOUNT
013930     MOVE SPACES TO REVERSAL-LINE
013940     STRING "SDL REVERSED ....................... R" WS-ED-AMOUNT
013950         DELIMITED BY SIZE INTO REVERSAL-LINE
013960     WRITE REVERSAL-LINE
013970     MOVE WS-GRAND-NET TO WS-ED-AMOUNT
013980     MOVE SPACES TO REVERSAL-LINE
013990     STRING "NET OWED BACK BY EMPLOYEES ......... R" WS-ED-AMOUNT
014000         DELIMITED BY SIZE INTO REVERSAL-LINE
014010     WRITE REVERSAL-LINE
014020     MOVE WS-DK-REVERSED TO WS-ED-COUNT
014030     MOVE SPACES TO REVERSAL-LINE
014040     STRING "DEDUCTIONS WITHHELD REVERSED ....... " WS-ED-COUNT
014050         DELIMITED BY SIZE INTO REVERSAL-LINE
014055     WRITE REVERSAL-LINE
014056     MOVE WS-GRAND-ETI TO WS-ED-SIGNED
014057     MOVE SPACES TO REVERSAL-LINE
014058     STRING "ETI CLAIM CHANGE ...................R" WS-ED-SIGNED
014059         DELIMITED BY SIZE INTO REVERSAL-LINE
014060     WRITE REVERSAL-LINE
014061     MOVE WS-GRAND-EARNINGS TO WS-ED-AMOUNT
014062     MOVE SPACES TO REVERSAL-LINE
014063     STRING "ONCE-OFF EARNINGS REVERSED ......... R" WS-ED-AMOUNT
014064         DELIMITED BY SIZE INTO REVERSAL-LINE
014065     WRITE REVERSAL-LINE
014066     MOVE WS-EARN-ITEMS-RESET TO WS-ED-COUNT
014067     MOVE SPACES TO REVERSAL-LINE
014068     STRING "EARNINGS ITEMS SET BACK TO UNPAID .. " WS-ED-COUNT
014069         DELIMITED BY SIZE INTO REVERSAL-LINE
014070     WRITE REVERSAL-LINE
014071     MOVE WS-PACKETS-CANCELLED TO WS-ED-COUNT
014073     MOVE SPACES TO REVERSAL-LINE
014074     STRING "CASH PAY PACKETS CANCELLED ......... " WS-ED-COUNT
014075         DELIMITED BY SIZE INTO REVERSAL-LINE
014077     WRITE REVERSAL-LINE.
014078 8800-EXIT.
014080     EXIT.

014090*----------------------------------------------------------------
014100*  9000-TERMINATE - LEDGER THE RUN, CLOSE FILES, RUN SUMMARY
014110*  THE STATUTORY MONTH, CONTROL LEDGER AND GL HANDOFF CARRY
014120*  EXACTLY THE PAYMENTS BACKED OUT - IF A FILE ERROR STOPPED
014130*  THE UPDATE PASS PART WAY, WHAT WAS DONE IS STILL LEDGERED
014140*  AND THE LEDGER ENTRY REFUSES A RERUN OF THE SAME DECK.
014150*----------------------------------------------------------------
014160 9000-TERMINATE.
014170     IF WS-PAYMENTS-REVERSED > ZERO
014180         PERFORM 8550-REVERSE-STATUTORY-MONTH THRU 8550-EXIT
014190         PERFORM 8500-LEDGER-REVERSAL-RUN THRU 8500-EXIT
014200         PERFORM 8700-WRITE-DEPT-TOTALS-FILE THRU 8700-EXIT
014210         PERFORM 8800-WRITE-REGISTER-TOTALS THRU 8800-EXIT
014220     END-IF
014230     IF FILES-OPEN
014240         CLOSE EMPLOYEE-MASTER
014250         CLOSE PAY-CONTROL-FILE
014260         CLOSE YTD-MASTER
014270         CLOSE UIF-MONTH-FILE
014280         CLOSE LEAVE-BALANCE-FILE
014290         CLOSE PAY-HISTORY-FILE
014300         CLOSE OVERPAYMENT-FILE
014310         CLOSE REVERSAL-REGISTER
014311         CLOSE PAY-REGISTER-FILE
014312         IF ETIMAST-AVAILABLE
014313             CLOSE ETI-MONTH-FILE
014314         END-IF
014315         IF EARNTRN-AVAILABLE
014316             CLOSE EARNINGS-TRAN-FILE
014317         END-IF
014318         IF CASHPKT-AVAILABLE
014319             CLOSE CASH-PACKET-FILE
014322         END-IF
014326     END-IF
014330     IF CARD-FILE-OPEN
014340         CLOSE REVERSAL-CARD-FILE
014350     END-IF
014360     IF FATAL-RUN-FAILURE
014370         DISPLAY "PAYREV RUN FAILED - SEE CONSOLE MESSAGES "
014380             "AND THE REVERSAL REGISTER"
014390         MOVE 16 TO RETURN-CODE
014400     ELSE
014410         DISPLAY "PAYREV RUN COMPLETE - " WS-PAYMENTS-REVERSED
014420             " PAYMENT(S) REVERSED FOR PERIOD " WS-PERIOD-END-DATE
014430     END-IF.
014440 9000-EXIT.
014450     EXIT.

014460*----------------------------------------------------------------
014470*  9800-CHECK-CYCLE-STEP
014480*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
014490*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
014500*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
014510*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
014520*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
014530*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
014540*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
014550*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
014560*----------------------------------------------------------------
014570 9800-CHECK-CYCLE-STEP.
014580     IF CYW-PERIOD-END = ZERO
014590         DISPLAY "PAYREV: NO PERIOD-END DATE ON RUN PARM - "
014600             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
014610             "LEDGER - RUN REFUSED"
014620         SET CYW-STEP-REFUSED TO TRUE
014630         GO TO 9800-EXIT
014640     END-IF
014650     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
014660     IF CYW-STEP-POS = ZERO
014670         DISPLAY "PAYREV: " CYW-SEQUENCE-STEP
014680             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
014690             " CYCLE - RUN REFUSED"
014700         SET CYW-STEP-REFUSED TO TRUE
014710         GO TO 9800-EXIT
014720     END-IF
014730     OPEN I-O CYCLE-CONTROL-FILE
014740     IF CYCLCTL-NOT-FOUND
014750         OPEN OUTPUT CYCLE-CONTROL-FILE
014760         CLOSE CYCLE-CONTROL-FILE
014770         OPEN I-O CYCLE-CONTROL-FILE
014780     END-IF
014790     IF NOT CYCLCTL-OK
014800         DISPLAY "PAYREV: CYCLCTL OPEN FAILED, STATUS "
014810             WS-CYCLCTL-STATUS " - RUN REFUSED"
014820         SET CYW-STEP-REFUSED TO TRUE
014830         GO TO 9800-EXIT
014840     END-IF
014850     IF CYW-MONTH-END-CYCLE
014860         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
014870     ELSE
014880         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
014890             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
014900             UNTIL CYW-SUB NOT < CYW-STEP-POS
014910     END-IF
014920     IF CYW-STEP-REFUSED
014930         CLOSE CYCLE-CONTROL-FILE
014940         GO TO 9800-EXIT
014950     END-IF
014960     ACCEPT CYW-DATE FROM DATE YYYYMMDD
014970     ACCEPT CYW-TIME FROM TIME
014980     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
014990     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
015000     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
015010     READ CYCLE-CONTROL-FILE
015020         INVALID KEY
015030             MOVE "N" TO CYW-ON-FILE-SW
015040         NOT INVALID KEY
015050             MOVE "Y" TO CYW-ON-FILE-SW
015060     END-READ
015070     IF CYW-STEP-ON-FILE
015080         AND CYC-COMPLETED
015090         AND NOT CYW-RERUN-FREE
015100             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
015110             IF NOT CYW-OVERRIDE-FOUND
015120                 DISPLAY "PAYREV: " CYW-THIS-STEP
015130                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
015140                     CYW-FREQUENCY
015150                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
015160                     "CARD - RUN REFUSED"
015170                 SET CYW-STEP-REFUSED TO TRUE
015180                 CLOSE CYCLE-CONTROL-FILE
015190                 GO TO 9800-EXIT
015200             END-IF
015210             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
015220             IF CYW-STEP-REFUSED
015230                 CLOSE CYCLE-CONTROL-FILE
015240                 GO TO 9800-EXIT
015250             END-IF
015260     END-IF
015270*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
015280*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
015290     IF CYW-STEP-ON-FILE
015300         ADD 1 TO CYC-RUN-COUNT
015310     ELSE
015320         MOVE SPACES TO CYCLE-CONTROL-RECORD
015330         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
015340         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
015350         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
015360         MOVE 1 TO CYC-RUN-COUNT
015370     END-IF
015380     MOVE "S" TO CYC-STATUS
015390     MOVE CYW-DATE TO CYC-START-DATE
015400     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
015410     MOVE ZERO TO CYC-END-DATE
015420     MOVE ZERO TO CYC-END-TIME
015430     MOVE ZERO TO CYC-RETURN-CODE
015440     MOVE ZERO TO CYC-COUNT-IN
015450     MOVE ZERO TO CYC-COUNT-OUT
015460     MOVE ZERO TO CYC-CONTROL-TOTAL
015470     IF CYW-OVERRIDE-FOUND
015480         MOVE "O" TO CYC-OVERRIDE-FLAG
015490         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
015500     ELSE
015510         MOVE SPACE TO CYC-OVERRIDE-FLAG
015520         MOVE SPACES TO CYC-OVERRIDE-BY
015530     END-IF
015540     IF CYW-STEP-ON-FILE
015550         REWRITE CYCLE-CONTROL-RECORD
015560             INVALID KEY
015570                 SET CYW-STEP-REFUSED TO TRUE
015580         END-REWRITE
015590     ELSE
015600         WRITE CYCLE-CONTROL-RECORD
015610             INVALID KEY
015620                 SET CYW-STEP-REFUSED TO TRUE
015630         END-WRITE
015640     END-IF
015650     IF CYW-STEP-REFUSED
015660         DISPLAY "PAYREV: CYCLCTL WRITE FAILED, STATUS "
015670             WS-CYCLCTL-STATUS " - RUN REFUSED"
015680     ELSE
015690         SET CYW-STEP-OPENED TO TRUE
015700     END-IF
015710     CLOSE CYCLE-CONTROL-FILE.
015720 9800-EXIT.
015730     EXIT.

015740*----------------------------------------------------------------
015750*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
015760*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
015770*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
015780*----------------------------------------------------------------
015790 9810-SET-STEP-SEQUENCE.
015800     MOVE ZERO TO CYW-STEP-POS
015810     MOVE 1 TO CYW-FIRST-POS
015820     IF CYW-WEEKLY-CYCLE
015830         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
015840     END-IF
015850     IF CYW-MONTHLY-CYCLE
015860         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
015870         MOVE 2 TO CYW-FIRST-POS
015880     END-IF
015890     IF CYW-REVERSAL-CYCLE
015900         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
015910     END-IF
015920     IF CYW-MONTH-END-CYCLE
015930         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
015940     END-IF
015950     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
015960         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
015970         UNTIL CYW-SUB > CYW-STEP-MAX.
015980 9810-EXIT.
015990     EXIT.

016000*----------------------------------------------------------------
016010*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
016020*----------------------------------------------------------------
016030 9815-MATCH-STEP.
016040     IF CYW-STEP-POS = ZERO
016050         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
016060             MOVE CYW-SUB TO CYW-STEP-POS
016070     END-IF.
016080 9815-EXIT.
016090     EXIT.

016100*----------------------------------------------------------------
016110*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
016120*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
016130*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
016140*----------------------------------------------------------------
016150 9820-CHECK-PRIOR-STEP.
016160     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
016170     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
016180     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
016190     READ CYCLE-CONTROL-FILE
016200         INVALID KEY
016210             DISPLAY "PAYREV: " CYW-CYCLE-STEP (CYW-SUB)
016220                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
016230                 CYW-FREQUENCY " - RUN REFUSED"
016240             SET CYW-STEP-REFUSED TO TRUE
016250             GO TO 9820-EXIT
016260     END-READ
016270     IF NOT CYC-COMPLETED
016280         DISPLAY "PAYREV: " CYW-CYCLE-STEP (CYW-SUB)
016290             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
016300             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
016310             CYC-RETURN-CODE ") - RUN REFUSED"
016320         SET CYW-STEP-REFUSED TO TRUE
016330     END-IF.
016340 9820-EXIT.
016350     EXIT.

016360*----------------------------------------------------------------
016370*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
016380*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
016390*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
016400*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
016410*----------------------------------------------------------------
016420 9830-CHECK-MONTH-CYCLES.
016430     MOVE ZERO TO CYW-MONTH-CYCLES
016440     MOVE ZERO TO CYW-MONTH-RECONCILED
016450     MOVE "N" TO CYW-LEDGER-EOF-SW
016460     MOVE LOW-VALUES TO CYC-KEY
016470     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
016480     MOVE 01 TO CYW-ML-DD
016490     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
016500     MOVE 31 TO CYW-ML-DD
016510     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
016520         INVALID KEY
016530             MOVE "Y" TO CYW-LEDGER-EOF-SW
016540     END-START
016550     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
016560         UNTIL CYW-END-OF-LEDGER
016570     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
016580         DISPLAY "PAYREV: " CYW-MONTH-RECONCILED " OF "
016590             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
016600             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
016610         SET CYW-STEP-REFUSED TO TRUE
016620     END-IF.
016630 9830-EXIT.
016640     EXIT.

016650*----------------------------------------------------------------
016660*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
016670*----------------------------------------------------------------
016680 9835-READ-MONTH-STEP.
016690     READ CYCLE-CONTROL-FILE NEXT RECORD
016700         AT END
016710             MOVE "Y" TO CYW-LEDGER-EOF-SW
016720             GO TO 9835-EXIT
016730     END-READ
016740     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
016750         MOVE "Y" TO CYW-LEDGER-EOF-SW
016760         GO TO 9835-EXIT
016770     END-IF
016780     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
016790         ADD 1 TO CYW-MONTH-CYCLES
016800     END-IF
016810     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
016820         ADD 1 TO CYW-MONTH-RECONCILED
016830     END-IF.
016840 9835-EXIT.
016850     EXIT.

016860*----------------------------------------------------------------
016870*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
016880*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
016890*----------------------------------------------------------------
016900 9840-FIND-OVERRIDE.
016910     MOVE "N" TO CYW-OVERRIDE-SW
016920     MOVE "N" TO CYW-OVR-EOF-SW
016930     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
016940     OPEN INPUT CYCLE-OVERRIDE-FILE
016950     IF NOT CYCOVRD-OK
016960         GO TO 9840-EXIT
016970     END-IF
016980     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
016990         UNTIL CYW-END-OF-OVERRIDES
017000            OR CYW-OVERRIDE-FOUND
017010     CLOSE CYCLE-OVERRIDE-FILE.
017020 9840-EXIT.
017030     EXIT.

017040*----------------------------------------------------------------
017050*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
017060*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
017070*----------------------------------------------------------------
017080 9845-CHECK-OVERRIDE-CARD.
017090     READ CYCLE-OVERRIDE-FILE
017100         AT END
017110             MOVE "Y" TO CYW-OVR-EOF-SW
017120             GO TO 9845-EXIT
017130     END-READ
017140     IF OVR-PERIOD-END-X NOT NUMERIC
017150         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
017160         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
017170         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
017180             GO TO 9845-EXIT
017190     END-IF
017200     IF OVR-RUN-NUMBER-X NOT NUMERIC
017210         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
017220             DISPLAY "PAYREV: OVERRIDE CARD FOR " OVR-STEP-NAME
017230                 " IGNORED - IT MUST NAME RUN NUMBER "
017240                 CYW-NEXT-RUN
017250             GO TO 9845-EXIT
017260     END-IF
017270     IF OVR-AUTHORISED-BY = SPACES
017280         OR OVR-REASON = SPACES
017290             DISPLAY "PAYREV: OVERRIDE CARD FOR " OVR-STEP-NAME
017300                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
017310             GO TO 9845-EXIT
017320     END-IF
017330     MOVE "Y" TO CYW-OVERRIDE-SW.
017340 9845-EXIT.
017350     EXIT.

017360*----------------------------------------------------------------
017370*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
017380*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
017390*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
017400*  THE REASON AS THE AFTER IMAGE
017410*----------------------------------------------------------------
017420 9850-AUDIT-OVERRIDE.
017430     OPEN EXTEND AUDIT-TRAIL-FILE
017440     IF EMPAUDIT-NOT-FOUND
017450         OPEN OUTPUT AUDIT-TRAIL-FILE
017460     END-IF
017470     IF NOT EMPAUDIT-OK
017480         DISPLAY "PAYREV: EMPAUDIT OPEN FAILED, STATUS "
017490             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
017500         MOVE "N" TO CYW-OVERRIDE-SW
017510         SET CYW-STEP-REFUSED TO TRUE
017520         GO TO 9850-EXIT
017530     END-IF
017540     MOVE SPACES TO AUDIT-TRAIL-RECORD
017550     MOVE CYW-DATE TO AUD-DATE
017560     MOVE CYW-TIME-HHMMSS TO AUD-TIME
017570     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
017580     MOVE ZERO TO AUD-EMP-NUMBER
017590     MOVE "O" TO AUD-ACTION-CODE
017600     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
017610     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
017620         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
017630     MOVE OVR-REASON TO AUD-AFTER-IMAGE
017640     WRITE AUDIT-TRAIL-RECORD
017650     CLOSE AUDIT-TRAIL-FILE
017660     DISPLAY "PAYREV: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
017670         " AUTHORISED BY " OVR-AUTHORISED-BY
017680         " - WRITTEN TO THE AUDIT TRAIL".
017690 9850-EXIT.
017700     EXIT.

017710*----------------------------------------------------------------
017720*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
017730*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
017740*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
017750*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
017760*----------------------------------------------------------------
017770 9900-CLOSE-CYCLE-STEP.
017780     IF NOT CYW-STEP-OPENED
017790         GO TO 9900-EXIT
017800     END-IF
017810     MOVE WS-CARDS-READ TO CYW-COUNT-IN
017820     MOVE WS-PAYMENTS-REVERSED TO CYW-COUNT-OUT
017830     MOVE WS-GRAND-NET TO CYW-CONTROL-TOTAL
017840     OPEN I-O CYCLE-CONTROL-FILE
017850     IF NOT CYCLCTL-OK
017860         DISPLAY "PAYREV: CYCLCTL OPEN FAILED, STATUS "
017870             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
017880         MOVE 16 TO RETURN-CODE
017890         GO TO 9900-EXIT
017900     END-IF
017910     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
017920     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
017930     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
017940     READ CYCLE-CONTROL-FILE
017950         INVALID KEY
017960             DISPLAY "PAYREV: CYCLE LEDGER ENTRY FOR "
017970                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
017980             MOVE 16 TO RETURN-CODE
017990             CLOSE CYCLE-CONTROL-FILE
018000             GO TO 9900-EXIT
018010     END-READ
018020     ACCEPT CYW-DATE FROM DATE YYYYMMDD
018030     ACCEPT CYW-TIME FROM TIME
018040     MOVE CYW-DATE TO CYC-END-DATE
018050     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
018060     MOVE RETURN-CODE TO CYC-RETURN-CODE
018070     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
018080     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
018090     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
018100     IF RETURN-CODE = ZERO
018110         MOVE "C" TO CYC-STATUS
018120     ELSE
018130         MOVE "F" TO CYC-STATUS
018140     END-IF
018150     REWRITE CYCLE-CONTROL-RECORD
018160         INVALID KEY
018170             DISPLAY "PAYREV: CYCLCTL REWRITE FAILED, STATUS "
018180                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
018190             MOVE 16 TO RETURN-CODE
018200     END-REWRITE
018210     CLOSE CYCLE-CONTROL-FILE.
018220 9900-EXIT.
018230     EXIT.
