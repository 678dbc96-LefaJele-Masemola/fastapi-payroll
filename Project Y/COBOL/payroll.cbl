002848*                  IN IT, SO THE TOTALS PRINTED THE WRONG
002850*                  GROSS; THE FIELD IS RELOADED WITH THE
002852*                  RUN'S OWN GROSS BEFORE THE TOTALS PRINT.
002853*  2026-10-15 TLM  A PARAMETER CARD IN REVERSAL MODE ("R",
002854*                  FOR PAYREV) NOW REFUSES THE RUN INSTEAD OF
002855*                  PAYING THE PERIOD AS A NORMAL LIVE RUN.
002856*  2026-10-15 TLM  EVERY LIVE, SETTLEMENT AND SUPPLEMENTARY
002857*                  RUN NOW WRITES THE PERIOD TO THE PAY
002858*                  REGISTER (PAYREG) FOR EARNHIST.
002859*  2026-10-15 TLM  EVERY LIVE, SETTLEMENT AND SUPPLEMENTARY
002860*                  RUN NOW WORKS OUT THE EMPLOYMENT TAX
002861*                  INCENTIVE FROM THE STATPARM ETI TABLE ON
002862*                  THE MONTH TO DATE (ETIMAST), POSTS THE
002863*                  CLAIM TO YTD-ETI AND THE RUN'S TOTAL TO
002864*                  THE EMP201 MONTH (SM-ETI).  NET PAY IS
002865*                  NOT AFFECTED - ETI IS THE EMPLOYER'S.
002866*  2026-10-15 TLM  RETIREMENT FUND MEMBERSHIPS (DEDUCTIONS-
002867*                  MASTER TYPE "R") ARE NOW TAKEN BEFORE PAYE -
002868*                  THE MEMBER'S CONTRIBUTION ON PENSIONABLE PAY
002869*                  COMES OFF THE TAXABLE REMUNERATION IN THE
002870*                  CUMULATIVE CALCULATION (YTD-FUND-EE), AND
002871*                  THE EMPLOYER'S CONTRIBUTION IS COSTED BY
002872*                  DEPARTMENT TO THE GL HANDOFF (DT-FUND-ER).
002873*                  BOTH GO TO THE WITHHELD DETAIL FILE UNDER
002874*                  THE FUND'S PAYEE ("R" AND "E" RECORDS).
002875*  2026-10-15 TLM  THE RUN IS NOW A STEP OF THE PAY-CYCLE
002876*                  CONTROL LEDGER (CYCLCTL) - IT IS REFUSED
002877*                  UNLESS TIMEEDIT COMPLETED FOR A WEEKLY OR
002878*                  SUPPLEMENTARY CYCLE, OR IF IT HAS ALREADY
002879*                  COMPLETED WITHOUT AN AUTHORISED OVERRIDE
002880*                  CARD, AND RECORDS ITS END, RETURN CODE,
002881*                  EMPLOYEES PAID AND NET PAY.  A TRIAL RUN IS
002882*                  LEDGERED AS PAYTRIAL AND MAY BE REPEATED.
002883*  2026-10-15 TLM  EACH PAY-RESULTS RECORD NOW CARRIES THE
002884*                  EMPLOYEE'S DEPARTMENT AND PAYMENT METHOD, SO
002885*                  EFTGEN CAN LEAVE CASH-PAID STAFF OUT OF THE
002886*                  BATCH AND CASHPAY CAN MAKE UP THEIR PACKETS.
002887*  2026-10-15 TLM  ONCE-OFF EARNINGS (EARNTRN, KEYED THROUGH
002888*                  EARNEDIT) ARE ADDED TO GROSS AND PRINTED ON
002889*                  THE PAYSLIP AS THEIR OWN LINES, TAXED AND
002890*                  UIF'D BY THE EARNINGS CODE TABLE ON THE
002891*                  STATPARM SET.  AN ANNUAL BONUS IS TAXED ON
002892*                  THE BONUS METHOD WITHIN THE CUMULATIVE PAYE.
002893*                  EACH CODE'S AMOUNT IS COSTED TO THE HOME
002894*                  DEPARTMENT AND HANDED TO GLJRNL FOR ITS OWN
002895*                  EXPENSE ACCOUNT ("E" DEPTTOT RECORDS).  A
002896*                  LIVE RUN STAMPS THE ITEMS PAID AND LISTS THE
002897*                  PERIOD'S ITEMS IT LEFT UNPAID.
002898*  2026-10-15 TLM  A LIVE RUN IS REFUSED UNTIL A TRIAL RUN FOR
002899*                  THE CYCLE HAS COMPLETED (PAYTRIAL ON THE
002900*                  CYCLE LEDGER).  THE UIF MONTH NOW TAKES THE
002901*                  UIF REMUNERATION, NOT THE WHOLE GROSS.  THE
002902*                  PAY REGISTER RECORDS THE HOURS ADDED TO THE
002903*                  ETI MONTH AND WHETHER THE PAYMENT WAS POSTED
002904*                  TO IT, FOR PAYREV.
002905*  2026-10-15 TLM  ONCE-OFF EARNINGS ARE NO LONGER PENSIONABLE
002906*                  ON THE MONTHLY RUN.  A SUPPLEMENTARY WHOSE
002907*                  ONCE-OFF EARNINGS EXCEED THE ADJUSTMENT DUE
002908*                  IS HELD OUT AND REPORTED - ITS SALARY SHARE
002909*                  WOULD COST NEGATIVE.
002910*----------------------------------------------------------------

002911 ENVIRONMENT DIVISION.
002912 INPUT-OUTPUT SECTION.
002913 FILE-CONTROL.
002915     SELECT EMPLOYEE-MASTER
002916         ASSIGN TO "EMPMAST"
002918         ORGANIZATION IS INDEXED
002920         ACCESS MODE IS DYNAMIC
002930         RECORD KEY IS EMP-NUMBER
002940         FILE STATUS IS WS-EMPMAST-STATUS.
003810         RECORD KEY IS SP-EFFECTIVE-DATE
003820         FILE STATUS IS WS-STATPARM-STATUS.

003821     SELECT PAY-REGISTER-FILE
003822         ASSIGN TO "PAYREG"
003823         ORGANIZATION IS INDEXED
003824         ACCESS MODE IS RANDOM
003825         RECORD KEY IS PRG-KEY
003826         FILE STATUS IS WS-PAYREG-STATUS.

003827     SELECT ETI-MONTH-FILE
003828         ASSIGN TO "ETIMAST"
003829         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS DYNAMIC
003831         RECORD KEY IS EM-KEY
003832         FILE STATUS IS WS-ETIMAST-STATUS.

003833     SELECT CYCLE-CONTROL-FILE
003834         ASSIGN TO "CYCLCTL"
003835         ORGANIZATION IS INDEXED
003836         ACCESS MODE IS DYNAMIC
003837         RECORD KEY IS CYC-KEY
003838         FILE STATUS IS WS-CYCLCTL-STATUS.

003839     SELECT CYCLE-OVERRIDE-FILE
003840         ASSIGN TO "CYCOVRD"
003841         ORGANIZATION IS LINE SEQUENTIAL
003842         FILE STATUS IS WS-CYCOVRD-STATUS.

003843     SELECT AUDIT-TRAIL-FILE
003844         ASSIGN TO "EMPAUDIT"
003845         ORGANIZATION IS LINE SEQUENTIAL
003846         FILE STATUS IS WS-EMPAUDIT-STATUS.

003847     SELECT EARNINGS-TRAN-FILE
003848         ASSIGN TO "EARNTRN"
003849         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS DYNAMIC
003851         RECORD KEY IS ET-KEY
003852         FILE STATUS IS WS-EARNTRN-STATUS.

003854 DATA DIVISION.
003856 FILE SECTION.
003858 FD  EMPLOYEE-MASTER
003860     LABEL RECORDS ARE STANDARD.
003870     COPY EMPMAST.

004400     LABEL RECORDS ARE STANDARD.
004410     COPY STATPARM.

004411 FD  PAY-REGISTER-FILE
004412     LABEL RECORDS ARE STANDARD.
004413     COPY PAYREG.

004414 FD  ETI-MONTH-FILE
004415     LABEL RECORDS ARE STANDARD.
004416     COPY ETIMAST.

004417 FD  CYCLE-CONTROL-FILE
004418     LABEL RECORDS ARE STANDARD.
004419     COPY CYCLCTL.

004420 FD  CYCLE-OVERRIDE-FILE
004421     LABEL RECORDS ARE STANDARD.
004422     COPY CYCOVRD.

004423 FD  AUDIT-TRAIL-FILE
004424     LABEL RECORDS ARE STANDARD.
004425     COPY EMPAUDIT.

004426 FD  EARNINGS-TRAN-FILE
004427     LABEL RECORDS ARE STANDARD.
004428     COPY EARNTRN.

004429 WORKING-STORAGE SECTION.
004430 01  WS-FILE-STATUSES.
004440     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
004450         88  EMPMAST-OK                     VALUE "00".
004940     05  WS-UIFMAST-STATUS       PIC X(02) VALUE "00".
004950         88  UIFMAST-OK                     VALUE "00".
004960         88  UIFMAST-NOT-FOUND              VALUE "35".
004961     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
004962         88  PAYREG-OK                      VALUE "00".
004963         88  PAYREG-NOT-FOUND               VALUE "35".
004964     05  WS-ETIMAST-STATUS       PIC X(02) VALUE "00".
004965         88  ETIMAST-OK                     VALUE "00".
004966         88  ETIMAST-NOT-FOUND              VALUE "35".
004967     05  WS-EARNTRN-STATUS       PIC X(02) VALUE "00".
004968         88  EARNTRN-OK                     VALUE "00".
004969         88  EARNTRN-NOT-FOUND              VALUE "35".

004970 01  WS-SWITCHES.
004980     05  WS-EOF-SW               PIC X(01) VALUE "N".
005570         88  END-OF-HISTORY                 VALUE "Y".
005580     05  WS-RESCAN-EOF-SW        PIC X(01) VALUE "N".
005590         88  END-OF-RESCAN                  VALUE "Y".
005591     05  WS-PAYREG-AVAIL-SW      PIC X(01) VALUE "N".
005592         88  PAYREG-AVAILABLE               VALUE "Y".
005593     05  WS-ETIMAST-AVAIL-SW     PIC X(01) VALUE "N".
005594         88  ETIMAST-AVAILABLE              VALUE "Y".
005595     05  WS-ETI-MONTH-SW         PIC X(01) VALUE "N".
005596         88  ETI-MONTH-NEW                  VALUE "Y".
005597     05  WS-ETI-SCAN-EOF-SW      PIC X(01) VALUE "N".
005598         88  END-OF-ETI-SCAN                VALUE "Y".
005599     05  WS-ETI-BAND-SW          PIC X(01) VALUE "N".
005600         88  ETI-BAND-FOUND                 VALUE "Y".
005601     05  WS-ETI-POSTED-SW        PIC X(01) VALUE "N".
005602         88  ETI-MONTH-POSTED               VALUE "Y".
005603     05  WS-EARNTRN-AVAIL-SW     PIC X(01) VALUE "N".
005604         88  EARNTRN-AVAILABLE              VALUE "Y".
005605     05  WS-EARN-SCAN-EOF-SW     PIC X(01) VALUE "N".
005606         88  END-OF-EARN-SCAN               VALUE "Y".
005607     05  WS-EARN-CODE-SW         PIC X(01) VALUE "N".
005608         88  EARN-CODE-FOUND                VALUE "Y".

005609 01  WS-RUN-COUNTERS.
005610     05  WS-EMPLOYEE-COUNT       PIC 9(5) VALUE ZERO.
005620     05  WS-EXCEPTION-COUNT      PIC 9(5) VALUE ZERO.
005630*    EMPLOYEES REFUSED BECAUSE THEIR YTD RECORD STILL CARRIES
006260     05  WS-PORTION-UIF-ER       PIC S9(09)V99 VALUE ZERO.
006270     05  WS-PORTION-SDL          PIC S9(09)V99 VALUE ZERO.
006280     05  WS-PORTION-NET          PIC S9(09)V99 VALUE ZERO.
006285     05  WS-PORTION-FUND-ER      PIC S9(09)V99 VALUE ZERO.
006290     05  WS-ALLOC-GROSS          PIC S9(09)V99 VALUE ZERO.
006300     05  WS-ALLOC-PAYE           PIC S9(09)V99 VALUE ZERO.
006310     05  WS-ALLOC-UIF            PIC S9(09)V99 VALUE ZERO.
006320     05  WS-ALLOC-UIF-ER         PIC S9(09)V99 VALUE ZERO.
006330     05  WS-ALLOC-SDL            PIC S9(09)V99 VALUE ZERO.
006340     05  WS-ALLOC-NET            PIC S9(09)V99 VALUE ZERO.
006345     05  WS-ALLOC-FUND-ER        PIC S9(09)V99 VALUE ZERO.
006346*    THE GROSS THE SPLITS SHARE - THE PERIOD'S GROSS LESS ITS
006347*    ONCE-OFF EARNINGS, WHICH ARE COSTED TO THE HOME DEPARTMENT.
006348     05  WS-SPLIT-GROSS          PIC S9(09)V99 VALUE ZERO.

006350 01  WS-DEPT-TOTALS.
006360     05  WS-DEPT-COUNT           PIC 9(03) VALUE ZERO.
006440         10  WS-DEPT-UIF-ER      PIC 9(09)V99.
006450         10  WS-DEPT-SDL         PIC 9(09)V99.
006460         10  WS-DEPT-NET         PIC 9(09)V99.
006465         10  WS-DEPT-FUND-ER     PIC 9(09)V99.
006466         10  WS-DEPT-EARN-ROW.
006467             15  WS-DEPT-EARNINGS    PIC 9(09)V99.
006468             15  WS-DEPT-EARN-AMT    PIC 9(09)V99
006469                                     OCCURS 12 TIMES.

006470 01  WS-GRAND-TOTALS.
006480     05  WS-GRAND-EMP-COUNT      PIC 9(05) VALUE ZERO.
006520     05  WS-GRAND-UIF-ER         PIC 9(09)V99 VALUE ZERO.
006530     05  WS-GRAND-SDL            PIC 9(09)V99 VALUE ZERO.
006540     05  WS-GRAND-NET            PIC 9(09)V99 VALUE ZERO.
006545     05  WS-GRAND-ETI            PIC S9(07)V99 VALUE ZERO.
006547     05  WS-GRAND-FUND-ER        PIC 9(09)V99 VALUE ZERO.
006548     05  WS-GRAND-EARNINGS       PIC 9(09)V99 VALUE ZERO.

006550 01  WS-DEPT-EDIT-FIELDS.
006560     05  WS-ED-DEPT-COUNT        PIC ZZ,ZZ9.
006600     05  WS-ED-DEPT-UIF-ER       PIC ZZZ,ZZZ,ZZ9.99.
006610     05  WS-ED-DEPT-SDL          PIC ZZZ,ZZZ,ZZ9.99.
006620     05  WS-ED-DEPT-NET          PIC ZZZ,ZZZ,ZZ9.99.
006625     05  WS-ED-DEPT-FUND-ER      PIC ZZZ,ZZZ,ZZ9.99.

006630 01  WS-TIME-FIELDS.
006640     05  WS-HOURS-WORKED         PIC 9(03)V99.
006840     05  SDL-LEVY                PIC 9(7)V99.
006850     05  GARNISHEE-DEDUCTION     PIC 9(7)V99.
006860     05  VOLUNTARY-DEDUCTION     PIC 9(7)V99.
006863     05  FUND-EE-DEDUCTION       PIC 9(7)V99.
006866     05  FUND-ER-CONTRIBUTION    PIC 9(7)V99.
006870     05  NET-PAY                 PIC 9(7)V99.

006880 01  WS-RECURRING-DED-FIELDS.
006890     05  WS-DED-CALC-AMOUNT      PIC 9(7)V99.
006900     05  WS-DED-REMAINING-PAY    PIC 9(7)V99.
006901     05  WS-DED-ER-AMOUNT        PIC 9(7)V99.
006902*    THE PAY A RETIREMENT FUND CONTRIBUTION IS WORKED ON -
006903*    ORDINARY PAY AND PAID LEAVE, NOT OVERTIME OR THE HOLIDAY
006904*    PREMIUM, NOR A LEAVE BALANCE PAID OUT ON SETTLEMENT.
006905     05  WS-PENSIONABLE-PAY      PIC 9(7)V99.
006910     05  WS-DED-IN-RANGE-SW      PIC X(01) VALUE "Y".
006920         88  DED-IN-RANGE                   VALUE "Y".
006930     05  WS-DED-PASS-TYPE        PIC X(01) VALUE SPACE.

006940*----------------------------------------------------------------
006950*  THE EMPLOYEE'S IN-RANGE DEDUCTIONS, COLLECTED OFF THE MASTER
006960*  SCAN AND THEN APPLIED RETIREMENT FUNDS FIRST (BEFORE PAYE),
006970*  THEN GARNISHEES, EACH CAPPED AGAINST THE PAY STILL
006980*  REMAINING, SO THE PER-DEDUCTION AMOUNTS ON THE WITHHELD
006983*  DETAIL FILE ADD TO EXACTLY WHAT LEFT THE PAY.  A FUND ENTRY
006986*  ALSO CARRIES THE EMPLOYER'S CONTRIBUTION.
006990*----------------------------------------------------------------
007000 01  WS-EMP-DED-TABLE.
007010     05  WS-EDT-COUNT            PIC 9(02) VALUE ZERO.
007040         10  WS-EDT-SEQ          PIC 9(02).
007050         10  WS-EDT-PAYEE        PIC 9(04).
007060         10  WS-EDT-AMOUNT       PIC 9(07)V99.
007065         10  WS-EDT-ER-AMOUNT    PIC 9(07)V99.
007070     05  WS-EDT-SUB              PIC 9(02) VALUE ZERO.
007080     05  WS-EDT-APPLIED          PIC 9(07)V99 VALUE ZERO.

007840     05  WS-YTD-PRIOR-GROSS      PIC 9(09)V99 VALUE ZERO.
007850     05  WS-YTD-PRIOR-PAYE       PIC 9(09)V99 VALUE ZERO.
007860     05  WS-YTD-PRIOR-PERIODS    PIC 9(03) VALUE ZERO.
007865     05  WS-YTD-PRIOR-FUND-EE    PIC 9(09)V99 VALUE ZERO.
007870     05  WS-CUM-GROSS            PIC 9(09)V99 VALUE ZERO.
007880     05  WS-CUM-PERIODS          PIC 9(03) VALUE ZERO.
007890*    THE PERIOD COUNT EXPRESSED IN WEEKS - A MONTHLY-PAID
007920     05  WS-PAYE-CUM-DUE         PIC 9(09)V99 VALUE ZERO.
007930     05  WS-PAYE-SIGNED          PIC S9(07)V99 VALUE ZERO.
007940*    THE MOST PAYE THE PERIOD CAN BEAR - THE PAY LEFT AFTER
007950*    THE EMPLOYEE'S UIF AND RETIREMENT FUND CONTRIBUTION COME
007955*    OFF.
007960     05  WS-PAYE-LIMIT           PIC S9(07)V99 VALUE ZERO.
007970     05  WS-PE-SERIAL            PIC 9(07) VALUE ZERO.
007971*    ONCE-OFF EARNINGS THAT ARE NOT TAXABLE COME OUT OF THE
007972*    CUMULATIVE GROSS, AND ANNUAL BONUSES ARE TAXED APART FROM
007973*    IT ON THE BONUS METHOD (SEE 3100-).
007974     05  WS-CUM-TAXABLE          PIC S9(09)V99 VALUE ZERO.
007975     05  WS-CUM-BONUS            PIC 9(09)V99 VALUE ZERO.
007976     05  WS-PAYE-REGULAR-WEEKLY  PIC 9(07)V99 VALUE ZERO.
007977     05  WS-PAYE-BONUS-TAX       PIC 9(09)V99 VALUE ZERO.

007980*----------------------------------------------------------------
007990*  THE WEEKLY PAYE BRACKET TABLE, LOADED AT 1060- FROM THE
008130
008140 01  WS-STATPARM-SUB             PIC 9(02) VALUE ZERO.

008141*----------------------------------------------------------------
008142*  EMPLOYMENT TAX INCENTIVE TABLE - LOADED FROM THE SAME
008143*  STATPARM SET AS THE PAYE BRACKETS.  MONTHLY FIGURES; A ZERO
008144*  BAND COUNT (A SET LOADED WITHOUT ETI CARDS) CLAIMS NOTHING.
008145*----------------------------------------------------------------
008146 01  WS-ETI-TABLE.
008147     05  ETI-MIN-AGE             PIC 9(02) VALUE ZERO.
008148     05  ETI-MAX-AGE             PIC 9(02) VALUE ZERO.
008149     05  ETI-MIN-WAGE            PIC 9(03)V99 VALUE ZERO.
008150     05  ETI-STD-HOURS           PIC 9(03) VALUE ZERO.
008151     05  ETI-BAND-COUNT          PIC 9(01) VALUE ZERO.
008152     05  ETI-BAND-ENTRY OCCURS 4 TIMES INDEXED BY ETI-IDX.
008153         10  ETI-UPPER-LIMIT     PIC 9(05)V99.
008154         10  ETI-TAPER-SW        PIC X(01).
008155             88  ETI-TAPERS              VALUE "T".
008156         10  ETI-1ST-BASE        PIC 9(04)V99.
008157         10  ETI-1ST-RATE        PIC V999.
008158         10  ETI-2ND-BASE        PIC 9(04)V99.
008159         10  ETI-2ND-RATE        PIC V999.

008160 01  WS-ETI-FIELDS.
008161     05  WS-ETI-BIRTH-DATE       PIC 9(08) VALUE ZERO.
008162     05  WS-ETI-BIRTH-SPLIT REDEFINES WS-ETI-BIRTH-DATE.
008163         10  WS-ETI-BIRTH-YEAR   PIC 9(04).
008164         10  WS-ETI-BIRTH-MM     PIC 9(02).
008165         10  WS-ETI-BIRTH-DD     PIC 9(02).
008166     05  WS-ETI-AGE              PIC 9(03) VALUE ZERO.
008167     05  WS-ETI-PRIOR-MONTHS     PIC 9(03) VALUE ZERO.
008168     05  WS-ETI-PERIOD-HOURS     PIC 9(04)V99 VALUE ZERO.
008169     05  WS-ETI-HOURLY-WAGE      PIC 9(07)V99 VALUE ZERO.
008170     05  WS-ETI-REMUNERATION     PIC 9(09)V99 VALUE ZERO.
008171     05  WS-ETI-PRIOR-LIMIT      PIC 9(05)V99 VALUE ZERO.
008172     05  WS-ETI-BAND-BASE        PIC 9(04)V99 VALUE ZERO.
008173     05  WS-ETI-BAND-RATE        PIC V999 VALUE ZERO.
008174     05  WS-ETI-WORK             PIC S9(09)V99 VALUE ZERO.
008175     05  WS-ETI-MONTH-AMOUNT     PIC 9(05)V99 VALUE ZERO.
008176     05  WS-ETI-CLAIM            PIC S9(05)V99 VALUE ZERO.

008177*----------------------------------------------------------------
008178*  EARNINGS CODE TABLE - LOADED FROM THE SAME STATPARM SET AS
008179*  THE PAYE BRACKETS.  A SET LOADED WITHOUT EARNINGS CODE CARDS
008180*  PAYS NO ONCE-OFF EARNINGS - THE ITEMS WAIT, UNPAID, FOR A
008181*  SET THAT CARRIES THEIR CODES.
008182*----------------------------------------------------------------
008183 01  WS-EARN-CODE-TABLE.
008184     05  EARN-CODE-COUNT         PIC 9(02) VALUE ZERO.
008185     05  EARN-CODE-ENTRY OCCURS 12 TIMES INDEXED BY EARN-IDX.
008186         10  EARN-CODE           PIC X(03).
008187         10  EARN-DESC           PIC X(20).
008188         10  EARN-TAXABLE-SW     PIC X(01).
008189             88  EARN-TAXABLE            VALUE "Y".
008190         10  EARN-UIF-SW         PIC X(01).
008191             88  EARN-UIF-ABLE           VALUE "Y".
008192         10  EARN-IRP5-CODE      PIC 9(04).
008193         10  EARN-BONUS-SW       PIC X(01).
008194             88  EARN-ANNUAL-BONUS       VALUE "Y".
008195         10  EARN-GL-ACCOUNT     PIC 9(08).

008196*----------------------------------------------------------------
008197*  THE EMPLOYEE'S ONCE-OFF EARNINGS PAID THIS RUN, COLLECTED OFF
008198*  THE EARNINGS FILE AT 2200- - EACH WITH ITS SLOT IN THE CODE
008199*  TABLE - AND THE SPLITS THE TAX, UIF AND REGISTER NEED.
008200*----------------------------------------------------------------
008201 01  WS-EMP-EARN-TABLE.
008202     05  WS-EET-COUNT            PIC 9(02) VALUE ZERO.
008203     05  WS-EET-ENTRY OCCURS 12 TIMES.
008204         10  WS-EET-CODE         PIC X(03).
008205         10  WS-EET-SLOT         PIC 9(02).
008206         10  WS-EET-AMOUNT       PIC 9(07)V99.
008207     05  WS-EET-SUB              PIC 9(02) VALUE ZERO.
008208     05  WS-EARN-SLOT-SUB        PIC 9(02) VALUE ZERO.

008209 01  WS-EARN-FIELDS.
008210     05  WS-EARN-TOTAL           PIC 9(07)V99 VALUE ZERO.
008211     05  WS-EARN-NON-TAXABLE     PIC 9(07)V99 VALUE ZERO.
008212     05  WS-EARN-NON-UIF         PIC 9(07)V99 VALUE ZERO.
008213     05  WS-EARN-BONUS           PIC 9(07)V99 VALUE ZERO.
008214*    ITEMS FOR THE PERIOD AN EARLIER RUN ALREADY PAID - ADDED
008215*    BACK ON A SUPPLEMENTARY SO THE DIFFERENCE COMES OUT RIGHT.
008216     05  WS-EARN-PAID-BEFORE     PIC 9(07)V99 VALUE ZERO.
008217*    NON-TAXABLE AND ANNUAL BONUS ITEMS PAID EARLIER IN THE TAX
008218*    YEAR, FOR THE CUMULATIVE PAYE.
008219     05  WS-PRIOR-EARN-NON-TAX   PIC 9(09)V99 VALUE ZERO.
008220     05  WS-PRIOR-EARN-BONUS     PIC 9(09)V99 VALUE ZERO.
008221     05  WS-UIF-BASE             PIC 9(07)V99 VALUE ZERO.
008222     05  WS-EARN-UNPAID-COUNT    PIC 9(05) VALUE ZERO.
008223     05  WS-ED-EARN-AMOUNT       PIC Z,ZZZ,ZZ9.99.

008224 01  WS-PAYSLIP-EDIT-FIELDS.
008226     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
008228     05  WS-ED-HOURS             PIC ZZ9.99.
008229     05  WS-ED-REG-HOURS         PIC ZZ9.99.
008231     05  WS-ED-OT-HOURS          PIC ZZ9.99.
008233     05  WS-ED-HOLIDAY-HOURS     PIC ZZ9.99.
008234     05  WS-ED-RATE              PIC ZZ9.99.
008236     05  WS-ED-GROSS-PAY         PIC Z,ZZZ,ZZ9.99.
008238     05  WS-ED-PAYE              PIC -Z,ZZZ,ZZ9.99.
008240     05  WS-ED-UIF               PIC Z,ZZZ,ZZ9.99.
008250     05  WS-ED-GARNISHEE         PIC Z,ZZZ,ZZ9.99.
008260     05  WS-ED-VOLUNTARY         PIC Z,ZZZ,ZZ9.99.
008265     05  WS-ED-FUND-EE           PIC Z,ZZZ,ZZ9.99.
008270     05  WS-ED-NET-PAY           PIC Z,ZZZ,ZZ9.99.
008280     05  WS-ED-SALARY            PIC Z,ZZZ,ZZ9.99.
008290     05  WS-ED-DAYS              PIC Z9.
008350     05  WS-ED-SETTLE-LVE-DAYS   PIC ZZ9.99.
008360     05  WS-ED-SETTLE-LVE-PAY    PIC Z,ZZZ,ZZ9.99.

008365     COPY CYCLWORK.

008370 PROCEDURE DIVISION.

008380*----------------------------------------------------------------
008430     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
008440         UNTIL END-OF-TIME-FILE
008450     PERFORM 9000-TERMINATE THRU 9000-EXIT
008455     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
008460     STOP RUN.

008470*----------------------------------------------------------------
008580     ACCEPT WS-RUN-DATE FROM DATE
008590     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
008600     MOVE WS-RUN-CC-YEAR TO WS-TAX-YEAR
008602     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
008604*    THE CYCLE LEDGER IS CHECKED BEFORE ANY FILE IS OPENED.  A
008607*    TRIAL RUN NEEDS WHAT THE LIVE RUN NEEDS BUT IS LEDGERED
008609*    APART AND MAY BE REPEATED AS OFTEN AS WANTED.  THE LIVE
008611*    RUN ITSELF IS REFUSED UNTIL A TRIAL HAS COMPLETED (9825-).
008614     IF NOT PERIOD-RUN-REFUSED
008615         MOVE "PAYROLL" TO CYW-THIS-STEP
008616         MOVE "PAYROLL" TO CYW-SEQUENCE-STEP
008617         IF TRIAL-RUN
008618             MOVE "PAYTRIAL" TO CYW-THIS-STEP
008619             SET CYW-RERUN-FREE TO TRUE
008620         END-IF
008621         MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
008622         MOVE WS-LEDGER-FREQUENCY TO CYW-FREQUENCY
008623         PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
008624         IF CYW-STEP-REFUSED
008625             SET PERIOD-RUN-REFUSED TO TRUE
008626         END-IF
008627     END-IF
008628     IF PERIOD-RUN-REFUSED
008629         MOVE "Y" TO WS-EOF-SW
008630         GO TO 1000-EXIT
008631     END-IF
008634*    THE SETTLEMENT RUN REWRITES THE MASTER (THE SETTLED FLAG),
008637*    SO IT ALONE OPENS THE MASTER FOR UPDATE.
008640     IF SETTLEMENT-RUN AND NOT TRIAL-RUN
008650         OPEN I-O EMPLOYEE-MASTER
008660     ELSE
008930             MOVE "Y" TO WS-EOF-SW
008940             GO TO 1000-EXIT
008950         END-IF
008951*        THE ONCE-OFF EARNINGS FILE IS READ BY A TRIAL AND
008952*        STAMPED PAID BY A LIVE RUN.
008953         PERFORM 1195-OPEN-EARNINGS-FILE THRU 1195-EXIT
008954         IF PERIOD-RUN-REFUSED
008955             MOVE "Y" TO WS-EOF-SW
008956             GO TO 1000-EXIT
008957         END-IF
008960         IF TRIAL-RUN
008970             PERFORM 1350-INITIALIZE-TRIAL-RUN THRU 1350-EXIT
008980             GO TO 1000-EXIT
009340         PERFORM 1150-OPEN-DEDUCTIONS-MASTER THRU 1150-EXIT
009350         PERFORM 1170-OPEN-DEDUCTION-TAKEN THRU 1170-EXIT
009360         PERFORM 1180-OPEN-UIF-MONTH THRU 1180-EXIT
009365         PERFORM 1190-OPEN-ETI-MONTH THRU 1190-EXIT
009370         PERFORM 1100-OPEN-YTD-MASTER THRU 1100-EXIT
009380         PERFORM 1500-OPEN-PAY-HISTORY THRU 1500-EXIT
009381         PERFORM 1550-OPEN-PAY-REGISTER THRU 1550-EXIT
009390         PERFORM 1800-OPEN-LEAVE-MASTER THRU 1800-EXIT
009400         PERFORM 2900-READ-PAY-DRIVER THRU 2900-EXIT
009410         IF RESTART-RUN
009880                     "TO THE WEEKLY RUN ONLY - MODE IGNORED"
009890             END-IF
009900         END-IF
009901         IF PARM-REVERSAL-RUN
009902             DISPLAY "PAYROLL: PARAMETER CARD IS IN REVERSAL "
009903                 "MODE - THAT CARD IS FOR PAYREV - RUN REFUSED"
009904             SET PERIOD-RUN-REFUSED TO TRUE
009905         END-IF
009910         CLOSE RUN-PARM-FILE
009920     END-IF
009930     MOVE WS-RUN-FREQ-SW TO WS-LEDGER-FREQUENCY
011030     MOVE SP-BRACKET-COUNT TO PAYE-BRACKET-COUNT
011040     PERFORM 1066-LOAD-ONE-BRACKET THRU 1066-EXIT
011050         VARYING WS-STATPARM-SUB FROM 1 BY 1
011060         UNTIL WS-STATPARM-SUB > 8
011061*    A SET CONVERTED FROM BEFORE THE ETI TABLE CARRIES NO
011062*    BAND COUNT UNTIL STATLOAD RELOADS IT - NO ETI IS CLAIMED.
011063     IF SP-ETI-BAND-COUNT NUMERIC
011064         MOVE SP-ETI-BAND-COUNT TO ETI-BAND-COUNT
011065     ELSE
011066         MOVE ZERO TO ETI-BAND-COUNT
011067     END-IF
011068     IF ETI-BAND-COUNT > ZERO
011069         MOVE SP-ETI-MIN-AGE TO ETI-MIN-AGE
011070         MOVE SP-ETI-MAX-AGE TO ETI-MAX-AGE
011071         MOVE SP-ETI-MIN-WAGE TO ETI-MIN-WAGE
011072         MOVE SP-ETI-STD-HOURS TO ETI-STD-HOURS
011073         PERFORM 1067-LOAD-ONE-ETI-BAND THRU 1067-EXIT
011074             VARYING WS-STATPARM-SUB FROM 1 BY 1
011075             UNTIL WS-STATPARM-SUB > 4
011076     END-IF
011077*    A SET CONVERTED FROM BEFORE THE EARNINGS CODE TABLE CARRIES
011078*    SPACES IN ITS CODE COUNT - IT PAYS NO ONCE-OFF EARNINGS.
011079     IF SP-EARN-COUNT NUMERIC
011080         MOVE SP-EARN-COUNT TO EARN-CODE-COUNT
011081     ELSE
011082         MOVE ZERO TO EARN-CODE-COUNT
011083     END-IF
011084     PERFORM 1068-LOAD-ONE-EARN-CODE THRU 1068-EXIT
011085         VARYING WS-STATPARM-SUB FROM 1 BY 1
011086         UNTIL WS-STATPARM-SUB > 12.
011087 1065-EXIT.
011088     EXIT.

011090*----------------------------------------------------------------
011100*  1066-LOAD-ONE-BRACKET
011190 1066-EXIT.
011200     EXIT.

011201*----------------------------------------------------------------
011202*  1067-LOAD-ONE-ETI-BAND
011203*----------------------------------------------------------------
011204 1067-LOAD-ONE-ETI-BAND.
011205     MOVE SP-ETI-UPPER-LIMIT (WS-STATPARM-SUB)
011206         TO ETI-UPPER-LIMIT (WS-STATPARM-SUB)
011207     MOVE SP-ETI-TAPER-SW (WS-STATPARM-SUB)
011208         TO ETI-TAPER-SW (WS-STATPARM-SUB)
011209     MOVE SP-ETI-1ST-BASE (WS-STATPARM-SUB)
011210         TO ETI-1ST-BASE (WS-STATPARM-SUB)
011211     MOVE SP-ETI-1ST-RATE (WS-STATPARM-SUB)
011212         TO ETI-1ST-RATE (WS-STATPARM-SUB)
011213     MOVE SP-ETI-2ND-BASE (WS-STATPARM-SUB)
011214         TO ETI-2ND-BASE (WS-STATPARM-SUB)
011215     MOVE SP-ETI-2ND-RATE (WS-STATPARM-SUB)
011216         TO ETI-2ND-RATE (WS-STATPARM-SUB).
011217 1067-EXIT.
011218     EXIT.

011219*----------------------------------------------------------------
011220*  1068-LOAD-ONE-EARN-CODE - A SLOT BEYOND THE COUNT IS BLANKED
011221*  SO THE CODE SEARCH CAN NEVER MATCH IT
011222*----------------------------------------------------------------
011223 1068-LOAD-ONE-EARN-CODE.
011224     IF WS-STATPARM-SUB > EARN-CODE-COUNT
011225         MOVE SPACES TO EARN-CODE-ENTRY (WS-STATPARM-SUB)
011226         MOVE ZERO TO EARN-IRP5-CODE (WS-STATPARM-SUB)
011227         MOVE ZERO TO EARN-GL-ACCOUNT (WS-STATPARM-SUB)
011228         GO TO 1068-EXIT
011229     END-IF
011230     MOVE SP-EARN-CODE (WS-STATPARM-SUB)
011231         TO EARN-CODE (WS-STATPARM-SUB)
011232     MOVE SP-EARN-DESC (WS-STATPARM-SUB)
011233         TO EARN-DESC (WS-STATPARM-SUB)
011234     MOVE SP-EARN-TAXABLE-SW (WS-STATPARM-SUB)
011235         TO EARN-TAXABLE-SW (WS-STATPARM-SUB)
011236     MOVE SP-EARN-UIF-SW (WS-STATPARM-SUB)
011237         TO EARN-UIF-SW (WS-STATPARM-SUB)
011238     MOVE SP-EARN-IRP5-CODE (WS-STATPARM-SUB)
011239         TO EARN-IRP5-CODE (WS-STATPARM-SUB)
011240     MOVE SP-EARN-BONUS-SW (WS-STATPARM-SUB)
011241         TO EARN-BONUS-SW (WS-STATPARM-SUB)
011242     MOVE SP-EARN-GL-ACCOUNT (WS-STATPARM-SUB)
011243         TO EARN-GL-ACCOUNT (WS-STATPARM-SUB).
011244 1068-EXIT.
011245     EXIT.

011246*----------------------------------------------------------------
011247*  1120-OPEN-YTD-FOR-TRIAL
011248*  A TRIAL RUN READS THE YTD-MASTER FOR THE CUMULATIVE PAYE
011249*  BASIS BUT NEVER WRITES IT.  A FILE NOT YET ON DISK (FIRST
011250*  PERIOD OF THE FIRST TAX YEAR) SIMPLY MEANS EVERY EMPLOYEE
011260*  CALCULATES FROM A ZERO YEAR-TO-DATE.
011270*----------------------------------------------------------------
012090 1180-EXIT.
012100     EXIT.

012101*----------------------------------------------------------------
012102*  1190-OPEN-ETI-MONTH
012103*  THE PER-EMPLOYEE MONTHLY ETI RECORDS - OPENED I-O AND
012104*  CREATED EMPTY ON THE FIRST RUN EVER, LIKE THE UIFMAST.  AN
012105*  OPEN FAILURE IS REPORTED AND THE PAY RUN STILL COMPLETES,
012106*  BUT CLAIMS NO ETI - THE NEXT RUN IN THE MONTH RECALCULATES
012107*  THE MONTH TO DATE AND CLAIMS WHAT THIS ONE MISSED.
012108*----------------------------------------------------------------
012109 1190-OPEN-ETI-MONTH.
012110     OPEN I-O ETI-MONTH-FILE
012111     IF ETIMAST-NOT-FOUND
012112         OPEN OUTPUT ETI-MONTH-FILE
012113         CLOSE ETI-MONTH-FILE
012114         OPEN I-O ETI-MONTH-FILE
012115     END-IF
012116     IF ETIMAST-OK
012117         MOVE "Y" TO WS-ETIMAST-AVAIL-SW
012118     ELSE
012119         DISPLAY "PAYROLL: ETIMAST OPEN FAILED, STATUS "
012120             WS-ETIMAST-STATUS
012121         DISPLAY "PAYROLL: NO EMPLOYMENT TAX INCENTIVE CLAIMED "
012122             "THIS RUN"
012123     END-IF.
012124 1190-EXIT.
012125     EXIT.

012126*----------------------------------------------------------------
012127*  1195-OPEN-EARNINGS-FILE
012128*  THE ONCE-OFF EARNINGS FILE - READ BY A TRIAL, OPENED I-O BY
012129*  A LIVE RUN TO STAMP ITS ITEMS PAID.  A FILE NOT YET ON DISK
012130*  (NOTHING EVER KEYED THROUGH EARNEDIT) MEANS NO ONCE-OFF
012131*  EARNINGS.  ANY OTHER OPEN FAILURE REFUSES THE RUN - PAYING
012132*  THE PERIOD WITHOUT ITS BONUSES AND COMMISSION WOULD TAKE A
012133*  SUPPLEMENTARY FOR EVERY ONE OF THEM, AND THE CUMULATIVE PAYE
012134*  WOULD NOT SEE THE BONUSES PAID EARLIER IN THE YEAR.
012135*----------------------------------------------------------------
012136 1195-OPEN-EARNINGS-FILE.
012137     IF TRIAL-RUN
012138         OPEN INPUT EARNINGS-TRAN-FILE
012139     ELSE
012140         OPEN I-O EARNINGS-TRAN-FILE
012141     END-IF
012142     IF EARNTRN-NOT-FOUND
012143         GO TO 1195-EXIT
012144     END-IF
012145     IF EARNTRN-OK
012146         SET EARNTRN-AVAILABLE TO TRUE
012147     ELSE
012148         DISPLAY "PAYROLL: EARNTRN OPEN FAILED, STATUS "
012149             WS-EARNTRN-STATUS " - RUN REFUSED"
012150         SET PERIOD-RUN-REFUSED TO TRUE
012151     END-IF.
012152 1195-EXIT.
012153     EXIT.

012154*----------------------------------------------------------------
012155*  1200-RESTART-FROM-CHECKPOINT
012156*  PICKS UP THE LAST EMPLOYEE NUMBER RECORDED ON THE CHECKPOINT
012157*  FILE (1300-SKIP-PAID-TIMECARDS SKIPS THE MATCHED TIME FILE
012158*  FORWARD PAST IT AFTER THE PRIMING READ) SO THE RUN RESUMES
012160*  WITHOUT REPAYING STAFF ALREADY PROCESSED, AND RESTORES THE
012170*  RUNNING DEPARTMENT AND GRAND TOTALS SO THE DEPARTMENT SUMMARY
012180*  REPORT AT THE END OF THE RUN STILL COVERS THE WHOLE WEEK.
015850 1500-EXIT.
015860     EXIT.

015861*----------------------------------------------------------------
015862*  1550-OPEN-PAY-REGISTER
015863*  THE MULTI-PERIOD PAY REGISTER - OPENED I-O AND CREATED EMPTY
015864*  ON THE FIRST RUN EVER, LIKE THE PAY HISTORY.  AN OPEN
015865*  FAILURE IS REPORTED AND THE PAY RUN STILL COMPLETES, BUT
015866*  THE RUN'S PERIODS WILL BE MISSING FROM EARNHIST.
015867*----------------------------------------------------------------
015868 1550-OPEN-PAY-REGISTER.
015869     OPEN I-O PAY-REGISTER-FILE
015870     IF PAYREG-NOT-FOUND
015871         OPEN OUTPUT PAY-REGISTER-FILE
015872         CLOSE PAY-REGISTER-FILE
015873         OPEN I-O PAY-REGISTER-FILE
015874     END-IF
015875     IF PAYREG-OK
015876         MOVE "Y" TO WS-PAYREG-AVAIL-SW
015877     ELSE
015878         DISPLAY "PAYROLL: PAYREG OPEN FAILED, STATUS "
015879             WS-PAYREG-STATUS
015880         DISPLAY "PAYROLL: PAY REGISTER NOT WRITTEN THIS RUN"
015881     END-IF.
015882 1550-EXIT.
015883     EXIT.

015885*----------------------------------------------------------------
015887*  1600-WRITE-VARIANCE-HEADING
015890*----------------------------------------------------------------
015900 1600-WRITE-VARIANCE-HEADING.
015910     MOVE SPACES TO VARIANCE-LINE
016150     MOVE CKPT-GRAND-UIF-ER TO WS-GRAND-UIF-ER
016160     MOVE CKPT-GRAND-SDL TO WS-GRAND-SDL
016170     MOVE CKPT-GRAND-NET TO WS-GRAND-NET
016171     IF CKPT-GRAND-ETI NUMERIC
016172         MOVE CKPT-GRAND-ETI TO WS-GRAND-ETI
016173     ELSE
016174         MOVE ZERO TO WS-GRAND-ETI
016175     END-IF
016176     IF CKPT-GRAND-FUND-ER NUMERIC
016177         MOVE CKPT-GRAND-FUND-ER TO WS-GRAND-FUND-ER
016178     ELSE
016179         MOVE ZERO TO WS-GRAND-FUND-ER
016180     END-IF
016181     IF CKPT-GRAND-EARNINGS NUMERIC
016182         MOVE CKPT-GRAND-EARNINGS TO WS-GRAND-EARNINGS
016183     ELSE
016184         MOVE ZERO TO WS-GRAND-EARNINGS
016185     END-IF
016187     MOVE CKPT-DEPT-COUNT TO WS-DEPT-COUNT
016190     PERFORM 1260-RESTORE-DEPT-ENTRY THRU 1260-EXIT
016200         VARYING WS-DEPT-IDX FROM 1 BY 1
016210         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
016400     MOVE CKPT-DEPT-SDL (WS-DEPT-IDX)
016410         TO WS-DEPT-SDL (WS-DEPT-IDX)
016420     MOVE CKPT-DEPT-NET (WS-DEPT-IDX)
016430         TO WS-DEPT-NET (WS-DEPT-IDX)
016431     IF CKPT-DEPT-FUND-ER (WS-DEPT-IDX) NUMERIC
016432         MOVE CKPT-DEPT-FUND-ER (WS-DEPT-IDX)
016433             TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
016434     ELSE
016435         MOVE ZERO TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
016436     END-IF
016437     IF CKPT-DEPT-EARN-ROW (WS-DEPT-IDX) NUMERIC
016438         MOVE CKPT-DEPT-EARN-ROW (WS-DEPT-IDX)
016439             TO WS-DEPT-EARN-ROW (WS-DEPT-IDX)
016440     ELSE
016441         MOVE ZERO TO WS-DEPT-EARN-ROW (WS-DEPT-IDX)
016442     END-IF.
016446 1260-EXIT.
016450     EXIT.

016460*----------------------------------------------------------------
016780     PERFORM 2050-VALIDATE-EMPLOYEE THRU 2050-EXIT
016790     IF VALID-EMPLOYEE
016800         PERFORM 2100-CALCULATE-GROSS-PAY THRU 2100-EXIT
016801*        THE PERIOD'S ONCE-OFF EARNINGS GO ON TOP OF THE PAY -
016802*        BEFORE A SUPPLEMENTARY NETS OFF WHAT WAS ALREADY PAID.
016803         PERFORM 2200-COLLECT-EARNINGS THRU 2200-EXIT
016810*        A SUPPLEMENTARY PAYS ONLY THE DIFFERENCE OVER WHAT
016820*        THE PERIOD ALREADY PAID - NOTHING DUE, NOTHING PAID.
016830         IF SUPP-RUN
016910         IF TRIAL-RUN
016920             PERFORM 3700-COMPARE-TO-HISTORY THRU 3700-EXIT
016930         ELSE
016935             PERFORM 3430-CALCULATE-ETI THRU 3430-EXIT
016940             PERFORM 3400-UPDATE-YTD-MASTER THRU 3400-EXIT
016950             PERFORM 3300-ACCUMULATE-DEPT-TOTALS THRU 3300-EXIT
016960             PERFORM 3500-WRITE-PAY-RESULT THRU 3500-EXIT
016970             PERFORM 3420-UPDATE-UIF-MONTH THRU 3420-EXIT
016980             PERFORM 3600-UPDATE-PAY-HISTORY THRU 3600-EXIT
016981             PERFORM 3650-WRITE-PAY-REGISTER THRU 3650-EXIT
016982             PERFORM 3670-MARK-EARNINGS-PAID THRU 3670-EXIT
016990             IF SETTLEMENT-RUN
017000                 PERFORM 3850-SETTLE-LEAVE-BALANCE THRU 3850-EXIT
017010             ELSE
019040     MOVE WS-GRAND-UIF-ER TO CKPT-GRAND-UIF-ER
019050     MOVE WS-GRAND-SDL TO CKPT-GRAND-SDL
019060     MOVE WS-GRAND-NET TO CKPT-GRAND-NET
019065     MOVE WS-GRAND-ETI TO CKPT-GRAND-ETI
019066     MOVE ZERO TO CKPT-FUND-ER-TOTALS
019067     MOVE WS-GRAND-FUND-ER TO CKPT-GRAND-FUND-ER
019068     MOVE ZERO TO CKPT-EARN-TOTALS
019069     MOVE WS-GRAND-EARNINGS TO CKPT-GRAND-EARNINGS
019070     MOVE WS-DEPT-COUNT TO CKPT-DEPT-COUNT
019080     PERFORM 2960-SAVE-DEPT-ENTRY THRU 2960-EXIT
019090         VARYING WS-DEPT-IDX FROM 1 BY 1
019310     MOVE WS-DEPT-SDL (WS-DEPT-IDX)
019320         TO CKPT-DEPT-SDL (WS-DEPT-IDX)
019330     MOVE WS-DEPT-NET (WS-DEPT-IDX)
019340         TO CKPT-DEPT-NET (WS-DEPT-IDX)
019343     MOVE WS-DEPT-FUND-ER (WS-DEPT-IDX)
019346         TO CKPT-DEPT-FUND-ER (WS-DEPT-IDX)
019347     MOVE WS-DEPT-EARN-ROW (WS-DEPT-IDX)
019348         TO CKPT-DEPT-EARN-ROW (WS-DEPT-IDX).
019350 2960-EXIT.
019360     EXIT.

021930         MOVE "RECALCULATION NOT MORE THAN ALREADY PAID"
021940             TO WS-EXCEPTION-REASON
021950         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
021952         GO TO 2120-EXIT
021954     END-IF
021955*    THE ONCE-OFF EARNINGS ARE COSTED WHOLE AND THE SALARY TAKES
021956*    THE REST OF THE EXCESS - ONE THAT CANNOT COVER THEM MEANS A
021957*    CORRECTED CARD CUT THE BASE PAY, WHICH THE WAGES OFFICE
021958*    MUST SETTLE.  THE ITEMS STAY UNPAID FOR THE NEXT RUN.
021959     IF WS-EARN-TOTAL > GROSS-PAY
021960         MOVE "N" TO WS-ADJ-DUE-SW
021962         MOVE "ONCE-OFF EARNINGS EXCEED THE ADJUSTMENT"
021964             TO WS-EXCEPTION-REASON
021966         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
021968     END-IF.
021970 2120-EXIT.
021980     EXIT.

023960 2195-EXIT.
023970     EXIT.

023971*----------------------------------------------------------------
023972*  2200-COLLECT-EARNINGS
023973*  READS THE EMPLOYEE'S ONCE-OFF EARNINGS ITEMS AND ADDS THE
023974*  PERIOD'S TO GROSS.  AN ITEM IS PAID BY THIS RUN IF IT IS
023975*  KEYED FOR THIS PERIOD-END AND STILL ENTERED - OR ALREADY
023976*  STAMPED PAID BY THIS SAME RUN, WHICH IS A RESTART REPAYING
023977*  THE EMPLOYEE AT THE CHECKPOINT.  AN ITEM FOR THE PERIOD PAID
023978*  BY AN EARLIER RUN IS ADDED BACK ONLY ON A SUPPLEMENTARY, SO
023979*  THE DIFFERENCE OVER WHAT THE PERIOD ALREADY PAID COMES OUT
023980*  RIGHT.  THE SAME PASS TOTALS THE NON-TAXABLE AND ANNUAL
023981*  BONUS ITEMS PAID EARLIER IN THE TAX YEAR (BY THE TREATMENT
023982*  STAMPED ON THEM WHEN PAID) FOR THE CUMULATIVE PAYE.
023983*----------------------------------------------------------------
023984 2200-COLLECT-EARNINGS.
023985     MOVE ZERO TO WS-EET-COUNT
023986     MOVE ZERO TO WS-EARN-TOTAL
023987     MOVE ZERO TO WS-EARN-NON-TAXABLE
023988     MOVE ZERO TO WS-EARN-NON-UIF
023989     MOVE ZERO TO WS-EARN-BONUS
023990     MOVE ZERO TO WS-EARN-PAID-BEFORE
023991     MOVE ZERO TO WS-PRIOR-EARN-NON-TAX
023992     MOVE ZERO TO WS-PRIOR-EARN-BONUS
023993     IF NOT EARNTRN-AVAILABLE
023994         GO TO 2200-EXIT
023995     END-IF
023996     MOVE EMP-NUMBER TO ET-EMP-NUMBER
023997     MOVE ZERO TO ET-PERIOD-END
023998     MOVE LOW-VALUES TO ET-EARN-CODE
023999     MOVE "N" TO WS-EARN-SCAN-EOF-SW
024000     START EARNINGS-TRAN-FILE KEY IS NOT LESS THAN ET-KEY
024001         INVALID KEY
024002             GO TO 2200-EXIT
024003     END-START
024004     PERFORM 2210-READ-NEXT-EARNINGS THRU 2210-EXIT
024005     PERFORM 2220-TAKE-ONE-EARNINGS THRU 2220-EXIT
024006         UNTIL END-OF-EARN-SCAN
024007     ADD WS-EARN-TOTAL TO GROSS-PAY
024008     IF SUPP-RUN
024009         ADD WS-EARN-PAID-BEFORE TO GROSS-PAY
024010     END-IF.
024011 2200-EXIT.
024012     EXIT.

024013*----------------------------------------------------------------
024014*  2210-READ-NEXT-EARNINGS - THE SCAN ENDS AT THE NEXT EMPLOYEE
024015*----------------------------------------------------------------
024016 2210-READ-NEXT-EARNINGS.
024017     READ EARNINGS-TRAN-FILE NEXT RECORD
024018         AT END
024019             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
024020     END-READ
024021     IF NOT END-OF-EARN-SCAN
024022         AND ET-EMP-NUMBER NOT = EMP-NUMBER
024023             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
024024     END-IF.
024025 2210-EXIT.
024026     EXIT.

024027*----------------------------------------------------------------
024028*  2220-TAKE-ONE-EARNINGS - ONE ITEM OFF THE EMPLOYEE'S SCAN
024029*----------------------------------------------------------------
024030 2220-TAKE-ONE-EARNINGS.
024031     IF ET-PAID
024032         AND ET-PAID-PERIOD-END = WS-PERIOD-END-DATE
024033         AND ET-PAID-FREQUENCY = WS-LEDGER-FREQUENCY
024034             PERFORM 2230-HOLD-EARNINGS-ITEM THRU 2230-EXIT
024035             GO TO 2220-NEXT
024036     END-IF
024037     IF ET-PAID
024038         IF ET-PAID-YEAR = WS-TAX-YEAR
024039             IF NOT ET-TAXABLE
024040                 ADD ET-AMOUNT TO WS-PRIOR-EARN-NON-TAX
024041             END-IF
024042             IF ET-ANNUAL-BONUS
024043                 ADD ET-AMOUNT TO WS-PRIOR-EARN-BONUS
024044             END-IF
024045         END-IF
024046         IF ET-PERIOD-END = WS-PERIOD-END-DATE
024047             ADD ET-AMOUNT TO WS-EARN-PAID-BEFORE
024048         END-IF
024049         GO TO 2220-NEXT
024050     END-IF
024051     IF ET-PERIOD-END = WS-PERIOD-END-DATE
024052         PERFORM 2230-HOLD-EARNINGS-ITEM THRU 2230-EXIT
024053     END-IF.
024054 2220-NEXT.
024055     PERFORM 2210-READ-NEXT-EARNINGS THRU 2210-EXIT.
024056 2220-EXIT.
024057     EXIT.

024058*----------------------------------------------------------------
024059*  2230-HOLD-EARNINGS-ITEM
024060*  AN ITEM PAYABLE THIS RUN GOES INTO THE EMPLOYEE'S TABLE AND
024061*  ITS TOTALS BY THE CODE'S TREATMENT ON THE PERIOD'S RATE SET.
024062*  AN ITEM WHOSE CODE IS NOT ON THAT SET IS REPORTED AND LEFT
024063*  UNPAID UNTIL THE CODE IS LOADED.
024064*----------------------------------------------------------------
024065 2230-HOLD-EARNINGS-ITEM.
024066     MOVE "N" TO WS-EARN-CODE-SW
024067     SET EARN-IDX TO 1
024068     SEARCH EARN-CODE-ENTRY
024069         AT END
024070             CONTINUE
024071         WHEN EARN-CODE (EARN-IDX) = ET-EARN-CODE
024072             SET EARN-CODE-FOUND TO TRUE
024073     END-SEARCH
024074     IF NOT EARN-CODE-FOUND
024075         MOVE SPACES TO WS-EXCEPTION-REASON
024076         STRING "EARNINGS CODE " ET-EARN-CODE
024077             " NOT ON THE RATE SET"
024078             DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
024079         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
024080         GO TO 2230-EXIT
024081     END-IF
024082     IF WS-EET-COUNT >= 12
024083         GO TO 2230-EXIT
024084     END-IF
024085     ADD 1 TO WS-EET-COUNT
024086     MOVE ET-EARN-CODE TO WS-EET-CODE (WS-EET-COUNT)
024087     SET WS-EET-SLOT (WS-EET-COUNT) TO EARN-IDX
024088     MOVE ET-AMOUNT TO WS-EET-AMOUNT (WS-EET-COUNT)
024089     ADD ET-AMOUNT TO WS-EARN-TOTAL
024090     IF NOT EARN-TAXABLE (EARN-IDX)
024091         ADD ET-AMOUNT TO WS-EARN-NON-TAXABLE
024092     END-IF
024093     IF NOT EARN-UIF-ABLE (EARN-IDX)
024094         ADD ET-AMOUNT TO WS-EARN-NON-UIF
024095     END-IF
024096     IF EARN-ANNUAL-BONUS (EARN-IDX)
024097         ADD ET-AMOUNT TO WS-EARN-BONUS
024098     END-IF.
024099 2230-EXIT.
024100     EXIT.

024101*----------------------------------------------------------------
024102*  2900-READ-PAY-DRIVER - NEXT RECORD OFF THE RUN'S DRIVER
024104*  THE WEEKLY RUN IS DRIVEN BY THE MATCHED TIME FILE; THE
024105*  MONTHLY AND SETTLEMENT RUNS WALK THE EMPLOYEE-MASTER ITSELF
024106*  IN KEY ORDER.
024108*----------------------------------------------------------------
024109 2900-READ-PAY-DRIVER.
024110     IF NOT WEEKLY-RUN
024112         READ EMPLOYEE-MASTER NEXT RECORD
024113             AT END
024114                 MOVE "Y" TO WS-EOF-SW
024116         END-READ
024117     ELSE
024118         READ MATCHED-TIME-FILE
024120             AT END
024130                 MOVE "Y" TO WS-EOF-SW
024140         END-READ
024190*  3000-CALCULATE-DEDUCTIONS - STATUTORY DEDUCTIONS AND NET PAY
024200*----------------------------------------------------------------
024210 3000-CALCULATE-DEDUCTIONS.
024211     MOVE ZERO TO GARNISHEE-DEDUCTION
024212     MOVE ZERO TO VOLUNTARY-DEDUCTION
024213     MOVE ZERO TO FUND-EE-DEDUCTION
024214     MOVE ZERO TO FUND-ER-CONTRIBUTION
024215     MOVE ZERO TO WS-PENSIONABLE-PAY
024216     MOVE ZERO TO WS-EDT-COUNT
024217*    THE ORIGINAL RUN ALREADY TOOK THE PERIOD'S RECURRING
024218*    DEDUCTIONS AND FUND CONTRIBUTIONS - A SUPPLEMENTARY TAKES
024219*    STATUTORIES ONLY.
024220     IF NOT SUPP-RUN
024221         PERFORM 3240-COLLECT-RECURRING-DEDUCTIONS
024222             THRU 3240-EXIT
024223     END-IF
024226*    UIF COMES FIRST, THEN THE RETIREMENT FUND CONTRIBUTIONS,
024230*    WHICH COME OFF THE TAXABLE PAY BEFORE PAYE - THE
024236*    CUMULATIVE PAYE CATCH-UP IS CAPPED AGAINST THE PAY LEFT
024242*    AFTER BOTH, SO NET PAY CANNOT GO BELOW ZERO.
024250     PERFORM 3200-CALCULATE-UIF-AND-SDL THRU 3200-EXIT
024252     IF NOT SUPP-RUN
024254         PERFORM 3245-APPLY-FUND-CONTRIBUTIONS THRU 3245-EXIT
024256     END-IF
024260     PERFORM 3100-CALCULATE-PAYE-DEDUCTION THRU 3100-EXIT
024290     IF NOT SUPP-RUN
024330         PERFORM 3250-APPLY-RECURRING-DEDUCTIONS THRU 3250-EXIT
024340     END-IF
024350     COMPUTE NET-PAY =
024360         GROSS-PAY - PAYE-DEDUCTION - UIF-EE-DEDUCTION
024365             - FUND-EE-DEDUCTION
024370             - GARNISHEE-DEDUCTION - VOLUNTARY-DEDUCTION.
024380 3000-EXIT.
024390     EXIT.

024400*----------------------------------------------------------------
024410*  3100-CALCULATE-PAYE-DEDUCTION - CUMULATIVE BASIS
024413*  THE TAXABLE PAY IS THE GROSS LESS THE MEMBER'S RETIREMENT
024416*  FUND CONTRIBUTIONS, THIS PERIOD'S AND THE YEAR'S TO DATE.
024420*  THE YEAR-TO-DATE TAXABLE PAY INCLUDING THIS PERIOD IS AVERAGED
024430*  OVER THE PERIODS PAID THIS TAX YEAR (EXPRESSED IN WEEKS -
024440*  A MONTHLY-PAID EMPLOYEE'S PERIODS CONVERT AT FIFTY-TWO OVER
024450*  TWELVE), TAXED AT THE WEEKLY BRACKET TABLE, AND SCALED BACK
024520*  CATCH-UP BIGGER THAN THE PERIOD CAN BEAR IS CAPPED AT THE
024530*  PAY LEFT AFTER UIF - THE SHORTFALL CARRIES FORWARD ON ITS
024540*  OWN, SINCE THE PAYE TAKEN STAYS BELOW THE CUMULATIVE DUE.
024541*  ONCE-OFF EARNINGS THAT ARE NOT TAXABLE ARE LEFT OUT.  AN
024542*  ANNUAL BONUS IS TAXED ON THE BONUS METHOD - THE TAX ON THE
024543*  REGULAR PAY ANNUALISED PLUS THE YEAR'S BONUSES TO DATE, LESS
024544*  THE TAX ON THE REGULAR PAY ALONE - AND THAT IS ADDED TO THE
024545*  CUMULATIVE LIABILITY WHOLE, NOT AVERAGED OVER THE PERIODS AS
024546*  IF THE BONUS WERE EARNED EVERY WEEK.
024550*----------------------------------------------------------------
024560 3100-CALCULATE-PAYE-DEDUCTION.
024570     PERFORM 3150-FETCH-PRIOR-YTD THRU 3150-EXIT
024580     COMPUTE WS-CUM-BONUS =
024581         WS-PRIOR-EARN-BONUS + WS-EARN-BONUS
024582     COMPUTE WS-CUM-TAXABLE =
024583         WS-YTD-PRIOR-GROSS - WS-YTD-PRIOR-FUND-EE
024584             + GROSS-PAY - FUND-EE-DEDUCTION
024585             - WS-PRIOR-EARN-NON-TAX - WS-EARN-NON-TAXABLE
024586             - WS-CUM-BONUS
024587     IF WS-CUM-TAXABLE < ZERO
024588         MOVE ZERO TO WS-CUM-TAXABLE
024589     END-IF
024590     MOVE WS-CUM-TAXABLE TO WS-CUM-GROSS
024600*    A RECORD CONVERTED IN PLACE CARRIES MONEY BUT NO PERIOD
024610*    COUNT - AVERAGING A YEAR'S GROSS OVER ONE WEEK WOULD TAX
024620*    THE LOT AT THE TOP RATE, SO THE COUNT IS DERIVED FROM THE
024920*            OPEN-ENDED TOP BRACKET ANYWAY.
024930             MOVE 9999999.99 TO WS-PAYE-LOOKUP-GROSS
024940     END-COMPUTE
024950     PERFORM 3110-LOOKUP-WEEKLY-TAX THRU 3110-EXIT
025140     COMPUTE WS-PAYE-CUM-DUE ROUNDED =
025150         WS-PAYE-WEEKLY-AMOUNT * WS-CUM-WEEKS
025151     IF WS-CUM-BONUS > ZERO
025152         MOVE WS-PAYE-WEEKLY-AMOUNT TO WS-PAYE-REGULAR-WEEKLY
025153         COMPUTE WS-PAYE-LOOKUP-GROSS ROUNDED =
025154             WS-PAYE-LOOKUP-GROSS
025155                 + (WS-CUM-BONUS / WS-WEEKS-PER-YEAR)
025156             ON SIZE ERROR
025157                 MOVE 9999999.99 TO WS-PAYE-LOOKUP-GROSS
025158         END-COMPUTE
025159         PERFORM 3110-LOOKUP-WEEKLY-TAX THRU 3110-EXIT
025160         COMPUTE WS-PAYE-BONUS-TAX ROUNDED =
025161             (WS-PAYE-WEEKLY-AMOUNT - WS-PAYE-REGULAR-WEEKLY)
025162                 * WS-WEEKS-PER-YEAR
025163         ADD WS-PAYE-BONUS-TAX TO WS-PAYE-CUM-DUE
025164     END-IF
025167     COMPUTE WS-PAYE-SIGNED =
025170         WS-PAYE-CUM-DUE - WS-YTD-PRIOR-PAYE
025180     IF WS-PAYE-SIGNED < ZERO
025190         AND WS-PE-MM NOT = 12
025220*    A CATCH-UP BEYOND WHAT THE PERIOD CAN BEAR WOULD DRIVE
025230*    NET PAY NEGATIVE (AND THE UNSIGNED NET WOULD WRAP) - THE
025240*    SAME CAP 3250- GIVES RECURRING DEDUCTIONS.
025250     COMPUTE WS-PAYE-LIMIT =
025255         GROSS-PAY - UIF-EE-DEDUCTION - FUND-EE-DEDUCTION
025260     IF WS-PAYE-SIGNED > WS-PAYE-LIMIT
025270         MOVE WS-PAYE-LIMIT TO WS-PAYE-SIGNED
025280     END-IF
025300 3100-EXIT.
025310     EXIT.

025311*----------------------------------------------------------------
025312*  3110-LOOKUP-WEEKLY-TAX - THE WEEKLY TAX ON THE WEEKLY FIGURE
025313*  IN WS-PAYE-LOOKUP-GROSS, FROM THE BRACKET TABLE, INTO
025314*  WS-PAYE-WEEKLY-AMOUNT
025315*----------------------------------------------------------------
025316 3110-LOOKUP-WEEKLY-TAX.
025317     SET PAYE-IDX TO 1
025318     SEARCH PAYE-BRACKET-ENTRY
025319         AT END
025320             SET PAYE-IDX TO PAYE-BRACKET-COUNT
025321         WHEN WS-PAYE-LOOKUP-GROSS
025322             NOT > PAYE-UPPER-LIMIT (PAYE-IDX)
025323             CONTINUE
025324     END-SEARCH
025325     IF PAYE-IDX = 1
025326         MOVE ZERO TO WS-PAYE-PRIOR-LIMIT
025327     ELSE
025328         COMPUTE WS-PAYE-PRIOR-LIMIT =
025329             PAYE-UPPER-LIMIT (PAYE-IDX - 1)
025330     END-IF
025331     COMPUTE WS-PAYE-EXCESS =
025332         WS-PAYE-LOOKUP-GROSS - WS-PAYE-PRIOR-LIMIT
025333     COMPUTE WS-PAYE-WEEKLY-AMOUNT ROUNDED =
025334         PAYE-BASE-AMOUNT (PAYE-IDX) +
025335         (WS-PAYE-EXCESS * PAYE-RATE (PAYE-IDX)).
025336 3110-EXIT.
025337     EXIT.

025338*----------------------------------------------------------------
025339*  3150-FETCH-PRIOR-YTD
025340*  THE EMPLOYEE'S YEAR-TO-DATE FIGURES AS THEY STAND BEFORE
025350*  THIS PERIOD POSTS.  NO RECORD, A RECORD FROM A PRIOR TAX
025360*  YEAR, OR NO YTD FILE AT ALL (A TRIAL BEFORE THE FIRST LIVE
025370*  RUN) ALL MEAN A ZERO YEAR-TO-DATE.  A PERIODS OR FUND
025380*  FIELD STILL CARRYING SPACES READS AS ZERO.
025390*----------------------------------------------------------------
025400 3150-FETCH-PRIOR-YTD.
025410     MOVE ZERO TO WS-YTD-PRIOR-GROSS
025420     MOVE ZERO TO WS-YTD-PRIOR-PAYE
025430     MOVE ZERO TO WS-YTD-PRIOR-PERIODS
025435     MOVE ZERO TO WS-YTD-PRIOR-FUND-EE
025440     IF NOT YTD-FILE-AVAILABLE
025450         GO TO 3150-EXIT
025460     END-IF
025560     MOVE YTD-PAYE TO WS-YTD-PRIOR-PAYE
025570     IF YTD-PERIODS NUMERIC
025580         MOVE YTD-PERIODS TO WS-YTD-PRIOR-PERIODS
025590     END-IF
025592     IF YTD-FUND-EE NUMERIC
025594         MOVE YTD-FUND-EE TO WS-YTD-PRIOR-FUND-EE
025596     END-IF.
025600 3150-EXIT.
025610     EXIT.

025890*  WEEKLY CEILING AS IT STANDS, OR ITS MONTHLY EQUIVALENT ON
025900*  THE SALARIED RUN.  SDL IS A 1% EMPLOYER PAYROLL LEVY AND IS
025910*  NOT DEDUCTED FROM THE EMPLOYEE'S PAY.
025911*  ONCE-OFF EARNINGS THAT DO NOT COUNT AS REMUNERATION FOR UIF
025912*  ARE LEFT OUT OF THE UIF BASE; SDL STAYS ON THE WHOLE GROSS.
025920*----------------------------------------------------------------
025930 3200-CALCULATE-UIF-AND-SDL.
025940     IF MONTHLY-RUN
026100             MOVE ZERO TO WS-PERIOD-UIF-CEILING
026110         END-IF
026120     END-IF
026121     IF GROSS-PAY > WS-EARN-NON-UIF
026122         COMPUTE WS-UIF-BASE = GROSS-PAY - WS-EARN-NON-UIF
026123     ELSE
026124         MOVE ZERO TO WS-UIF-BASE
026125     END-IF
026130     IF WS-UIF-BASE > WS-PERIOD-UIF-CEILING
026140         COMPUTE UIF-EE-DEDUCTION ROUNDED =
026150             WS-PERIOD-UIF-CEILING * UIF-EE-RATE
026160         COMPUTE UIF-ER-CONTRIBUTION ROUNDED =
026170             WS-PERIOD-UIF-CEILING * UIF-ER-RATE
026180     ELSE
026190         COMPUTE UIF-EE-DEDUCTION ROUNDED =
026200             WS-UIF-BASE * UIF-EE-RATE
026210         COMPUTE UIF-ER-CONTRIBUTION ROUNDED =
026220             WS-UIF-BASE * UIF-ER-RATE
026230     END-IF
026240     COMPUTE SDL-LEVY ROUNDED = GROSS-PAY * SDL-RATE.
026250 3200-EXIT.
026260     EXIT.

026270*----------------------------------------------------------------
026280*  3240-COLLECT-RECURRING-DEDUCTIONS
026290*  THE MASTER SCAN COLLECTS THE EMPLOYEE'S IN-RANGE RECURRING
026300*  DEDUCTIONS AND RETIREMENT FUND MEMBERSHIPS FROM THE
026310*  DEDUCTIONS-MASTER FILE INTO A TABLE.  IT RUNS BEFORE ANY
026320*  DEDUCTION IS WORKED OUT, SINCE A FUND CONTRIBUTION REDUCES
026330*  THE PAY PAYE IS CALCULATED ON.  IF DEDUCTIONS-MASTER DID
026340*  NOT OPEN (NO RECURRING DEDUCTIONS ON FILE FOR ANYONE), THE
026350*  TABLE STAYS EMPTY AND NOTHING IS APPLIED.
026360*----------------------------------------------------------------
026370 3240-COLLECT-RECURRING-DEDUCTIONS.
026380     PERFORM 3242-SET-PENSIONABLE-PAY THRU 3242-EXIT
026440     MOVE "N" TO WS-DED-EOF-SW
026450     IF DEDMAST-AVAILABLE
026460         MOVE EMP-NUMBER TO DED-EMP-NUMBER
026510         END-START
026520         PERFORM 3260-PROCESS-ONE-DEDUCTION THRU 3260-EXIT
026530             UNTIL END-OF-EMP-DEDUCTIONS
026531     END-IF.
026532 3240-EXIT.
026534     EXIT.

026535*----------------------------------------------------------------
026536*  3242-SET-PENSIONABLE-PAY
026538*  THE WEEKLY PAY'S ORDINARY HOURS AND PAID LEAVE, THE
026539*  SALARY PAID FOR THE MONTH, OR THE FINAL DAYS PAID ON A
026540*  SETTLEMENT - OVERTIME, THE HOLIDAY PREMIUM, ONCE-OFF EARNINGS
026542*  AND A LEAVE BALANCE PAID OUT ARE NOT PENSIONABLE.
026543*----------------------------------------------------------------
026544 3242-SET-PENSIONABLE-PAY.
026546     IF SETTLEMENT-RUN
026547         MOVE WS-SETTLE-DAYS-PAY TO WS-PENSIONABLE-PAY
026548     ELSE
026550         IF WEEKLY-RUN
026551             COMPUTE WS-PENSIONABLE-PAY ROUNDED =
026552                 (WS-REGULAR-HOURS * EMP-HOURLY-RATE)
026554                     + WS-LEAVE-PAY
026555         ELSE
026556             COMPUTE WS-PENSIONABLE-PAY =
026558                 GROSS-PAY - WS-EARN-TOTAL
026559         END-IF
026561     END-IF.
026562 3242-EXIT.
026563     EXIT.

026564*----------------------------------------------------------------
026565*  3245-APPLY-FUND-CONTRIBUTIONS
026566*  THE MEMBER'S CONTRIBUTION TO EACH RETIREMENT FUND COMES OFF
026567*  THE PAY LEFT AFTER UIF, AHEAD OF PAYE, AND IS RECORDED ON
026568*  THE WITHHELD DETAIL FILE TOGETHER WITH THE EMPLOYER'S
026569*  CONTRIBUTION FOR THE MONTH-END REMITTANCE TO THE FUND.
026570*----------------------------------------------------------------
026571 3245-APPLY-FUND-CONTRIBUTIONS.
026572     COMPUTE WS-DED-REMAINING-PAY =
026573         GROSS-PAY - UIF-EE-DEDUCTION
026574     MOVE "R" TO WS-DED-PASS-TYPE
026575     PERFORM 3280-APPLY-ONE-DEDUCTION THRU 3280-EXIT
026576         VARYING WS-EDT-SUB FROM 1 BY 1
026577         UNTIL WS-EDT-SUB > WS-EDT-COUNT.
026578 3245-EXIT.
026579     EXIT.

026580*----------------------------------------------------------------
026581*  3250-APPLY-RECURRING-DEDUCTIONS
026582*  APPLIES THE EMPLOYEE'S RECURRING DEDUCTIONS COLLECTED BY
026583*  3240- ON TOP OF THE STATUTORY DEDUCTIONS AND FUND
026584*  CONTRIBUTIONS ALREADY CALCULATED - GARNISHEE ORDERS
026586*  FIRST, EACH ONE CAPPED AGAINST THE PAY STILL REMAINING SO
026587*  NET PAY CANNOT GO BELOW ZERO, AND EACH AMOUNT ACTUALLY
026588*  TAKEN IS RECORDED ON THE WITHHELD DETAIL FILE WITH ITS
026589*  PAYEE FOR THE MONTH-END REMITTANCE.
026590*----------------------------------------------------------------
026591 3250-APPLY-RECURRING-DEDUCTIONS.
026593     COMPUTE WS-DED-REMAINING-PAY =
026594         GROSS-PAY - PAYE-DEDUCTION - UIF-EE-DEDUCTION
026595             - FUND-EE-DEDUCTION
026596     MOVE "G" TO WS-DED-PASS-TYPE
026597     PERFORM 3280-APPLY-ONE-DEDUCTION THRU 3280-EXIT
026598         VARYING WS-EDT-SUB FROM 1 BY 1
026600         UNTIL WS-EDT-SUB > WS-EDT-COUNT
026610     MOVE "V" TO WS-DED-PASS-TYPE
026620     PERFORM 3280-APPLY-ONE-DEDUCTION THRU 3280-EXIT
026930*  MEANS THE DEDUCTION IS OPEN-ENDED ON THAT SIDE.  A PAYEE
026940*  FIELD STILL CARRYING THE OLD FILLER SPACES COLLECTS AS
026950*  PAYEE ZERO - THE MONEY IS STILL TAKEN, AND DEDREMIT REPORTS
026960*  IT AS HAVING NO PAYEE ON FILE.  A RETIREMENT FUND LINE
026965*  WORKS OUT BOTH CONTRIBUTIONS ON THE PENSIONABLE PAY.
026970*----------------------------------------------------------------
026980 3270-ACCUMULATE-DEDUCTION.
026990     MOVE "Y" TO WS-DED-IN-RANGE-SW
027100     END-IF
027110     IF NOT DED-TYPE-GARNISHEE
027120         AND NOT DED-TYPE-VOLUNTARY
027125         AND NOT DED-TYPE-RETIREMENT
027130             GO TO 3270-EXIT
027140     END-IF
027150     IF WS-EDT-COUNT >= 20
027210         END-IF
027220         GO TO 3270-EXIT
027230     END-IF
027231     MOVE ZERO TO WS-DED-ER-AMOUNT
027232     IF DED-TYPE-RETIREMENT
027233         COMPUTE WS-DED-CALC-AMOUNT ROUNDED =
027234             WS-PENSIONABLE-PAY * DED-PERCENTAGE / 100
027235*        AN OLD RECORD CARRIES SPACES IN THE EMPLOYER RATE.
027236         IF DED-ER-PERCENTAGE NUMERIC
027237             COMPUTE WS-DED-ER-AMOUNT ROUNDED =
027238                 WS-PENSIONABLE-PAY * DED-ER-PERCENTAGE / 100
027239         END-IF
027240     ELSE
027241         IF DED-METHOD-PERCENTAGE
027250             COMPUTE WS-DED-CALC-AMOUNT ROUNDED =
027260                 GROSS-PAY * DED-PERCENTAGE / 100
027270         ELSE
027280             MOVE DED-AMOUNT TO WS-DED-CALC-AMOUNT
027290         END-IF
027295     END-IF
027300     ADD 1 TO WS-EDT-COUNT
027310     MOVE DED-TYPE-CODE TO WS-EDT-TYPE (WS-EDT-COUNT)
027320     MOVE DED-SEQUENCE-NO TO WS-EDT-SEQ (WS-EDT-COUNT)
027350     ELSE
027360         MOVE ZERO TO WS-EDT-PAYEE (WS-EDT-COUNT)
027370     END-IF
027380     MOVE WS-DED-CALC-AMOUNT TO WS-EDT-AMOUNT (WS-EDT-COUNT)
027385     MOVE WS-DED-ER-AMOUNT TO WS-EDT-ER-AMOUNT (WS-EDT-COUNT).
027390 3270-EXIT.
027400     EXIT.

027510         MOVE WS-DED-REMAINING-PAY TO WS-EDT-APPLIED
027520     END-IF
027530     SUBTRACT WS-EDT-APPLIED FROM WS-DED-REMAINING-PAY
027531*    THE TABLE KEEPS WHAT WAS ACTUALLY TAKEN FOR THE REGISTER.
027532     MOVE WS-EDT-APPLIED TO WS-EDT-AMOUNT (WS-EDT-SUB)
027540     IF WS-DED-PASS-TYPE = "G"
027550         ADD WS-EDT-APPLIED TO GARNISHEE-DEDUCTION
027560     ELSE
027561         IF WS-DED-PASS-TYPE = "R"
027562             ADD WS-EDT-APPLIED TO FUND-EE-DEDUCTION
027563             ADD WS-EDT-ER-AMOUNT (WS-EDT-SUB)
027564                 TO FUND-ER-CONTRIBUTION
027565         ELSE
027570             ADD WS-EDT-APPLIED TO VOLUNTARY-DEDUCTION
027575         END-IF
027580     END-IF
027590     IF WS-EDT-APPLIED > ZERO
027600         AND NOT TRIAL-RUN
027610         AND DEDTAKEN-AVAILABLE
027620             PERFORM 3290-WRITE-DEDUCTION-TAKEN THRU 3290-EXIT
027630     END-IF
027631*    THE EMPLOYER'S SHARE IS NOT TAKEN FROM THE PAY, SO IT IS
027632*    NEVER CAPPED - IT IS REMITTED WITH THE MEMBER'S.
027633     IF WS-DED-PASS-TYPE = "R"
027634         AND WS-EDT-ER-AMOUNT (WS-EDT-SUB) > ZERO
027635         AND NOT TRIAL-RUN
027636         AND DEDTAKEN-AVAILABLE
027637             PERFORM 3295-WRITE-EMPLOYER-SHARE THRU 3295-EXIT
027638     END-IF.
027640 3280-EXIT.
027650     EXIT.

027800 3290-EXIT.
027810     EXIT.

027811*----------------------------------------------------------------
027812*  3295-WRITE-EMPLOYER-SHARE - THE EMPLOYER'S CONTRIBUTION FOR
027813*  A RETIREMENT FUND MEMBERSHIP, AS AN "E" WITHHELD RECORD
027814*----------------------------------------------------------------
027815 3295-WRITE-EMPLOYER-SHARE.
027816     MOVE SPACES TO DEDUCTION-TAKEN-RECORD
027817     MOVE WS-PERIOD-END-DATE TO DK-PERIOD-END-DATE
027818     MOVE WS-LEDGER-FREQUENCY TO DK-RUN-FREQUENCY
027819     MOVE EMP-NUMBER TO DK-EMP-NUMBER
027820     MOVE EMP-NAME TO DK-EMP-NAME
027821     MOVE WS-EDT-PAYEE (WS-EDT-SUB) TO DK-PAYEE-ID
027822     MOVE WS-EDT-SEQ (WS-EDT-SUB) TO DK-SEQUENCE-NO
027823     MOVE "E" TO DK-TYPE-CODE
027824     MOVE WS-EDT-ER-AMOUNT (WS-EDT-SUB) TO DK-AMOUNT
027825     WRITE DEDUCTION-TAKEN-RECORD.
027826 3295-EXIT.
027827     EXIT.

027828*----------------------------------------------------------------
027830*  3300-ACCUMULATE-DEPT-TOTALS
027840*  ROLLS THIS EMPLOYEE'S PAY INTO THE RUNNING TOTALS FOR THE
027850*  COST CENTRES ACTUALLY WORKED AND INTO THE RUN GRAND TOTALS.
028160     MOVE ZERO TO WS-ALLOC-UIF-ER
028170     MOVE ZERO TO WS-ALLOC-SDL
028180     MOVE ZERO TO WS-ALLOC-NET
028185     MOVE ZERO TO WS-ALLOC-FUND-ER
028186     COMPUTE WS-SPLIT-GROSS = GROSS-PAY - WS-EARN-TOTAL
028190     PERFORM 3310-ALLOCATE-ONE-SPLIT THRU 3310-EXIT
028200         VARYING WS-SPLIT-SUB FROM 1 BY 1
028210         UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT
028211     IF WS-EET-COUNT > ZERO
028212         PERFORM 3320-COST-EARNINGS THRU 3320-EXIT
028213     END-IF
028220     ADD 1 TO WS-GRAND-EMP-COUNT
028230     ADD GROSS-PAY TO WS-GRAND-GROSS
028240     ADD PAYE-DEDUCTION TO WS-GRAND-PAYE
028250     ADD UIF-EE-DEDUCTION TO WS-GRAND-UIF
028260     ADD UIF-ER-CONTRIBUTION TO WS-GRAND-UIF-ER
028270     ADD SDL-LEVY TO WS-GRAND-SDL
028280     ADD NET-PAY TO WS-GRAND-NET
028285     ADD FUND-ER-CONTRIBUTION TO WS-GRAND-FUND-ER
028286     ADD WS-EARN-TOTAL TO WS-GRAND-EARNINGS.
028290 3300-EXIT.
028300     EXIT.

028460 3310-ALLOCATE-ONE-SPLIT.
028470     IF WS-SPLIT-SUB = WS-SPLIT-COUNT
028480         COMPUTE WS-PORTION-GROSS =
028490             WS-SPLIT-GROSS - WS-ALLOC-GROSS
028500         COMPUTE WS-PORTION-PAYE =
028510             PAYE-DEDUCTION - WS-ALLOC-PAYE
028520         COMPUTE WS-PORTION-UIF =
028570             SDL-LEVY - WS-ALLOC-SDL
028580         COMPUTE WS-PORTION-NET =
028590             NET-PAY - WS-ALLOC-NET
028593         COMPUTE WS-PORTION-FUND-ER =
028596             FUND-ER-CONTRIBUTION - WS-ALLOC-FUND-ER
028600     ELSE
028610         COMPUTE WS-PORTION-GROSS ROUNDED = WS-SPLIT-GROSS
028620             * WS-SPLIT-HOURS (WS-SPLIT-SUB)
028630             / WS-SPLIT-TOTAL-HOURS
028640         COMPUTE WS-PORTION-PAYE ROUNDED = PAYE-DEDUCTION
028770         COMPUTE WS-PORTION-NET ROUNDED = NET-PAY
028780             * WS-SPLIT-HOURS (WS-SPLIT-SUB)
028790             / WS-SPLIT-TOTAL-HOURS
028792         COMPUTE WS-PORTION-FUND-ER ROUNDED =
028794             FUND-ER-CONTRIBUTION
028796             * WS-SPLIT-HOURS (WS-SPLIT-SUB)
028798             / WS-SPLIT-TOTAL-HOURS
028800         ADD WS-PORTION-GROSS TO WS-ALLOC-GROSS
028810         ADD WS-PORTION-PAYE TO WS-ALLOC-PAYE
028820         ADD WS-PORTION-UIF TO WS-ALLOC-UIF
028830         ADD WS-PORTION-UIF-ER TO WS-ALLOC-UIF-ER
028840         ADD WS-PORTION-SDL TO WS-ALLOC-SDL
028850         ADD WS-PORTION-NET TO WS-ALLOC-NET
028855         ADD WS-PORTION-FUND-ER TO WS-ALLOC-FUND-ER
028860     END-IF
028870     MOVE WS-SPLIT-CENTRE (WS-SPLIT-SUB)
028880         TO WS-TARGET-DEPT-CODE
029090             TO WS-DEPT-UIF-ER (WS-DEPT-IDX)
029100         ADD WS-PORTION-SDL TO WS-DEPT-SDL (WS-DEPT-IDX)
029110         ADD WS-PORTION-NET TO WS-DEPT-NET (WS-DEPT-IDX)
029113         ADD WS-PORTION-FUND-ER
029116             TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
029120     END-IF.
029130 3310-EXIT.
029140     EXIT.

029141*----------------------------------------------------------------
029142*  3320-COST-EARNINGS
029143*  THE ONCE-OFF EARNINGS ARE COSTED WHOLE TO THE HOME
029144*  DEPARTMENT, CODE BY CODE, FOR THE GL HANDOFF'S EXPENSE
029145*  ACCOUNT RECORDS - THE SPLITS SHARED ONLY THE REST OF THE
029146*  GROSS.  THE DEDUCTIONS AND NET STAY WHERE THE SPLITS PUT
029147*  THEM.
029148*----------------------------------------------------------------
029149 3320-COST-EARNINGS.
029150     MOVE EMP-DEPT-CODE TO WS-TARGET-DEPT-CODE
029151     SET WS-DEPT-IDX TO 1
029152     MOVE "N" TO WS-DEPT-OVERFLOW-SW
029153     SEARCH WS-DEPT-ENTRY
029154         AT END
029155             PERFORM 3350-ADD-DEPT-ENTRY THRU 3350-EXIT
029156         WHEN WS-TARGET-DEPT-CODE
029157             = WS-DEPT-CODE-TBL (WS-DEPT-IDX)
029158             CONTINUE
029159     END-SEARCH
029160     IF DEPT-TABLE-OVERFLOW
029161         GO TO 3320-EXIT
029162     END-IF
029163     ADD WS-EARN-TOTAL TO WS-DEPT-GROSS (WS-DEPT-IDX)
029164     ADD WS-EARN-TOTAL TO WS-DEPT-EARNINGS (WS-DEPT-IDX)
029165     PERFORM 3325-COST-ONE-EARNINGS THRU 3325-EXIT
029166         VARYING WS-EET-SUB FROM 1 BY 1
029167         UNTIL WS-EET-SUB > WS-EET-COUNT.
029168 3320-EXIT.
029169     EXIT.

029170*----------------------------------------------------------------
029171*  3325-COST-ONE-EARNINGS - ONE ITEM TO ITS CODE'S COLUMN
029172*----------------------------------------------------------------
029173 3325-COST-ONE-EARNINGS.
029174     MOVE WS-EET-SLOT (WS-EET-SUB) TO WS-EARN-SLOT-SUB
029175     ADD WS-EET-AMOUNT (WS-EET-SUB)
029176         TO WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB).
029177 3325-EXIT.
029178     EXIT.

029180*----------------------------------------------------------------
029182*  3350-ADD-DEPT-ENTRY - NEW COST CENTRE SEEN FOR THE FIRST TIME
029185*  THE TABLE HOLDS 20 DEPARTMENTS; A 21ST DISTINCT DEPARTMENT
029187*  CODE IS REPORTED AND SET ASIDE RATHER THAN OVERRUNNING THE
029190*  TABLE.  AN OVERFLOWING DEPARTMENT CODE IS NEVER STORED, SO
029200*  EVERY SUBSEQUENT EMPLOYEE IN IT LANDS BACK HERE TOO; THE
029210*  WARNING ITSELF IS ONLY DISPLAYED ONCE PER RUN.
029410         MOVE ZERO TO WS-DEPT-UIF-ER (WS-DEPT-IDX)
029420         MOVE ZERO TO WS-DEPT-SDL (WS-DEPT-IDX)
029430         MOVE ZERO TO WS-DEPT-NET (WS-DEPT-IDX)
029435         MOVE ZERO TO WS-DEPT-FUND-ER (WS-DEPT-IDX)
029436         MOVE ZERO TO WS-DEPT-EARN-ROW (WS-DEPT-IDX)
029440     END-IF.
029450 3350-EXIT.
029460     EXIT.
029800     IF YTD-PERIODS NOT NUMERIC
029810         MOVE ZERO TO YTD-PERIODS
029820     END-IF
029821*    A RECORD WRITTEN BEFORE THE ETI FIELD STILL CARRIES THE
029822*    OLD FILLER SPACES THERE - TREATED AS ZERO.
029823     IF YTD-ETI NOT NUMERIC
029824         MOVE ZERO TO YTD-ETI
029825     END-IF
029826     ADD WS-ETI-CLAIM TO YTD-ETI
029827     IF YTD-FUND-EE NOT NUMERIC
029828         MOVE ZERO TO YTD-FUND-EE
029829     END-IF
029830     ADD FUND-EE-DEDUCTION TO YTD-FUND-EE
029835*    A CONVERTED RECORD (MONEY ON FILE BUT NO PERIOD COUNT)
029840*    TAKES THE CALENDAR-DERIVED COUNT 3100- JUST TAXED IT
029850*    WITH, SO THE COUNT IS RIGHT FROM THIS RUN ONWARD.
029860     IF WS-YTD-PRIOR-PERIODS = ZERO
030080     MOVE ZERO TO YTD-GROSS
030090     MOVE ZERO TO YTD-PAYE
030100     MOVE ZERO TO YTD-UIF
030110     MOVE ZERO TO YTD-PERIODS
030115     MOVE ZERO TO YTD-ETI
030117     MOVE ZERO TO YTD-FUND-EE.
030120 3450-EXIT.
030121     EXIT.

030122*----------------------------------------------------------------
030123*  3430-CALCULATE-ETI - LIVE RUNS ONLY
030124*  THE EMPLOYMENT TAX INCENTIVE IS A MONTHLY FIGURE, SO EACH
030125*  RUN ADDS THE PERIOD'S REMUNERATION AND HOURS INTO THE
030126*  EMPLOYEE'S ETIMAST RECORD FOR THE MONTH OF THE PERIOD-END,
030127*  WORKS OUT THE ETI ON THE MONTH TO DATE, AND CLAIMS THE
030128*  DIFFERENCE FROM WHAT EARLIER RUNS IN THE MONTH CLAIMED (A
030129*  WEEKLY MONTH CAN SWING EITHER WAY).  ONLY AN EMPLOYEE WITH
030130*  A BIRTH DATE ON THE MASTER, WITHIN THE QUALIFYING AGE BAND
030131*  AT THE PERIOD-END AND WITH FEWER THAN TWENTY-FOUR EARLIER
030132*  CLAIMING MONTHS QUALIFIES.  THE CLAIM GOES TO YTD-ETI
030133*  (3400-) AND THE RUN'S TOTAL TO THE EMP201 MONTH.
030134*----------------------------------------------------------------
030135 3430-CALCULATE-ETI.
030136     MOVE ZERO TO WS-ETI-CLAIM
030137     MOVE ZERO TO WS-ETI-PERIOD-HOURS
030138     MOVE "N" TO WS-ETI-POSTED-SW
030139     IF NOT ETIMAST-AVAILABLE
030140         OR ETI-BAND-COUNT = ZERO
030141             GO TO 3430-EXIT
030142     END-IF
030143     IF EMP-BIRTH-DATE NOT NUMERIC
030144         GO TO 3430-EXIT
030145     END-IF
030146     IF EMP-BIRTH-DATE = ZERO
030147         OR EMP-BIRTH-DATE > WS-PERIOD-END-DATE
030148             GO TO 3430-EXIT
030150     END-IF
030151     MOVE EMP-BIRTH-DATE TO WS-ETI-BIRTH-DATE
030152     COMPUTE WS-ETI-AGE = WS-PE-YEAR - WS-ETI-BIRTH-YEAR
030153     IF WS-PE-MM < WS-ETI-BIRTH-MM
030154         SUBTRACT 1 FROM WS-ETI-AGE
030155     ELSE
030156         IF WS-PE-MM = WS-ETI-BIRTH-MM
030157             AND WS-PE-DD < WS-ETI-BIRTH-DD
030158                 SUBTRACT 1 FROM WS-ETI-AGE
030159         END-IF
030160     END-IF
030161     IF WS-ETI-AGE < ETI-MIN-AGE
030162         OR WS-ETI-AGE > ETI-MAX-AGE
030163             GO TO 3430-EXIT
030164     END-IF
030165     PERFORM 3432-COUNT-PRIOR-MONTHS THRU 3432-EXIT
030166     IF WS-ETI-PRIOR-MONTHS NOT < 24
030167         GO TO 3430-EXIT
030168     END-IF
030169     MOVE "N" TO WS-ETI-MONTH-SW
030170     MOVE EMP-NUMBER TO EM-EMP-NUMBER
030171     MOVE WS-PERIOD-END-MONTH TO EM-MONTH
030172     READ ETI-MONTH-FILE
030173         INVALID KEY
030174             SET ETI-MONTH-NEW TO TRUE
030175             MOVE SPACES TO ETI-MONTH-RECORD
030176             MOVE EMP-NUMBER TO EM-EMP-NUMBER
030177             MOVE WS-PERIOD-END-MONTH TO EM-MONTH
030178             MOVE ZERO TO EM-REMUNERATION
030180             MOVE ZERO TO EM-HOURS
030181             MOVE ZERO TO EM-ETI-CLAIMED
030182     END-READ
030183     PERFORM 3434-SET-PERIOD-HOURS THRU 3434-EXIT
030184     ADD GROSS-PAY TO EM-REMUNERATION
030185     ADD WS-ETI-PERIOD-HOURS TO EM-HOURS
030186     COMPUTE EM-QUALIFYING-MONTH = WS-ETI-PRIOR-MONTHS + 1
030187     PERFORM 3436-WORK-OUT-MONTH-ETI THRU 3436-EXIT
030188     COMPUTE WS-ETI-CLAIM =
030189         WS-ETI-MONTH-AMOUNT - EM-ETI-CLAIMED
030190     MOVE WS-ETI-MONTH-AMOUNT TO EM-ETI-CLAIMED
030191     IF ETI-MONTH-NEW
030192         WRITE ETI-MONTH-RECORD
030193             INVALID KEY
030194                 DISPLAY "PAYROLL: ETIMAST WRITE FAILED FOR "
030195                     "EMPLOYEE " EMP-NUMBER ", STATUS "
030196                     WS-ETIMAST-STATUS
030197                 MOVE ZERO TO WS-ETI-CLAIM
030198             NOT INVALID KEY
030199                 SET ETI-MONTH-POSTED TO TRUE
030200         END-WRITE
030201     ELSE
030202         REWRITE ETI-MONTH-RECORD
030203             INVALID KEY
030204                 DISPLAY "PAYROLL: ETIMAST REWRITE FAILED FOR "
030205                     "EMPLOYEE " EMP-NUMBER ", STATUS "
030206                     WS-ETIMAST-STATUS
030207                 MOVE ZERO TO WS-ETI-CLAIM
030208             NOT INVALID KEY
030210                 SET ETI-MONTH-POSTED TO TRUE
030211         END-REWRITE
030212     END-IF
030213     ADD WS-ETI-CLAIM TO WS-GRAND-ETI.
030214 3430-EXIT.
030215     EXIT.

030216*----------------------------------------------------------------
030217*  3432-COUNT-PRIOR-MONTHS
030218*  COUNTS THE EMPLOYEE'S EARLIER MONTHS ON ETIMAST THAT
030219*  CLAIMED ANY ETI - THE KEY RUNS EMPLOYEE THEN MONTH, SO THE
030220*  SCAN STARTS AT THE EMPLOYEE'S FIRST MONTH AND STOPS AT THE
030221*  CURRENT ONE.  A MONTH THAT CLAIMED NOTHING DOES NOT USE UP
030222*  ONE OF THE TWENTY-FOUR.
030223*----------------------------------------------------------------
030224 3432-COUNT-PRIOR-MONTHS.
030225     MOVE ZERO TO WS-ETI-PRIOR-MONTHS
030226     MOVE "N" TO WS-ETI-SCAN-EOF-SW
030227     MOVE EMP-NUMBER TO EM-EMP-NUMBER
030228     MOVE ZERO TO EM-MONTH
030229     START ETI-MONTH-FILE KEY IS NOT LESS THAN EM-KEY
030230         INVALID KEY
030231             MOVE "Y" TO WS-ETI-SCAN-EOF-SW
030232     END-START
030233     PERFORM 3433-READ-PRIOR-MONTH THRU 3433-EXIT
030234         UNTIL END-OF-ETI-SCAN.
030235 3432-EXIT.
030236     EXIT.

030237*----------------------------------------------------------------
030238*  3433-READ-PRIOR-MONTH - ONE EARLIER MONTH INTO THE COUNT
030239*----------------------------------------------------------------
030240 3433-READ-PRIOR-MONTH.
030241     READ ETI-MONTH-FILE NEXT RECORD
030242         AT END
030243             MOVE "Y" TO WS-ETI-SCAN-EOF-SW
030244             GO TO 3433-EXIT
030245     END-READ
030246     IF EM-EMP-NUMBER NOT = EMP-NUMBER
030247         OR EM-MONTH NOT < WS-PERIOD-END-MONTH
030248             MOVE "Y" TO WS-ETI-SCAN-EOF-SW
030249             GO TO 3433-EXIT
030250     END-IF
030251     IF EM-ETI-CLAIMED > ZERO
030252         ADD 1 TO WS-ETI-PRIOR-MONTHS
030253     END-IF.
030254 3433-EXIT.
030255     EXIT.

030256*----------------------------------------------------------------
030257*  3434-SET-PERIOD-HOURS
030258*  THE HOURS THIS PERIOD ADDS TO THE MONTH - THE TIMECARD
030259*  HOURS ON A WEEKLY RUN; THE STANDARD WEEK AT FIFTY-TWO OVER
030260*  TWELVE ON A MONTHLY RUN (THE TABLE'S STANDARD MONTH WHERE
030261*  THE MASTER HOLDS NO STANDARD WEEK), PRO-RATA FOR A PART
030262*  MONTH.  A SETTLEMENT OR SUPPLEMENTARY ADDS MONEY TO HOURS
030263*  ALREADY COUNTED AND ADDS NONE.
030264*----------------------------------------------------------------
030265 3434-SET-PERIOD-HOURS.
030266     MOVE ZERO TO WS-ETI-PERIOD-HOURS
030267     IF SETTLEMENT-RUN OR SUPP-RUN
030268         GO TO 3434-EXIT
030269     END-IF
030270     IF NOT MONTHLY-RUN
030271         MOVE WS-HOURS-WORKED TO WS-ETI-PERIOD-HOURS
030272         GO TO 3434-EXIT
030273     END-IF
030274     IF EMP-STD-HOURS > ZERO
030275         COMPUTE WS-ETI-PERIOD-HOURS ROUNDED =
030276             EMP-STD-HOURS * WS-WEEKS-PER-YEAR
030277                 / WS-MONTHS-PER-YEAR
030278     ELSE
030279         MOVE ETI-STD-HOURS TO WS-ETI-PERIOD-HOURS
030280     END-IF
030281     IF WS-EMPLOYED-DAYS < WS-DAYS-IN-MONTH
030282         COMPUTE WS-ETI-PERIOD-HOURS ROUNDED =
030283             WS-ETI-PERIOD-HOURS * WS-EMPLOYED-DAYS
030284                 / WS-DAYS-IN-MONTH
030285     END-IF.
030286 3434-EXIT.
030287     EXIT.

030288*----------------------------------------------------------------
030289*  3436-WORK-OUT-MONTH-ETI
030290*  THE MONTH'S ETI ON THE MONTH-TO-DATE REMUNERATION.  BELOW
030291*  THE MINIMUM HOURLY WAGE THERE IS NONE.  A MONTH SHORT OF
030292*  THE STANDARD HOURS IS GROSSED UP TO A FULL MONTH TO FIND
030293*  THE BAND, AND THE ANSWER SCALED BACK BY HOURS WORKED OVER
030294*  STANDARD.  REMUNERATION AT OR ABOVE THE TOP BAND'S LIMIT
030295*  CLAIMS NOTHING.
030296*----------------------------------------------------------------
030297 3436-WORK-OUT-MONTH-ETI.
030298     MOVE ZERO TO WS-ETI-MONTH-AMOUNT
030299     IF EM-REMUNERATION = ZERO
030300         GO TO 3436-EXIT
030301     END-IF
030302     MOVE EM-REMUNERATION TO WS-ETI-REMUNERATION
030303     IF EM-HOURS > ZERO
030304         COMPUTE WS-ETI-HOURLY-WAGE ROUNDED =
030305             EM-REMUNERATION / EM-HOURS
030306         IF WS-ETI-HOURLY-WAGE < ETI-MIN-WAGE
030307             GO TO 3436-EXIT
030308         END-IF
030309         IF EM-HOURS < ETI-STD-HOURS
030310             COMPUTE WS-ETI-REMUNERATION ROUNDED =
030311                 EM-REMUNERATION * ETI-STD-HOURS / EM-HOURS
030312         END-IF
030313     END-IF
030314     MOVE "N" TO WS-ETI-BAND-SW
030315     SET ETI-IDX TO 1
030316     SEARCH ETI-BAND-ENTRY
030317         AT END
030318             CONTINUE
030319         WHEN ETI-IDX > ETI-BAND-COUNT
030320             CONTINUE
030321         WHEN WS-ETI-REMUNERATION < ETI-UPPER-LIMIT (ETI-IDX)
030322             SET ETI-BAND-FOUND TO TRUE
030323     END-SEARCH
030324     IF NOT ETI-BAND-FOUND
030325         GO TO 3436-EXIT
030326     END-IF
030327     IF ETI-IDX = 1
030328         MOVE ZERO TO WS-ETI-PRIOR-LIMIT
030329     ELSE
030330         MOVE ETI-UPPER-LIMIT (ETI-IDX - 1) TO WS-ETI-PRIOR-LIMIT
030331     END-IF
030332     IF WS-ETI-PRIOR-MONTHS < 12
030333         MOVE ETI-1ST-BASE (ETI-IDX) TO WS-ETI-BAND-BASE
030334         MOVE ETI-1ST-RATE (ETI-IDX) TO WS-ETI-BAND-RATE
030335     ELSE
030336         MOVE ETI-2ND-BASE (ETI-IDX) TO WS-ETI-BAND-BASE
030337         MOVE ETI-2ND-RATE (ETI-IDX) TO WS-ETI-BAND-RATE
030338     END-IF
030339     IF ETI-TAPERS (ETI-IDX)
030340         COMPUTE WS-ETI-WORK ROUNDED = WS-ETI-BAND-BASE
030341             - (WS-ETI-BAND-RATE
030342                 * (WS-ETI-REMUNERATION - WS-ETI-PRIOR-LIMIT))
030343     ELSE
030344         COMPUTE WS-ETI-WORK ROUNDED = WS-ETI-BAND-BASE
030345             + (WS-ETI-BAND-RATE
030346                 * (WS-ETI-REMUNERATION - WS-ETI-PRIOR-LIMIT))
030347     END-IF
030348     IF WS-ETI-WORK < ZERO
030349         MOVE ZERO TO WS-ETI-WORK
030350     END-IF
030351     IF EM-HOURS > ZERO
030352         AND EM-HOURS < ETI-STD-HOURS
030353             COMPUTE WS-ETI-WORK ROUNDED =
030354                 WS-ETI-WORK * EM-HOURS / ETI-STD-HOURS
030355     END-IF
030356     MOVE WS-ETI-WORK TO WS-ETI-MONTH-AMOUNT.
030357 3436-EXIT.
030358     EXIT.

030359*----------------------------------------------------------------
030360*  3420-UPDATE-UIF-MONTH - LIVE RUNS ONLY
030361*  ADDS THIS PERIOD'S UIF-ABLE REMUNERATION (GROSS LESS THE
030362*  EARNINGS CODES OUTSIDE UIF) AND UIF (EMPLOYEE AND EMPLOYER)
030363*  INTO THE EMPLOYEE'S RECORD FOR THE CALENDAR MONTH OF THE
030365*  PERIOD-END DATE, FOR THE FUND'S MONTHLY PER-EMPLOYEE
030366*  DECLARATION (UIFDECL).  A SUPPLEMENTARY TOPS UP A PERIOD
030367*  ALREADY COUNTED AND DOES NOT BUMP THE PERIODS WORKED.
030368*----------------------------------------------------------------
030369 3420-UPDATE-UIF-MONTH.
030371     IF NOT UIFMAST-AVAILABLE
030372         GO TO 3420-EXIT
030373     END-IF
030374     MOVE "N" TO WS-UIF-MONTH-SW
030375     MOVE WS-PERIOD-END-MONTH TO UM-MONTH
030376     MOVE EMP-NUMBER TO UM-EMP-NUMBER
030378     READ UIF-MONTH-FILE
030379         INVALID KEY
030380             SET UIF-MONTH-NEW TO TRUE
030381             MOVE SPACES TO UIF-MONTH-RECORD
030382             MOVE WS-PERIOD-END-MONTH TO UM-MONTH
030384             MOVE EMP-NUMBER TO UM-EMP-NUMBER
030385             MOVE ZERO TO UM-GROSS
030386             MOVE ZERO TO UM-UIF-EE
030387             MOVE ZERO TO UM-UIF-ER
030388             MOVE ZERO TO UM-PERIODS
030390     END-READ
030400     ADD WS-UIF-BASE TO UM-GROSS
030410     ADD UIF-EE-DEDUCTION TO UM-UIF-EE
030420     ADD UIF-ER-CONTRIBUTION TO UM-UIF-ER
030430     IF NOT SUPP-RUN
030690     MOVE NET-PAY TO PR-NET-PAY
030700     MOVE WS-PERIOD-END-DATE TO PR-PERIOD-END-DATE
030710     MOVE WS-LEDGER-FREQUENCY TO PR-RUN-FREQUENCY
030712     MOVE EMP-DEPT-CODE TO PR-DEPT-CODE
030714     MOVE EMP-PAY-METHOD TO PR-PAY-METHOD
030720     WRITE PAY-RESULT-RECORD.
030730 3500-EXIT.
030740     EXIT.
031240     ELSE
031250         WRITE PAY-HISTORY-RECORD
031260     END-IF.
031261 3600-EXIT.
031262     EXIT.

031263*----------------------------------------------------------------
031264*  3650-WRITE-PAY-REGISTER
031265*  ONE REGISTER RECORD FOR THE PERIOD JUST PAID, WITH THE
031266*  EARNINGS SPLIT THE WAY THE GROSS WAS BUILT.  OVERTIME,
031267*  HOLIDAY AND LEAVE ARE RECALCULATED AS 2100- DID AND THE
031268*  ORDINARY PAY TAKES THE REST, SO THE LINES ALWAYS ADD BACK
031269*  TO THE GROSS TO THE CENT.  A RESTART REPAYING THE EMPLOYEE
031270*  AT THE CHECKPOINT FINDS ITS OWN RECORD AND REWRITES IT.
031271*----------------------------------------------------------------
031272 3650-WRITE-PAY-REGISTER.
031273     IF NOT PAYREG-AVAILABLE
031274         GO TO 3650-EXIT
031275     END-IF
031277     MOVE SPACES TO PAY-REGISTER-RECORD
031278     MOVE EMP-NUMBER TO PRG-EMP-NUMBER
031279     MOVE WS-PERIOD-END-DATE TO PRG-PERIOD-END-DATE
031280     MOVE WS-LEDGER-FREQUENCY TO PRG-RUN-FREQUENCY
031281     MOVE EMP-NAME TO PRG-EMP-NAME
031282     MOVE EMP-DEPT-CODE TO PRG-DEPT-CODE
031283     MOVE EMP-PAY-FREQUENCY TO PRG-PAY-FREQUENCY
031284     MOVE WS-RUN-DATE TO PRG-RUN-DATE
031285     MOVE ZERO TO PRG-HOURS
031286     MOVE ZERO TO PRG-OVERTIME-PAY
031287     MOVE ZERO TO PRG-HOLIDAY-PAY
031288     MOVE ZERO TO PRG-LEAVE-PAY
031289     MOVE ZERO TO PRG-PRIOR-GROSS-PAID
031290     IF SUPP-RUN
031291         MOVE WS-PRIOR-GROSS-PAID TO PRG-PRIOR-GROSS-PAID
031292     END-IF
031294     IF SETTLEMENT-RUN
031295         MOVE WS-SETTLE-LEAVE-PAY TO PRG-LEAVE-PAY
031296     ELSE
031297         IF WEEKLY-RUN
031298             MOVE WS-REGULAR-HOURS TO PRG-REGULAR-HOURS
031299             MOVE WS-OVERTIME-HOURS TO PRG-OVERTIME-HOURS
031300             MOVE WS-HOLIDAY-HOURS TO PRG-HOLIDAY-HOURS
031301             MOVE WS-ANNUAL-LEAVE-DAYS TO PRG-ANNUAL-DAYS
031302             MOVE WS-SICK-LEAVE-DAYS TO PRG-SICK-DAYS
031303             COMPUTE PRG-OVERTIME-PAY ROUNDED =
031304                 WS-OVERTIME-HOURS * EMP-HOURLY-RATE
031305                     * WS-OT-MULTIPLIER
031306             MOVE WS-HOLIDAY-PAY TO PRG-HOLIDAY-PAY
031307             MOVE WS-LEAVE-PAY TO PRG-LEAVE-PAY
031308         END-IF
031309     END-IF
031311*    ONCE-OFF EARNINGS ARE THEIR OWN LINES, ANNUAL BONUSES APART.
031312*    ON A SUPPLEMENTARY THEY ARE WHAT THIS RUN PAID - ANY THE
031313*    ORIGINAL RUN PAID STAY IN THE ORDINARY PAY THAT THE PRIOR
031314*    GROSS NETS OFF.
031315     COMPUTE PRG-ONCE-OFF-PAY = WS-EARN-TOTAL - WS-EARN-BONUS
031316     MOVE WS-EARN-BONUS TO PRG-BONUS-PAY
031317     COMPUTE PRG-ORDINARY-PAY =
031318         GROSS-PAY + PRG-PRIOR-GROSS-PAID - PRG-OVERTIME-PAY
031319             - PRG-HOLIDAY-PAY - PRG-LEAVE-PAY
031320             - PRG-ONCE-OFF-PAY - PRG-BONUS-PAY
031321     MOVE GROSS-PAY TO PRG-GROSS
031322     MOVE PAYE-DEDUCTION TO PRG-PAYE
031323     MOVE UIF-EE-DEDUCTION TO PRG-UIF-EE
031324     MOVE UIF-ER-CONTRIBUTION TO PRG-UIF-ER
031325     MOVE SDL-LEVY TO PRG-SDL
031326     MOVE ZERO TO PRG-DED-COUNT
031328*    A SUPPLEMENTARY TAKES NO RECURRING DEDUCTIONS AND LEAVES
031329*    THE TABLE AS THE PREVIOUS EMPLOYEE LEFT IT.
031330     IF NOT SUPP-RUN
031331         PERFORM 3660-REGISTER-ONE-DEDUCTION THRU 3660-EXIT
031332             VARYING WS-EDT-SUB FROM 1 BY 1
031333             UNTIL WS-EDT-SUB > WS-EDT-COUNT
031334     END-IF
031335     MOVE NET-PAY TO PRG-NET
031336     MOVE SPACE TO PRG-REVERSAL-FLAG
031337     MOVE ZERO TO PRG-REVERSAL-DATE
031338     MOVE WS-PENSIONABLE-PAY TO PRG-PENSIONABLE-PAY
031339     MOVE FUND-ER-CONTRIBUTION TO PRG-FUND-ER
031340*    WHETHER THE PERIOD WENT INTO THE ETI MONTH, AND WITH HOW
031341*    MANY HOURS, SO PAYREV CAN TAKE A VOIDED PERIOD BACK OUT.
031342     MOVE WS-ETI-PERIOD-HOURS TO PRG-ETI-HOURS
031343     MOVE WS-ETI-POSTED-SW TO PRG-ETI-SW
031345     WRITE PAY-REGISTER-RECORD
031346         INVALID KEY
031347             REWRITE PAY-REGISTER-RECORD
031348                 INVALID KEY
031349                     DISPLAY "PAYROLL: PAYREG WRITE FAILED FOR "
031350                         "EMPLOYEE " EMP-NUMBER ", STATUS "
031351                         WS-PAYREG-STATUS
031352             END-REWRITE
031353     END-WRITE.
031354 3650-EXIT.
031355     EXIT.

031356*----------------------------------------------------------------
031357*  3660-REGISTER-ONE-DEDUCTION - A DEDUCTION CAPPED TO NOTHING
031358*  WAS NOT TAKEN AND IS LEFT OFF THE REGISTER
031359*----------------------------------------------------------------
031360 3660-REGISTER-ONE-DEDUCTION.
031361     IF WS-EDT-AMOUNT (WS-EDT-SUB) = ZERO
031362         GO TO 3660-EXIT
031363     END-IF
031364     ADD 1 TO PRG-DED-COUNT
031365     MOVE WS-EDT-TYPE (WS-EDT-SUB) TO PRG-DED-TYPE (PRG-DED-COUNT)
031366     MOVE WS-EDT-SEQ (WS-EDT-SUB) TO PRG-DED-SEQ (PRG-DED-COUNT)
031367     MOVE WS-EDT-PAYEE (WS-EDT-SUB)
031368         TO PRG-DED-PAYEE (PRG-DED-COUNT)
031369     MOVE WS-EDT-AMOUNT (WS-EDT-SUB)
031370         TO PRG-DED-AMOUNT (PRG-DED-COUNT).
031371 3660-EXIT.
031372     EXIT.

031373*----------------------------------------------------------------
031374*  3670-MARK-EARNINGS-PAID - LIVE RUNS ONLY
031375*  STAMPS EACH ITEM THIS RUN PAID THE EMPLOYEE WITH THE RUN'S
031376*  PERIOD-END AND FREQUENCY, THE DATE PAID, AND THE CODE'S TAX
031377*  TREATMENT AND IRP5 SOURCE CODE AS THEY STAND ON THE RATE SET.
031378*----------------------------------------------------------------
031379 3670-MARK-EARNINGS-PAID.
031380     PERFORM 3675-MARK-ONE-ITEM THRU 3675-EXIT
031381         VARYING WS-EET-SUB FROM 1 BY 1
031382         UNTIL WS-EET-SUB > WS-EET-COUNT.
031383 3670-EXIT.
031384     EXIT.

031385*----------------------------------------------------------------
031386*  3675-MARK-ONE-ITEM
031387*----------------------------------------------------------------
031388 3675-MARK-ONE-ITEM.
031389     MOVE EMP-NUMBER TO ET-EMP-NUMBER
031390     MOVE WS-PERIOD-END-DATE TO ET-PERIOD-END
031391     MOVE WS-EET-CODE (WS-EET-SUB) TO ET-EARN-CODE
031392     READ EARNINGS-TRAN-FILE
031393         INVALID KEY
031394             DISPLAY "PAYROLL: EARNTRN ITEM " ET-KEY
031395                 " NOT FOUND TO MARK PAID"
031396             GO TO 3675-EXIT
031397     END-READ
031398     MOVE WS-EET-SLOT (WS-EET-SUB) TO WS-EARN-SLOT-SUB
031399     MOVE "P" TO ET-STATUS
031400     MOVE WS-PERIOD-END-DATE TO ET-PAID-PERIOD-END
031401     MOVE WS-LEDGER-FREQUENCY TO ET-PAID-FREQUENCY
031402     MOVE WS-RUN-DATE-CCYYMMDD TO ET-PAID-DATE
031403     MOVE EARN-IRP5-CODE (WS-EARN-SLOT-SUB) TO ET-IRP5-CODE
031404     MOVE EARN-TAXABLE-SW (WS-EARN-SLOT-SUB) TO ET-TAXABLE-SW
031405     MOVE EARN-UIF-SW (WS-EARN-SLOT-SUB) TO ET-UIF-SW
031406     MOVE EARN-BONUS-SW (WS-EARN-SLOT-SUB) TO ET-BONUS-SW
031407     REWRITE EARNINGS-TRAN-RECORD
031408         INVALID KEY
031409             DISPLAY "PAYROLL: EARNTRN REWRITE FAILED FOR "
031410                 ET-KEY ", STATUS " WS-EARNTRN-STATUS
031411     END-REWRITE.
031412 3675-EXIT.
031413     EXIT.

031414*----------------------------------------------------------------
031415*  3800-UPDATE-LEAVE-BALANCE - LIVE RUNS ONLY
031416*  ACCRUES ONE PERIOD'S WORTH OF THE ANNUAL AND SICK
031417*  ENTITLEMENTS (A FIFTY-SECOND ON THE WEEKLY RUN, A TWELFTH
031418*  ON THE MONTHLY RUN) AND DEDUCTS THE LEAVE TAKEN THIS WEEK,
031419*  WHICH 2050 HAS ALREADY PROVED IS COVERED BY THE BALANCE.
031420*----------------------------------------------------------------
031422 3800-UPDATE-LEAVE-BALANCE.
031423     IF NOT LEAVE-FILE-AVAILABLE
031424         GO TO 3800-EXIT
031425     END-IF
031426     IF MONTHLY-RUN
031427         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
031428             LVE-ANNUAL-ENTITLEMENT / WS-MONTHS-PER-YEAR
031430     ELSE
031440         COMPUTE WS-ACCRUAL-DAYS ROUNDED =
031450             LVE-ANNUAL-ENTITLEMENT / WS-WEEKS-PER-YEAR
033000     MOVE UIF-EE-DEDUCTION TO WS-ED-UIF
033010     MOVE GARNISHEE-DEDUCTION TO WS-ED-GARNISHEE
033020     MOVE VOLUNTARY-DEDUCTION TO WS-ED-VOLUNTARY
033025     MOVE FUND-EE-DEDUCTION TO WS-ED-FUND-EE
033030     MOVE NET-PAY       TO WS-ED-NET-PAY

033040     MOVE SPACES TO PAYSLIP-LINE
033910     END-IF.

033920 4000-TOTALS.
033921*    THE ONCE-OFF EARNINGS PAID THIS RUN, ONE LINE EACH, ABOVE
033922*    THE GROSS THEY ARE PART OF.
033923     IF WS-EET-COUNT > ZERO
033924         PERFORM 4050-PRINT-EARNINGS-LINE THRU 4050-EXIT
033925             VARYING WS-EET-SUB FROM 1 BY 1
033926             UNTIL WS-EET-SUB > WS-EET-COUNT
033927     END-IF
033930     MOVE SPACES TO PAYSLIP-LINE
033940     WRITE PAYSLIP-LINE

034050         DELIMITED BY SIZE INTO PAYSLIP-LINE
034060     WRITE PAYSLIP-LINE

034061     IF FUND-EE-DEDUCTION > ZERO
034062         MOVE SPACES TO PAYSLIP-LINE
034063         STRING "  LESS RETIREMENT FUND .. R" WS-ED-FUND-EE
034064             DELIMITED BY SIZE INTO PAYSLIP-LINE
034065         WRITE PAYSLIP-LINE
034066     END-IF

034070     IF GARNISHEE-DEDUCTION > ZERO
034080         MOVE SPACES TO PAYSLIP-LINE
034090         STRING "  LESS GARNISHEE ........ R" WS-ED-GARNISHEE
034230         DELIMITED BY SIZE INTO PAYSLIP-LINE
034240     WRITE PAYSLIP-LINE

034241*    THE EMPLOYER'S FUND CONTRIBUTION IS SHOWN FOR THE
034242*    MEMBER'S INFORMATION - IT IS NOT PART OF THE PAY.
034243     IF FUND-ER-CONTRIBUTION > ZERO
034244         MOVE FUND-ER-CONTRIBUTION TO WS-ED-FUND-EE
034245         MOVE SPACES TO PAYSLIP-LINE
034246         STRING "EMPLOYER FUND CONTRIB ... R" WS-ED-FUND-EE
034247             DELIMITED BY SIZE INTO PAYSLIP-LINE
034248         WRITE PAYSLIP-LINE
034249     END-IF

034250     MOVE SPACES TO PAYSLIP-LINE
034260     WRITE PAYSLIP-LINE
034270     WRITE PAYSLIP-LINE.
034280 4000-EXIT.
034290     EXIT.

034291*----------------------------------------------------------------
034292*  4050-PRINT-EARNINGS-LINE - ONE ONCE-OFF EARNINGS ITEM
034293*----------------------------------------------------------------
034294 4050-PRINT-EARNINGS-LINE.
034295     MOVE WS-EET-SLOT (WS-EET-SUB) TO WS-EARN-SLOT-SUB
034296     MOVE WS-EET-AMOUNT (WS-EET-SUB) TO WS-ED-EARN-AMOUNT
034297     MOVE SPACES TO PAYSLIP-LINE
034298     STRING "  ADD " EARN-DESC (WS-EARN-SLOT-SUB)
034299         " R" WS-ED-EARN-AMOUNT
034300         DELIMITED BY SIZE INTO PAYSLIP-LINE
034301     WRITE PAYSLIP-LINE.
034302 4050-EXIT.
034303     EXIT.

034306*----------------------------------------------------------------
034310*  8000-WRITE-DEPT-SUMMARY - DEPARTMENT CONTROL-BREAK REPORT
034320*  ONE LINE PER DEPARTMENT ENCOUNTERED, FOLLOWED BY THE RUN
034330*  GRAND TOTAL LINE.
034600     STRING "              EMPLOYER UIF: " WS-ED-DEPT-UIF-ER
034610         "  SDL LEVY: " WS-ED-DEPT-SDL
034620         DELIMITED BY SIZE INTO DEPT-SUMMARY-LINE
034630     WRITE DEPT-SUMMARY-LINE
034631     IF WS-GRAND-FUND-ER > ZERO
034632         MOVE WS-GRAND-FUND-ER TO WS-ED-DEPT-FUND-ER
034633         MOVE SPACES TO DEPT-SUMMARY-LINE
034634         STRING "              EMPLOYER RETIREMENT FUND: "
034635             WS-ED-DEPT-FUND-ER
034636             DELIMITED BY SIZE INTO DEPT-SUMMARY-LINE
034637         WRITE DEPT-SUMMARY-LINE
034638     END-IF.
034640 8000-EXIT.
034650     EXIT.

034900     STRING "              EMPLOYER UIF: " WS-ED-DEPT-UIF-ER
034910         "  SDL LEVY: " WS-ED-DEPT-SDL
034920         DELIMITED BY SIZE INTO DEPT-SUMMARY-LINE
034930     WRITE DEPT-SUMMARY-LINE
034931     IF WS-DEPT-FUND-ER (WS-DEPT-IDX) > ZERO
034932         MOVE WS-DEPT-FUND-ER (WS-DEPT-IDX) TO WS-ED-DEPT-FUND-ER
034933         MOVE SPACES TO DEPT-SUMMARY-LINE
034934         STRING "              EMPLOYER RETIREMENT FUND: "
034935             WS-ED-DEPT-FUND-ER
034936             DELIMITED BY SIZE INTO DEPT-SUMMARY-LINE
034937         WRITE DEPT-SUMMARY-LINE
034938     END-IF.
034940 8100-EXIT.
034950     EXIT.

035960     MOVE WS-GRAND-UIF TO SM-UIF-EE
035970     MOVE WS-GRAND-UIF-ER TO SM-UIF-ER
035980     MOVE WS-GRAND-SDL TO SM-SDL
035985     MOVE WS-GRAND-ETI TO SM-ETI
035990     PERFORM 8565-CLEAR-PERIOD-TABLE THRU 8565-EXIT
036000         VARYING SM-PE-IDX FROM 1 BY 1
036010         UNTIL SM-PE-IDX > 6
036360     ADD WS-GRAND-UIF TO SM-UIF-EE
036370     ADD WS-GRAND-UIF-ER TO SM-UIF-ER
036380     ADD WS-GRAND-SDL TO SM-SDL
036382     IF SM-ETI NOT NUMERIC
036384         MOVE ZERO TO SM-ETI
036386     END-IF
036388     ADD WS-GRAND-ETI TO SM-ETI
036390     MOVE 1 TO SM-MONTHLY-RUNS
036400     REWRITE STAT-MONTH-RECORD
036410         INVALID KEY
036540     ADD WS-GRAND-UIF TO SM-UIF-EE
036550     ADD WS-GRAND-UIF-ER TO SM-UIF-ER
036560     ADD WS-GRAND-SDL TO SM-SDL
036562     IF SM-ETI NOT NUMERIC
036564         MOVE ZERO TO SM-ETI
036566     END-IF
036568     ADD WS-GRAND-ETI TO SM-ETI
036570     REWRITE STAT-MONTH-RECORD
036580         INVALID KEY
036590             DISPLAY "PAYROLL: STATMAST REWRITE FAILED, STATUS "
036790     ADD WS-GRAND-UIF TO SM-UIF-EE
036800     ADD WS-GRAND-UIF-ER TO SM-UIF-ER
036810     ADD WS-GRAND-SDL TO SM-SDL
036812     IF SM-ETI NOT NUMERIC
036814         MOVE ZERO TO SM-ETI
036816     END-IF
036818     ADD WS-GRAND-ETI TO SM-ETI
036820     ADD 1 TO SM-RUN-COUNT
036830     SET SM-PE-IDX TO 1
036840     SEARCH SM-PERIOD-END
037100*  THEN ONE "G" RECORD WITH THE GRAND TOTALS.  AN OPEN FAILURE
037110*  IS REPORTED AND THE RUN STILL COMPLETES - THE JOURNAL CAN
037120*  BE REBUILT FROM THE PRINTED SUMMARY IF IT HAS TO BE.
037121*  EACH COST CENTRE'S "D" RECORD IS FOLLOWED BY AN "E" RECORD
037122*  FOR EVERY EARNINGS CODE IT PAID ONCE-OFF EARNINGS UNDER.
037130*----------------------------------------------------------------
037140 8700-WRITE-DEPT-TOTALS-FILE.
037150     OPEN OUTPUT DEPT-TOTALS-FILE
037330     MOVE WS-GRAND-UIF-ER TO DT-UIF-ER
037340     MOVE WS-GRAND-SDL TO DT-SDL
037350     MOVE WS-GRAND-NET TO DT-NET
037355     MOVE WS-GRAND-FUND-ER TO DT-FUND-ER
037356     MOVE WS-GRAND-EARNINGS TO DT-EARNINGS
037360     PERFORM 8720-STAMP-DEPT-TOTAL THRU 8720-EXIT
037370     WRITE DEPT-TOTAL-RECORD
037380     CLOSE DEPT-TOTALS-FILE.
037530     MOVE WS-DEPT-UIF-ER (WS-DEPT-IDX) TO DT-UIF-ER
037540     MOVE WS-DEPT-SDL (WS-DEPT-IDX) TO DT-SDL
037550     MOVE WS-DEPT-NET (WS-DEPT-IDX) TO DT-NET
037555     MOVE WS-DEPT-FUND-ER (WS-DEPT-IDX) TO DT-FUND-ER
037556     MOVE WS-DEPT-EARNINGS (WS-DEPT-IDX) TO DT-EARNINGS
037560     PERFORM 8720-STAMP-DEPT-TOTAL THRU 8720-EXIT
037570     WRITE DEPT-TOTAL-RECORD
037571     IF WS-DEPT-EARNINGS (WS-DEPT-IDX) > ZERO
037572         PERFORM 8715-WRITE-EARN-TOTAL THRU 8715-EXIT
037573             VARYING WS-EARN-SLOT-SUB FROM 1 BY 1
037574             UNTIL WS-EARN-SLOT-SUB > EARN-CODE-COUNT
037575     END-IF.
037580 8710-EXIT.
037590     EXIT.

037591*----------------------------------------------------------------
037592*  8715-WRITE-EARN-TOTAL - ONE "E" RECORD: A COST CENTRE'S
037593*  ONCE-OFF EARNINGS UNDER ONE CODE, WITH ITS EXPENSE ACCOUNT
037594*----------------------------------------------------------------
037595 8715-WRITE-EARN-TOTAL.
037596     IF WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB) = ZERO
037597         GO TO 8715-EXIT
037598     END-IF
037599     MOVE SPACES TO DEPT-TOTAL-RECORD
037600     MOVE "E" TO DT-REC-TYPE
037601     MOVE WS-PERIOD-END-DATE TO DT-PERIOD-END-DATE
037602     MOVE WS-DEPT-CODE-TBL (WS-DEPT-IDX) TO DT-DEPT-CODE
037603     MOVE ZERO TO DT-EMP-COUNT
037604     MOVE ZERO TO DT-GROSS
037605     MOVE ZERO TO DT-PAYE
037606     MOVE ZERO TO DT-UIF
037607     MOVE ZERO TO DT-UIF-ER
037608     MOVE ZERO TO DT-SDL
037609     MOVE ZERO TO DT-NET
037610     MOVE ZERO TO DT-FUND-ER
037611     MOVE WS-DEPT-EARN-AMT (WS-DEPT-IDX, WS-EARN-SLOT-SUB)
037612         TO DT-EARNINGS
037613     MOVE EARN-CODE (WS-EARN-SLOT-SUB) TO DT-EARN-CODE
037614     MOVE EARN-GL-ACCOUNT (WS-EARN-SLOT-SUB) TO DT-EARN-ACCOUNT
037615     MOVE EARN-DESC (WS-EARN-SLOT-SUB) TO DT-EARN-DESC
037616     PERFORM 8720-STAMP-DEPT-TOTAL THRU 8720-EXIT
037617     WRITE DEPT-TOTAL-RECORD.
037618 8715-EXIT.
037619     EXIT.

037621*----------------------------------------------------------------
037624*  8720-STAMP-DEPT-TOTAL - THE RUN FREQUENCY ON A HANDOFF
037627*  RECORD, FOR GLJRNL'S PROVENANCE CHECK
037630*----------------------------------------------------------------
037640 8720-STAMP-DEPT-TOTAL.
037650     MOVE WS-LEDGER-FREQUENCY TO DT-RUN-FREQUENCY.
037660 8720-EXIT.
037670     EXIT.

037671*----------------------------------------------------------------
037672*  8750-REPORT-UNPAID-EARNINGS
037673*  ONCE-OFF EARNINGS KEYED FOR THIS PERIOD-END AND STILL NOT
037674*  PAID AT THE END OF THE RUN - THE EMPLOYEE HAD NO TIMECARD,
037675*  WAS REFUSED, OR THE ITEM'S CODE IS NOT ON THE RATE SET - ARE
037676*  LISTED ON THE EXCEPTION REPORT SO THEY ARE NOT FORGOTTEN.
037677*  ONLY STAFF ON THIS RUN'S PAY FREQUENCY ARE LISTED - THE
037678*  WEEKLY AND MONTHLY RUNS CAN SHARE A PERIOD-END DATE.
037679*----------------------------------------------------------------
037680 8750-REPORT-UNPAID-EARNINGS.
037681     MOVE ZERO TO WS-EARN-UNPAID-COUNT
037682     MOVE LOW-VALUES TO ET-KEY
037683     MOVE "N" TO WS-EARN-SCAN-EOF-SW
037684     START EARNINGS-TRAN-FILE KEY IS NOT LESS THAN ET-KEY
037685         INVALID KEY
037686             GO TO 8750-EXIT
037687     END-START
037688     PERFORM 8760-CHECK-ONE-UNPAID THRU 8760-EXIT
037689         UNTIL END-OF-EARN-SCAN
037690     IF WS-EARN-UNPAID-COUNT > ZERO
037691         DISPLAY "PAYROLL: " WS-EARN-UNPAID-COUNT
037692             " ONCE-OFF EARNINGS ITEM(S) FOR THE PERIOD NOT "
037693             "PAID - SEE THE EXCEPTION REPORT"
037694     END-IF.
037695 8750-EXIT.
037696     EXIT.

037697*----------------------------------------------------------------
037698*  8760-CHECK-ONE-UNPAID
037699*----------------------------------------------------------------
037700 8760-CHECK-ONE-UNPAID.
037701     READ EARNINGS-TRAN-FILE NEXT RECORD
037702         AT END
037703             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
037704             GO TO 8760-EXIT
037705     END-READ
037706     IF NOT ET-ENTERED
037707         OR ET-PERIOD-END NOT = WS-PERIOD-END-DATE
037708             GO TO 8760-EXIT
037709     END-IF
037710     MOVE ET-EMP-NUMBER TO EMP-NUMBER
037711     READ EMPLOYEE-MASTER
037712         INVALID KEY
037713             GO TO 8760-EXIT
037714     END-READ
037715     IF MONTHLY-RUN
037716         IF NOT EMP-PAY-MONTHLY
037717             GO TO 8760-EXIT
037718         END-IF
037719     ELSE
037720         IF EMP-PAY-MONTHLY
037721             GO TO 8760-EXIT
037722         END-IF
037723     END-IF
037724     ADD 1 TO WS-EARN-UNPAID-COUNT
037725     MOVE ET-AMOUNT TO WS-ED-EARN-AMOUNT
037726     MOVE SPACES TO WS-EXCEPTION-REASON
037727     STRING "EARNINGS " ET-EARN-CODE " R" WS-ED-EARN-AMOUNT
037728         " UNPAID" DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
037729     PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT.
037730 8760-EXIT.
037731     EXIT.

037732*----------------------------------------------------------------
037733*  8600-REPORT-DISAPPEARED - TRIAL RUN ONLY
037734*  FINDS THE PRIOR PAY PERIOD (THE LATEST PERIOD-END ON THE PAY
037736*  HISTORY OTHER THAN THE ONE BEING TRIALLED) AND REPORTS EVERY
037737*  EMPLOYEE PAID IN THAT PERIOD WHO HAS NO TIMECARD THIS WEEK.
037738*  THE MATCHED TIME FILE AND THE PAY HISTORY ARE BOTH IN
037740*  EMPLOYEE NUMBER SEQUENCE, SO THE TWO ARE WALKED TOGETHER AS
037750*  A CLASSIC BALANCE-LINE MATCH.  CALLED AFTER THE MAIN PASS
037760*  HAS CLOSED THE MATCHED TIME FILE.
039000         IF WEEKLY-RUN
039010             CLOSE MATCHED-TIME-FILE
039020         END-IF
039021         IF EARNTRN-AVAILABLE
039022             CLOSE EARNINGS-TRAN-FILE
039023         END-IF
039030         MOVE 16 TO RETURN-CODE
039040         GO TO 9000-EXIT
039050     END-IF
039170             PERFORM 8500-MARK-PERIOD-PAID THRU 8500-EXIT
039180             PERFORM 8550-POST-STATUTORY-MONTH THRU 8550-EXIT
039190             PERFORM 8700-WRITE-DEPT-TOTALS-FILE THRU 8700-EXIT
039191             IF EARNTRN-AVAILABLE
039192                 AND NOT SETTLEMENT-RUN
039193                     PERFORM 8750-REPORT-UNPAID-EARNINGS
039194                         THRU 8750-EXIT
039195             END-IF
039200         ELSE
039210             DISPLAY "PAYROLL: " WS-ROLLOVER-EXCEPTIONS
039220                 " EMPLOYEE(S) REFUSED FOR TAX-YEAR ROLLOVER"
039370         IF PAYHIST-AVAILABLE
039380             CLOSE PAY-HISTORY-FILE
039390         END-IF
039391         IF PAYREG-AVAILABLE
039392             CLOSE PAY-REGISTER-FILE
039393         END-IF
039394         IF ETIMAST-AVAILABLE
039395             CLOSE ETI-MONTH-FILE
039396         END-IF
039397         IF EARNTRN-AVAILABLE
039398             CLOSE EARNINGS-TRAN-FILE
039399         END-IF
039400         IF UIFMAST-AVAILABLE
039410             CLOSE UIF-MONTH-FILE
039420         END-IF
039850                 IF PAYHIST-AVAILABLE
039860                     CLOSE PAY-HISTORY-FILE
039870                 END-IF
039871                 IF PAYREG-AVAILABLE
039872                     CLOSE PAY-REGISTER-FILE
039873                 END-IF
039874                 IF ETIMAST-AVAILABLE
039875                     CLOSE ETI-MONTH-FILE
039876                 END-IF
039877                 IF EARNTRN-AVAILABLE
039878                     CLOSE EARNINGS-TRAN-FILE
039879                 END-IF
039880                 IF UIFMAST-AVAILABLE
039890                     CLOSE UIF-MONTH-FILE
039900                 END-IF
040360         IF PAYHIST-AVAILABLE
040370             CLOSE PAY-HISTORY-FILE
040380         END-IF
040381         IF EARNTRN-AVAILABLE
040382             CLOSE EARNINGS-TRAN-FILE
040383         END-IF
040390         IF LEAVE-FILE-AVAILABLE
040400             CLOSE LEAVE-BALANCE-FILE
040410         END-IF
040540 9500-EXIT.
040550     EXIT.

040560*----------------------------------------------------------------
040570*  9800-CHECK-CYCLE-STEP
040580*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
040590*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
040600*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
040610*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
040620*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
040630*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
040640*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
040650*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
040660*----------------------------------------------------------------
040670 9800-CHECK-CYCLE-STEP.
040680     IF CYW-PERIOD-END = ZERO
040690         DISPLAY "PAYROLL: NO PERIOD-END DATE ON RUN PARM - "
040700             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
040710             "LEDGER - RUN REFUSED"
040720         SET CYW-STEP-REFUSED TO TRUE
040730         GO TO 9800-EXIT
040740     END-IF
040750     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
040760     IF CYW-STEP-POS = ZERO
040770         DISPLAY "PAYROLL: " CYW-SEQUENCE-STEP
040780             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
040790             " CYCLE - RUN REFUSED"
040800         SET CYW-STEP-REFUSED TO TRUE
040810         GO TO 9800-EXIT
040820     END-IF
040830     OPEN I-O CYCLE-CONTROL-FILE
040840     IF CYCLCTL-NOT-FOUND
040850         OPEN OUTPUT CYCLE-CONTROL-FILE
040860         CLOSE CYCLE-CONTROL-FILE
040870         OPEN I-O CYCLE-CONTROL-FILE
040880     END-IF
040890     IF NOT CYCLCTL-OK
040900         DISPLAY "PAYROLL: CYCLCTL OPEN FAILED, STATUS "
040910             WS-CYCLCTL-STATUS " - RUN REFUSED"
040920         SET CYW-STEP-REFUSED TO TRUE
040930         GO TO 9800-EXIT
040940     END-IF
040950     IF CYW-MONTH-END-CYCLE
040960         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
040970     ELSE
040980         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
040990             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
041000             UNTIL CYW-SUB NOT < CYW-STEP-POS
041010     END-IF
041011     IF CYW-THIS-STEP = "PAYROLL"
041012         AND CYW-FREQUENCY NOT = "A"
041013             PERFORM 9825-CHECK-TRIAL-RUN THRU 9825-EXIT
041014     END-IF
041020     IF CYW-STEP-REFUSED
041030         CLOSE CYCLE-CONTROL-FILE
041040         GO TO 9800-EXIT
041050     END-IF
041060     ACCEPT CYW-DATE FROM DATE YYYYMMDD
041070     ACCEPT CYW-TIME FROM TIME
041080     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
041090     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
041100     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
041110     READ CYCLE-CONTROL-FILE
041120         INVALID KEY
041130             MOVE "N" TO CYW-ON-FILE-SW
041140         NOT INVALID KEY
041150             MOVE "Y" TO CYW-ON-FILE-SW
041160     END-READ
041170     IF CYW-STEP-ON-FILE
041180         AND CYC-COMPLETED
041190         AND NOT CYW-RERUN-FREE
041200             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
041210             IF NOT CYW-OVERRIDE-FOUND
041220                 DISPLAY "PAYROLL: " CYW-THIS-STEP
041230                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
041240                     CYW-FREQUENCY
041250                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
041260                     "CARD - RUN REFUSED"
041270                 SET CYW-STEP-REFUSED TO TRUE
041280                 CLOSE CYCLE-CONTROL-FILE
041290                 GO TO 9800-EXIT
041300             END-IF
041310             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
041320             IF CYW-STEP-REFUSED
041330                 CLOSE CYCLE-CONTROL-FILE
041340                 GO TO 9800-EXIT
041350             END-IF
041360     END-IF
041370*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
041380*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
041390     IF CYW-STEP-ON-FILE
041400         ADD 1 TO CYC-RUN-COUNT
041410     ELSE
041420         MOVE SPACES TO CYCLE-CONTROL-RECORD
041430         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
041440         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
041450         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
041460         MOVE 1 TO CYC-RUN-COUNT
041470     END-IF
041480     MOVE "S" TO CYC-STATUS
041490     MOVE CYW-DATE TO CYC-START-DATE
041500     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
041510     MOVE ZERO TO CYC-END-DATE
041520     MOVE ZERO TO CYC-END-TIME
041530     MOVE ZERO TO CYC-RETURN-CODE
041540     MOVE ZERO TO CYC-COUNT-IN
041550     MOVE ZERO TO CYC-COUNT-OUT
041560     MOVE ZERO TO CYC-CONTROL-TOTAL
041570     IF CYW-OVERRIDE-FOUND
041580         MOVE "O" TO CYC-OVERRIDE-FLAG
041590         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
041600     ELSE
041610         MOVE SPACE TO CYC-OVERRIDE-FLAG
041620         MOVE SPACES TO CYC-OVERRIDE-BY
041630     END-IF
041640     IF CYW-STEP-ON-FILE
041650         REWRITE CYCLE-CONTROL-RECORD
041660             INVALID KEY
041670                 SET CYW-STEP-REFUSED TO TRUE
041680         END-REWRITE
041690     ELSE
041700         WRITE CYCLE-CONTROL-RECORD
041710             INVALID KEY
041720                 SET CYW-STEP-REFUSED TO TRUE
041730         END-WRITE
041740     END-IF
041750     IF CYW-STEP-REFUSED
041760         DISPLAY "PAYROLL: CYCLCTL WRITE FAILED, STATUS "
041770             WS-CYCLCTL-STATUS " - RUN REFUSED"
041780     ELSE
041790         SET CYW-STEP-OPENED TO TRUE
041800     END-IF
041810     CLOSE CYCLE-CONTROL-FILE.
041820 9800-EXIT.
041830     EXIT.

041840*----------------------------------------------------------------
041850*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
041860*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
041870*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
041880*----------------------------------------------------------------
041890 9810-SET-STEP-SEQUENCE.
041900     MOVE ZERO TO CYW-STEP-POS
041910     MOVE 1 TO CYW-FIRST-POS
041920     IF CYW-WEEKLY-CYCLE
041930         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
041940     END-IF
041950     IF CYW-MONTHLY-CYCLE
041960         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
041970         MOVE 2 TO CYW-FIRST-POS
041980     END-IF
041990     IF CYW-REVERSAL-CYCLE
042000         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
042010     END-IF
042020     IF CYW-MONTH-END-CYCLE
042030         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
042040     END-IF
042050     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
042060         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
042070         UNTIL CYW-SUB > CYW-STEP-MAX.
042080 9810-EXIT.
042090     EXIT.

042100*----------------------------------------------------------------
042110*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
042120*----------------------------------------------------------------
042130 9815-MATCH-STEP.
042140     IF CYW-STEP-POS = ZERO
042150         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
042160             MOVE CYW-SUB TO CYW-STEP-POS
042170     END-IF.
042180 9815-EXIT.
042190     EXIT.

042200*----------------------------------------------------------------
042210*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
042220*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
042230*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
042240*----------------------------------------------------------------
042250 9820-CHECK-PRIOR-STEP.
042260     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
042270     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
042280     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
042290     READ CYCLE-CONTROL-FILE
042300         INVALID KEY
042310             DISPLAY "PAYROLL: " CYW-CYCLE-STEP (CYW-SUB)
042320                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
042330                 CYW-FREQUENCY " - RUN REFUSED"
042340             SET CYW-STEP-REFUSED TO TRUE
042350             GO TO 9820-EXIT
042360     END-READ
042370     IF NOT CYC-COMPLETED
042380         DISPLAY "PAYROLL: " CYW-CYCLE-STEP (CYW-SUB)
042390             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
042400             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
042410             CYC-RETURN-CODE ") - RUN REFUSED"
042420         SET CYW-STEP-REFUSED TO TRUE
042430     END-IF.
042440 9820-EXIT.
042450     EXIT.

042451*----------------------------------------------------------------
042452*  9825-CHECK-TRIAL-RUN - THE LIVE RUN NEEDS A COMPLETED TRIAL
042453*  RUN (PAYTRIAL) ON THE LEDGER FOR ITS PERIOD AND FREQUENCY,
042454*  SO THE VARIANCE REPORT HAS BEEN SEEN BEFORE ANYONE IS PAID.
042455*  A SUPPLEMENTARY IS EXEMPT - THE PARAMETER CARD'S RUN MODE
042456*  CANNOT ASK FOR A TRIAL AND A SUPPLEMENTARY AT ONCE.
042457*----------------------------------------------------------------
042458 9825-CHECK-TRIAL-RUN.
042459     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
042460     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
042461     MOVE "PAYTRIAL" TO CYC-STEP-NAME
042462     READ CYCLE-CONTROL-FILE
042463         INVALID KEY
042464             DISPLAY "PAYROLL: PAYTRIAL HAS NOT RUN FOR "
042465                 CYW-PERIOD-END " " CYW-FREQUENCY
042466                 " - RUN THE TRIAL FIRST - RUN REFUSED"
042467             SET CYW-STEP-REFUSED TO TRUE
042468             GO TO 9825-EXIT
042469     END-READ
042470     IF NOT CYC-COMPLETED
042471         DISPLAY "PAYROLL: PAYTRIAL DID NOT COMPLETE CLEANLY FOR "
042472             CYW-PERIOD-END " " CYW-FREQUENCY " (STATUS "
042473             CYC-STATUS " RC " CYC-RETURN-CODE ") - RUN REFUSED"
042474         SET CYW-STEP-REFUSED TO TRUE
042475     END-IF.
042476 9825-EXIT.
042477     EXIT.

042478*----------------------------------------------------------------
042479*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
042480*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
042490*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
042500*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
042510*----------------------------------------------------------------
042520 9830-CHECK-MONTH-CYCLES.
042530     MOVE ZERO TO CYW-MONTH-CYCLES
042540     MOVE ZERO TO CYW-MONTH-RECONCILED
042550     MOVE "N" TO CYW-LEDGER-EOF-SW
042560     MOVE LOW-VALUES TO CYC-KEY
042570     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
042580     MOVE 01 TO CYW-ML-DD
042590     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
042600     MOVE 31 TO CYW-ML-DD
042610     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
042620         INVALID KEY
042630             MOVE "Y" TO CYW-LEDGER-EOF-SW
042640     END-START
042650     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
042660         UNTIL CYW-END-OF-LEDGER
042670     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
042680         DISPLAY "PAYROLL: " CYW-MONTH-RECONCILED " OF "
042690             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
042700             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
042710         SET CYW-STEP-REFUSED TO TRUE
042720     END-IF.
042730 9830-EXIT.
042740     EXIT.

042750*----------------------------------------------------------------
042760*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
042770*----------------------------------------------------------------
042780 9835-READ-MONTH-STEP.
042790     READ CYCLE-CONTROL-FILE NEXT RECORD
042800         AT END
042810             MOVE "Y" TO CYW-LEDGER-EOF-SW
042820             GO TO 9835-EXIT
042830     END-READ
042840     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
042850         MOVE "Y" TO CYW-LEDGER-EOF-SW
042860         GO TO 9835-EXIT
042870     END-IF
042880     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
042890         ADD 1 TO CYW-MONTH-CYCLES
042900     END-IF
042910     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
042920         ADD 1 TO CYW-MONTH-RECONCILED
042930     END-IF.
042940 9835-EXIT.
042950     EXIT.

042960*----------------------------------------------------------------
042970*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
042980*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
042990*----------------------------------------------------------------
043000 9840-FIND-OVERRIDE.
043010     MOVE "N" TO CYW-OVERRIDE-SW
043020     MOVE "N" TO CYW-OVR-EOF-SW
043030     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
043040     OPEN INPUT CYCLE-OVERRIDE-FILE
043050     IF NOT CYCOVRD-OK
043060         GO TO 9840-EXIT
043070     END-IF
043080     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
043090         UNTIL CYW-END-OF-OVERRIDES
043100            OR CYW-OVERRIDE-FOUND
043110     CLOSE CYCLE-OVERRIDE-FILE.
043120 9840-EXIT.
043130     EXIT.

043140*----------------------------------------------------------------
043150*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
043160*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
043170*----------------------------------------------------------------
043180 9845-CHECK-OVERRIDE-CARD.
043190     READ CYCLE-OVERRIDE-FILE
043200         AT END
043210             MOVE "Y" TO CYW-OVR-EOF-SW
043220             GO TO 9845-EXIT
043230     END-READ
043240     IF OVR-PERIOD-END-X NOT NUMERIC
043250         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
043260         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
043270         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
043280             GO TO 9845-EXIT
043290     END-IF
043300     IF OVR-RUN-NUMBER-X NOT NUMERIC
043310         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
043320             DISPLAY "PAYROLL: OVERRIDE CARD FOR " OVR-STEP-NAME
043330                 " IGNORED - IT MUST NAME RUN NUMBER "
043340                 CYW-NEXT-RUN
043350             GO TO 9845-EXIT
043360     END-IF
043370     IF OVR-AUTHORISED-BY = SPACES
043380         OR OVR-REASON = SPACES
043390             DISPLAY "PAYROLL: OVERRIDE CARD FOR " OVR-STEP-NAME
043400                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
043410             GO TO 9845-EXIT
043420     END-IF
043430     MOVE "Y" TO CYW-OVERRIDE-SW.
043440 9845-EXIT.
043450     EXIT.

043460*----------------------------------------------------------------
043470*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
043480*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
043490*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
043500*  THE REASON AS THE AFTER IMAGE
043510*----------------------------------------------------------------
043520 9850-AUDIT-OVERRIDE.
043530     OPEN EXTEND AUDIT-TRAIL-FILE
043540     IF EMPAUDIT-NOT-FOUND
043550         OPEN OUTPUT AUDIT-TRAIL-FILE
043560     END-IF
043570     IF NOT EMPAUDIT-OK
043580         DISPLAY "PAYROLL: EMPAUDIT OPEN FAILED, STATUS "
043590             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
043600         MOVE "N" TO CYW-OVERRIDE-SW
043610         SET CYW-STEP-REFUSED TO TRUE
043620         GO TO 9850-EXIT
043630     END-IF
043640     MOVE SPACES TO AUDIT-TRAIL-RECORD
043650     MOVE CYW-DATE TO AUD-DATE
043660     MOVE CYW-TIME-HHMMSS TO AUD-TIME
043670     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
043680     MOVE ZERO TO AUD-EMP-NUMBER
043690     MOVE "O" TO AUD-ACTION-CODE
043700     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
043710     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
043720         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
043730     MOVE OVR-REASON TO AUD-AFTER-IMAGE
043740     WRITE AUDIT-TRAIL-RECORD
043750     CLOSE AUDIT-TRAIL-FILE
043760     DISPLAY "PAYROLL: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
043770         " AUTHORISED BY " OVR-AUTHORISED-BY
043780         " - WRITTEN TO THE AUDIT TRAIL".
043790 9850-EXIT.
043800     EXIT.

043810*----------------------------------------------------------------
043820*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
043830*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
043840*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
043850*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
043860*----------------------------------------------------------------
043870 9900-CLOSE-CYCLE-STEP.
043880     IF NOT CYW-STEP-OPENED
043890         GO TO 9900-EXIT
043900     END-IF
043910     MOVE WS-GRAND-EMP-COUNT TO CYW-COUNT-IN
043920     MOVE WS-GRAND-EMP-COUNT TO CYW-COUNT-OUT
043930     MOVE WS-GRAND-NET TO CYW-CONTROL-TOTAL
043940     OPEN I-O CYCLE-CONTROL-FILE
043950     IF NOT CYCLCTL-OK
043960         DISPLAY "PAYROLL: CYCLCTL OPEN FAILED, STATUS "
043970             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
043980         MOVE 16 TO RETURN-CODE
043990         GO TO 9900-EXIT
044000     END-IF
044010     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
044020     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
044030     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
044040     READ CYCLE-CONTROL-FILE
044050         INVALID KEY
044060             DISPLAY "PAYROLL: CYCLE LEDGER ENTRY FOR "
044070                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
044080             MOVE 16 TO RETURN-CODE
044090             CLOSE CYCLE-CONTROL-FILE
044100             GO TO 9900-EXIT
044110     END-READ
044120     ACCEPT CYW-DATE FROM DATE YYYYMMDD
044130     ACCEPT CYW-TIME FROM TIME
044140     MOVE CYW-DATE TO CYC-END-DATE
044150     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
044160     MOVE RETURN-CODE TO CYC-RETURN-CODE
044170     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
044180     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
044190     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
044200     IF RETURN-CODE = ZERO
044210         MOVE "C" TO CYC-STATUS
044220     ELSE
044230         MOVE "F" TO CYC-STATUS
044240     END-IF
044250     REWRITE CYCLE-CONTROL-RECORD
044260         INVALID KEY
044270             DISPLAY "PAYROLL: CYCLCTL REWRITE FAILED, STATUS "
044280                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
044290             MOVE 16 TO RETURN-CODE
044300     END-REWRITE
044310     CLOSE CYCLE-CONTROL-FILE.
044320 9900-EXIT.
044330     EXIT.
