000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAYSCRN.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  PAYSCRN
000090*
000100*  PRE-PAY FRAUD AND GHOST-EMPLOYEE SCREEN.  RUNS AFTER
000110*  TIMEEDIT AND BEFORE PAYROLL AND EFTGEN.  TAKES THE RUN'S PAY
000120*  POPULATION - THE MATCHED TIME FILE FOR THE WEEKLY RUN, THE
000130*  EMPLOYEE-MASTER'S MONTHLY STAFF OR UNSETTLED LEAVERS FOR THE
000140*  MONTHLY AND SETTLEMENT RUNS - AND CROSS-CHECKS IT AGAINST
000150*  THE EMPLOYEE-MASTER, THE BANK-MASTER, THE PAY HISTORY AND
000160*  THE EMPMAINT AND BANKMAINT AUDIT TRAILS.  IT FLAGS:
000170*
000180*    - TWO OR MORE EMPLOYEES PAYING INTO THE SAME BANK ACCOUNT
000190*      (ANY ONE OF THEM BEING PAID THIS RUN);
000200*    - BANK DETAILS CHANGED WITHIN THE WINDOW BEFORE PAY DAY;
000210*    - AN EMPLOYEE ADDED AND PAID IN THE SAME WEEK;
000220*    - AN HOURLY RATE SITTING AT THE TOP OF ITS BAND, OR A RATE
000230*      CHANGED BY THE SAME USER WHO ADDED THE EMPLOYEE;
000240*    - TIME BOOKED AGAINST SOMEONE WITH NO PAY FOR MONTHS.
000250*
000260*  EACH EXCEPTION IS NUMBERED ON THE REPORT, AND THE FOOT OF THE
000270*  REPORT CARRIES THE COUNT AND A CONTROL HASH (THE SUM OF THE
000280*  EMPLOYEE NUMBERS FLAGGED).  THE PAYROLL MANAGER REVIEWS THE
000290*  REPORT AND KEYS A SIGN-OFF CARD QUOTING BOTH; UNTIL A
000300*  MATCHING CARD IS ON THE DECK THE RUN ENDS WITH RETURN CODE
000310*  16 AND THE CYCLE IS HELD.  AN AUDIT TRAIL THAT CANNOT BE
000320*  READ IS ITSELF AN EXCEPTION - A SCREEN THAT COULD NOT LOOK
000330*  MUST NOT PASS AS CLEAN.
000340*
000350*  PAY DAY IS TAKEN AS THE PERIOD-END DATE ON THE RUN PARAMETER
000360*  CARD.
000361*
000362*  THE SCREEN IS A STEP OF THE PAY-CYCLE CONTROL LEDGER
000363*  (CYCLCTL), AFTER TIMEEDIT AND AHEAD OF PAYROLL: IT IS
000364*  LEDGERED COMPLETED ONLY WHEN IT ENDS CLEAR OR SIGNED OFF.
000370*
000380*  MODIFICATION HISTORY
000390*  DATE       INIT DESCRIPTION
000400*  ---------- ---- ------------------------------------------
000410*  2026-10-15 TLM  ORIGINAL PROGRAM - PRE-PAY SCREEN.
000411*  2026-10-15 TLM  NOW A STEP OF THE PAY-CYCLE CONTROL LEDGER,
000412*                  REFUSED UNTIL TIMEEDIT HAS COMPLETED FOR A
000413*                  WEEKLY OR SUPPLEMENTARY CYCLE, AND LEDGERED
000414*                  COMPLETED ONLY WHEN THE SIGN-OFF PASSES.  THE
000415*                  BANK AUDIT RECORD NOW COMES FROM EMPAUDIT.  AN
000416*                  ACCOUNT WITH MORE HOLDERS THAN THE GROUP TABLE
000417*                  HOLDS IS REPORTED AS SUCH.
000420*----------------------------------------------------------------

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RUN-PARM-FILE
000470         ASSIGN TO "RUNPARM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RUNPARM-STATUS.

000500     SELECT SCREEN-CARD-FILE
000510         ASSIGN TO "SCRNCARD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SCRNCARD-STATUS.

000540     SELECT MATCHED-TIME-FILE
000550         ASSIGN TO "MTCHTIME"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-MTCHTIME-STATUS.

000580     SELECT EMPLOYEE-MASTER
000590         ASSIGN TO "EMPMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EMP-NUMBER
000630         FILE STATUS IS WS-EMPMAST-STATUS.

000640     SELECT BANK-MASTER
000650         ASSIGN TO "BANKMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS BANK-EMP-NUMBER
000690         FILE STATUS IS WS-BANKMAST-STATUS.

000700     SELECT PAY-HISTORY-FILE
000710         ASSIGN TO "PAYHIST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS PH-EMP-NUMBER
000750         FILE STATUS IS WS-PAYHIST-STATUS.

000760     SELECT EMP-AUDIT-FILE
000770         ASSIGN TO "EMPAUDIT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-EMPAUDIT-STATUS.

000800     SELECT BANK-AUDIT-FILE
000810         ASSIGN TO "BANKAUD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-BANKAUD-STATUS.

000840     SELECT BANK-SORT-FILE
000850         ASSIGN TO "SORTWK".

000860     SELECT SCREEN-REPORT
000870         ASSIGN TO "SCRNRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SCRNRPT-STATUS.

000891     SELECT CYCLE-CONTROL-FILE
000892         ASSIGN TO "CYCLCTL"
000893         ORGANIZATION IS INDEXED
000894         ACCESS MODE IS DYNAMIC
000895         RECORD KEY IS CYC-KEY
000896         FILE STATUS IS WS-CYCLCTL-STATUS.

000897     SELECT CYCLE-OVERRIDE-FILE
000898         ASSIGN TO "CYCOVRD"
000899         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CYCOVRD-STATUS.

000905 DATA DIVISION.
000910 FILE SECTION.
000920 FD  RUN-PARM-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY RUNPARM.

000950 FD  SCREEN-CARD-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY SCRNCARD.

000980 FD  MATCHED-TIME-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY MTCHTIME.

001010 FD  EMPLOYEE-MASTER
001020     LABEL RECORDS ARE STANDARD.
001030     COPY EMPMAST.

001040 FD  BANK-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060     COPY BANKMAST.

001070 FD  PAY-HISTORY-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY PAYHIST.

001100 FD  EMP-AUDIT-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY EMPAUDIT.

001130*    THE BANK AUDIT TRAIL IS WRITTEN BY BANKMAINT IN THE SAME
001140*    LAYOUT AS THE EMPLOYEE TRAIL, SO IT TAKES THE SAME COPYBOOK
001150*    UNDER ITS OWN NAMES.
001160 FD  BANK-AUDIT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY EMPAUDIT
001190         REPLACING ==AUDIT-TRAIL-RECORD== BY ==BANK-AUDIT-RECORD==
001200                   LEADING ==AUD-== BY ==BAUD-==.

001270 SD  BANK-SORT-FILE.
001280 01  SORT-BANK-RECORD.
001290     05  SRT-EMP-NUMBER          PIC 9(06).
001300     05  SRT-ACCOUNT-NUMBER      PIC X(11).
001310     05  SRT-BRANCH-CODE         PIC 9(06).
001320     05  FILLER                  PIC X(21).

001330 FD  SCREEN-REPORT
001340     LABEL RECORDS ARE STANDARD.
001350     COPY SCRNRPTL.

001351 FD  CYCLE-CONTROL-FILE
001352     LABEL RECORDS ARE STANDARD.
001353     COPY CYCLCTL.

001354 FD  CYCLE-OVERRIDE-FILE
001355     LABEL RECORDS ARE STANDARD.
001356     COPY CYCOVRD.

001360 WORKING-STORAGE SECTION.
001370 01  WS-FILE-STATUSES.
001380     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001390         88  RUNPARM-OK                     VALUE "00".
001400     05  WS-SCRNCARD-STATUS      PIC X(02) VALUE "00".
001410         88  SCRNCARD-OK                    VALUE "00".
001420     05  WS-MTCHTIME-STATUS      PIC X(02) VALUE "00".
001430         88  MTCHTIME-OK                    VALUE "00".
001440     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
001450         88  EMPMAST-OK                     VALUE "00".
001460     05  WS-BANKMAST-STATUS      PIC X(02) VALUE "00".
001470         88  BANKMAST-OK                    VALUE "00".
001480     05  WS-PAYHIST-STATUS       PIC X(02) VALUE "00".
001490         88  PAYHIST-OK                     VALUE "00".
001520     05  WS-BANKAUD-STATUS       PIC X(02) VALUE "00".
001530         88  BANKAUD-OK                     VALUE "00".
001540     05  WS-SCRNRPT-STATUS       PIC X(02) VALUE "00".
001550         88  SCRNRPT-OK                     VALUE "00".

001560 01  WS-SWITCHES.
001570     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001580         88  FATAL-RUN-FAILURE              VALUE "Y".
001590     05  WS-REPORT-OPEN-SW       PIC X(01) VALUE "N".
001600         88  REPORT-OPEN                    VALUE "Y".
001610     05  WS-RUN-FREQ-SW          PIC X(01) VALUE "W".
001620         88  WEEKLY-RUN                     VALUE "W".
001630         88  MONTHLY-RUN                    VALUE "M".
001640         88  SETTLEMENT-RUN                 VALUE "F".
001650     05  WS-DRIVER-EOF-SW        PIC X(01) VALUE "N".
001660         88  END-OF-DRIVER                  VALUE "Y".
001670     05  WS-CARD-EOF-SW          PIC X(01) VALUE "N".
001680         88  END-OF-CARDS                   VALUE "Y".
001690     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001700         88  END-OF-AUDIT                   VALUE "Y".
001710     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001720         88  END-OF-SORTED-BANKS            VALUE "Y".
001730     05  WS-EMPMAST-AVAIL-SW     PIC X(01) VALUE "N".
001740         88  EMPMAST-AVAILABLE              VALUE "Y".
001750     05  WS-PAYHIST-AVAIL-SW     PIC X(01) VALUE "N".
001760         88  PAYHIST-AVAILABLE              VALUE "Y".
001770     05  WS-BANKMAST-AVAIL-SW    PIC X(01) VALUE "N".
001780         88  BANKMAST-AVAILABLE             VALUE "Y".
001790     05  WS-EMP-FOUND-SW         PIC X(01) VALUE "N".
001800         88  EMP-FOUND                      VALUE "Y".
001810     05  WS-POP-FOUND-SW         PIC X(01) VALUE "N".
001820         88  IN-POPULATION                  VALUE "Y".
001830     05  WS-GROUP-PAID-SW        PIC X(01) VALUE "N".
001840         88  GROUP-BEING-PAID               VALUE "Y".
001850     05  WS-SIGN-OFF-SW          PIC X(01) VALUE "N".
001860         88  SIGN-OFF-CARD-FOUND            VALUE "Y".

001870 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.
001875 01  WS-LEDGER-FREQUENCY         PIC X(01) VALUE "W".
001880 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
001890 01  WS-PE-PARTS REDEFINES WS-PERIOD-END-DATE.
001900     05  WS-PE-YEAR              PIC 9(04).
001910     05  WS-PE-MM                PIC 9(02).
001920     05  WS-PE-DD                PIC 9(02).

001930*    THE SCREEN'S LIMITS - DEFAULTS UNLESS A "P" CARD SAYS
001940*    OTHERWISE.
001950 01  WS-SCREEN-LIMITS.
001960     05  WS-BANK-WINDOW-DAYS     PIC 9(03) VALUE 7.
001970     05  WS-DORMANT-MONTHS       PIC 9(02) VALUE 6.
001980     05  WS-SAME-WEEK-DAYS       PIC 9(03) VALUE 6.

001990*    THE SIGN-OFF CARD FOR THIS PERIOD-END, IF ONE WAS KEYED.
002000 01  WS-SIGN-OFF.
002010     05  WS-SIGNED-COUNT         PIC 9(04) VALUE ZERO.
002020     05  WS-SIGNED-HASH          PIC 9(12) VALUE ZERO.
002030     05  WS-SIGNED-BY            PIC X(08) VALUE SPACES.

002040 01  WS-RUN-COUNTERS.
002050     05  WS-SCREENED-COUNT       PIC 9(05) VALUE ZERO.
002060     05  WS-EXCEPTION-COUNT      PIC 9(04) VALUE ZERO.
002070     05  WS-CONTROL-HASH         PIC 9(12) VALUE ZERO.
002080     05  WS-CARDS-REJECTED       PIC 9(03) VALUE ZERO.

002090*    THE RUN'S PAY POPULATION IN EMPLOYEE NUMBER ORDER, WITH THE
002100*    AUDIT-TRAIL FACTS GATHERED FOR EACH EMPLOYEE.
002110 01  WS-POP-TABLE.
002120     05  WS-POP-COUNT            PIC 9(04) VALUE ZERO.
002130     05  WS-POP-ENTRY OCCURS 1 TO 3000 TIMES
002140             DEPENDING ON WS-POP-COUNT
002150             ASCENDING KEY IS WS-POP-EMP
002160             INDEXED BY WS-POP-IDX.
002170         10  WS-POP-EMP          PIC 9(06).
002180         10  WS-POP-ADD-DATE     PIC 9(08).
002190         10  WS-POP-ADD-USER     PIC X(08).
002200         10  WS-POP-BANK-DATE    PIC 9(08).
002210         10  WS-POP-BANK-USER    PIC X(08).
002220         10  WS-POP-BANK-FIELD   PIC X(12).
002230         10  WS-POP-RATE-USER    PIC X(08).
002240         10  WS-POP-RATE-DATE    PIC 9(08).
002250 01  WS-POP-SUB                  PIC 9(04) VALUE ZERO.
002260 01  WS-POP-MAX                  PIC 9(04) VALUE 3000.
002270 01  WS-LAST-POP-EMP             PIC 9(06) VALUE ZERO.

002280*    ONE BANK ACCOUNT'S HOLDERS, GATHERED OFF THE SORTED MASTER.
002290 01  WS-ACCT-GROUP.
002300     05  WS-GRP-ACCOUNT          PIC X(11) VALUE SPACES.
002310     05  WS-GRP-BRANCH           PIC 9(06) VALUE ZERO.
002320     05  WS-GRP-COUNT            PIC 9(02) VALUE ZERO.
002330     05  WS-GRP-EMP OCCURS 20 TIMES
002340                                 PIC 9(06).
002345     05  WS-GRP-EXTRA            PIC 9(05) VALUE ZERO.
002350 01  WS-GRP-SUB                  PIC 9(02) VALUE ZERO.

002360*    THE EXCEPTION BEING WRITTEN.
002370 01  WS-EXCEPTION.
002380     05  WS-EXC-EMP              PIC 9(06) VALUE ZERO.
002390     05  WS-EXC-NAME             PIC X(30) VALUE SPACES.
002400     05  WS-EXC-REASON           PIC X(50) VALUE SPACES.
002410     05  WS-EXC-DETAIL           PIC X(90) VALUE SPACES.

002420*    DATE ARITHMETIC.  8000-SET-DATE-SERIAL TURNS WS-SERIAL-DATE
002430*    (CCYYMMDD) INTO A DAY NUMBER SO TWO DATES CAN BE SUBTRACTED;
002440*    MONTHS ARE COUNTED ON CCYY * 12 + MM.
002450 01  WS-SERIAL-DATE-FIELDS.
002460     05  WS-SERIAL-DATE          PIC 9(08) VALUE ZERO.
002470     05  WS-SERIAL-DATE-PARTS REDEFINES WS-SERIAL-DATE.
002480         10  WS-SERIAL-YEAR      PIC 9(04).
002490         10  WS-SERIAL-MM        PIC 9(02).
002500         10  WS-SERIAL-DD        PIC 9(02).
002510     05  WS-SERIAL-DAYS          PIC 9(07) VALUE ZERO.
002520     05  WS-SERIAL-DAYS-PE       PIC 9(07) VALUE ZERO.
002530     05  WS-SERIAL-PRIOR-YEAR    PIC 9(04) VALUE ZERO.
002540     05  WS-SERIAL-LEAP-4        PIC 9(04) VALUE ZERO.
002550     05  WS-SERIAL-LEAP-100      PIC 9(04) VALUE ZERO.
002560     05  WS-SERIAL-LEAP-400      PIC 9(04) VALUE ZERO.
002570     05  WS-SERIAL-MM-IDX        PIC 9(02) VALUE ZERO.
002580     05  WS-LEAP-WORK            PIC 9(04) VALUE ZERO.
002590     05  WS-LEAP-REM             PIC 9(04) VALUE ZERO.
002600     05  WS-BANK-CUTOFF-DAYS     PIC 9(07) VALUE ZERO.
002610     05  WS-WEEK-CUTOFF-DAYS     PIC 9(07) VALUE ZERO.
002620     05  WS-MONTHS-PE            PIC 9(06) VALUE ZERO.
002630     05  WS-MONTHS-OTHER         PIC 9(06) VALUE ZERO.
002640     05  WS-MONTHS-GAP           PIC S9(06) VALUE ZERO.
002650     05  WS-MONTH-DAYS-TABLE.
002660         10  FILLER              PIC X(24)
002670                 VALUE "312831303130313130313031".
002680     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
002690         10  WS-DIM OCCURS 12 TIMES
002700                                 PIC 9(02).
002710 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
002720 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
002730     05  WS-WORK-YEAR            PIC 9(04).
002740     05  WS-WORK-MM              PIC 9(02).
002750     05  WS-WORK-DD              PIC 9(02).

002760 01  WS-SCREEN-EDIT-FIELDS.
002770     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
002780     05  WS-ED-EXC-NUMBER        PIC ZZZ9.
002790     05  WS-ED-COUNT             PIC ZZZZ9.
002800     05  WS-ED-DAYS              PIC ZZ9.
002810     05  WS-ED-MONTHS            PIC Z9.
002820     05  WS-ED-RATE              PIC ZZ9.99.
002830     05  WS-ED-RATE-MAX          PIC ZZ9.99.
002840     05  WS-ED-HASH              PIC 9(12).

002845     COPY CYCLWORK.

002850 PROCEDURE DIVISION.

002860*----------------------------------------------------------------
002870*  0000-MAINLINE
002880*----------------------------------------------------------------
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     IF NOT FATAL-RUN-FAILURE
002920         PERFORM 2000-LOAD-POPULATION THRU 2000-EXIT
002930     END-IF
002940     IF NOT FATAL-RUN-FAILURE
002950         PERFORM 3000-SCAN-EMP-AUDIT THRU 3000-EXIT
002960         PERFORM 3200-SCAN-BANK-AUDIT THRU 3200-EXIT
002970         PERFORM 4000-SCREEN-ONE-EMPLOYEE THRU 4000-EXIT
002980             VARYING WS-POP-SUB FROM 1 BY 1
002990             UNTIL WS-POP-SUB > WS-POP-COUNT
003000         IF BANKMAST-AVAILABLE
003010             SORT BANK-SORT-FILE
003020                 ON ASCENDING KEY SRT-ACCOUNT-NUMBER
003030                                  SRT-BRANCH-CODE
003040                                  SRT-EMP-NUMBER
003050                 USING BANK-MASTER
003060                 OUTPUT PROCEDURE IS 5000-FIND-SHARED-ACCOUNTS
003070                     THRU 5000-EXIT
003080         END-IF
003090         PERFORM 6000-CHECK-SIGN-OFF THRU 6000-EXIT
003100     END-IF
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT
003115     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
003120     STOP RUN.

003130*----------------------------------------------------------------
003140*  1000-INITIALIZE
003150*  THE PARAMETER CARD NAMES THE PERIOD AND FREQUENCY; THE
003160*  SCREEN DECK SETS THE LIMITS AND MAY CARRY THE SIGN-OFF.
003170*  THE PAY HISTORY AND BANK-MASTER ARE OPENED ONLY TO PROVE
003180*  THEY CAN BE READ - A CHECK THAT CANNOT BE MADE IS REPORTED
003190*  AS AN EXCEPTION, NOT SKIPPED QUIETLY.
003200*----------------------------------------------------------------
003210 1000-INITIALIZE.
003220     ACCEPT WS-RUN-DATE FROM DATE
003230     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT
003240     IF FATAL-RUN-FAILURE
003250         GO TO 1000-EXIT
003260     END-IF
003261     MOVE "PAYSCRN" TO CYW-THIS-STEP
003262     MOVE "PAYSCRN" TO CYW-SEQUENCE-STEP
003263     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
003264     MOVE WS-LEDGER-FREQUENCY TO CYW-FREQUENCY
003265     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
003266     IF CYW-STEP-REFUSED
003267         SET FATAL-RUN-FAILURE TO TRUE
003268         GO TO 1000-EXIT
003269     END-IF
003270     PERFORM 1200-READ-SCREEN-CARDS THRU 1200-EXIT
003280     OPEN OUTPUT SCREEN-REPORT
003290     IF NOT SCRNRPT-OK
003300         DISPLAY "PAYSCRN: SCRNRPT OPEN FAILED, STATUS "
003310             WS-SCRNRPT-STATUS
003320         SET FATAL-RUN-FAILURE TO TRUE
003330         GO TO 1000-EXIT
003340     END-IF
003350     SET REPORT-OPEN TO TRUE
003360     PERFORM 7100-WRITE-REPORT-HEADING THRU 7100-EXIT
003370     OPEN INPUT EMPLOYEE-MASTER
003380     IF NOT EMPMAST-OK
003390         DISPLAY "PAYSCRN: EMPMAST OPEN FAILED, STATUS "
003400             WS-EMPMAST-STATUS
003410         SET FATAL-RUN-FAILURE TO TRUE
003420         GO TO 1000-EXIT
003430     END-IF
003440     SET EMPMAST-AVAILABLE TO TRUE
003450     OPEN INPUT PAY-HISTORY-FILE
003460     IF PAYHIST-OK
003470         SET PAYHIST-AVAILABLE TO TRUE
003480     ELSE
003490         IF WEEKLY-RUN
003500             MOVE ZERO TO WS-EXC-EMP
003510             MOVE SPACES TO WS-EXC-NAME
003520             MOVE "PAY HISTORY NOT AVAILABLE - DORMANCY NOT "
003530                 TO WS-EXC-REASON
003540             MOVE SPACES TO WS-EXC-DETAIL
003550             STRING "CHECKED.  PAYHIST OPEN STATUS "
003560                 WS-PAYHIST-STATUS
003570                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
003580             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003590         END-IF
003600     END-IF
003610     OPEN INPUT BANK-MASTER
003620     IF BANKMAST-OK
003630         SET BANKMAST-AVAILABLE TO TRUE
003640         CLOSE BANK-MASTER
003650     ELSE
003660         MOVE ZERO TO WS-EXC-EMP
003670         MOVE SPACES TO WS-EXC-NAME
003680         MOVE "BANK-MASTER NOT AVAILABLE - SHARED ACCOUNTS NOT "
003690             TO WS-EXC-REASON
003700         MOVE SPACES TO WS-EXC-DETAIL
003710         STRING "CHECKED.  BANKMAST OPEN STATUS "
003720             WS-BANKMAST-STATUS
003730             DELIMITED BY SIZE INTO WS-EXC-DETAIL
003740         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003750     END-IF
003760     MOVE WS-PERIOD-END-DATE TO WS-SERIAL-DATE
003770     PERFORM 8000-SET-DATE-SERIAL THRU 8000-EXIT
003780     MOVE WS-SERIAL-DAYS TO WS-SERIAL-DAYS-PE
003790     COMPUTE WS-BANK-CUTOFF-DAYS =
003800         WS-SERIAL-DAYS-PE - WS-BANK-WINDOW-DAYS
003810     COMPUTE WS-WEEK-CUTOFF-DAYS =
003820         WS-SERIAL-DAYS-PE - WS-SAME-WEEK-DAYS
003830     COMPUTE WS-MONTHS-PE = WS-PE-YEAR * 12 + WS-PE-MM.
003840 1000-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870*  1100-READ-RUN-PARM - PERIOD-END AND FREQUENCY OF THE RUN
003880*  BEING SCREENED.  WITHOUT A VALID PERIOD-END THERE IS NO PAY
003890*  DAY TO SCREEN AGAINST AND THE RUN IS REFUSED.  A WEEKLY
003891*  CARD IN SUPPLEMENTARY MODE SCREENS THE MATCHED TIME FILE
003892*  LIKE ANY WEEKLY RUN BUT IS LEDGERED UNDER "A", AS PAYROLL
003893*  LEDGERS THE SUPPLEMENTARY IT PRECEDES.
003900*----------------------------------------------------------------
003910 1100-READ-RUN-PARM.
003920     OPEN INPUT RUN-PARM-FILE
003930     IF NOT RUNPARM-OK
003940         DISPLAY "PAYSCRN: RUNPARM OPEN FAILED, STATUS "
003950             WS-RUNPARM-STATUS " - RUN REFUSED"
003960         SET FATAL-RUN-FAILURE TO TRUE
003970         GO TO 1100-EXIT
003980     END-IF
003990     MOVE SPACES TO RUN-PARM-RECORD
004000     READ RUN-PARM-FILE
004010         AT END
004020             CONTINUE
004030     END-READ
004040     CLOSE RUN-PARM-FILE
004050     IF PARM-PERIOD-END-X NOT NUMERIC
004060         OR PARM-PERIOD-END-DATE = ZERO
004070             DISPLAY "PAYSCRN: PARAMETER CARD HAS NO VALID "
004080                 "PERIOD-END DATE - RUN REFUSED"
004090             SET FATAL-RUN-FAILURE TO TRUE
004100             GO TO 1100-EXIT
004110     END-IF
004120     MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE
004130     IF PARM-MONTHLY-RUN
004140         SET MONTHLY-RUN TO TRUE
004150     END-IF
004160     IF PARM-SETTLEMENT-RUN
004170         SET SETTLEMENT-RUN TO TRUE
004180     END-IF
004181     MOVE WS-RUN-FREQ-SW TO WS-LEDGER-FREQUENCY
004182     IF PARM-SUPP-RUN AND WEEKLY-RUN
004183         MOVE "A" TO WS-LEDGER-FREQUENCY
004184     END-IF.
004190 1100-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220*  1200-READ-SCREEN-CARDS
004230*  NO DECK AT ALL MEANS THE DEFAULT LIMITS AND NO SIGN-OFF.  A
004240*  SIGN-OFF CARD FOR ANOTHER PERIOD-END IS IGNORED; A MIS-KEYED
004250*  CARD IS REPORTED ON THE CONSOLE AND IGNORED, WHICH CAN ONLY
004260*  LEAVE THE CYCLE HELD.
004270*----------------------------------------------------------------
004280 1200-READ-SCREEN-CARDS.
004290     OPEN INPUT SCREEN-CARD-FILE
004300     IF NOT SCRNCARD-OK
004310         GO TO 1200-EXIT
004320     END-IF
004330     PERFORM 1250-READ-ONE-SCREEN-CARD THRU 1250-EXIT
004340         UNTIL END-OF-CARDS
004350     CLOSE SCREEN-CARD-FILE.
004360 1200-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390*  1250-READ-ONE-SCREEN-CARD
004400*----------------------------------------------------------------
004410 1250-READ-ONE-SCREEN-CARD.
004420     READ SCREEN-CARD-FILE
004430         AT END
004440             MOVE "Y" TO WS-CARD-EOF-SW
004450             GO TO 1250-EXIT
004460     END-READ
004470     IF SCR-LIMITS-CARD
004480         IF SCR-BANK-DAYS-X NOT = SPACES
004490             IF SCR-BANK-DAYS-X NUMERIC
004500                 MOVE SCR-BANK-DAYS TO WS-BANK-WINDOW-DAYS
004510             ELSE
004520                 DISPLAY "PAYSCRN: LIMITS CARD BANK DAYS NOT "
004530                     "NUMERIC - DEFAULT KEPT"
004540                 ADD 1 TO WS-CARDS-REJECTED
004550             END-IF
004560         END-IF
004570         IF SCR-DORMANT-MONTHS-X NOT = SPACES
004580             IF SCR-DORMANT-MONTHS-X NUMERIC
004590                 AND SCR-DORMANT-MONTHS > ZERO
004600                     MOVE SCR-DORMANT-MONTHS TO WS-DORMANT-MONTHS
004610             ELSE
004620                 DISPLAY "PAYSCRN: LIMITS CARD DORMANT MONTHS "
004630                     "INVALID - DEFAULT KEPT"
004640                 ADD 1 TO WS-CARDS-REJECTED
004650             END-IF
004660         END-IF
004670         GO TO 1250-EXIT
004680     END-IF
004690     IF SCR-SIGN-OFF-CARD
004700         IF SCR-PERIOD-END-X NOT NUMERIC
004710             OR SCR-EXCEPTION-COUNT-X NOT NUMERIC
004720             OR SCR-CONTROL-HASH-X NOT NUMERIC
004730             OR SCR-SIGNED-BY = SPACES
004740                 DISPLAY "PAYSCRN: SIGN-OFF CARD INCOMPLETE OR "
004750                     "NOT NUMERIC - IGNORED"
004760                 ADD 1 TO WS-CARDS-REJECTED
004770                 GO TO 1250-EXIT
004780         END-IF
004790         IF SCR-PERIOD-END-DATE = WS-PERIOD-END-DATE
004800             SET SIGN-OFF-CARD-FOUND TO TRUE
004810             MOVE SCR-EXCEPTION-COUNT TO WS-SIGNED-COUNT
004820             MOVE SCR-CONTROL-HASH TO WS-SIGNED-HASH
004830             MOVE SCR-SIGNED-BY TO WS-SIGNED-BY
004840         END-IF
004850         GO TO 1250-EXIT
004860     END-IF
004870     DISPLAY "PAYSCRN: SCREEN CARD TYPE " SCR-CARD-TYPE
004880         " NOT RECOGNISED - IGNORED"
004890     ADD 1 TO WS-CARDS-REJECTED.
004900 1250-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930*  2000-LOAD-POPULATION
004940*  THE WEEKLY RUN PAYS WHOEVER IS ON THE MATCHED TIME FILE,
004950*  WHICH TIMEEDIT WRITES IN EMPLOYEE NUMBER ORDER.  THE MONTHLY
004960*  RUN PAYS THE MONTHLY STAFF ON THE MASTER NOT YET SETTLED,
004970*  AND THE SETTLEMENT RUN THE LEAVERS NOT YET SETTLED.  THE
004980*  TABLE IS LOADED IN KEY ORDER SO IT CAN BE BINARY SEARCHED.
004990*----------------------------------------------------------------
005000 2000-LOAD-POPULATION.
005010     MOVE ZERO TO WS-POP-COUNT
005020     MOVE ZERO TO WS-LAST-POP-EMP
005030     MOVE "N" TO WS-DRIVER-EOF-SW
005040     IF WEEKLY-RUN
005050         OPEN INPUT MATCHED-TIME-FILE
005060         IF NOT MTCHTIME-OK
005070             DISPLAY "PAYSCRN: MTCHTIME OPEN FAILED, STATUS "
005080                 WS-MTCHTIME-STATUS " - RUN TIMEEDIT FIRST"
005090             SET FATAL-RUN-FAILURE TO TRUE
005100             GO TO 2000-EXIT
005110         END-IF
005120         PERFORM 2100-LOAD-FROM-TIME-FILE THRU 2100-EXIT
005130             UNTIL END-OF-DRIVER
005140         CLOSE MATCHED-TIME-FILE
005150     ELSE
005160         PERFORM 2200-LOAD-FROM-MASTER THRU 2200-EXIT
005170             UNTIL END-OF-DRIVER
005180     END-IF.
005190 2000-EXIT.
005200     EXIT.

005210*----------------------------------------------------------------
005220*  2100-LOAD-FROM-TIME-FILE - ONE MATCHED TIME RECORD
005230*----------------------------------------------------------------
005240 2100-LOAD-FROM-TIME-FILE.
005250     READ MATCHED-TIME-FILE
005260         AT END
005270             MOVE "Y" TO WS-DRIVER-EOF-SW
005280             GO TO 2100-EXIT
005290     END-READ
005300     IF MT-EMP-NUMBER NOT > WS-LAST-POP-EMP
005310         DISPLAY "PAYSCRN: MATCHED TIME FILE OUT OF SEQUENCE AT "
005320             "EMPLOYEE " MT-EMP-NUMBER " - RUN REFUSED"
005330         SET FATAL-RUN-FAILURE TO TRUE
005340         MOVE "Y" TO WS-DRIVER-EOF-SW
005350         GO TO 2100-EXIT
005360     END-IF
005370     MOVE MT-EMP-NUMBER TO WS-LAST-POP-EMP
005380     PERFORM 2900-ADD-TO-POPULATION THRU 2900-EXIT.
005390 2100-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420*  2200-LOAD-FROM-MASTER - ONE EMPLOYEE-MASTER RECORD
005430*----------------------------------------------------------------
005440 2200-LOAD-FROM-MASTER.
005450     READ EMPLOYEE-MASTER NEXT RECORD
005460         AT END
005470             MOVE "Y" TO WS-DRIVER-EOF-SW
005480             GO TO 2200-EXIT
005490     END-READ
005500     IF MONTHLY-RUN
005510         IF NOT EMP-PAY-MONTHLY
005520             OR EMP-SETTLED
005530             OR EMP-START-DATE > WS-PERIOD-END-DATE
005540                 GO TO 2200-EXIT
005550         END-IF
005560     ELSE
005570         IF NOT EMP-TERM-UNSETTLED
005580             GO TO 2200-EXIT
005590         END-IF
005600     END-IF
005610     MOVE EMP-NUMBER TO WS-LAST-POP-EMP
005620     PERFORM 2900-ADD-TO-POPULATION THRU 2900-EXIT.
005630 2200-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660*  2900-ADD-TO-POPULATION
005670*----------------------------------------------------------------
005680 2900-ADD-TO-POPULATION.
005690     IF WS-POP-COUNT NOT < WS-POP-MAX
005700         DISPLAY "PAYSCRN: MORE THAN " WS-POP-MAX
005710             " EMPLOYEES IN THE RUN - TABLE FULL, RUN REFUSED"
005720         SET FATAL-RUN-FAILURE TO TRUE
005730         MOVE "Y" TO WS-DRIVER-EOF-SW
005740         GO TO 2900-EXIT
005750     END-IF
005760     ADD 1 TO WS-POP-COUNT
005770     MOVE WS-LAST-POP-EMP TO WS-POP-EMP (WS-POP-COUNT)
005780     MOVE ZERO TO WS-POP-ADD-DATE (WS-POP-COUNT)
005790     MOVE SPACES TO WS-POP-ADD-USER (WS-POP-COUNT)
005800     MOVE ZERO TO WS-POP-BANK-DATE (WS-POP-COUNT)
005810     MOVE SPACES TO WS-POP-BANK-USER (WS-POP-COUNT)
005820     MOVE SPACES TO WS-POP-BANK-FIELD (WS-POP-COUNT)
005830     MOVE SPACES TO WS-POP-RATE-USER (WS-POP-COUNT)
005840     MOVE ZERO TO WS-POP-RATE-DATE (WS-POP-COUNT).
005850 2900-EXIT.
005860     EXIT.

005870*----------------------------------------------------------------
005880*  3000-SCAN-EMP-AUDIT
005890*  THE EMPMAINT TRAIL IS IN THE ORDER IT WAS WRITTEN, SO AN
005900*  EMPLOYEE'S ADD COMES BEFORE ANY LATER CHANGE TO THE RATE.
005910*  ONLY EMPLOYEES IN THE RUN ARE OF INTEREST.
005920*----------------------------------------------------------------
005930 3000-SCAN-EMP-AUDIT.
005940     OPEN INPUT EMP-AUDIT-FILE
005950     IF NOT EMPAUDIT-OK
005960         MOVE ZERO TO WS-EXC-EMP
005970         MOVE SPACES TO WS-EXC-NAME
005980         MOVE "EMPLOYEE AUDIT TRAIL NOT AVAILABLE - ADDS AND RATE"
005990             TO WS-EXC-REASON
006000         MOVE SPACES TO WS-EXC-DETAIL
006010         STRING "CHANGES NOT CHECKED.  EMPAUDIT OPEN STATUS "
006020             WS-EMPAUDIT-STATUS
006030             DELIMITED BY SIZE INTO WS-EXC-DETAIL
006040         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006050         GO TO 3000-EXIT
006060     END-IF
006070     MOVE "N" TO WS-AUDIT-EOF-SW
006080     PERFORM 3100-CHECK-EMP-AUDIT-RECORD THRU 3100-EXIT
006090         UNTIL END-OF-AUDIT
006100     CLOSE EMP-AUDIT-FILE.
006110 3000-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------
006140*  3100-CHECK-EMP-AUDIT-RECORD
006150*----------------------------------------------------------------
006160 3100-CHECK-EMP-AUDIT-RECORD.
006170     READ EMP-AUDIT-FILE
006180         AT END
006190             MOVE "Y" TO WS-AUDIT-EOF-SW
006200             GO TO 3100-EXIT
006210     END-READ
006220     IF AUD-FIELD-NAME NOT = "NEW RECORD"
006230         AND AUD-FIELD-NAME NOT = "HOURLY RATE"
006240             GO TO 3100-EXIT
006250     END-IF
006260     MOVE AUD-EMP-NUMBER TO WS-LAST-POP-EMP
006270     PERFORM 3900-FIND-IN-POPULATION THRU 3900-EXIT
006280     IF NOT IN-POPULATION
006290         GO TO 3100-EXIT
006300     END-IF
006310     IF AUD-FIELD-NAME = "NEW RECORD"
006320         MOVE AUD-DATE TO WS-POP-ADD-DATE (WS-POP-IDX)
006330         MOVE AUD-USER-ID TO WS-POP-ADD-USER (WS-POP-IDX)
006340         GO TO 3100-EXIT
006350     END-IF
006360     IF AUD-ACTION-CODE = "C"
006370         AND WS-POP-ADD-USER (WS-POP-IDX) NOT = SPACES
006380         AND AUD-USER-ID = WS-POP-ADD-USER (WS-POP-IDX)
006390             MOVE AUD-USER-ID TO WS-POP-RATE-USER (WS-POP-IDX)
006400             MOVE AUD-DATE TO WS-POP-RATE-DATE (WS-POP-IDX)
006410     END-IF.
006420 3100-EXIT.
006430     EXIT.

006440*----------------------------------------------------------------
006450*  3200-SCAN-BANK-AUDIT
006460*  KEEPS THE LATEST BANK DETAIL CHANGE FOR EACH EMPLOYEE IN THE
006470*  RUN - A NEW ACCOUNT, ACCOUNT NUMBER, BRANCH OR TYPE.
006480*----------------------------------------------------------------
006490 3200-SCAN-BANK-AUDIT.
006500     OPEN INPUT BANK-AUDIT-FILE
006510     IF NOT BANKAUD-OK
006520         MOVE ZERO TO WS-EXC-EMP
006530         MOVE SPACES TO WS-EXC-NAME
006540         MOVE "BANK AUDIT TRAIL NOT AVAILABLE - RECENT BANK"
006550             TO WS-EXC-REASON
006560         MOVE SPACES TO WS-EXC-DETAIL
006570         STRING "CHANGES NOT CHECKED.  BANKAUD OPEN STATUS "
006580             WS-BANKAUD-STATUS
006590             DELIMITED BY SIZE INTO WS-EXC-DETAIL
006600         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006610         GO TO 3200-EXIT
006620     END-IF
006630     MOVE "N" TO WS-AUDIT-EOF-SW
006640     PERFORM 3300-CHECK-BANK-AUDIT-RECORD THRU 3300-EXIT
006650         UNTIL END-OF-AUDIT
006660     CLOSE BANK-AUDIT-FILE.
006670 3200-EXIT.
006680     EXIT.

006690*----------------------------------------------------------------
006700*  3300-CHECK-BANK-AUDIT-RECORD
006710*----------------------------------------------------------------
006720 3300-CHECK-BANK-AUDIT-RECORD.
006730     READ BANK-AUDIT-FILE
006740         AT END
006750             MOVE "Y" TO WS-AUDIT-EOF-SW
006760             GO TO 3300-EXIT
006770     END-READ
006780     MOVE BAUD-EMP-NUMBER TO WS-LAST-POP-EMP
006790     PERFORM 3900-FIND-IN-POPULATION THRU 3900-EXIT
006800     IF NOT IN-POPULATION
006810         GO TO 3300-EXIT
006820     END-IF
006830     IF BAUD-DATE NOT < WS-POP-BANK-DATE (WS-POP-IDX)
006840         MOVE BAUD-DATE TO WS-POP-BANK-DATE (WS-POP-IDX)
006850         MOVE BAUD-USER-ID TO WS-POP-BANK-USER (WS-POP-IDX)
006860         MOVE BAUD-FIELD-NAME TO WS-POP-BANK-FIELD (WS-POP-IDX)
006870     END-IF.
006880 3300-EXIT.
006890     EXIT.

006900*----------------------------------------------------------------
006910*  3900-FIND-IN-POPULATION - WS-LAST-POP-EMP IN THE RUN?
006920*----------------------------------------------------------------
006930 3900-FIND-IN-POPULATION.
006940     MOVE "N" TO WS-POP-FOUND-SW
006950     IF WS-POP-COUNT = ZERO
006960         GO TO 3900-EXIT
006970     END-IF
006980     SEARCH ALL WS-POP-ENTRY
006990         AT END
007000             CONTINUE
007010         WHEN WS-POP-EMP (WS-POP-IDX) = WS-LAST-POP-EMP
007020             MOVE "Y" TO WS-POP-FOUND-SW
007030     END-SEARCH.
007040 3900-EXIT.
007050     EXIT.

007060*----------------------------------------------------------------
007070*  4000-SCREEN-ONE-EMPLOYEE
007080*  EVERY CHECK IS MADE AND EVERY HIT REPORTED - ONE EMPLOYEE
007090*  CAN RAISE SEVERAL EXCEPTIONS.
007100*----------------------------------------------------------------
007110 4000-SCREEN-ONE-EMPLOYEE.
007120     ADD 1 TO WS-SCREENED-COUNT
007130     MOVE WS-POP-EMP (WS-POP-SUB) TO EMP-NUMBER
007140     MOVE "N" TO WS-EMP-FOUND-SW
007150     READ EMPLOYEE-MASTER
007160         INVALID KEY
007170             CONTINUE
007180         NOT INVALID KEY
007190             MOVE "Y" TO WS-EMP-FOUND-SW
007200     END-READ
007210     MOVE WS-POP-EMP (WS-POP-SUB) TO WS-EXC-EMP
007220     IF NOT EMP-FOUND
007230         MOVE "NOT ON EMPLOYEE-MASTER" TO WS-EXC-NAME
007240         MOVE "TIME BOOKED FOR AN EMPLOYEE NOT ON THE MASTER"
007250             TO WS-EXC-REASON
007260         MOVE SPACES TO WS-EXC-DETAIL
007270         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007280         GO TO 4000-EXIT
007290     END-IF
007300     MOVE EMP-NAME TO WS-EXC-NAME
007310     PERFORM 4100-CHECK-BANK-CHANGE THRU 4100-EXIT
007320     PERFORM 4200-CHECK-ADDED-THIS-WEEK THRU 4200-EXIT
007330     PERFORM 4300-CHECK-RATE THRU 4300-EXIT
007340     IF WEEKLY-RUN
007350         PERFORM 4400-CHECK-DORMANT THRU 4400-EXIT
007360     END-IF.
007370 4000-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400*  4100-CHECK-BANK-CHANGE - BANK DETAILS CHANGED INSIDE THE
007410*  WINDOW BEFORE PAY DAY (OR SINCE IT)
007420*----------------------------------------------------------------
007430 4100-CHECK-BANK-CHANGE.
007440     IF WS-POP-BANK-DATE (WS-POP-SUB) = ZERO
007450         GO TO 4100-EXIT
007460     END-IF
007470     MOVE WS-POP-BANK-DATE (WS-POP-SUB) TO WS-SERIAL-DATE
007480     PERFORM 8000-SET-DATE-SERIAL THRU 8000-EXIT
007490     IF WS-SERIAL-DAYS < WS-BANK-CUTOFF-DAYS
007500         GO TO 4100-EXIT
007510     END-IF
007520     MOVE WS-BANK-WINDOW-DAYS TO WS-ED-DAYS
007530     MOVE SPACES TO WS-EXC-REASON
007540     STRING "BANK DETAILS CHANGED WITHIN " WS-ED-DAYS
007550         " DAYS OF PAY DAY"
007560         DELIMITED BY SIZE INTO WS-EXC-REASON
007570     MOVE SPACES TO WS-EXC-DETAIL
007580     STRING "LAST CHANGE " WS-POP-BANK-FIELD (WS-POP-SUB)
007590         " ON " WS-POP-BANK-DATE (WS-POP-SUB)
007600         " BY USER " WS-POP-BANK-USER (WS-POP-SUB)
007610         DELIMITED BY SIZE INTO WS-EXC-DETAIL
007620     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
007630 4100-EXIT.
007640     EXIT.

007650*----------------------------------------------------------------
007660*  4200-CHECK-ADDED-THIS-WEEK
007670*  THE ADD ON THE AUDIT TRAIL DATES THE EMPLOYEE'S ARRIVAL ON
007680*  THE MASTER; AN EMPLOYEE ADDED BEFORE THE TRAIL BEGAN FALLS
007690*  BACK ON THE START DATE KEYED.
007700*----------------------------------------------------------------
007710 4200-CHECK-ADDED-THIS-WEEK.
007720     IF WS-POP-ADD-DATE (WS-POP-SUB) NOT = ZERO
007730         MOVE WS-POP-ADD-DATE (WS-POP-SUB) TO WS-SERIAL-DATE
007740     ELSE
007750         MOVE EMP-START-DATE TO WS-SERIAL-DATE
007760     END-IF
007770     IF WS-SERIAL-DATE = ZERO
007780         GO TO 4200-EXIT
007790     END-IF
007800     MOVE WS-SERIAL-DATE TO WS-WORK-DATE
007810     PERFORM 8000-SET-DATE-SERIAL THRU 8000-EXIT
007820     IF WS-SERIAL-DAYS < WS-WEEK-CUTOFF-DAYS
007830         GO TO 4200-EXIT
007840     END-IF
007850     MOVE "ADDED TO THE MASTER AND PAID IN THE SAME WEEK"
007860         TO WS-EXC-REASON
007870     MOVE SPACES TO WS-EXC-DETAIL
007880     IF WS-POP-ADD-DATE (WS-POP-SUB) NOT = ZERO
007890         STRING "ADDED ON " WS-WORK-DATE " BY USER "
007900             WS-POP-ADD-USER (WS-POP-SUB)
007910             DELIMITED BY SIZE INTO WS-EXC-DETAIL
007920     ELSE
007930         STRING "START DATE " WS-WORK-DATE
007940             " - NO ADD ON THE AUDIT TRAIL"
007950             DELIMITED BY SIZE INTO WS-EXC-DETAIL
007960     END-IF
007970     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
007980 4200-EXIT.
007990     EXIT.

008000*----------------------------------------------------------------
008010*  4300-CHECK-RATE
008020*  A RATE PARKED AT THE TOP OF ITS BAND IS WHERE AN INFLATED
008030*  RATE HIDES; A RATE CHANGED BY THE VERY USER WHO CREATED THE
008040*  EMPLOYEE HAS HAD NO SECOND PAIR OF EYES.
008050*----------------------------------------------------------------
008060 4300-CHECK-RATE.
008070     IF NOT EMP-PAY-MONTHLY
008080         AND EMP-RATE-MAX > ZERO
008090         AND EMP-HOURLY-RATE NOT < EMP-RATE-MAX
008100             MOVE "HOURLY RATE AT THE MAXIMUM OF ITS BAND"
008110                 TO WS-EXC-REASON
008120             MOVE EMP-HOURLY-RATE TO WS-ED-RATE
008130             MOVE EMP-RATE-MAX TO WS-ED-RATE-MAX
008140             MOVE SPACES TO WS-EXC-DETAIL
008150             STRING "RATE " WS-ED-RATE "  BAND MAXIMUM "
008160                 WS-ED-RATE-MAX
008170                 DELIMITED BY SIZE INTO WS-EXC-DETAIL
008180             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008190     END-IF
008200     IF WS-POP-RATE-USER (WS-POP-SUB) NOT = SPACES
008210         MOVE "RATE CHANGED BY THE USER WHO ADDED THE EMPLOYEE"
008220             TO WS-EXC-REASON
008230         MOVE SPACES TO WS-EXC-DETAIL
008240         STRING "USER " WS-POP-RATE-USER (WS-POP-SUB)
008250             " ADDED ON " WS-POP-ADD-DATE (WS-POP-SUB)
008260             ", CHANGED THE RATE ON "
008270             WS-POP-RATE-DATE (WS-POP-SUB)
008280             DELIMITED BY SIZE INTO WS-EXC-DETAIL
008290         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008300     END-IF.
008310 4300-EXIT.
008320     EXIT.

008330*----------------------------------------------------------------
008340*  4400-CHECK-DORMANT
008350*  TIME BOOKED AGAINST SOMEONE THE PAY HISTORY SHOWS UNPAID FOR
008360*  THE DORMANCY LIMIT - OR NEVER PAID, WHEN THEY HAVE BEEN ON
008370*  THE BOOKS THAT LONG.  A GENUINE NEW STARTER HAS NO HISTORY
008380*  AND A RECENT START DATE AND IS NOT FLAGGED HERE.
008390*----------------------------------------------------------------
008400 4400-CHECK-DORMANT.
008410     IF NOT PAYHIST-AVAILABLE
008420         GO TO 4400-EXIT
008430     END-IF
008440     MOVE EMP-NUMBER TO PH-EMP-NUMBER
008450     READ PAY-HISTORY-FILE
008460         INVALID KEY
008470             MOVE ZERO TO PH-PERIOD-END-DATE
008480     END-READ
008490     IF PH-PERIOD-END-DATE = ZERO
008500         MOVE EMP-START-DATE TO WS-WORK-DATE
008510     ELSE
008520         MOVE PH-PERIOD-END-DATE TO WS-WORK-DATE
008530     END-IF
008540     IF WS-WORK-DATE = ZERO
008550         GO TO 4400-EXIT
008560     END-IF
008570     COMPUTE WS-MONTHS-OTHER = WS-WORK-YEAR * 12 + WS-WORK-MM
008580     COMPUTE WS-MONTHS-GAP = WS-MONTHS-PE - WS-MONTHS-OTHER
008590     IF WS-MONTHS-GAP < WS-DORMANT-MONTHS
008600         GO TO 4400-EXIT
008610     END-IF
008620     MOVE WS-DORMANT-MONTHS TO WS-ED-MONTHS
008630     MOVE SPACES TO WS-EXC-REASON
008640     MOVE SPACES TO WS-EXC-DETAIL
008650     IF PH-PERIOD-END-DATE = ZERO
008660         STRING "TIME BOOKED - NEVER PAID, ON THE BOOKS "
008670             WS-ED-MONTHS "+ MONTHS"
008680             DELIMITED BY SIZE INTO WS-EXC-REASON
008690         STRING "START DATE " WS-WORK-DATE
008700             " - NO PAY HISTORY ON FILE"
008710             DELIMITED BY SIZE INTO WS-EXC-DETAIL
008720     ELSE
008730         STRING "TIME BOOKED - NO PAY FOR " WS-ED-MONTHS
008740             "+ MONTHS"
008750             DELIMITED BY SIZE INTO WS-EXC-REASON
008760         STRING "LAST PERIOD PAID ENDED " WS-WORK-DATE
008770             DELIMITED BY SIZE INTO WS-EXC-DETAIL
008780     END-IF
008790     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
008800 4400-EXIT.
008810     EXIT.

008820*----------------------------------------------------------------
008830*  5000-FIND-SHARED-ACCOUNTS - SORT OUTPUT PROCEDURE
008840*  THE BANK-MASTER COMES BACK IN ACCOUNT NUMBER ORDER, SO THE
008850*  HOLDERS OF ONE ACCOUNT ARRIVE TOGETHER.  A SHARED ACCOUNT IS
008860*  REPORTED WHEN ANY OF ITS HOLDERS IS BEING PAID THIS RUN.
008870*----------------------------------------------------------------
008880 5000-FIND-SHARED-ACCOUNTS.
008890     MOVE "N" TO WS-SORT-EOF-SW
008900     MOVE ZERO TO WS-GRP-COUNT
008905     MOVE ZERO TO WS-GRP-EXTRA
008910     PERFORM 5100-RETURN-BANK-RECORD THRU 5100-EXIT
008920     PERFORM 5200-GROUP-ONE-RECORD THRU 5200-EXIT
008930         UNTIL END-OF-SORTED-BANKS
008940     PERFORM 5300-CLOSE-GROUP THRU 5300-EXIT.
008950 5000-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------
008980*  5100-RETURN-BANK-RECORD - NEXT SORTED BANK-MASTER RECORD
008990*----------------------------------------------------------------
009000 5100-RETURN-BANK-RECORD.
009010     RETURN BANK-SORT-FILE
009020         AT END
009030             MOVE "Y" TO WS-SORT-EOF-SW
009040     END-RETURN.
009050 5100-EXIT.
009060     EXIT.

009070*----------------------------------------------------------------
009080*  5200-GROUP-ONE-RECORD
009082*  A HOLDER BEYOND THE TWENTY THE TABLE HOLDS IS COUNTED, NOT
009084*  DROPPED - 5300 REPORTS THE ACCOUNT AS OVER-FULL.
009090*----------------------------------------------------------------
009100 5200-GROUP-ONE-RECORD.
009110     IF SRT-ACCOUNT-NUMBER = SPACES
009120         GO TO 5200-NEXT
009130     END-IF
009140     IF WS-GRP-COUNT > ZERO
009150         AND (SRT-ACCOUNT-NUMBER NOT = WS-GRP-ACCOUNT
009160             OR SRT-BRANCH-CODE NOT = WS-GRP-BRANCH)
009170                 PERFORM 5300-CLOSE-GROUP THRU 5300-EXIT
009180     END-IF
009190     IF WS-GRP-COUNT = ZERO
009200         MOVE SRT-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT
009210         MOVE SRT-BRANCH-CODE TO WS-GRP-BRANCH
009220     END-IF
009230     IF WS-GRP-COUNT < 20
009240         ADD 1 TO WS-GRP-COUNT
009250         MOVE SRT-EMP-NUMBER TO WS-GRP-EMP (WS-GRP-COUNT)
009255     ELSE
009256         ADD 1 TO WS-GRP-EXTRA
009260     END-IF.
009270 5200-NEXT.
009280     PERFORM 5100-RETURN-BANK-RECORD THRU 5100-EXIT.
009290 5200-EXIT.
009300     EXIT.

009310*----------------------------------------------------------------
009320*  5300-CLOSE-GROUP - REPORT THE ACCOUNT IF IT IS SHARED AND
009330*  BEING PAID, ONE NUMBERED EXCEPTION PER HOLDER
009331*  AN ACCOUNT WITH HOLDERS BEYOND THE TABLE IS ALWAYS REPORTED -
009332*  THE ONES NOT HELD CANNOT BE CHECKED AGAINST THE RUN - WITH A
009333*  FURTHER EXCEPTION SAYING HOW MANY ARE NOT LISTED.
009340*----------------------------------------------------------------
009350 5300-CLOSE-GROUP.
009360     IF WS-GRP-COUNT < 2
009370         GO TO 5300-RESET
009380     END-IF
009390     MOVE "N" TO WS-GROUP-PAID-SW
009400     PERFORM 5310-CHECK-HOLDER-PAID THRU 5310-EXIT
009410         VARYING WS-GRP-SUB FROM 1 BY 1
009420         UNTIL WS-GRP-SUB > WS-GRP-COUNT
009425     IF WS-GRP-EXTRA > ZERO
009426         SET GROUP-BEING-PAID TO TRUE
009427     END-IF
009430     IF NOT GROUP-BEING-PAID
009440         GO TO 5300-RESET
009450     END-IF
009460     PERFORM 5320-REPORT-HOLDER THRU 5320-EXIT
009470         VARYING WS-GRP-SUB FROM 1 BY 1
009480         UNTIL WS-GRP-SUB > WS-GRP-COUNT
009481     IF WS-GRP-EXTRA > ZERO
009482         MOVE ZERO TO WS-EXC-EMP
009483         MOVE SPACES TO WS-EXC-NAME
009484         MOVE "MORE THAN 20 HOLDERS ON ACCOUNT" TO WS-EXC-REASON
009485         MOVE WS-GRP-EXTRA TO WS-ED-COUNT
009486         MOVE SPACES TO WS-EXC-DETAIL
009487         STRING "ACCOUNT " WS-GRP-ACCOUNT " BRANCH " WS-GRP-BRANCH
009488             " -" WS-ED-COUNT " FURTHER HOLDER(S) NOT LISTED"
009489             DELIMITED BY SIZE INTO WS-EXC-DETAIL
009490         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
009491     END-IF.
009492 5300-RESET.
009495     MOVE ZERO TO WS-GRP-EXTRA
009500     MOVE ZERO TO WS-GRP-COUNT.
009510 5300-EXIT.
009520     EXIT.

009530*----------------------------------------------------------------
009540*  5310-CHECK-HOLDER-PAID
009550*----------------------------------------------------------------
009560 5310-CHECK-HOLDER-PAID.
009570     MOVE WS-GRP-EMP (WS-GRP-SUB) TO WS-LAST-POP-EMP
009580     PERFORM 3900-FIND-IN-POPULATION THRU 3900-EXIT
009590     IF IN-POPULATION
009600         SET GROUP-BEING-PAID TO TRUE
009610     END-IF.
009620 5310-EXIT.
009630     EXIT.

009640*----------------------------------------------------------------
009650*  5320-REPORT-HOLDER
009660*----------------------------------------------------------------
009670 5320-REPORT-HOLDER.
009680     MOVE WS-GRP-EMP (WS-GRP-SUB) TO WS-EXC-EMP
009690     MOVE WS-GRP-EMP (WS-GRP-SUB) TO EMP-NUMBER
009700     READ EMPLOYEE-MASTER
009710         INVALID KEY
009720             MOVE "NOT ON EMPLOYEE-MASTER" TO WS-EXC-NAME
009730         NOT INVALID KEY
009740             MOVE EMP-NAME TO WS-EXC-NAME
009750     END-READ
009760     COMPUTE WS-ED-COUNT = WS-GRP-COUNT + WS-GRP-EXTRA
009770     MOVE SPACES TO WS-EXC-REASON
009780     STRING "BANK ACCOUNT SHARED BY" WS-ED-COUNT " EMPLOYEES"
009790         DELIMITED BY SIZE INTO WS-EXC-REASON
009800     MOVE WS-GRP-EMP (WS-GRP-SUB) TO WS-LAST-POP-EMP
009810     PERFORM 3900-FIND-IN-POPULATION THRU 3900-EXIT
009820     MOVE SPACES TO WS-EXC-DETAIL
009830     IF IN-POPULATION
009840         STRING "ACCOUNT " WS-GRP-ACCOUNT " BRANCH " WS-GRP-BRANCH
009850             " - BEING PAID THIS RUN"
009860             DELIMITED BY SIZE INTO WS-EXC-DETAIL
009870     ELSE
009880         STRING "ACCOUNT " WS-GRP-ACCOUNT " BRANCH " WS-GRP-BRANCH
009890             " - NOT IN THIS RUN"
009900             DELIMITED BY SIZE INTO WS-EXC-DETAIL
009910     END-IF
009920     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
009930 5320-EXIT.
009940     EXIT.

009950*----------------------------------------------------------------
009960*  6000-CHECK-SIGN-OFF
009970*  THE CYCLE IS CLEAR WHEN THERE IS NOTHING TO REPORT, OR WHEN
009980*  THE MANAGER'S CARD QUOTES THE COUNT AND HASH THIS RUN FOUND.
009990*  ANYTHING ELSE HOLDS IT.
010000*----------------------------------------------------------------
010010 6000-CHECK-SIGN-OFF.
010020     MOVE SPACES TO SCREEN-REPORT-LINE
010030     WRITE SCREEN-REPORT-LINE
010040     MOVE WS-SCREENED-COUNT TO WS-ED-COUNT
010050     MOVE SPACES TO SCREEN-REPORT-LINE
010060     STRING "EMPLOYEES SCREENED " WS-ED-COUNT
010070         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010080     WRITE SCREEN-REPORT-LINE
010090     MOVE WS-EXCEPTION-COUNT TO WS-ED-COUNT
010100     MOVE WS-CONTROL-HASH TO WS-ED-HASH
010110     MOVE SPACES TO SCREEN-REPORT-LINE
010120     STRING "EXCEPTIONS         " WS-ED-COUNT
010130         "     CONTROL HASH " WS-ED-HASH
010140         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010150     WRITE SCREEN-REPORT-LINE
010160     MOVE SPACES TO SCREEN-REPORT-LINE
010170     WRITE SCREEN-REPORT-LINE
010180     IF WS-EXCEPTION-COUNT = ZERO
010190         MOVE SPACES TO SCREEN-REPORT-LINE
010200         STRING "NO EXCEPTIONS - CLEAR TO PAY"
010210             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010220         WRITE SCREEN-REPORT-LINE
010230         GO TO 6000-EXIT
010240     END-IF
010250     IF SIGN-OFF-CARD-FOUND
010260         AND WS-SIGNED-COUNT = WS-EXCEPTION-COUNT
010270         AND WS-SIGNED-HASH = WS-CONTROL-HASH
010280             MOVE SPACES TO SCREEN-REPORT-LINE
010290             STRING "EXCEPTIONS SIGNED OFF BY " WS-SIGNED-BY
010300                 " - CLEAR TO PAY"
010310                 DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010320             WRITE SCREEN-REPORT-LINE
010330             DISPLAY "PAYSCRN: " WS-EXCEPTION-COUNT
010340                 " EXCEPTION(S) SIGNED OFF BY " WS-SIGNED-BY
010350             GO TO 6000-EXIT
010360     END-IF
010370     IF SIGN-OFF-CARD-FOUND
010380         MOVE SPACES TO SCREEN-REPORT-LINE
010390         STRING "THE SIGN-OFF CARD KEYED BY " WS-SIGNED-BY
010400             " DOES NOT MATCH THIS REPORT - THE EXCEPTIONS HAVE "
010410             "CHANGED SINCE IT WAS SIGNED"
010420             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010430         WRITE SCREEN-REPORT-LINE
010440     END-IF
010450     MOVE SPACES TO SCREEN-REPORT-LINE
010460     STRING "THE PAY CYCLE IS HELD.  THE PAYROLL MANAGER IS TO "
010470         "REVIEW EVERY EXCEPTION ABOVE AND KEY A SIGN-OFF CARD "
010480         "FOR THIS PERIOD-END"
010490         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010500     WRITE SCREEN-REPORT-LINE
010510     MOVE SPACES TO SCREEN-REPORT-LINE
010520     STRING "QUOTING THE EXCEPTION COUNT AND CONTROL HASH, THEN "
010530         "RE-RUN THIS SCREEN."
010540         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010550     WRITE SCREEN-REPORT-LINE
010560     MOVE SPACES TO SCREEN-REPORT-LINE
010570     WRITE SCREEN-REPORT-LINE
010580     MOVE SPACES TO SCREEN-REPORT-LINE
010590     STRING "REVIEWED BY ______________________   "
010600         "SIGNATURE ______________________   DATE ____________"
010610         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010620     WRITE SCREEN-REPORT-LINE
010630     DISPLAY "PAYSCRN: " WS-EXCEPTION-COUNT
010640         " EXCEPTION(S) AWAITING SIGN-OFF - PAY CYCLE HELD"
010650     MOVE 16 TO RETURN-CODE.
010660 6000-EXIT.
010670     EXIT.

010680*----------------------------------------------------------------
010690*  7000-WRITE-EXCEPTION - ONE NUMBERED EXCEPTION AND ITS DETAIL
010700*  THE CONTROL HASH ADDS THE EMPLOYEE NUMBER FLAGGED (ZERO FOR
010710*  A CHECK THAT COULD NOT BE MADE), SO A CHANGED REPORT GIVES A
010720*  CHANGED HASH.
010730*----------------------------------------------------------------
010740 7000-WRITE-EXCEPTION.
010750     ADD 1 TO WS-EXCEPTION-COUNT
010760     ADD WS-EXC-EMP TO WS-CONTROL-HASH
010770     MOVE WS-EXCEPTION-COUNT TO WS-ED-EXC-NUMBER
010780     MOVE SPACES TO SCREEN-REPORT-LINE
010790     IF WS-EXC-EMP = ZERO
010800         STRING WS-ED-EXC-NUMBER "  " "------" "  "
010810             "SCREEN CHECK NOT MADE         "
010820             "  " WS-EXC-REASON
010830             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010840     ELSE
010850         MOVE WS-EXC-EMP TO WS-ED-EMP-NUMBER
010860         STRING WS-ED-EXC-NUMBER "  " WS-ED-EMP-NUMBER "  "
010870             WS-EXC-NAME "  " WS-EXC-REASON
010880             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010890     END-IF
010900     WRITE SCREEN-REPORT-LINE
010910     IF WS-EXC-DETAIL NOT = SPACES
010920         MOVE SPACES TO SCREEN-REPORT-LINE
010930         STRING "                                          "
010940             WS-EXC-DETAIL
010950             DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
010960         WRITE SCREEN-REPORT-LINE
010970     END-IF.
010980 7000-EXIT.
010990     EXIT.

011000*----------------------------------------------------------------
011010*  7100-WRITE-REPORT-HEADING
011020*----------------------------------------------------------------
011030 7100-WRITE-REPORT-HEADING.
011040     MOVE SPACES TO SCREEN-REPORT-LINE
011050     STRING "PRE-PAY SCREEN - EXCEPTIONS FOR SIGN-OFF - PERIOD "
011060         "ENDING " WS-PERIOD-END-DATE "   FREQUENCY "
011070         WS-RUN-FREQ-SW "   RUN DATE " WS-RUN-DATE
011080         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
011090     WRITE SCREEN-REPORT-LINE
011100     MOVE WS-BANK-WINDOW-DAYS TO WS-ED-DAYS
011110     MOVE WS-DORMANT-MONTHS TO WS-ED-MONTHS
011120     MOVE SPACES TO SCREEN-REPORT-LINE
011130     STRING "BANK CHANGE WINDOW " WS-ED-DAYS " DAYS   "
011140         "DORMANT AFTER " WS-ED-MONTHS " MONTHS"
011150         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
011160     WRITE SCREEN-REPORT-LINE
011170     MOVE SPACES TO SCREEN-REPORT-LINE
011180     STRING "=============================================="
011190         "=============================================="
011200         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
011210     WRITE SCREEN-REPORT-LINE
011220     MOVE SPACES TO SCREEN-REPORT-LINE
011230     STRING "  NO  EMP NO  NAME                            "
011240         "EXCEPTION"
011250         DELIMITED BY SIZE INTO SCREEN-REPORT-LINE
011260     WRITE SCREEN-REPORT-LINE.
011270 7100-EXIT.
011280     EXIT.

011290*----------------------------------------------------------------
011300*  8000-SET-DATE-SERIAL - WS-SERIAL-DATE INTO A DAY NUMBER
011310*----------------------------------------------------------------
011320 8000-SET-DATE-SERIAL.
011330     COMPUTE WS-SERIAL-PRIOR-YEAR = WS-SERIAL-YEAR - 1
011340     DIVIDE WS-SERIAL-PRIOR-YEAR BY 4
011350         GIVING WS-SERIAL-LEAP-4
011360     DIVIDE WS-SERIAL-PRIOR-YEAR BY 100
011370         GIVING WS-SERIAL-LEAP-100
011380     DIVIDE WS-SERIAL-PRIOR-YEAR BY 400
011390         GIVING WS-SERIAL-LEAP-400
011400     COMPUTE WS-SERIAL-DAYS =
011410         (WS-SERIAL-YEAR * 365)
011420             + WS-SERIAL-LEAP-4 - WS-SERIAL-LEAP-100
011430             + WS-SERIAL-LEAP-400 + WS-SERIAL-DD
011440     PERFORM 8050-ADD-MONTH-DAYS THRU 8050-EXIT
011450         VARYING WS-SERIAL-MM-IDX FROM 1 BY 1
011460         UNTIL WS-SERIAL-MM-IDX NOT < WS-SERIAL-MM
011470*    FEBRUARY'S TABLE ENTRY IS 28 - A LEAP YEAR ADDS ITS DAY
011480*    ONCE MARCH IS REACHED.
011490     IF WS-SERIAL-MM > 2
011500         DIVIDE WS-SERIAL-YEAR BY 4
011510             GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
011520         IF WS-LEAP-REM = ZERO
011530             DIVIDE WS-SERIAL-YEAR BY 100
011540                 GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
011550             IF WS-LEAP-REM NOT = ZERO
011560                 ADD 1 TO WS-SERIAL-DAYS
011570             ELSE
011580                 DIVIDE WS-SERIAL-YEAR BY 400
011590                     GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
011600                 IF WS-LEAP-REM = ZERO
011610                     ADD 1 TO WS-SERIAL-DAYS
011620                 END-IF
011630             END-IF
011640         END-IF
011650     END-IF.
011660 8000-EXIT.
011670     EXIT.

011680*----------------------------------------------------------------
011690*  8050-ADD-MONTH-DAYS - ONE COMPLETED MONTH INTO THE SERIAL
011700*----------------------------------------------------------------
011710 8050-ADD-MONTH-DAYS.
011720     ADD WS-DIM (WS-SERIAL-MM-IDX) TO WS-SERIAL-DAYS.
011730 8050-EXIT.
011740     EXIT.

011750*----------------------------------------------------------------
011760*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY
011770*----------------------------------------------------------------
011780 9000-TERMINATE.
011790     IF EMPMAST-AVAILABLE
011800         CLOSE EMPLOYEE-MASTER
011810     END-IF
011820     IF PAYHIST-AVAILABLE
011830         CLOSE PAY-HISTORY-FILE
011840     END-IF
011850     IF REPORT-OPEN
011860         CLOSE SCREEN-REPORT
011870     END-IF
011880     IF FATAL-RUN-FAILURE
011890         DISPLAY "PAYSCRN RUN FAILED - SEE CONSOLE MESSAGES - "
011900             "PAY CYCLE HELD"
011910         MOVE 16 TO RETURN-CODE
011920     ELSE
011930         DISPLAY "PAYSCRN RUN COMPLETE - " WS-SCREENED-COUNT
011940             " EMPLOYEE(S) SCREENED, " WS-EXCEPTION-COUNT
011950             " EXCEPTION(S)"
011960     END-IF.
011970 9000-EXIT.
011980     EXIT.

011990*----------------------------------------------------------------
012000*  9800-CHECK-CYCLE-STEP
012010*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
012020*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
012030*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
012040*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
012050*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
012060*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
012070*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
012080*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
012090*----------------------------------------------------------------
012100 9800-CHECK-CYCLE-STEP.
012110     IF CYW-PERIOD-END = ZERO
012120         DISPLAY "PAYSCRN: NO PERIOD-END DATE ON RUN PARM - "
012130             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
012140             "LEDGER - RUN REFUSED"
012150         SET CYW-STEP-REFUSED TO TRUE
012160         GO TO 9800-EXIT
012170     END-IF
012180     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
012190     IF CYW-STEP-POS = ZERO
012200         DISPLAY "PAYSCRN: " CYW-SEQUENCE-STEP
012210             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
012220             " CYCLE - RUN REFUSED"
012230         SET CYW-STEP-REFUSED TO TRUE
012240         GO TO 9800-EXIT
012250     END-IF
012260     OPEN I-O CYCLE-CONTROL-FILE
012270     IF CYCLCTL-NOT-FOUND
012280         OPEN OUTPUT CYCLE-CONTROL-FILE
012290         CLOSE CYCLE-CONTROL-FILE
012300         OPEN I-O CYCLE-CONTROL-FILE
012310     END-IF
012320     IF NOT CYCLCTL-OK
012330         DISPLAY "PAYSCRN: CYCLCTL OPEN FAILED, STATUS "
012340             WS-CYCLCTL-STATUS " - RUN REFUSED"
012350         SET CYW-STEP-REFUSED TO TRUE
012360         GO TO 9800-EXIT
012370     END-IF
012380     IF CYW-MONTH-END-CYCLE
012390         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
012400     ELSE
012410         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
012420             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
012430             UNTIL CYW-SUB NOT < CYW-STEP-POS
012440     END-IF
012450     IF CYW-STEP-REFUSED
012460         CLOSE CYCLE-CONTROL-FILE
012470         GO TO 9800-EXIT
012480     END-IF
012490     ACCEPT CYW-DATE FROM DATE YYYYMMDD
012500     ACCEPT CYW-TIME FROM TIME
012510     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
012520     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
012530     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
012540     READ CYCLE-CONTROL-FILE
012550         INVALID KEY
012560             MOVE "N" TO CYW-ON-FILE-SW
012570         NOT INVALID KEY
012580             MOVE "Y" TO CYW-ON-FILE-SW
012590     END-READ
012600     IF CYW-STEP-ON-FILE
012610         AND CYC-COMPLETED
012620         AND NOT CYW-RERUN-FREE
012630             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
012640             IF NOT CYW-OVERRIDE-FOUND
012650                 DISPLAY "PAYSCRN: " CYW-THIS-STEP
012660                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
012670                     CYW-FREQUENCY
012680                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
012690                     "CARD - RUN REFUSED"
012700                 SET CYW-STEP-REFUSED TO TRUE
012710                 CLOSE CYCLE-CONTROL-FILE
012720                 GO TO 9800-EXIT
012730             END-IF
012740             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
012750             IF CYW-STEP-REFUSED
012760                 CLOSE CYCLE-CONTROL-FILE
012770                 GO TO 9800-EXIT
012780             END-IF
012790     END-IF
012800*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
012810*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
012820     IF CYW-STEP-ON-FILE
012830         ADD 1 TO CYC-RUN-COUNT
012840     ELSE
012850         MOVE SPACES TO CYCLE-CONTROL-RECORD
012860         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
012870         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
012880         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
012890         MOVE 1 TO CYC-RUN-COUNT
012900     END-IF
012910     MOVE "S" TO CYC-STATUS
012920     MOVE CYW-DATE TO CYC-START-DATE
012930     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
012940     MOVE ZERO TO CYC-END-DATE
012950     MOVE ZERO TO CYC-END-TIME
012960     MOVE ZERO TO CYC-RETURN-CODE
012970     MOVE ZERO TO CYC-COUNT-IN
012980     MOVE ZERO TO CYC-COUNT-OUT
012990     MOVE ZERO TO CYC-CONTROL-TOTAL
013000     IF CYW-OVERRIDE-FOUND
013010         MOVE "O" TO CYC-OVERRIDE-FLAG
013020         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
013030     ELSE
013040         MOVE SPACE TO CYC-OVERRIDE-FLAG
013050         MOVE SPACES TO CYC-OVERRIDE-BY
013060     END-IF
013070     IF CYW-STEP-ON-FILE
013080         REWRITE CYCLE-CONTROL-RECORD
013090             INVALID KEY
013100                 SET CYW-STEP-REFUSED TO TRUE
013110         END-REWRITE
013120     ELSE
013130         WRITE CYCLE-CONTROL-RECORD
013140             INVALID KEY
013150                 SET CYW-STEP-REFUSED TO TRUE
013160         END-WRITE
013170     END-IF
013180     IF CYW-STEP-REFUSED
013190         DISPLAY "PAYSCRN: CYCLCTL WRITE FAILED, STATUS "
013200             WS-CYCLCTL-STATUS " - RUN REFUSED"
013210     ELSE
013220         SET CYW-STEP-OPENED TO TRUE
013230     END-IF
013240     CLOSE CYCLE-CONTROL-FILE.
013250 9800-EXIT.
013260     EXIT.

013270*----------------------------------------------------------------
013280*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
013290*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
013300*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
013310*----------------------------------------------------------------
013320 9810-SET-STEP-SEQUENCE.
013330     MOVE ZERO TO CYW-STEP-POS
013340     MOVE 1 TO CYW-FIRST-POS
013350     IF CYW-WEEKLY-CYCLE
013360         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
013370     END-IF
013380     IF CYW-MONTHLY-CYCLE
013390         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
013400         MOVE 2 TO CYW-FIRST-POS
013410     END-IF
013420     IF CYW-REVERSAL-CYCLE
013430         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
013440     END-IF
013450     IF CYW-MONTH-END-CYCLE
013460         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
013470     END-IF
013480     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
013490         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
013500         UNTIL CYW-SUB > CYW-STEP-MAX.
013510 9810-EXIT.
013520     EXIT.

013530*----------------------------------------------------------------
013540*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
013550*----------------------------------------------------------------
013560 9815-MATCH-STEP.
013570     IF CYW-STEP-POS = ZERO
013580         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
013590             MOVE CYW-SUB TO CYW-STEP-POS
013600     END-IF.
013610 9815-EXIT.
013620     EXIT.

013630*----------------------------------------------------------------
013640*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
013650*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
013660*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
013670*----------------------------------------------------------------
013680 9820-CHECK-PRIOR-STEP.
013690     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
013700     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
013710     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
013720     READ CYCLE-CONTROL-FILE
013730         INVALID KEY
013740             DISPLAY "PAYSCRN: " CYW-CYCLE-STEP (CYW-SUB)
013750                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
013760                 CYW-FREQUENCY " - RUN REFUSED"
013770             SET CYW-STEP-REFUSED TO TRUE
013780             GO TO 9820-EXIT
013790     END-READ
013800     IF NOT CYC-COMPLETED
013810         DISPLAY "PAYSCRN: " CYW-CYCLE-STEP (CYW-SUB)
013820             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
013830             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
013840             CYC-RETURN-CODE ") - RUN REFUSED"
013850         SET CYW-STEP-REFUSED TO TRUE
013860     END-IF.
013870 9820-EXIT.
013880     EXIT.

013890*----------------------------------------------------------------
013900*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
013910*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
013920*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
013930*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
013940*----------------------------------------------------------------
013950 9830-CHECK-MONTH-CYCLES.
013960     MOVE ZERO TO CYW-MONTH-CYCLES
013970     MOVE ZERO TO CYW-MONTH-RECONCILED
013980     MOVE "N" TO CYW-LEDGER-EOF-SW
013990     MOVE LOW-VALUES TO CYC-KEY
014000     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
014010     MOVE 01 TO CYW-ML-DD
014020     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
014030     MOVE 31 TO CYW-ML-DD
014040     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
014050         INVALID KEY
014060             MOVE "Y" TO CYW-LEDGER-EOF-SW
014070     END-START
014080     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
014090         UNTIL CYW-END-OF-LEDGER
014100     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
014110         DISPLAY "PAYSCRN: " CYW-MONTH-RECONCILED " OF "
014120             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
014130             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
014140         SET CYW-STEP-REFUSED TO TRUE
014150     END-IF.
014160 9830-EXIT.
014170     EXIT.

014180*----------------------------------------------------------------
014190*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
014200*----------------------------------------------------------------
014210 9835-READ-MONTH-STEP.
014220     READ CYCLE-CONTROL-FILE NEXT RECORD
014230         AT END
014240             MOVE "Y" TO CYW-LEDGER-EOF-SW
014250             GO TO 9835-EXIT
014260     END-READ
014270     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
014280         MOVE "Y" TO CYW-LEDGER-EOF-SW
014290         GO TO 9835-EXIT
014300     END-IF
014310     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
014320         ADD 1 TO CYW-MONTH-CYCLES
014330     END-IF
014340     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
014350         ADD 1 TO CYW-MONTH-RECONCILED
014360     END-IF.
014370 9835-EXIT.
014380     EXIT.

014390*----------------------------------------------------------------
014400*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
014410*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
014420*----------------------------------------------------------------
014430 9840-FIND-OVERRIDE.
014440     MOVE "N" TO CYW-OVERRIDE-SW
014450     MOVE "N" TO CYW-OVR-EOF-SW
014460     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
014470     OPEN INPUT CYCLE-OVERRIDE-FILE
014480     IF NOT CYCOVRD-OK
014490         GO TO 9840-EXIT
014500     END-IF
014510     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
014520         UNTIL CYW-END-OF-OVERRIDES
014530            OR CYW-OVERRIDE-FOUND
014540     CLOSE CYCLE-OVERRIDE-FILE.
014550 9840-EXIT.
014560     EXIT.

014570*----------------------------------------------------------------
014580*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
014590*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
014600*----------------------------------------------------------------
014610 9845-CHECK-OVERRIDE-CARD.
014620     READ CYCLE-OVERRIDE-FILE
014630         AT END
014640             MOVE "Y" TO CYW-OVR-EOF-SW
014650             GO TO 9845-EXIT
014660     END-READ
014670     IF OVR-PERIOD-END-X NOT NUMERIC
014680         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
014690         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
014700         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
014710             GO TO 9845-EXIT
014720     END-IF
014730     IF OVR-RUN-NUMBER-X NOT NUMERIC
014740         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
014750             DISPLAY "PAYSCRN: OVERRIDE CARD FOR " OVR-STEP-NAME
014760                 " IGNORED - IT MUST NAME RUN NUMBER "
014770                 CYW-NEXT-RUN
014780             GO TO 9845-EXIT
014790     END-IF
014800     IF OVR-AUTHORISED-BY = SPACES
014810         OR OVR-REASON = SPACES
014820             DISPLAY "PAYSCRN: OVERRIDE CARD FOR " OVR-STEP-NAME
014830                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
014840             GO TO 9845-EXIT
014850     END-IF
014860     MOVE "Y" TO CYW-OVERRIDE-SW.
014870 9845-EXIT.
014880     EXIT.

014890*----------------------------------------------------------------
014900*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
014910*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
014920*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
014930*  THE REASON AS THE AFTER IMAGE
014940*----------------------------------------------------------------
014950 9850-AUDIT-OVERRIDE.
014960     OPEN EXTEND EMP-AUDIT-FILE
014970     IF EMPAUDIT-NOT-FOUND
014980         OPEN OUTPUT EMP-AUDIT-FILE
014990     END-IF
015000     IF NOT EMPAUDIT-OK
015010         DISPLAY "PAYSCRN: EMPAUDIT OPEN FAILED, STATUS "
015020             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
015030         MOVE "N" TO CYW-OVERRIDE-SW
015040         SET CYW-STEP-REFUSED TO TRUE
015050         GO TO 9850-EXIT
015060     END-IF
015070     MOVE SPACES TO AUDIT-TRAIL-RECORD
015080     MOVE CYW-DATE TO AUD-DATE
015090     MOVE CYW-TIME-HHMMSS TO AUD-TIME
015100     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
015110     MOVE ZERO TO AUD-EMP-NUMBER
015120     MOVE "O" TO AUD-ACTION-CODE
015130     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
015140     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
015150         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
015160     MOVE OVR-REASON TO AUD-AFTER-IMAGE
015170     WRITE AUDIT-TRAIL-RECORD
015180     CLOSE EMP-AUDIT-FILE
015190     DISPLAY "PAYSCRN: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
015200         " AUTHORISED BY " OVR-AUTHORISED-BY
015210         " - WRITTEN TO THE AUDIT TRAIL".
015220 9850-EXIT.
015230     EXIT.

015240*----------------------------------------------------------------
015250*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
015260*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
015270*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
015280*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
015281*  A SCREEN HELD FOR SIGN-OFF ENDS WITH RETURN CODE 16 AND IS
015282*  LEDGERED FAILED, SO ONLY A CLEAR OR SIGNED-OFF SCREEN LETS
015283*  PAYROLL RUN.  THE CONTROL TOTAL IS THE EXCEPTION HASH.
015290*----------------------------------------------------------------
015300 9900-CLOSE-CYCLE-STEP.
015310     IF NOT CYW-STEP-OPENED
015320         GO TO 9900-EXIT
015330     END-IF
015340     MOVE WS-SCREENED-COUNT TO CYW-COUNT-IN
015350     MOVE WS-EXCEPTION-COUNT TO CYW-COUNT-OUT
015360     MOVE WS-CONTROL-HASH TO CYW-CONTROL-TOTAL
015370     OPEN I-O CYCLE-CONTROL-FILE
015380     IF NOT CYCLCTL-OK
015390         DISPLAY "PAYSCRN: CYCLCTL OPEN FAILED, STATUS "
015400             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
015410         MOVE 16 TO RETURN-CODE
015420         GO TO 9900-EXIT
015430     END-IF
015440     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
015450     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
015460     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
015470     READ CYCLE-CONTROL-FILE
015480         INVALID KEY
015490             DISPLAY "PAYSCRN: CYCLE LEDGER ENTRY FOR "
015500                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
015510             MOVE 16 TO RETURN-CODE
015520             CLOSE CYCLE-CONTROL-FILE
015530             GO TO 9900-EXIT
015540     END-READ
015550     ACCEPT CYW-DATE FROM DATE YYYYMMDD
015560     ACCEPT CYW-TIME FROM TIME
015570     MOVE CYW-DATE TO CYC-END-DATE
015580     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
015590     MOVE RETURN-CODE TO CYC-RETURN-CODE
015600     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
015610     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
015620     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
015630     IF RETURN-CODE = ZERO
015640         MOVE "C" TO CYC-STATUS
015650     ELSE
015660         MOVE "F" TO CYC-STATUS
015670     END-IF
015680     REWRITE CYCLE-CONTROL-RECORD
015690         INVALID KEY
015700             DISPLAY "PAYSCRN: CYCLCTL REWRITE FAILED, STATUS "
015710                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
015720             MOVE 16 TO RETURN-CODE
015730     END-REWRITE
015740     CLOSE CYCLE-CONTROL-FILE.
015750 9900-EXIT.
015760     EXIT.
