000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EARNHIST.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  EARNHIST
000090*
000100*  EMPLOYEE EARNINGS HISTORY.  READS A DECK OF INQUIRY CARDS,
000110*  EACH NAMING AN EMPLOYEE (OR ZEROS FOR EVERY EMPLOYEE) AND A
000120*  RANGE OF PERIOD-END DATES, AND PRINTS THE PERIODS PAID IN
000130*  THE RANGE FROM THE PAY REGISTER WRITTEN BY PAYROLL - ONE
000140*  LINE PER PERIOD WITH THE ORDINARY, OVERTIME, HOLIDAY AND
000150*  LEAVE PAY, THE GROSS, PAYE, UIF, OTHER DEDUCTIONS AND NET,
000152*  A SECOND LINE WITH THE ONCE-OFF EARNINGS AND BONUS PAID IN
000154*  THE GROSS (SO THE EARNINGS COLUMNS ADD UP TO THE GROSS),
000160*  FOLLOWED BY THE HOURS AND LEAVE DAYS BEHIND IT AND EACH
000170*  RECURRING DEDUCTION TAKEN.  THIS IS THE ANSWER TO AN
000180*  EMPLOYEE QUERYING PAY MONTHS AFTER THE EVENT, A CCMA
000190*  DISPUTE OR A SARS AUDIT, WHICH THE YTD TOTALS CANNOT GIVE.
000200*
000210*  A PAYMENT VOIDED BY PAYREV IS PRINTED, MARKED REVERSED, AND
000220*  LEFT OUT OF THE EMPLOYEE'S TOTALS.  A SUPPLEMENTARY SHOWS
000230*  THE PERIOD AS RECALCULATED AND THE GROSS ALREADY PAID THAT
000240*  CAME OFF IT.  A REJECTED CARD IS REPORTED, THE REST OF THE
000250*  DECK STILL RUNS, AND THE RUN ENDS WITH RETURN CODE 16.
000260*
000270*  MODIFICATION HISTORY
000280*  DATE       INIT DESCRIPTION
000290*  ---------- ---- ------------------------------------------
000300*  2026-10-15 TLM  ORIGINAL PROGRAM - EARNINGS HISTORY.
000303*  2026-10-15 TLM  A RETIREMENT FUND CONTRIBUTION ("R") IS
000306*                  LABELLED AS SUCH AMONG THE DEDUCTIONS.
000307*  2026-10-15 TLM  ONCE-OFF EARNINGS AND BONUS PRINTED ON A
000308*                  SECOND LINE UNDER EACH PERIOD AND THE
000309*                  EMPLOYEE TOTALS.
000310*----------------------------------------------------------------

000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT HISTORY-CARD-FILE
000360         ASSIGN TO "HISTCARD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-HISTCARD-STATUS.

000390     SELECT PAY-REGISTER-FILE
000400         ASSIGN TO "PAYREG"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PRG-KEY
000440         FILE STATUS IS WS-PAYREG-STATUS.

000450     SELECT EARNINGS-HISTORY-REPORT
000460         ASSIGN TO "EARNHIST"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EARNHIST-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  HISTORY-CARD-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY HISTCARD.

000540 FD  PAY-REGISTER-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY PAYREG.

000570 FD  EARNINGS-HISTORY-REPORT
000580     LABEL RECORDS ARE STANDARD.
000590     COPY EARNHSTL.

000600 WORKING-STORAGE SECTION.
000610 01  WS-FILE-STATUSES.
000620     05  WS-HISTCARD-STATUS      PIC X(02) VALUE "00".
000630         88  HISTCARD-OK                    VALUE "00".
000640     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
000650         88  PAYREG-OK                      VALUE "00".
000660         88  PAYREG-NOT-FOUND               VALUE "35".
000670     05  WS-EARNHIST-STATUS      PIC X(02) VALUE "00".
000680         88  EARNHIST-OK                    VALUE "00".

000690 01  WS-SWITCHES.
000700     05  WS-CARD-EOF-SW          PIC X(01) VALUE "N".
000710         88  END-OF-CARDS                   VALUE "Y".
000720     05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
000730         88  END-OF-REGISTER                VALUE "Y".
000740     05  WS-FATAL-SW             PIC X(01) VALUE "N".
000750         88  FATAL-OPEN-FAILURE             VALUE "Y".
000760     05  WS-CARD-REJECT-SW       PIC X(01) VALUE "N".
000770         88  CARD-REJECTED                  VALUE "Y".
000780     05  WS-ALL-EMP-SW           PIC X(01) VALUE "N".
000790         88  ALL-EMPLOYEES                  VALUE "Y".
000800     05  WS-EMP-STARTED-SW       PIC X(01) VALUE "N".
000810         88  EMPLOYEE-STARTED               VALUE "Y".

000820 01  WS-RUN-COUNTERS.
000830     05  WS-CARDS-READ           PIC 9(05) VALUE ZERO.
000840     05  WS-CARDS-REJECTED       PIC 9(05) VALUE ZERO.
000850     05  WS-PERIODS-PRINTED      PIC 9(07) VALUE ZERO.
000860     05  WS-INQUIRY-PERIODS      PIC 9(05) VALUE ZERO.

000870 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.
000880 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
000890 01  WS-CURR-EMP-NUMBER          PIC 9(06) VALUE ZERO.
000900 01  WS-DED-SUB                  PIC 9(02) VALUE ZERO.
000910 01  WS-PERIOD-DEDUCTIONS        PIC 9(07)V99 VALUE ZERO.
000920 01  WS-DED-TYPE-DESC            PIC X(09) VALUE SPACES.
000930 01  WS-FREQ-DESC                PIC X(07) VALUE SPACES.
000932*    A REGISTER RECORD WRITTEN BEFORE ONCE-OFF EARNINGS WERE
000934*    SPLIT OUT CARRIES SPACES THERE - TAKEN AS NIL.
000936 01  WS-PERIOD-ONCE-OFF          PIC 9(07)V99 VALUE ZERO.
000938 01  WS-PERIOD-BONUS             PIC 9(07)V99 VALUE ZERO.

000940*    ONE EMPLOYEE'S TOTALS OVER THE INQUIRY RANGE - REVERSED
000950*    PERIODS ARE COUNTED BUT NOT ADDED.
000960 01  WS-EMP-TOTALS.
000970     05  WS-EMP-PERIODS          PIC 9(05).
000980     05  WS-EMP-REVERSED         PIC 9(05).
000990     05  WS-EMP-ORDINARY         PIC 9(08)V99.
001000     05  WS-EMP-OVERTIME         PIC 9(08)V99.
001010     05  WS-EMP-HOLIDAY          PIC 9(08)V99.
001020     05  WS-EMP-LEAVE            PIC 9(08)V99.
001023     05  WS-EMP-ONCE-OFF         PIC 9(08)V99.
001026     05  WS-EMP-BONUS            PIC 9(08)V99.
001030     05  WS-EMP-GROSS            PIC 9(08)V99.
001040     05  WS-EMP-PAYE             PIC S9(08)V99.
001050     05  WS-EMP-UIF              PIC 9(08)V99.
001060     05  WS-EMP-DEDUCTIONS       PIC 9(08)V99.
001070     05  WS-EMP-NET              PIC 9(08)V99.

001080 01  WS-HIST-EDIT-FIELDS.
001090     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
001100     05  WS-ED-ORDINARY          PIC ZZZZZZZ9.99.
001110     05  WS-ED-OVERTIME          PIC ZZZZZZZ9.99.
001120     05  WS-ED-HOLIDAY           PIC ZZZZZZZ9.99.
001130     05  WS-ED-LEAVE             PIC ZZZZZZZ9.99.
001133     05  WS-ED-ONCE-OFF          PIC ZZZZZZZ9.99.
001136     05  WS-ED-BONUS             PIC ZZZZZZZ9.99.
001140     05  WS-ED-GROSS             PIC ZZZZZZZ9.99.
001150     05  WS-ED-PAYE              PIC -ZZZZZZ9.99.
001160     05  WS-ED-UIF               PIC ZZZZZZZ9.99.
001170     05  WS-ED-DEDUCTIONS        PIC ZZZZZZZ9.99.
001180     05  WS-ED-NET               PIC ZZZZZZZ9.99.
001190     05  WS-ED-HOURS-1           PIC ZZ9.99.
001200     05  WS-ED-HOURS-2           PIC ZZ9.99.
001210     05  WS-ED-HOURS-3           PIC ZZ9.99.
001220     05  WS-ED-DAYS-1            PIC Z9.99.
001230     05  WS-ED-DAYS-2            PIC Z9.99.
001240     05  WS-ED-COUNT             PIC ZZZZ9.

001250 PROCEDURE DIVISION.

001260*----------------------------------------------------------------
001270*  0000-MAINLINE
001280*----------------------------------------------------------------
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
001320         UNTIL END-OF-CARDS
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT
001340     STOP RUN.

001350*----------------------------------------------------------------
001360*  1000-INITIALIZE - OPEN FILES, PRINT THE REPORT HEADING,
001370*  PRIME THE CARD READ
001380*----------------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-DATE FROM DATE
001410     OPEN INPUT HISTORY-CARD-FILE
001420     IF NOT HISTCARD-OK
001430         DISPLAY "EARNHIST: HISTCARD OPEN FAILED, STATUS "
001440             WS-HISTCARD-STATUS
001450         SET FATAL-OPEN-FAILURE TO TRUE
001460         MOVE "Y" TO WS-CARD-EOF-SW
001470         GO TO 1000-EXIT
001480     END-IF
001490     OPEN INPUT PAY-REGISTER-FILE
001500     IF NOT PAYREG-OK
001510         IF PAYREG-NOT-FOUND
001520             DISPLAY "EARNHIST: NO PAY REGISTER ON FILE - "
001530                 "PAYROLL HAS NOT YET WRITTEN ONE"
001540         ELSE
001550             DISPLAY "EARNHIST: PAYREG OPEN FAILED, STATUS "
001560                 WS-PAYREG-STATUS
001570         END-IF
001580         SET FATAL-OPEN-FAILURE TO TRUE
001590         MOVE "Y" TO WS-CARD-EOF-SW
001600         CLOSE HISTORY-CARD-FILE
001610         GO TO 1000-EXIT
001620     END-IF
001630     OPEN OUTPUT EARNINGS-HISTORY-REPORT
001640     MOVE SPACES TO EARNINGS-HISTORY-LINE
001650     STRING "EMPLOYEE EARNINGS HISTORY - RUN DATE " WS-RUN-DATE
001660         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
001670     WRITE EARNINGS-HISTORY-LINE
001680     MOVE SPACES TO EARNINGS-HISTORY-LINE
001690     STRING "FQ: W WEEKLY  M MONTHLY  F FINAL SETTLEMENT  "
001700         "A SUPPLEMENTARY ADJUSTMENT"
001710         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
001720     WRITE EARNINGS-HISTORY-LINE
001730     PERFORM 2900-READ-CARD THRU 2900-EXIT.
001740 1000-EXIT.
001750     EXIT.

001760*----------------------------------------------------------------
001770*  2000-PROCESS-ONE-CARD - ONE INQUIRY
001780*  THE REGISTER IS POSITIONED AT THE EMPLOYEE'S FIRST PERIOD
001790*  IN THE RANGE (OR THE START OF THE FILE FOR AN ALL-EMPLOYEE
001800*  INQUIRY) AND READ FORWARD.
001810*----------------------------------------------------------------
001820 2000-PROCESS-ONE-CARD.
001830     ADD 1 TO WS-CARDS-READ
001840     MOVE SPACES TO EARNINGS-HISTORY-LINE
001850     WRITE EARNINGS-HISTORY-LINE
001860     PERFORM 2100-EDIT-CARD THRU 2100-EXIT
001870     IF CARD-REJECTED
001880         ADD 1 TO WS-CARDS-REJECTED
001890         MOVE SPACES TO EARNINGS-HISTORY-LINE
001900         STRING "INQUIRY CARD " HISTORY-CARD-RECORD
001910             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
001920         WRITE EARNINGS-HISTORY-LINE
001930         MOVE SPACES TO EARNINGS-HISTORY-LINE
001940         STRING "    REJECTED - " WS-REJECT-REASON
001950             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
001960         WRITE EARNINGS-HISTORY-LINE
001970         GO TO 2000-NEXT-CARD
001980     END-IF
001990     PERFORM 2150-WRITE-INQUIRY-HEADING THRU 2150-EXIT
002000     MOVE "N" TO WS-REG-EOF-SW
002010     MOVE "N" TO WS-EMP-STARTED-SW
002020     MOVE ZERO TO WS-INQUIRY-PERIODS
002030     MOVE HC-EMP-NUMBER TO PRG-EMP-NUMBER
002040     IF ALL-EMPLOYEES
002050         MOVE ZERO TO PRG-PERIOD-END-DATE
002060     ELSE
002070         MOVE HC-FROM-DATE TO PRG-PERIOD-END-DATE
002080     END-IF
002090     MOVE SPACE TO PRG-RUN-FREQUENCY
002100     START PAY-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
002110         INVALID KEY
002120             MOVE "Y" TO WS-REG-EOF-SW
002130     END-START
002140     PERFORM 2200-READ-ONE-PERIOD THRU 2200-EXIT
002150         UNTIL END-OF-REGISTER
002160     IF EMPLOYEE-STARTED
002170         PERFORM 2500-WRITE-EMPLOYEE-TOTALS THRU 2500-EXIT
002180     END-IF
002190     IF WS-INQUIRY-PERIODS = ZERO
002200         MOVE SPACES TO EARNINGS-HISTORY-LINE
002210         STRING "    NO PERIODS ON THE PAY REGISTER FOR "
002220             "THIS INQUIRY"
002230             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
002240         WRITE EARNINGS-HISTORY-LINE
002250     END-IF.
002260 2000-NEXT-CARD.
002270     PERFORM 2900-READ-CARD THRU 2900-EXIT.
002280 2000-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------
002310*  2100-EDIT-CARD - NUMERIC FIELDS AND A SENSIBLE RANGE
002320*----------------------------------------------------------------
002330 2100-EDIT-CARD.
002340     MOVE "N" TO WS-CARD-REJECT-SW
002350     MOVE "N" TO WS-ALL-EMP-SW
002360     IF HC-EMP-NUMBER-X NOT NUMERIC
002370         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
002380         MOVE "Y" TO WS-CARD-REJECT-SW
002390         GO TO 2100-EXIT
002400     END-IF
002410     IF HC-FROM-DATE-X NOT NUMERIC
002420         OR HC-TO-DATE-X NOT NUMERIC
002430             MOVE "FROM OR TO DATE NOT NUMERIC"
002440                 TO WS-REJECT-REASON
002450             MOVE "Y" TO WS-CARD-REJECT-SW
002460             GO TO 2100-EXIT
002470     END-IF
002480     IF HC-TO-DATE < HC-FROM-DATE
002490         MOVE "TO DATE IS BEFORE THE FROM DATE"
002500             TO WS-REJECT-REASON
002510         MOVE "Y" TO WS-CARD-REJECT-SW
002520         GO TO 2100-EXIT
002530     END-IF
002540     IF HC-EMP-NUMBER = ZERO
002550         MOVE "Y" TO WS-ALL-EMP-SW
002560     END-IF.
002570 2100-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------
002600*  2150-WRITE-INQUIRY-HEADING
002610*----------------------------------------------------------------
002620 2150-WRITE-INQUIRY-HEADING.
002630     MOVE SPACES TO EARNINGS-HISTORY-LINE
002640     IF ALL-EMPLOYEES
002650         STRING "INQUIRY - ALL EMPLOYEES, PERIODS ENDING "
002660             HC-FROM-DATE " TO " HC-TO-DATE
002670             "   REQUESTED BY " HC-REQUESTED-BY
002680             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
002690     ELSE
002700         STRING "INQUIRY - EMPLOYEE " HC-EMP-NUMBER
002710             ", PERIODS ENDING " HC-FROM-DATE " TO " HC-TO-DATE
002720             "   REQUESTED BY " HC-REQUESTED-BY
002730             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
002740     END-IF
002750     WRITE EARNINGS-HISTORY-LINE
002760     MOVE SPACES TO EARNINGS-HISTORY-LINE
002770     STRING "=============================================="
002780         "=============================================="
002790         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
002800     WRITE EARNINGS-HISTORY-LINE.
002810 2150-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840*  2200-READ-ONE-PERIOD - NEXT REGISTER RECORD
002850*  THE KEY RUNS EMPLOYEE, PERIOD-END, FREQUENCY, SO A SINGLE
002860*  EMPLOYEE'S INQUIRY STOPS AT THE FIRST RECORD FOR ANOTHER
002870*  EMPLOYEE OR PAST THE TO DATE.  AN ALL-EMPLOYEE INQUIRY
002880*  READS THE WHOLE FILE AND SKIPS PERIODS OUTSIDE THE RANGE.
002890*----------------------------------------------------------------
002900 2200-READ-ONE-PERIOD.
002910     READ PAY-REGISTER-FILE NEXT RECORD
002920         AT END
002930             MOVE "Y" TO WS-REG-EOF-SW
002940             GO TO 2200-EXIT
002950     END-READ
002960     IF NOT ALL-EMPLOYEES
002970         IF PRG-EMP-NUMBER NOT = HC-EMP-NUMBER
002980             OR PRG-PERIOD-END-DATE > HC-TO-DATE
002990                 MOVE "Y" TO WS-REG-EOF-SW
003000                 GO TO 2200-EXIT
003010         END-IF
003020     END-IF
003030     IF PRG-PERIOD-END-DATE < HC-FROM-DATE
003040         OR PRG-PERIOD-END-DATE > HC-TO-DATE
003050             GO TO 2200-EXIT
003060     END-IF
003070     IF EMPLOYEE-STARTED
003080         AND PRG-EMP-NUMBER NOT = WS-CURR-EMP-NUMBER
003090             PERFORM 2500-WRITE-EMPLOYEE-TOTALS THRU 2500-EXIT
003100             MOVE "N" TO WS-EMP-STARTED-SW
003110     END-IF
003120     IF NOT EMPLOYEE-STARTED
003130         PERFORM 2300-WRITE-EMPLOYEE-HEADING THRU 2300-EXIT
003140     END-IF
003150     PERFORM 2400-WRITE-PERIOD THRU 2400-EXIT.
003160 2200-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190*  2300-WRITE-EMPLOYEE-HEADING - NAME AS AT THE FIRST PERIOD IN
003200*  THE RANGE, COLUMN HEADINGS, EMPLOYEE TOTALS CLEARED
003210*----------------------------------------------------------------
003220 2300-WRITE-EMPLOYEE-HEADING.
003230     MOVE "Y" TO WS-EMP-STARTED-SW
003240     MOVE PRG-EMP-NUMBER TO WS-CURR-EMP-NUMBER
003250     MOVE ZERO TO WS-EMP-TOTALS
003260     IF PRG-PAY-FREQUENCY = "M"
003270         MOVE "MONTHLY" TO WS-FREQ-DESC
003280     ELSE
003290         MOVE "WEEKLY" TO WS-FREQ-DESC
003300     END-IF
003310     MOVE PRG-EMP-NUMBER TO WS-ED-EMP-NUMBER
003320     MOVE SPACES TO EARNINGS-HISTORY-LINE
003330     WRITE EARNINGS-HISTORY-LINE
003340     MOVE SPACES TO EARNINGS-HISTORY-LINE
003350     STRING "EMPLOYEE NO: " WS-ED-EMP-NUMBER "   NAME: "
003360         PRG-EMP-NAME "   DEPARTMENT: " PRG-DEPT-CODE
003370         "   PAID: " WS-FREQ-DESC
003380         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003390     WRITE EARNINGS-HISTORY-LINE
003400     MOVE SPACES TO EARNINGS-HISTORY-LINE
003410     STRING "PERIOD  FQ    ORDINARY    OVERTIME     HOLIDAY"
003420         "       LEAVE       GROSS        PAYE         UIF"
003430         "  DEDUCTIONS         NET"
003440         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003442     WRITE EARNINGS-HISTORY-LINE
003444     MOVE SPACES TO EARNINGS-HISTORY-LINE
003446     STRING "              ONCE-OFF       BONUS"
003448         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003450     WRITE EARNINGS-HISTORY-LINE.
003460 2300-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------
003490*  2400-WRITE-PERIOD - THE PERIOD'S LINES, THE HOURS BEHIND IT,
003500*  ANY SUPPLEMENTARY OR REVERSAL NOTE, AND THE DEDUCTIONS TAKEN
003510*----------------------------------------------------------------
003520 2400-WRITE-PERIOD.
003530     ADD 1 TO WS-INQUIRY-PERIODS
003540     ADD 1 TO WS-PERIODS-PRINTED
003550     MOVE ZERO TO WS-PERIOD-DEDUCTIONS
003560     PERFORM 2450-ADD-ONE-DEDUCTION THRU 2450-EXIT
003570         VARYING WS-DED-SUB FROM 1 BY 1
003580         UNTIL WS-DED-SUB > PRG-DED-COUNT
003582     MOVE ZERO TO WS-PERIOD-ONCE-OFF
003584     MOVE ZERO TO WS-PERIOD-BONUS
003586     IF PRG-ONCE-OFF-PAY NUMERIC
003587         MOVE PRG-ONCE-OFF-PAY TO WS-PERIOD-ONCE-OFF
003588     END-IF
003589     IF PRG-BONUS-PAY NUMERIC
003590         MOVE PRG-BONUS-PAY TO WS-PERIOD-BONUS
003591     END-IF
003592     MOVE PRG-ORDINARY-PAY TO WS-ED-ORDINARY
003600     MOVE PRG-OVERTIME-PAY TO WS-ED-OVERTIME
003610     MOVE PRG-HOLIDAY-PAY TO WS-ED-HOLIDAY
003620     MOVE PRG-LEAVE-PAY TO WS-ED-LEAVE
003630     MOVE PRG-GROSS TO WS-ED-GROSS
003640     MOVE PRG-PAYE TO WS-ED-PAYE
003650     MOVE PRG-UIF-EE TO WS-ED-UIF
003660     MOVE WS-PERIOD-DEDUCTIONS TO WS-ED-DEDUCTIONS
003670     MOVE PRG-NET TO WS-ED-NET
003680     MOVE SPACES TO EARNINGS-HISTORY-LINE
003690     STRING PRG-PERIOD-END-DATE " " PRG-RUN-FREQUENCY
003700         " " WS-ED-ORDINARY " " WS-ED-OVERTIME
003710         " " WS-ED-HOLIDAY " " WS-ED-LEAVE
003720         " " WS-ED-GROSS " " WS-ED-PAYE
003730         " " WS-ED-UIF " " WS-ED-DEDUCTIONS
003740         " " WS-ED-NET
003750         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003760     WRITE EARNINGS-HISTORY-LINE
003762     IF WS-PERIOD-ONCE-OFF > ZERO
003763         OR WS-PERIOD-BONUS > ZERO
003764         MOVE WS-PERIOD-ONCE-OFF TO WS-ED-ONCE-OFF
003765         MOVE WS-PERIOD-BONUS TO WS-ED-BONUS
003766         MOVE SPACES TO EARNINGS-HISTORY-LINE
003767         STRING "           " WS-ED-ONCE-OFF " " WS-ED-BONUS
003768             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003769         WRITE EARNINGS-HISTORY-LINE
003770     END-IF
003772     IF PRG-RUN-FREQUENCY = "W"
003780         MOVE PRG-REGULAR-HOURS TO WS-ED-HOURS-1
003790         MOVE PRG-OVERTIME-HOURS TO WS-ED-HOURS-2
003800         MOVE PRG-HOLIDAY-HOURS TO WS-ED-HOURS-3
003810         MOVE PRG-ANNUAL-DAYS TO WS-ED-DAYS-1
003820         MOVE PRG-SICK-DAYS TO WS-ED-DAYS-2
003830         MOVE SPACES TO EARNINGS-HISTORY-LINE
003840         STRING "           HOURS  ORDINARY " WS-ED-HOURS-1
003850             "  OVERTIME " WS-ED-HOURS-2
003860             "  HOLIDAY " WS-ED-HOURS-3
003870             "    LEAVE DAYS  ANNUAL " WS-ED-DAYS-1
003880             "  SICK " WS-ED-DAYS-2
003890             "    PAID " PRG-RUN-DATE
003900             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
003910         WRITE EARNINGS-HISTORY-LINE
003920     END-IF
003930     IF PRG-SUPPLEMENTARY
003940         MOVE PRG-PRIOR-GROSS-PAID TO WS-ED-GROSS
003950         MOVE SPACES TO EARNINGS-HISTORY-LINE
003960         STRING "           SUPPLEMENTARY - EARNINGS ARE THE "
003970             "PERIOD RECALCULATED, LESS GROSS ALREADY PAID "
003980             WS-ED-GROSS
003990             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004000         WRITE EARNINGS-HISTORY-LINE
004010     END-IF
004020     PERFORM 2460-WRITE-ONE-DEDUCTION THRU 2460-EXIT
004030         VARYING WS-DED-SUB FROM 1 BY 1
004040         UNTIL WS-DED-SUB > PRG-DED-COUNT
004050     IF PRG-REVERSED
004060         ADD 1 TO WS-EMP-REVERSED
004070         MOVE SPACES TO EARNINGS-HISTORY-LINE
004080         STRING "           ** PAYMENT REVERSED ON "
004090             PRG-REVERSAL-DATE
004100             " - NOT INCLUDED IN THE TOTALS **"
004110             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004120         WRITE EARNINGS-HISTORY-LINE
004130         GO TO 2400-EXIT
004140     END-IF
004150     ADD 1 TO WS-EMP-PERIODS
004160     ADD PRG-ORDINARY-PAY TO WS-EMP-ORDINARY
004170     ADD PRG-OVERTIME-PAY TO WS-EMP-OVERTIME
004180     ADD PRG-HOLIDAY-PAY TO WS-EMP-HOLIDAY
004190     ADD PRG-LEAVE-PAY TO WS-EMP-LEAVE
004193     ADD WS-PERIOD-ONCE-OFF TO WS-EMP-ONCE-OFF
004196     ADD WS-PERIOD-BONUS TO WS-EMP-BONUS
004200     ADD PRG-GROSS TO WS-EMP-GROSS
004210     ADD PRG-PAYE TO WS-EMP-PAYE
004220     ADD PRG-UIF-EE TO WS-EMP-UIF
004230     ADD WS-PERIOD-DEDUCTIONS TO WS-EMP-DEDUCTIONS
004240     ADD PRG-NET TO WS-EMP-NET.
004250 2400-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280*  2450-ADD-ONE-DEDUCTION
004290*----------------------------------------------------------------
004300 2450-ADD-ONE-DEDUCTION.
004310     ADD PRG-DED-AMOUNT (WS-DED-SUB) TO WS-PERIOD-DEDUCTIONS.
004320 2450-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350*  2460-WRITE-ONE-DEDUCTION
004360*----------------------------------------------------------------
004370 2460-WRITE-ONE-DEDUCTION.
004380     IF PRG-DED-TYPE (WS-DED-SUB) = "G"
004390         MOVE "GARNISHEE" TO WS-DED-TYPE-DESC
004400     ELSE
004402         IF PRG-DED-TYPE (WS-DED-SUB) = "R"
004404             MOVE "RET FUND" TO WS-DED-TYPE-DESC
004406         ELSE
004410             MOVE "VOLUNTARY" TO WS-DED-TYPE-DESC
004415         END-IF
004420     END-IF
004430     MOVE PRG-DED-AMOUNT (WS-DED-SUB) TO WS-ED-DEDUCTIONS
004440     MOVE SPACES TO EARNINGS-HISTORY-LINE
004450     STRING "           DEDUCTION  " WS-DED-TYPE-DESC
004460         "  SEQ " PRG-DED-SEQ (WS-DED-SUB)
004470         "  PAYEE " PRG-DED-PAYEE (WS-DED-SUB)
004480         "  " WS-ED-DEDUCTIONS
004490         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004500     WRITE EARNINGS-HISTORY-LINE.
004510 2460-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------
004540*  2500-WRITE-EMPLOYEE-TOTALS - THE RANGE'S TOTALS FOR ONE
004550*  EMPLOYEE, REVERSED PERIODS EXCLUDED
004560*----------------------------------------------------------------
004570 2500-WRITE-EMPLOYEE-TOTALS.
004580     MOVE WS-EMP-ORDINARY TO WS-ED-ORDINARY
004590     MOVE WS-EMP-OVERTIME TO WS-ED-OVERTIME
004600     MOVE WS-EMP-HOLIDAY TO WS-ED-HOLIDAY
004610     MOVE WS-EMP-LEAVE TO WS-ED-LEAVE
004620     MOVE WS-EMP-GROSS TO WS-ED-GROSS
004630     MOVE WS-EMP-PAYE TO WS-ED-PAYE
004640     MOVE WS-EMP-UIF TO WS-ED-UIF
004650     MOVE WS-EMP-DEDUCTIONS TO WS-ED-DEDUCTIONS
004660     MOVE WS-EMP-NET TO WS-ED-NET
004670     MOVE SPACES TO EARNINGS-HISTORY-LINE
004680     STRING "TOTALS    " " " WS-ED-ORDINARY " " WS-ED-OVERTIME
004690         " " WS-ED-HOLIDAY " " WS-ED-LEAVE
004700         " " WS-ED-GROSS " " WS-ED-PAYE
004710         " " WS-ED-UIF " " WS-ED-DEDUCTIONS
004720         " " WS-ED-NET
004730         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004740     WRITE EARNINGS-HISTORY-LINE
004742     MOVE WS-EMP-ONCE-OFF TO WS-ED-ONCE-OFF
004744     MOVE WS-EMP-BONUS TO WS-ED-BONUS
004746     MOVE SPACES TO EARNINGS-HISTORY-LINE
004747     STRING "           " WS-ED-ONCE-OFF " " WS-ED-BONUS
004748         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004749     WRITE EARNINGS-HISTORY-LINE
004750     MOVE WS-EMP-PERIODS TO WS-ED-COUNT
004760     MOVE SPACES TO EARNINGS-HISTORY-LINE
004770     STRING "          " WS-ED-COUNT " PERIOD(S) PAID"
004780         DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004790     WRITE EARNINGS-HISTORY-LINE
004800     IF WS-EMP-REVERSED > ZERO
004810         MOVE WS-EMP-REVERSED TO WS-ED-COUNT
004820         MOVE SPACES TO EARNINGS-HISTORY-LINE
004830         STRING "          " WS-ED-COUNT " PERIOD(S) REVERSED"
004840             DELIMITED BY SIZE INTO EARNINGS-HISTORY-LINE
004850         WRITE EARNINGS-HISTORY-LINE
004860     END-IF.
004870 2500-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900*  2900-READ-CARD - NEXT INQUIRY CARD
004910*----------------------------------------------------------------
004920 2900-READ-CARD.
004930     READ HISTORY-CARD-FILE
004940         AT END
004950             MOVE "Y" TO WS-CARD-EOF-SW
004960     END-READ.
004970 2900-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY
005010*----------------------------------------------------------------
005020 9000-TERMINATE.
005030     IF FATAL-OPEN-FAILURE
005040         DISPLAY "EARNHIST RUN FAILED - SEE CONSOLE MESSAGES"
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 9000-EXIT
005070     END-IF
005080     CLOSE HISTORY-CARD-FILE
005090     CLOSE PAY-REGISTER-FILE
005100     CLOSE EARNINGS-HISTORY-REPORT
005110     DISPLAY "EARNHIST RUN COMPLETE - " WS-CARDS-READ
005120         " INQUIRY CARD(S), " WS-PERIODS-PRINTED
005130         " PERIOD(S) PRINTED"
005140     IF WS-CARDS-REJECTED > ZERO
005150         DISPLAY "EARNHIST: " WS-CARDS-REJECTED
005160             " INQUIRY CARD(S) REJECTED - SEE THE REPORT"
005170         MOVE 16 TO RETURN-CODE
005180     END-IF.
005190 9000-EXIT.
005200     EXIT.
