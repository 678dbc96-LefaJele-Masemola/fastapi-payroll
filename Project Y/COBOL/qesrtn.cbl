000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QESRTN.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  QESRTN
000090*
000100*  STATS SA QUARTERLY EMPLOYMENT SURVEY (QES) RETURN.  WORKS OUT
000110*  THE SURVEY FIGURES FOR EACH MONTH OF THE CALENDAR QUARTER
000120*  HOLDING THE PERIOD-END DATE ON THE RUN PARAMETER CARD, AND
000130*  PRINTS THEM IN THE SURVEY'S SECTION LAYOUT:
000140*
000150*  - SECTION A - EMPLOYEES ON THE PAYROLL AT THE SURVEY DATE
000160*    (THE LAST DAY OF THE MONTH), PERMANENT AND TEMPORARY, BY
000170*    PAY FREQUENCY.  AN EMPLOYEE IS ON THE PAYROLL FROM THEIR
000180*    START DATE TO THEIR TERMINATION DATE, BOTH DAYS INCLUDED,
000190*    OFF THE EMPLOYEE-MASTER.
000200*  - SECTION B - STARTERS AND LEAVERS IN THE MONTH, BY THE
000210*    START AND TERMINATION DATES ON THE MASTER.
000220*  - SECTION C - GROSS EARNINGS PAID IN THE MONTH, SPLIT
000230*    ORDINARY, OVERTIME AND BONUSES, TAKEN FROM THE PAY REGISTER
000240*    PERIODS THE MONTH'S RUNS PAID (A RUN BELONGS TO THE MONTH OF
000250*    ITS PERIOD-END DATE).  A SUPPLEMENTARY ADDS ONLY WHAT IT
000260*    CHANGED OVER THE PERIOD'S ORIGINAL PAYMENT; A REVERSED
000270*    PAYMENT IS LEFT OUT.
000280*
000290*  THE CONTROL SECTION TIES EACH MONTH'S GROSS, AND THE
000300*  QUARTER'S, BACK TO THE GROSS OF THE RUNS THE PAY-PERIOD
000310*  CONTROL LEDGER (PAYCTL) HOLDS FOR IT - PAY, SETTLEMENT AND
000320*  SUPPLEMENTARY RUNS ADDED, REVERSALS TAKEN OFF - SO WHAT IS
000330*  SUBMITTED MATCHES WHAT WAS PAID.  ANY DIFFERENCE MARKS THE
000340*  RETURN NOT TO BE SUBMITTED AND ENDS THE RUN WITH RETURN CODE
000350*  16.
000360*
000370*  THE EMPLOYMENT TYPE AND PAY FREQUENCY COUNTED ARE THOSE ON
000380*  THE MASTER WHEN THE RETURN IS RUN.
000390*
000400*  MODIFICATION HISTORY
000410*  DATE       INIT DESCRIPTION
000420*  ---------- ---- ------------------------------------------
000430*  2026-10-15 TLM  ORIGINAL PROGRAM - QES QUARTERLY RETURN.
000440*----------------------------------------------------------------

000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EMPLOYEE-MASTER
000490         ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS EMP-NUMBER
000530         FILE STATUS IS WS-EMPMAST-STATUS.

000540     SELECT PAY-CONTROL-FILE
000550         ASSIGN TO "PAYCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PCTL-KEY
000590         FILE STATUS IS WS-PAYCTL-STATUS.

000600     SELECT PAY-REGISTER-FILE
000610         ASSIGN TO "PAYREG"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PRG-KEY
000650         FILE STATUS IS WS-PAYREG-STATUS.

000660     SELECT RUN-PARM-FILE
000670         ASSIGN TO "RUNPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RUNPARM-STATUS.

000700     SELECT QES-REPORT
000710         ASSIGN TO "QESRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-QESRPT-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  EMPLOYEE-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY EMPMAST.

000790 FD  PAY-CONTROL-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY PAYCTL.

000820 FD  PAY-REGISTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PAYREG.

000850 FD  RUN-PARM-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY RUNPARM.

000880 FD  QES-REPORT
000890     LABEL RECORDS ARE STANDARD.
000900     COPY QESRTNL.

000910 WORKING-STORAGE SECTION.
000920 01  WS-FILE-STATUSES.
000930     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
000940         88  EMPMAST-OK                     VALUE "00".
000950     05  WS-PAYCTL-STATUS        PIC X(02) VALUE "00".
000960         88  PAYCTL-OK                      VALUE "00".
000970     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
000980         88  PAYREG-OK                      VALUE "00".
000990     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001000         88  RUNPARM-OK                     VALUE "00".
001010     05  WS-QESRPT-STATUS        PIC X(02) VALUE "00".
001020         88  QESRPT-OK                      VALUE "00".

001030 01  WS-SWITCHES.
001040     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001050         88  FATAL-RUN-FAILURE              VALUE "Y".
001060     05  WS-DIFFERENCE-SW        PIC X(01) VALUE "N".
001070         88  CONTROL-DIFFERENCE             VALUE "Y".
001080     05  WS-EMP-EOF-SW           PIC X(01) VALUE "N".
001090         88  END-OF-EMPLOYEES               VALUE "Y".
001100     05  WS-CTL-EOF-SW           PIC X(01) VALUE "N".
001110         88  END-OF-CONTROL-LEDGER          VALUE "Y".
001120     05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
001130         88  END-OF-REGISTER                VALUE "Y".
001140     05  WS-PENDING-SW           PIC X(01) VALUE "N".
001150         88  SUPP-PENDING                   VALUE "Y".
001160     05  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
001170         88  QES-FILES-OPEN                 VALUE "Y".

001180 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.

001190*----------------------------------------------------------------
001200*  THE QUARTER - THE CALENDAR QUARTER HOLDING THE PARM CARD'S
001210*  PERIOD-END DATE, FIRST DAY TO LAST
001220*----------------------------------------------------------------
001230 01  WS-PARM-DATE                PIC 9(08) VALUE ZERO.
001240 01  WS-PARM-DATE-PARTS REDEFINES WS-PARM-DATE.
001250     05  WS-PD-YEAR              PIC 9(04).
001260     05  WS-PD-MM                PIC 9(02).
001270     05  WS-PD-DD                PIC 9(02).

001280 01  WS-QTR-START-DATE           PIC 9(08) VALUE ZERO.
001290 01  WS-QTR-START-PARTS REDEFINES WS-QTR-START-DATE.
001300     05  WS-QSD-YEAR             PIC 9(04).
001310     05  WS-QSD-MM               PIC 9(02).
001320     05  WS-QSD-DD               PIC 9(02).

001330 01  WS-QTR-END-DATE             PIC 9(08) VALUE ZERO.
001340 01  WS-QTR-NUMBER               PIC 9(01) VALUE ZERO.
001350 01  WS-QTR-MONTH-OFFSET         PIC 9(02) VALUE ZERO.

001360 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001370 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
001380     05  WS-WD-YEAR              PIC 9(04).
001390     05  WS-WD-MM                PIC 9(02).
001400     05  WS-WD-DD                PIC 9(02).

001410*    DAYS IN EACH MONTH - FEBRUARY IS WORKED OUT FOR A LEAP YEAR.
001420 01  WS-MONTH-DAYS-LIST          PIC X(24)
001430         VALUE "312831303130313130313031".
001440 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
001450     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001460 01  WS-LEAP-WORK.
001470     05  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
001480     05  WS-LEAP-REM-4           PIC 9(03) VALUE ZERO.
001490     05  WS-LEAP-REM-100         PIC 9(03) VALUE ZERO.
001500     05  WS-LEAP-REM-400         PIC 9(03) VALUE ZERO.

001510*----------------------------------------------------------------
001520*  ONE ENTRY PER MONTH OF THE QUARTER - THE MONTH, ITS FIRST DAY
001530*  AND SURVEY DATE, THE HEADCOUNTS, STARTERS AND LEAVERS, THE
001540*  EARNINGS OFF THE PAY REGISTER AND THE LEDGER'S GROSS
001550*----------------------------------------------------------------
001560 01  WS-QTR-MONTH-TABLE.
001570     05  WS-QM-ENTRY OCCURS 3 TIMES INDEXED BY WS-QM-IDX.
001580         10  WS-QM-MONTH         PIC 9(06).
001590         10  WS-QM-FIRST-DATE    PIC 9(08).
001600         10  WS-QM-SURVEY-DATE   PIC 9(08).
001610         10  WS-QM-PERM-WEEKLY   PIC 9(05).
001620         10  WS-QM-PERM-MONTHLY  PIC 9(05).
001630         10  WS-QM-TEMP-WEEKLY   PIC 9(05).
001640         10  WS-QM-TEMP-MONTHLY  PIC 9(05).
001650         10  WS-QM-PERM-STARTERS PIC 9(05).
001660         10  WS-QM-TEMP-STARTERS PIC 9(05).
001670         10  WS-QM-PERM-LEAVERS  PIC 9(05).
001680         10  WS-QM-TEMP-LEAVERS  PIC 9(05).
001690         10  WS-QM-ORDINARY      PIC S9(11)V99.
001700         10  WS-QM-OVERTIME      PIC S9(11)V99.
001710         10  WS-QM-BONUS         PIC S9(11)V99.
001720         10  WS-QM-REG-GROSS     PIC S9(11)V99.
001730         10  WS-QM-CTL-GROSS     PIC S9(11)V99.
001740         10  WS-QM-CTL-RUNS      PIC 9(03).
001750 01  WS-QM-SUB                   PIC 9(02) VALUE ZERO.

001760*----------------------------------------------------------------
001770*  ONE EMPLOYEE'S DATES, WITH ZERO FOR A DATE NOT HELD
001780*----------------------------------------------------------------
001790 01  WS-EMP-FIELDS.
001800     05  WS-EMP-START            PIC 9(08) VALUE ZERO.
001810     05  WS-EMP-LEAVE            PIC 9(08) VALUE ZERO.

001820*----------------------------------------------------------------
001830*  ONE PAY REGISTER PERIOD'S SPLIT, AND A SUPPLEMENTARY HELD
001840*  UNTIL THE PERIOD'S ORIGINAL PAYMENT (WHICH FOLLOWS IT IN KEY
001850*  ORDER - "A" SORTS BEFORE "M" AND "W") SHOWS WHAT IT CHANGED
001860*----------------------------------------------------------------
001870 01  WS-REGISTER-FIELDS.
001880     05  WS-REG-OVERTIME         PIC S9(09)V99 VALUE ZERO.
001890     05  WS-REG-BONUS            PIC S9(09)V99 VALUE ZERO.
001900     05  WS-REG-GROSS            PIC S9(09)V99 VALUE ZERO.
001910     05  WS-REG-MONTH-SUB        PIC 9(02) VALUE ZERO.
001920     05  WS-REG-PERIODS          PIC 9(05) VALUE ZERO.
001930     05  WS-REG-SUPPS            PIC 9(05) VALUE ZERO.
001940     05  WS-REG-REVERSED         PIC 9(05) VALUE ZERO.

001950 01  WS-PENDING-SUPP.
001960     05  WS-PS-EMP-NUMBER        PIC 9(06) VALUE ZERO.
001970     05  WS-PS-PERIOD-END        PIC 9(08) VALUE ZERO.
001980     05  WS-PS-MONTH-SUB         PIC 9(02) VALUE ZERO.
001990     05  WS-PS-OVERTIME          PIC S9(09)V99 VALUE ZERO.
002000     05  WS-PS-BONUS             PIC S9(09)V99 VALUE ZERO.
002010     05  WS-PS-GROSS             PIC S9(09)V99 VALUE ZERO.

002020*----------------------------------------------------------------
002030*  QUARTER TOTALS AND ONE PRINTED ROW - 5100 AND 5200 PRINT THE
002040*  LABEL, THE THREE MONTHS AND (FOR MONEY) THE QUARTER
002050*----------------------------------------------------------------
002060 01  WS-QUARTER-TOTALS.
002070     05  WS-QT-ORDINARY          PIC S9(11)V99 VALUE ZERO.
002080     05  WS-QT-OVERTIME          PIC S9(11)V99 VALUE ZERO.
002090     05  WS-QT-BONUS             PIC S9(11)V99 VALUE ZERO.
002100     05  WS-QT-GROSS             PIC S9(11)V99 VALUE ZERO.
002110     05  WS-QT-CTL-GROSS         PIC S9(11)V99 VALUE ZERO.
002120     05  WS-QT-CTL-RUNS          PIC 9(05) VALUE ZERO.

002130 01  WS-ROW-FIELDS.
002140     05  WS-ROW-LABEL            PIC X(34) VALUE SPACES.
002150     05  WS-ROW-COUNT            PIC 9(05) OCCURS 3 TIMES.
002160     05  WS-ROW-AMOUNT           PIC S9(11)V99 OCCURS 3 TIMES.
002170     05  WS-ROW-QUARTER          PIC S9(11)V99 VALUE ZERO.

002180 01  WS-WORK-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
002190 01  WS-DIFF-FLAG                PIC X(03) VALUE SPACES.

002200 01  WS-QES-EDIT-FIELDS.
002210     05  WS-ED-COUNT-1           PIC ZZZ,ZZ9.
002220     05  WS-ED-COUNT-2           PIC ZZZ,ZZ9.
002230     05  WS-ED-COUNT-3           PIC ZZZ,ZZ9.
002240     05  WS-ED-COL-1             PIC -ZZZ,ZZZ,ZZ9.99.
002250     05  WS-ED-COL-2             PIC -ZZZ,ZZZ,ZZ9.99.
002260     05  WS-ED-COL-3             PIC -ZZZ,ZZZ,ZZ9.99.
002270     05  WS-ED-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002280     05  WS-ED-COUNT             PIC ZZ,ZZ9.

002290 PROCEDURE DIVISION.

002300*----------------------------------------------------------------
002310*  0000-MAINLINE
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     IF NOT FATAL-RUN-FAILURE
002360         PERFORM 2000-COUNT-EMPLOYEE THRU 2000-EXIT
002370             UNTIL END-OF-EMPLOYEES
002380         PERFORM 3000-LOAD-CONTROL-RUN THRU 3000-EXIT
002390             UNTIL END-OF-CONTROL-LEDGER
002400         PERFORM 4000-ANALYSE-REGISTER THRU 4000-EXIT
002410             UNTIL END-OF-REGISTER
002420         IF SUPP-PENDING
002430             PERFORM 4300-POST-PENDING-SUPP THRU 4300-EXIT
002440         END-IF
002450         PERFORM 5000-PRINT-RETURN THRU 5000-EXIT
002460     END-IF
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT
002480     STOP RUN.

002490*----------------------------------------------------------------
002500*  1000-INITIALIZE - PICK UP THE QUARTER, SET UP ITS MONTHS,
002510*  OPEN FILES AND POSITION EACH PASS
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
002550     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
002560     IF WS-PARM-DATE = ZERO
002570         OR WS-PD-MM < 1
002580         OR WS-PD-MM > 12
002590             DISPLAY "QESRTN: NO VALID PERIOD-END DATE ON RUN "
002600                 "PARM - RUN REFUSED"
002610             SET FATAL-RUN-FAILURE TO TRUE
002620             GO TO 1000-EXIT
002630     END-IF

002640     SUBTRACT 1 FROM WS-PD-MM GIVING WS-QTR-MONTH-OFFSET
002650     DIVIDE WS-QTR-MONTH-OFFSET BY 3 GIVING WS-QTR-NUMBER
002660     ADD 1 TO WS-QTR-NUMBER
002670     MOVE WS-PD-YEAR TO WS-QSD-YEAR
002680     COMPUTE WS-QSD-MM = (WS-QTR-NUMBER * 3) - 2
002690     MOVE 01 TO WS-QSD-DD
002700     PERFORM 1100-SET-QUARTER-MONTH THRU 1100-EXIT
002710         VARYING WS-QM-SUB FROM 1 BY 1
002720         UNTIL WS-QM-SUB > 3
002730     MOVE WS-QM-SURVEY-DATE (3) TO WS-QTR-END-DATE

002740     OPEN INPUT EMPLOYEE-MASTER
002750     IF NOT EMPMAST-OK
002760         DISPLAY "QESRTN: EMPMAST OPEN FAILED, STATUS "
002770             WS-EMPMAST-STATUS
002780         SET FATAL-RUN-FAILURE TO TRUE
002790         GO TO 1000-EXIT
002800     END-IF
002810     OPEN INPUT PAY-CONTROL-FILE
002820     IF NOT PAYCTL-OK
002830         DISPLAY "QESRTN: PAYCTL OPEN FAILED, STATUS "
002840             WS-PAYCTL-STATUS
002850         SET FATAL-RUN-FAILURE TO TRUE
002860         CLOSE EMPLOYEE-MASTER
002870         GO TO 1000-EXIT
002880     END-IF
002890     OPEN INPUT PAY-REGISTER-FILE
002900     IF NOT PAYREG-OK
002910         DISPLAY "QESRTN: PAYREG OPEN FAILED - NO EARNINGS SPLIT "
002920             "CAN BE MADE - RUN REFUSED, STATUS " WS-PAYREG-STATUS
002930         SET FATAL-RUN-FAILURE TO TRUE
002940         CLOSE EMPLOYEE-MASTER
002950         CLOSE PAY-CONTROL-FILE
002960         GO TO 1000-EXIT
002970     END-IF
002980     OPEN OUTPUT QES-REPORT
002990     MOVE "Y" TO WS-FILES-OPEN-SW

003000     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT
003010*    THE LEDGER IS KEYED PERIOD-END FIRST - THE QUARTER'S RUNS
003020*    ARE CONTIGUOUS FROM ITS FIRST DAY.
003030     MOVE WS-QTR-START-DATE TO PCTL-PERIOD-END-DATE
003040     MOVE LOW-VALUES TO PCTL-RUN-FREQUENCY
003050     START PAY-CONTROL-FILE KEY IS NOT LESS THAN PCTL-KEY
003060         INVALID KEY
003070             MOVE "Y" TO WS-CTL-EOF-SW
003080     END-START
003090*    THE REGISTER IS KEYED EMPLOYEE FIRST - IT IS READ IN FULL.
003100     MOVE LOW-VALUES TO PRG-KEY
003110     START PAY-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
003120         INVALID KEY
003130             MOVE "Y" TO WS-REG-EOF-SW
003140     END-START.
003150 1000-EXIT.
003160     EXIT.

003170*----------------------------------------------------------------
003180*  1050-READ-RUN-PARM - THE PERIOD-END DATE NAMES THE QUARTER
003190*  THERE IS NO DEFAULT: THE RETURN IS RUN AFTER THE QUARTER IT
003200*  REPORTS ON HAS ENDED.
003210*----------------------------------------------------------------
003220 1050-READ-RUN-PARM.
003230     OPEN INPUT RUN-PARM-FILE
003240     IF RUNPARM-OK
003250         READ RUN-PARM-FILE
003260             AT END
003270                 MOVE SPACES TO RUN-PARM-RECORD
003280         END-READ
003290         IF PARM-PERIOD-END-X NUMERIC
003300             MOVE PARM-PERIOD-END-DATE TO WS-PARM-DATE
003310         END-IF
003320         CLOSE RUN-PARM-FILE
003330     END-IF.
003340 1050-EXIT.
003350     EXIT.

003360*----------------------------------------------------------------
003370*  1100-SET-QUARTER-MONTH - ONE MONTH'S FIRST DAY AND SURVEY
003380*  DATE, THE LAST DAY OF THE MONTH
003390*----------------------------------------------------------------
003400 1100-SET-QUARTER-MONTH.
003410     MOVE WS-QTR-START-DATE TO WS-WORK-DATE
003420     COMPUTE WS-WD-MM = WS-QSD-MM + WS-QM-SUB - 1
003430     MOVE 01 TO WS-WD-DD
003440     MOVE WS-WORK-DATE TO WS-QM-FIRST-DATE (WS-QM-SUB)
003450     COMPUTE WS-QM-MONTH (WS-QM-SUB) = WS-WORK-DATE / 100
003460     MOVE WS-MONTH-DAYS (WS-WD-MM) TO WS-WD-DD
003470     IF WS-WD-MM = 2
003480         DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003490             REMAINDER WS-LEAP-REM-4
003500         DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003510             REMAINDER WS-LEAP-REM-100
003520         DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003530             REMAINDER WS-LEAP-REM-400
003540         IF WS-LEAP-REM-4 = ZERO
003550             AND (WS-LEAP-REM-100 NOT = ZERO
003560                  OR WS-LEAP-REM-400 = ZERO)
003570                 MOVE 29 TO WS-WD-DD
003580         END-IF
003590     END-IF
003600     MOVE WS-WORK-DATE TO WS-QM-SURVEY-DATE (WS-QM-SUB)
003610     MOVE ZERO TO WS-QM-PERM-WEEKLY (WS-QM-SUB)
003620     MOVE ZERO TO WS-QM-PERM-MONTHLY (WS-QM-SUB)
003630     MOVE ZERO TO WS-QM-TEMP-WEEKLY (WS-QM-SUB)
003640     MOVE ZERO TO WS-QM-TEMP-MONTHLY (WS-QM-SUB)
003650     MOVE ZERO TO WS-QM-PERM-STARTERS (WS-QM-SUB)
003660     MOVE ZERO TO WS-QM-TEMP-STARTERS (WS-QM-SUB)
003670     MOVE ZERO TO WS-QM-PERM-LEAVERS (WS-QM-SUB)
003680     MOVE ZERO TO WS-QM-TEMP-LEAVERS (WS-QM-SUB)
003690     MOVE ZERO TO WS-QM-ORDINARY (WS-QM-SUB)
003700     MOVE ZERO TO WS-QM-OVERTIME (WS-QM-SUB)
003710     MOVE ZERO TO WS-QM-BONUS (WS-QM-SUB)
003720     MOVE ZERO TO WS-QM-REG-GROSS (WS-QM-SUB)
003730     MOVE ZERO TO WS-QM-CTL-GROSS (WS-QM-SUB)
003740     MOVE ZERO TO WS-QM-CTL-RUNS (WS-QM-SUB).
003750 1100-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780*  2000-COUNT-EMPLOYEE - ONE MASTER RECORD AGAINST EACH MONTH
003790*  A DATE NOT HELD ON AN OLD RECORD IS TAKEN AS ZERO: NO START
003800*  DATE MEANS EMPLOYED SINCE BEFORE THE QUARTER, AND A LEAVER
003810*  WITH NO TERMINATION DATE IS NOT COUNTED ON THE PAYROLL.
003820*----------------------------------------------------------------
003830 2000-COUNT-EMPLOYEE.
003840     MOVE ZERO TO WS-EMP-START
003850     MOVE ZERO TO WS-EMP-LEAVE
003860     IF EMP-START-DATE NUMERIC
003870         MOVE EMP-START-DATE TO WS-EMP-START
003880     END-IF
003890     IF EMP-TERMINATION-DATE NUMERIC
003900         MOVE EMP-TERMINATION-DATE TO WS-EMP-LEAVE
003910     END-IF
003920     PERFORM 2100-COUNT-ONE-MONTH THRU 2100-EXIT
003930         VARYING WS-QM-SUB FROM 1 BY 1
003940         UNTIL WS-QM-SUB > 3
003950     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
003960 2000-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990*  2100-COUNT-ONE-MONTH - STARTER, LEAVER AND SURVEY-DATE
004000*  HEADCOUNT FOR ONE MONTH OF THE QUARTER
004010*----------------------------------------------------------------
004020 2100-COUNT-ONE-MONTH.
004030     IF WS-EMP-START NOT < WS-QM-FIRST-DATE (WS-QM-SUB)
004040         AND WS-EMP-START NOT > WS-QM-SURVEY-DATE (WS-QM-SUB)
004050             IF EMP-TEMPORARY
004060                 ADD 1 TO WS-QM-TEMP-STARTERS (WS-QM-SUB)
004070             ELSE
004080                 ADD 1 TO WS-QM-PERM-STARTERS (WS-QM-SUB)
004090             END-IF
004100     END-IF
004110     IF WS-EMP-LEAVE NOT < WS-QM-FIRST-DATE (WS-QM-SUB)
004120         AND WS-EMP-LEAVE NOT > WS-QM-SURVEY-DATE (WS-QM-SUB)
004130             IF EMP-TEMPORARY
004140                 ADD 1 TO WS-QM-TEMP-LEAVERS (WS-QM-SUB)
004150             ELSE
004160                 ADD 1 TO WS-QM-PERM-LEAVERS (WS-QM-SUB)
004170             END-IF
004180     END-IF
004190     IF WS-EMP-START > WS-QM-SURVEY-DATE (WS-QM-SUB)
004200         GO TO 2100-EXIT
004210     END-IF
004220     IF WS-EMP-LEAVE = ZERO
004230         IF EMP-TERMINATED
004240             GO TO 2100-EXIT
004250         END-IF
004260     ELSE
004270         IF WS-EMP-LEAVE < WS-QM-SURVEY-DATE (WS-QM-SUB)
004280             GO TO 2100-EXIT
004290         END-IF
004300     END-IF
004310     IF EMP-TEMPORARY
004320         IF EMP-PAY-MONTHLY
004330             ADD 1 TO WS-QM-TEMP-MONTHLY (WS-QM-SUB)
004340         ELSE
004350             ADD 1 TO WS-QM-TEMP-WEEKLY (WS-QM-SUB)
004360         END-IF
004370     ELSE
004380         IF EMP-PAY-MONTHLY
004390             ADD 1 TO WS-QM-PERM-MONTHLY (WS-QM-SUB)
004400         ELSE
004410             ADD 1 TO WS-QM-PERM-WEEKLY (WS-QM-SUB)
004420         END-IF
004430     END-IF.
004440 2100-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470*  2900-READ-EMPLOYEE - NEXT EMPLOYEE-MASTER RECORD
004480*----------------------------------------------------------------
004490 2900-READ-EMPLOYEE.
004500     READ EMPLOYEE-MASTER NEXT RECORD
004510         AT END
004520             MOVE "Y" TO WS-EMP-EOF-SW
004530     END-READ.
004540 2900-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570*  3000-LOAD-CONTROL-RUN - ONE LEDGER ENTRY OF THE QUARTER
004580*  A RUN STILL OPEN NEVER COMPLETED AND PAID NOTHING.  PAY,
004590*  SETTLEMENT AND SUPPLEMENTARY RUNS ADD THEIR GROSS; A REVERSAL
004600*  IS LEDGERED AT POSITIVE TOTALS AND IS TAKEN OFF.
004610*----------------------------------------------------------------
004620 3000-LOAD-CONTROL-RUN.
004630     READ PAY-CONTROL-FILE NEXT RECORD
004640         AT END
004650             MOVE "Y" TO WS-CTL-EOF-SW
004660             GO TO 3000-EXIT
004670     END-READ
004680     IF PCTL-PERIOD-END-DATE > WS-QTR-END-DATE
004690         MOVE "Y" TO WS-CTL-EOF-SW
004700         GO TO 3000-EXIT
004710     END-IF
004720     IF PCTL-OPEN
004730         GO TO 3000-EXIT
004740     END-IF
004750     MOVE PCTL-PERIOD-END-DATE TO WS-WORK-DATE
004760     COMPUTE WS-QM-SUB = WS-WD-MM - WS-QSD-MM + 1
004770     ADD 1 TO WS-QM-CTL-RUNS (WS-QM-SUB)
004780     IF PCTL-REVERSAL
004790         SUBTRACT PCTL-GROSS FROM WS-QM-CTL-GROSS (WS-QM-SUB)
004800     ELSE
004810         ADD PCTL-GROSS TO WS-QM-CTL-GROSS (WS-QM-SUB)
004820     END-IF.
004830 3000-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860*  4000-ANALYSE-REGISTER - ONE PAY REGISTER PERIOD
004870*  ONLY PERIODS ENDING IN THE QUARTER COUNT.  A SUPPLEMENTARY IS
004880*  HELD UNTIL THE SAME EMPLOYEE'S ORIGINAL WEEKLY OR MONTHLY
004890*  PAYMENT FOR THE PERIOD IS READ; A REVERSED PAYMENT IS LEFT
004900*  OUT, AS THE LEDGER TAKES ITS REVERSAL OFF.
004910*----------------------------------------------------------------
004920 4000-ANALYSE-REGISTER.
004930     READ PAY-REGISTER-FILE NEXT RECORD
004940         AT END
004950             MOVE "Y" TO WS-REG-EOF-SW
004960             GO TO 4000-EXIT
004970     END-READ
004980     IF SUPP-PENDING
004990         IF PRG-EMP-NUMBER NOT = WS-PS-EMP-NUMBER
005000             OR PRG-PERIOD-END-DATE NOT = WS-PS-PERIOD-END
005010                 PERFORM 4300-POST-PENDING-SUPP THRU 4300-EXIT
005020         END-IF
005030     END-IF
005040     IF PRG-PERIOD-END-DATE < WS-QTR-START-DATE
005050         OR PRG-PERIOD-END-DATE > WS-QTR-END-DATE
005060             GO TO 4000-EXIT
005070     END-IF
005080     PERFORM 4100-SPLIT-REGISTER-PERIOD THRU 4100-EXIT
005090     IF PRG-SUPPLEMENTARY
005100         IF PRG-REVERSED
005110             ADD 1 TO WS-REG-REVERSED
005120         ELSE
005130             MOVE PRG-EMP-NUMBER TO WS-PS-EMP-NUMBER
005140             MOVE PRG-PERIOD-END-DATE TO WS-PS-PERIOD-END
005150             MOVE WS-REG-MONTH-SUB TO WS-PS-MONTH-SUB
005160             MOVE WS-REG-OVERTIME TO WS-PS-OVERTIME
005170             MOVE WS-REG-BONUS TO WS-PS-BONUS
005180             MOVE PRG-GROSS TO WS-PS-GROSS
005190             SET SUPP-PENDING TO TRUE
005200         END-IF
005210         GO TO 4000-EXIT
005220     END-IF
005230*    THE ORIGINAL PAYMENT OF A HELD SUPPLEMENTARY'S PERIOD -
005240*    WHETHER OR NOT IT WAS LATER REVERSED - SHOWS WHAT THE
005250*    SUPPLEMENTARY CHANGED.
005260     IF SUPP-PENDING
005270         AND PRG-RUN-FREQUENCY NOT = "F"
005280             SUBTRACT WS-REG-OVERTIME FROM WS-PS-OVERTIME
005290             SUBTRACT WS-REG-BONUS FROM WS-PS-BONUS
005300             PERFORM 4300-POST-PENDING-SUPP THRU 4300-EXIT
005310     END-IF
005320     IF PRG-REVERSED
005330         ADD 1 TO WS-REG-REVERSED
005340         GO TO 4000-EXIT
005350     END-IF
005360     ADD 1 TO WS-REG-PERIODS
005370     MOVE PRG-GROSS TO WS-REG-GROSS
005380     PERFORM 4200-ADD-TO-MONTH THRU 4200-EXIT.
005390 4000-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420*  4100-SPLIT-REGISTER-PERIOD - THE PERIOD'S MONTH OF THE
005430*  QUARTER, ITS OVERTIME AND ITS ANNUAL BONUSES.  A PERIOD
005440*  WRITTEN BEFORE THE BONUS FIGURE WAS CARRIED HAS SPACES
005450*  THERE, TAKEN AS NONE.
005460*----------------------------------------------------------------
005470 4100-SPLIT-REGISTER-PERIOD.
005480     MOVE PRG-PERIOD-END-DATE TO WS-WORK-DATE
005490     COMPUTE WS-REG-MONTH-SUB = WS-WD-MM - WS-QSD-MM + 1
005500     MOVE PRG-OVERTIME-PAY TO WS-REG-OVERTIME
005510     IF PRG-BONUS-PAY NUMERIC
005520         MOVE PRG-BONUS-PAY TO WS-REG-BONUS
005530     ELSE
005540         MOVE ZERO TO WS-REG-BONUS
005550     END-IF.
005560 4100-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590*  4200-ADD-TO-MONTH - ONE PAYMENT'S GROSS INTO ITS MONTH.  THE
005600*  ORDINARY PAY IS THE GROSS LESS OVERTIME AND BONUSES, SO THE
005610*  THREE ALWAYS ADD BACK TO THE GROSS PAID.
005620*----------------------------------------------------------------
005630 4200-ADD-TO-MONTH.
005640     MOVE WS-REG-MONTH-SUB TO WS-QM-SUB
005650     ADD WS-REG-GROSS TO WS-QM-REG-GROSS (WS-QM-SUB)
005660     ADD WS-REG-OVERTIME TO WS-QM-OVERTIME (WS-QM-SUB)
005670     ADD WS-REG-BONUS TO WS-QM-BONUS (WS-QM-SUB)
005680     COMPUTE WS-QM-ORDINARY (WS-QM-SUB) =
005690         WS-QM-ORDINARY (WS-QM-SUB) + WS-REG-GROSS
005700             - WS-REG-OVERTIME - WS-REG-BONUS.
005710 4200-EXIT.
005720     EXIT.

005730*----------------------------------------------------------------
005740*  4300-POST-PENDING-SUPP - A HELD SUPPLEMENTARY INTO ITS MONTH
005750*  ITS GROSS IS ALREADY ONLY THE DIFFERENCE OVER THE ORIGINAL
005760*  PAYMENT.  ITS OVERTIME AND BONUSES ARE THE PERIOD'S WHOLE
005770*  FIGURES, LESS THE ORIGINAL'S ONCE THAT HAS BEEN READ - A
005780*  SUPPLEMENTARY WITH NO ORIGINAL ON THE REGISTER KEEPS ITS OWN.
005790*----------------------------------------------------------------
005800 4300-POST-PENDING-SUPP.
005810     ADD 1 TO WS-REG-SUPPS
005820     MOVE WS-PS-MONTH-SUB TO WS-REG-MONTH-SUB
005830     MOVE WS-PS-OVERTIME TO WS-REG-OVERTIME
005840     MOVE WS-PS-BONUS TO WS-REG-BONUS
005850     MOVE WS-PS-GROSS TO WS-REG-GROSS
005860     PERFORM 4200-ADD-TO-MONTH THRU 4200-EXIT
005870     MOVE "N" TO WS-PENDING-SW.
005880 4300-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910*  5000-PRINT-RETURN - THE RETURN IN THE SURVEY'S SECTIONS,
005920*  MONTH BY MONTH, AND THE CONTROL AGAINST THE LEDGER
005930*----------------------------------------------------------------
005940 5000-PRINT-RETURN.
005950     MOVE SPACES TO QES-LINE
005960     STRING "STATS SA QUARTERLY EMPLOYMENT SURVEY (QES) - "
005970         "QUARTER " WS-QTR-NUMBER " OF " WS-QSD-YEAR "   "
005980         WS-QTR-START-DATE " TO " WS-QTR-END-DATE
005990         "   RUN " WS-RUN-DATE-CCYYMMDD
006000         DELIMITED BY SIZE INTO QES-LINE
006010     WRITE QES-LINE
006020     MOVE SPACES TO QES-LINE
006030     STRING "=============================================="
006040         "=============================================="
006050         DELIMITED BY SIZE INTO QES-LINE
006060     WRITE QES-LINE
006070     PERFORM 5050-PRINT-MONTH-HEADINGS THRU 5050-EXIT

006080*    SECTION A - EMPLOYMENT AT THE SURVEY DATE
006090     MOVE SPACES TO QES-LINE
006100     WRITE QES-LINE
006110     MOVE SPACES TO QES-LINE
006120     STRING "SECTION A - EMPLOYEES ON THE PAYROLL AT THE SURVEY "
006130         "DATE (LAST DAY OF THE MONTH)"
006140         DELIMITED BY SIZE INTO QES-LINE
006150     WRITE QES-LINE
006160     MOVE "PERMANENT - WEEKLY PAID" TO WS-ROW-LABEL
006170     MOVE WS-QM-PERM-WEEKLY (1) TO WS-ROW-COUNT (1)
006180     MOVE WS-QM-PERM-WEEKLY (2) TO WS-ROW-COUNT (2)
006190     MOVE WS-QM-PERM-WEEKLY (3) TO WS-ROW-COUNT (3)
006200     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006210     MOVE "PERMANENT - MONTHLY PAID" TO WS-ROW-LABEL
006220     MOVE WS-QM-PERM-MONTHLY (1) TO WS-ROW-COUNT (1)
006230     MOVE WS-QM-PERM-MONTHLY (2) TO WS-ROW-COUNT (2)
006240     MOVE WS-QM-PERM-MONTHLY (3) TO WS-ROW-COUNT (3)
006250     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006260     MOVE "PERMANENT - TOTAL" TO WS-ROW-LABEL
006270     PERFORM 5110-SET-PERMANENT-ROW THRU 5110-EXIT
006280         VARYING WS-QM-SUB FROM 1 BY 1
006290         UNTIL WS-QM-SUB > 3
006300     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006310     MOVE "TEMPORARY - WEEKLY PAID" TO WS-ROW-LABEL
006320     MOVE WS-QM-TEMP-WEEKLY (1) TO WS-ROW-COUNT (1)
006330     MOVE WS-QM-TEMP-WEEKLY (2) TO WS-ROW-COUNT (2)
006340     MOVE WS-QM-TEMP-WEEKLY (3) TO WS-ROW-COUNT (3)
006350     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006360     MOVE "TEMPORARY - MONTHLY PAID" TO WS-ROW-LABEL
006370     MOVE WS-QM-TEMP-MONTHLY (1) TO WS-ROW-COUNT (1)
006380     MOVE WS-QM-TEMP-MONTHLY (2) TO WS-ROW-COUNT (2)
006390     MOVE WS-QM-TEMP-MONTHLY (3) TO WS-ROW-COUNT (3)
006400     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006410     MOVE "TEMPORARY - TOTAL" TO WS-ROW-LABEL
006420     PERFORM 5120-SET-TEMPORARY-ROW THRU 5120-EXIT
006430         VARYING WS-QM-SUB FROM 1 BY 1
006440         UNTIL WS-QM-SUB > 3
006450     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006460     MOVE "TOTAL EMPLOYEES" TO WS-ROW-LABEL
006470     PERFORM 5130-SET-EMPLOYEES-ROW THRU 5130-EXIT
006480         VARYING WS-QM-SUB FROM 1 BY 1
006490         UNTIL WS-QM-SUB > 3
006500     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT

006510*    SECTION B - STARTERS AND LEAVERS
006520     MOVE SPACES TO QES-LINE
006530     WRITE QES-LINE
006540     MOVE SPACES TO QES-LINE
006550     STRING "SECTION B - EMPLOYMENT CHANGES DURING THE MONTH"
006560         DELIMITED BY SIZE INTO QES-LINE
006570     WRITE QES-LINE
006580     MOVE "NEW STARTERS - PERMANENT" TO WS-ROW-LABEL
006590     MOVE WS-QM-PERM-STARTERS (1) TO WS-ROW-COUNT (1)
006600     MOVE WS-QM-PERM-STARTERS (2) TO WS-ROW-COUNT (2)
006610     MOVE WS-QM-PERM-STARTERS (3) TO WS-ROW-COUNT (3)
006620     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006630     MOVE "NEW STARTERS - TEMPORARY" TO WS-ROW-LABEL
006640     MOVE WS-QM-TEMP-STARTERS (1) TO WS-ROW-COUNT (1)
006650     MOVE WS-QM-TEMP-STARTERS (2) TO WS-ROW-COUNT (2)
006660     MOVE WS-QM-TEMP-STARTERS (3) TO WS-ROW-COUNT (3)
006670     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006680     MOVE "LEAVERS - PERMANENT" TO WS-ROW-LABEL
006690     MOVE WS-QM-PERM-LEAVERS (1) TO WS-ROW-COUNT (1)
006700     MOVE WS-QM-PERM-LEAVERS (2) TO WS-ROW-COUNT (2)
006710     MOVE WS-QM-PERM-LEAVERS (3) TO WS-ROW-COUNT (3)
006720     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
006730     MOVE "LEAVERS - TEMPORARY" TO WS-ROW-LABEL
006740     MOVE WS-QM-TEMP-LEAVERS (1) TO WS-ROW-COUNT (1)
006750     MOVE WS-QM-TEMP-LEAVERS (2) TO WS-ROW-COUNT (2)
006760     MOVE WS-QM-TEMP-LEAVERS (3) TO WS-ROW-COUNT (3)
006770     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT

006780*    SECTION C - GROSS EARNINGS PAID
006790     MOVE SPACES TO QES-LINE
006800     WRITE QES-LINE
006810     MOVE SPACES TO QES-LINE
006820     STRING "SECTION C - GROSS EARNINGS PAID DURING THE MONTH "
006830         "(RAND)" "                                 QUARTER"
006840         DELIMITED BY SIZE INTO QES-LINE
006850     WRITE QES-LINE
006860     MOVE "ORDINARY SALARIES AND WAGES" TO WS-ROW-LABEL
006870     MOVE WS-QM-ORDINARY (1) TO WS-ROW-AMOUNT (1)
006880     MOVE WS-QM-ORDINARY (2) TO WS-ROW-AMOUNT (2)
006890     MOVE WS-QM-ORDINARY (3) TO WS-ROW-AMOUNT (3)
006900     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
006910     MOVE WS-ROW-QUARTER TO WS-QT-ORDINARY
006920     MOVE "OVERTIME PAYMENTS" TO WS-ROW-LABEL
006930     MOVE WS-QM-OVERTIME (1) TO WS-ROW-AMOUNT (1)
006940     MOVE WS-QM-OVERTIME (2) TO WS-ROW-AMOUNT (2)
006950     MOVE WS-QM-OVERTIME (3) TO WS-ROW-AMOUNT (3)
006960     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
006970     MOVE WS-ROW-QUARTER TO WS-QT-OVERTIME
006980     MOVE "BONUSES AND 13TH CHEQUES" TO WS-ROW-LABEL
006990     MOVE WS-QM-BONUS (1) TO WS-ROW-AMOUNT (1)
007000     MOVE WS-QM-BONUS (2) TO WS-ROW-AMOUNT (2)
007010     MOVE WS-QM-BONUS (3) TO WS-ROW-AMOUNT (3)
007020     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
007030     MOVE WS-ROW-QUARTER TO WS-QT-BONUS
007040     MOVE "TOTAL GROSS EARNINGS" TO WS-ROW-LABEL
007050     MOVE WS-QM-REG-GROSS (1) TO WS-ROW-AMOUNT (1)
007060     MOVE WS-QM-REG-GROSS (2) TO WS-ROW-AMOUNT (2)
007070     MOVE WS-QM-REG-GROSS (3) TO WS-ROW-AMOUNT (3)
007080     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
007090     MOVE WS-ROW-QUARTER TO WS-QT-GROSS

007100     PERFORM 6000-PRINT-CONTROL THRU 6000-EXIT.
007110 5000-EXIT.
007120     EXIT.

007130*----------------------------------------------------------------
007140*  5050-PRINT-MONTH-HEADINGS - THE THREE MONTHS AS CCYYMM, AND
007150*  THE SURVEY DATE OF EACH
007160*----------------------------------------------------------------
007170 5050-PRINT-MONTH-HEADINGS.
007180     MOVE SPACES TO QES-LINE
007190     WRITE QES-LINE
007200     MOVE SPACES TO QES-LINE
007210     STRING "MONTH                             "
007220         "         " WS-QM-MONTH (1)
007230         "         " WS-QM-MONTH (2)
007240         "         " WS-QM-MONTH (3)
007250         DELIMITED BY SIZE INTO QES-LINE
007260     WRITE QES-LINE
007270     MOVE SPACES TO QES-LINE
007280     STRING "SURVEY DATE                       "
007290         "       " WS-QM-SURVEY-DATE (1)
007300         "       " WS-QM-SURVEY-DATE (2)
007310         "       " WS-QM-SURVEY-DATE (3)
007320         DELIMITED BY SIZE INTO QES-LINE
007330     WRITE QES-LINE.
007340 5050-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370*  5100-PRINT-COUNT-ROW - A LABEL AND THREE MONTHS' COUNTS,
007380*  RIGHT-ALIGNED UNDER THE MONTH HEADINGS
007390*----------------------------------------------------------------
007400 5100-PRINT-COUNT-ROW.
007410     MOVE WS-ROW-COUNT (1) TO WS-ED-COUNT-1
007420     MOVE WS-ROW-COUNT (2) TO WS-ED-COUNT-2
007430     MOVE WS-ROW-COUNT (3) TO WS-ED-COUNT-3
007440     MOVE SPACES TO QES-LINE
007450     STRING WS-ROW-LABEL
007460         "        " WS-ED-COUNT-1
007470         "        " WS-ED-COUNT-2
007480         "        " WS-ED-COUNT-3
007490         DELIMITED BY SIZE INTO QES-LINE
007500     WRITE QES-LINE.
007510 5100-EXIT.
007520     EXIT.

007530*----------------------------------------------------------------
007540*  5110/5120/5130 - THE TOTAL ROWS OF SECTION A, ONE MONTH EACH
007550*----------------------------------------------------------------
007560 5110-SET-PERMANENT-ROW.
007570     COMPUTE WS-ROW-COUNT (WS-QM-SUB) =
007580         WS-QM-PERM-WEEKLY (WS-QM-SUB)
007590             + WS-QM-PERM-MONTHLY (WS-QM-SUB).
007600 5110-EXIT.
007610     EXIT.

007620 5120-SET-TEMPORARY-ROW.
007630     COMPUTE WS-ROW-COUNT (WS-QM-SUB) =
007640         WS-QM-TEMP-WEEKLY (WS-QM-SUB)
007650             + WS-QM-TEMP-MONTHLY (WS-QM-SUB).
007660 5120-EXIT.
007670     EXIT.

007680 5130-SET-EMPLOYEES-ROW.
007690     COMPUTE WS-ROW-COUNT (WS-QM-SUB) =
007700         WS-QM-PERM-WEEKLY (WS-QM-SUB)
007710             + WS-QM-PERM-MONTHLY (WS-QM-SUB)
007720             + WS-QM-TEMP-WEEKLY (WS-QM-SUB)
007730             + WS-QM-TEMP-MONTHLY (WS-QM-SUB).
007740 5130-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------
007770*  5200-PRINT-AMOUNT-ROW - A LABEL, THREE MONTHS' AMOUNTS AND
007780*  THE QUARTER, WHICH IS LEFT IN WS-ROW-QUARTER FOR THE CALLER
007790*----------------------------------------------------------------
007800 5200-PRINT-AMOUNT-ROW.
007810     COMPUTE WS-ROW-QUARTER =
007820         WS-ROW-AMOUNT (1) + WS-ROW-AMOUNT (2) + WS-ROW-AMOUNT (3)
007830     MOVE WS-ROW-AMOUNT (1) TO WS-ED-COL-1
007840     MOVE WS-ROW-AMOUNT (2) TO WS-ED-COL-2
007850     MOVE WS-ROW-AMOUNT (3) TO WS-ED-COL-3
007860     MOVE WS-ROW-QUARTER TO WS-ED-TOTAL
007870     MOVE SPACES TO QES-LINE
007880     STRING WS-ROW-LABEL
007890         WS-ED-COL-1 WS-ED-COL-2 WS-ED-COL-3
007900         " " WS-ED-TOTAL
007910         DELIMITED BY SIZE INTO QES-LINE
007920     WRITE QES-LINE.
007930 5200-EXIT.
007940     EXIT.

007950*----------------------------------------------------------------
007960*  6000-PRINT-CONTROL - THE RETURN'S GROSS AGAINST THE GROSS OF
007970*  THE RUNS ON THE PAY-PERIOD CONTROL LEDGER, MONTH BY MONTH AND
007980*  FOR THE QUARTER.  ANY DIFFERENCE MEANS THE RETURN DOES NOT
007990*  MATCH WHAT WAS PAID AND IS NOT TO BE SUBMITTED.
008000*----------------------------------------------------------------
008010 6000-PRINT-CONTROL.
008020     MOVE SPACES TO QES-LINE
008030     WRITE QES-LINE
008040     MOVE SPACES TO QES-LINE
008050     STRING "CONTROL - GROSS PAID PER THE PAY-PERIOD CONTROL "
008060         "LEDGER (PCTL-GROSS)"
008070         DELIMITED BY SIZE INTO QES-LINE
008080     WRITE QES-LINE
008090     MOVE "PAY RUNS LEDGERED" TO WS-ROW-LABEL
008100     MOVE WS-QM-CTL-RUNS (1) TO WS-ROW-COUNT (1)
008110     MOVE WS-QM-CTL-RUNS (2) TO WS-ROW-COUNT (2)
008120     MOVE WS-QM-CTL-RUNS (3) TO WS-ROW-COUNT (3)
008130     PERFORM 5100-PRINT-COUNT-ROW THRU 5100-EXIT
008140     MOVE "GROSS PER CONTROL LEDGER" TO WS-ROW-LABEL
008150     MOVE WS-QM-CTL-GROSS (1) TO WS-ROW-AMOUNT (1)
008160     MOVE WS-QM-CTL-GROSS (2) TO WS-ROW-AMOUNT (2)
008170     MOVE WS-QM-CTL-GROSS (3) TO WS-ROW-AMOUNT (3)
008180     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
008190     MOVE WS-ROW-QUARTER TO WS-QT-CTL-GROSS
008200     MOVE "DIFFERENCE (RETURN LESS LEDGER)" TO WS-ROW-LABEL
008210     PERFORM 6100-CHECK-ONE-MONTH THRU 6100-EXIT
008220         VARYING WS-QM-SUB FROM 1 BY 1
008230         UNTIL WS-QM-SUB > 3
008240     PERFORM 5200-PRINT-AMOUNT-ROW THRU 5200-EXIT
008250     IF WS-ROW-QUARTER NOT = ZERO
008260         OR WS-QT-GROSS NOT = WS-QT-CTL-GROSS
008270             SET CONTROL-DIFFERENCE TO TRUE
008280     END-IF

008290     MOVE SPACES TO QES-LINE
008300     WRITE QES-LINE
008310     MOVE WS-REG-PERIODS TO WS-ED-COUNT
008320     MOVE SPACES TO QES-LINE
008330     STRING "PAY REGISTER PERIODS COUNTED ..... " WS-ED-COUNT
008340         DELIMITED BY SIZE INTO QES-LINE
008350     WRITE QES-LINE
008360     MOVE WS-REG-SUPPS TO WS-ED-COUNT
008370     MOVE SPACES TO QES-LINE
008380     STRING "  SUPPLEMENTARY ADJUSTMENTS ...... " WS-ED-COUNT
008390         DELIMITED BY SIZE INTO QES-LINE
008400     WRITE QES-LINE
008410     MOVE WS-REG-REVERSED TO WS-ED-COUNT
008420     MOVE SPACES TO QES-LINE
008430     STRING "  REVERSED PAYMENTS LEFT OUT ..... " WS-ED-COUNT
008440         DELIMITED BY SIZE INTO QES-LINE
008450     WRITE QES-LINE
008460     MOVE SPACES TO QES-LINE
008470     WRITE QES-LINE
008480     MOVE SPACES TO QES-LINE
008490     IF CONTROL-DIFFERENCE
008500         STRING "*** THE RETURN DOES NOT AGREE WITH THE PAY RUNS "
008510             "LEDGERED FOR THE QUARTER - DO NOT SUBMIT ***"
008520             DELIMITED BY SIZE INTO QES-LINE
008530     ELSE
008540         STRING "THE RETURN AGREES WITH THE PAY RUNS LEDGERED "
008550             "FOR THE QUARTER"
008560             DELIMITED BY SIZE INTO QES-LINE
008570     END-IF
008580     WRITE QES-LINE.
008590 6000-EXIT.
008600     EXIT.

008610*----------------------------------------------------------------
008620*  6100-CHECK-ONE-MONTH - ONE MONTH'S RETURN GROSS LESS ITS
008630*  LEDGER GROSS INTO THE DIFFERENCE ROW
008640*----------------------------------------------------------------
008650 6100-CHECK-ONE-MONTH.
008660     COMPUTE WS-ROW-AMOUNT (WS-QM-SUB) =
008670         WS-QM-REG-GROSS (WS-QM-SUB) - WS-QM-CTL-GROSS (WS-QM-SUB)
008680     IF WS-ROW-AMOUNT (WS-QM-SUB) NOT = ZERO
008690         SET CONTROL-DIFFERENCE TO TRUE
008700         DISPLAY "QESRTN: MONTH " WS-QM-MONTH (WS-QM-SUB)
008710             " RETURN GROSS " WS-QM-REG-GROSS (WS-QM-SUB)
008720             " LEDGER GROSS " WS-QM-CTL-GROSS (WS-QM-SUB)
008730     END-IF.
008740 6100-EXIT.
008750     EXIT.

008760*----------------------------------------------------------------
008770*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY.  A RETURN
008780*  THAT DOES NOT TIE TO THE LEDGER FAILS THE RUN.
008790*----------------------------------------------------------------
008800 9000-TERMINATE.
008810     IF QES-FILES-OPEN
008820         CLOSE EMPLOYEE-MASTER
008830         CLOSE PAY-CONTROL-FILE
008840         CLOSE PAY-REGISTER-FILE
008850         CLOSE QES-REPORT
008860     END-IF
008870     IF FATAL-RUN-FAILURE
008880         DISPLAY "QESRTN RUN FAILED - SEE CONSOLE MESSAGES"
008890         MOVE 16 TO RETURN-CODE
008900         GO TO 9000-EXIT
008910     END-IF
008920     DISPLAY "QESRTN QUARTER " WS-QTR-START-DATE " TO "
008930         WS-QTR-END-DATE " GROSS " WS-QT-GROSS
008940         " LEDGER " WS-QT-CTL-GROSS
008950     IF CONTROL-DIFFERENCE
008960         DISPLAY "QESRTN RETURN DOES NOT TIE TO THE CONTROL "
008970             "LEDGER - SEE REPORT AND CONSOLE MESSAGES"
008980         MOVE 16 TO RETURN-CODE
008990     ELSE
009000         DISPLAY "QESRTN RUN COMPLETE - RETURN TIES TO THE LEDGER"
009010     END-IF.
009020 9000-EXIT.
009030     EXIT.
