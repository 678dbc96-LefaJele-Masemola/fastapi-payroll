000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMP501.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  EMP501
000090*
000100*  EMP501 EMPLOYER RECONCILIATION.  PUTS WHAT WAS DECLARED MONTH
000110*  BY MONTH ON THE EMP201 RETURNS SIDE BY SIDE WITH WHAT WAS PAID
000120*  TO SARS AND WITH WHAT THE EMPLOYEE TAX CERTIFICATES CARRY, FOR
000130*  THE TAX YEAR ON THE RUN PARAMETER CARD.
000140*
000150*  THE PAY RUNS STAMP THE TAX YEAR FROM THE RUN DATE'S CALENDAR
000160*  YEAR (SEE PAYROLL 1000-INITIALIZE), SO THE RECONCILIATION
000170*  YEAR RUNS JANUARY TO DECEMBER.  RUN MODE "I" ON THE CARD ASKS
000180*  FOR THE INTERIM RECONCILIATION OF THE FIRST SIX MONTHS;
000190*  ANYTHING ELSE IS THE FULL YEAR.
000200*
000210*  - THE DECLARED FIGURES ARE THE STATUTORY MONTH RECORDS THE
000220*    PAY RUNS POSTED, WORKED THE WAY EMP201 WORKS THEM: PAYE LESS
000230*    THE ETI IT CAN ABSORB, PLUS BOTH SIDES OF UIF, PLUS SDL.
000240*  - THE PAYMENTS ARE THE SARS PAYMENT CARDS (SARSPAY), ONE PER
000250*    AMOUNT PAID, EACH NAMING THE EMP201 MONTH IT SETTLES.
000260*  - THE CERTIFICATE FIGURES ARE THE YTD ARCHIVE RECORDS YREND
000270*    WROTE FOR THE YEAR, OR FOR THE INTERIM THE LIVE YTD-MASTER
000280*    LESS ANY PERIODS PAID SINCE THE WINDOW CLOSED.  EACH
000290*    EMPLOYEE'S GROSS, PAYE AND UIF ARE PROVED AGAINST THE
000300*    PERIODS ON THE PAY REGISTER, REVERSED PERIODS LEFT OUT.
000310*
000320*  THE REPORT LISTS EVERY MONTH, EVERY EMPLOYEE THAT DISAGREES,
000330*  THE DECLARED-AGAINST-CERTIFIED TOTALS AND THE DECLARATION
000340*  (CERTIFICATE COUNT AND VALUES).  ANY DIFFERENCE - OR A PAYMENT
000350*  CARD THAT CANNOT BE READ - MARKS THE DECLARATION NOT TO BE
000360*  SUBMITTED AND ENDS THE RUN WITH RETURN CODE 16.
000370*
000380*  MODIFICATION HISTORY
000390*  DATE       INIT DESCRIPTION
000400*  ---------- ---- ------------------------------------------
000410*  2026-10-15 TLM  ORIGINAL PROGRAM - EMP501 RECONCILIATION.
000420*----------------------------------------------------------------

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT STATUTORY-MONTH-FILE
000470         ASSIGN TO "STATMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SM-MONTH
000510         FILE STATUS IS WS-STATMAST-STATUS.

000520     SELECT YTD-ARCHIVE
000530         ASSIGN TO "YTDARCH"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS YA-KEY
000570         FILE STATUS IS WS-YTDARCH-STATUS.

000580     SELECT YTD-MASTER
000590         ASSIGN TO "YTDMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS YTD-EMP-NUMBER
000630         FILE STATUS IS WS-YTDMAST-STATUS.

000640     SELECT PAY-REGISTER-FILE
000650         ASSIGN TO "PAYREG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS PRG-KEY
000690         FILE STATUS IS WS-PAYREG-STATUS.

000700     SELECT SARS-PAYMENT-FILE
000710         ASSIGN TO "SARSPAY"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SARSPAY-STATUS.

000740     SELECT RUN-PARM-FILE
000750         ASSIGN TO "RUNPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNPARM-STATUS.

000780     SELECT EMP501-REPORT
000790         ASSIGN TO "EMP501R"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-EMP501R-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  STATUTORY-MONTH-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY STATMAST.

000870 FD  YTD-ARCHIVE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY YTDARCH.

000900 FD  YTD-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY YTDMAST.

000930 FD  PAY-REGISTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY PAYREG.

000960 FD  SARS-PAYMENT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY SARSPAY.

000990 FD  RUN-PARM-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RUNPARM.

001020 FD  EMP501-REPORT
001030     LABEL RECORDS ARE STANDARD.
001040     COPY EMP501L.

001050 WORKING-STORAGE SECTION.
001060 01  WS-FILE-STATUSES.
001070     05  WS-STATMAST-STATUS      PIC X(02) VALUE "00".
001080         88  STATMAST-OK                    VALUE "00".
001090     05  WS-YTDARCH-STATUS       PIC X(02) VALUE "00".
001100         88  YTDARCH-OK                     VALUE "00".
001110     05  WS-YTDMAST-STATUS       PIC X(02) VALUE "00".
001120         88  YTDMAST-OK                     VALUE "00".
001130     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
001140         88  PAYREG-OK                      VALUE "00".
001150     05  WS-SARSPAY-STATUS       PIC X(02) VALUE "00".
001160         88  SARSPAY-OK                     VALUE "00".
001170     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001180         88  RUNPARM-OK                     VALUE "00".
001190     05  WS-EMP501R-STATUS       PIC X(02) VALUE "00".
001200         88  EMP501R-OK                     VALUE "00".

001210 01  WS-SWITCHES.
001220     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001230         88  FATAL-RUN-FAILURE              VALUE "Y".
001240     05  WS-DIFFERENCE-SW        PIC X(01) VALUE "N".
001250         88  RECON-DIFFERENCE               VALUE "Y".
001260     05  WS-RECON-MODE-SW        PIC X(01) VALUE "F".
001270         88  FULL-YEAR-RECON                VALUE "F".
001280         88  INTERIM-RECON                  VALUE "I".
001290     05  WS-PAY-EOF-SW           PIC X(01) VALUE "N".
001300         88  END-OF-PAYMENTS                VALUE "Y".
001310     05  WS-CERT-EOF-SW          PIC X(01) VALUE "N".
001320         88  END-OF-CERTIFICATES            VALUE "Y".
001330     05  WS-YEAR-MATCH-SW        PIC X(01) VALUE "N".
001340         88  CERT-YEAR-MATCHED              VALUE "Y".
001350     05  WS-REG-EOF-SW           PIC X(01) VALUE "N".
001360         88  END-OF-REGISTER                VALUE "Y".
001370     05  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
001380         88  RECON-FILES-OPEN               VALUE "Y".

001390 01  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.

001400*----------------------------------------------------------------
001410*  THE RECONCILIATION WINDOW - THE TAX YEAR'S FIRST MONTH TO ITS
001420*  LAST (OR SIXTH, FOR THE INTERIM), AS CCYYMM MONTHS FOR THE
001430*  STATUTORY RECORDS AND AS CCYYMMDD DATES FOR THE PAY REGISTER
001440*----------------------------------------------------------------
001450 01  WS-RECON-TAX-YEAR           PIC 9(04) VALUE ZERO.
001460 01  WS-WINDOW-MONTHS            PIC 9(02) VALUE ZERO.

001470 01  WS-WINDOW-START-MONTH       PIC 9(06) VALUE ZERO.
001480 01  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START-MONTH.
001490     05  WS-WINDOW-START-YEAR    PIC 9(04).
001500     05  WS-WINDOW-START-MM      PIC 9(02).

001510 01  WS-WINDOW-END-MONTH         PIC 9(06) VALUE ZERO.
001520 01  WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END-MONTH.
001530     05  WS-WINDOW-END-YEAR      PIC 9(04).
001540     05  WS-WINDOW-END-MM        PIC 9(02).

001550 01  WS-WINDOW-START-DATE        PIC 9(08) VALUE ZERO.
001560 01  WS-WINDOW-START-DATE-PARTS REDEFINES WS-WINDOW-START-DATE.
001570     05  WS-WSD-MONTH            PIC 9(06).
001580     05  WS-WSD-DD               PIC 9(02).

001590 01  WS-WINDOW-END-DATE          PIC 9(08) VALUE ZERO.
001600 01  WS-WINDOW-END-DATE-PARTS REDEFINES WS-WINDOW-END-DATE.
001610     05  WS-WED-MONTH            PIC 9(06).
001620     05  WS-WED-DD               PIC 9(02).

001630 01  WS-YEAR-END-DATE            PIC 9(08) VALUE ZERO.
001640 01  WS-YEAR-END-DATE-PARTS REDEFINES WS-YEAR-END-DATE.
001650     05  WS-YED-YEAR             PIC 9(04).
001660     05  WS-YED-MMDD             PIC 9(04).

001670 01  WS-WORK-MONTH               PIC 9(06) VALUE ZERO.
001680 01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
001690     05  WS-WORK-YEAR            PIC 9(04).
001700     05  WS-WORK-MM              PIC 9(02).

001710*----------------------------------------------------------------
001720*  ONE ENTRY PER MONTH OF THE WINDOW, FIRST MONTH FIRST - WHAT
001730*  THE STATUTORY RECORD DECLARED AND WHAT THE CARDS SAY WAS PAID
001740*----------------------------------------------------------------
001750 01  WS-MONTH-TABLE.
001760     05  WS-MONTH-ENTRY OCCURS 12 TIMES
001770             INDEXED BY WS-MON-IDX.
001780         10  WS-MON-MONTH        PIC 9(06).
001790         10  WS-MON-FOUND-SW     PIC X(01).
001800             88  WS-MON-DECLARED            VALUE "Y".
001810         10  WS-MON-PAYE         PIC S9(09)V99.
001820         10  WS-MON-ETI-CLAIMED  PIC S9(09)V99.
001830         10  WS-MON-ETI-USED     PIC S9(09)V99.
001840         10  WS-MON-UIF          PIC S9(09)V99.
001850         10  WS-MON-SDL          PIC S9(09)V99.
001860         10  WS-MON-LIABILITY    PIC S9(11)V99.
001870         10  WS-MON-PAID         PIC S9(11)V99.
001880         10  WS-MON-PAY-COUNT    PIC 9(03).
001890 01  WS-MON-SUB                  PIC 9(02) VALUE ZERO.

001900*----------------------------------------------------------------
001910*  DECLARED TOTALS (STATUTORY RECORDS) AND PAYMENTS MADE
001920*----------------------------------------------------------------
001930 01  WS-DECLARED-TOTALS.
001940     05  WS-DECL-PAYE            PIC S9(11)V99 VALUE ZERO.
001950     05  WS-DECL-ETI-CLAIMED     PIC S9(11)V99 VALUE ZERO.
001960     05  WS-DECL-ETI-USED        PIC S9(11)V99 VALUE ZERO.
001970     05  WS-DECL-UIF-EE          PIC S9(11)V99 VALUE ZERO.
001980     05  WS-DECL-UIF-ER          PIC S9(11)V99 VALUE ZERO.
001990     05  WS-DECL-SDL             PIC S9(11)V99 VALUE ZERO.
002000     05  WS-DECL-LIABILITY       PIC S9(11)V99 VALUE ZERO.
002010     05  WS-TOT-PAID             PIC S9(11)V99 VALUE ZERO.
002020     05  WS-MONTHS-DECLARED      PIC 9(02) VALUE ZERO.
002030     05  WS-MONTH-DIFFS          PIC 9(02) VALUE ZERO.

002040 01  WS-PAYMENT-COUNTERS.
002050     05  WS-PAY-CARDS-READ       PIC 9(05) VALUE ZERO.
002060     05  WS-PAY-CARDS-USED       PIC 9(05) VALUE ZERO.
002070     05  WS-PAY-CARDS-OUTSIDE    PIC 9(05) VALUE ZERO.
002080     05  WS-PAY-CARDS-REJECTED   PIC 9(05) VALUE ZERO.

002090*----------------------------------------------------------------
002100*  ONE EMPLOYEE'S CERTIFICATE FIGURES AND THE PAY REGISTER
002110*  PERIODS THEY ARE PROVED AGAINST
002120*----------------------------------------------------------------
002130 01  WS-CERT-FIELDS.
002140     05  WS-CERT-EMP-NUMBER      PIC 9(06) VALUE ZERO.
002150     05  WS-CERT-GROSS           PIC S9(09)V99 VALUE ZERO.
002160     05  WS-CERT-PAYE            PIC S9(09)V99 VALUE ZERO.
002170     05  WS-CERT-UIF             PIC S9(09)V99 VALUE ZERO.
002180     05  WS-CERT-ETI             PIC S9(07)V99 VALUE ZERO.

002190 01  WS-REGISTER-FIELDS.
002200     05  WS-REG-EMP-NAME         PIC X(30) VALUE SPACES.
002210     05  WS-REG-PERIODS          PIC 9(03) VALUE ZERO.
002220     05  WS-REG-GROSS            PIC S9(09)V99 VALUE ZERO.
002230     05  WS-REG-PAYE             PIC S9(09)V99 VALUE ZERO.
002240     05  WS-REG-UIF              PIC S9(09)V99 VALUE ZERO.
002250     05  WS-LATER-GROSS          PIC S9(09)V99 VALUE ZERO.
002260     05  WS-LATER-PAYE           PIC S9(09)V99 VALUE ZERO.
002270     05  WS-LATER-UIF            PIC S9(09)V99 VALUE ZERO.

002280 01  WS-CERTIFICATE-TOTALS.
002290     05  WS-IRP5-COUNT           PIC 9(05) VALUE ZERO.
002300     05  WS-IT3A-COUNT           PIC 9(05) VALUE ZERO.
002310     05  WS-CERT-COUNT           PIC 9(05) VALUE ZERO.
002320     05  WS-EMPS-CHECKED         PIC 9(05) VALUE ZERO.
002330     05  WS-EMP-DIFFS            PIC 9(05) VALUE ZERO.
002340     05  WS-CERT-TOT-GROSS       PIC S9(11)V99 VALUE ZERO.
002350     05  WS-CERT-TOT-PAYE        PIC S9(11)V99 VALUE ZERO.
002360     05  WS-CERT-TOT-UIF         PIC S9(11)V99 VALUE ZERO.
002370     05  WS-CERT-TOT-ETI         PIC S9(11)V99 VALUE ZERO.
002380     05  WS-REG-TOT-GROSS        PIC S9(11)V99 VALUE ZERO.
002390     05  WS-REG-TOT-PAYE         PIC S9(11)V99 VALUE ZERO.
002400     05  WS-REG-TOT-UIF          PIC S9(11)V99 VALUE ZERO.

002410*----------------------------------------------------------------
002420*  ONE LINE OF THE TOTALS COMPARISON - 5100 PRINTS THE LABEL,
002430*  BOTH SIDES AND THEIR DIFFERENCE
002440*----------------------------------------------------------------
002450 01  WS-COMPARE-FIELDS.
002460     05  WS-CMP-LABEL            PIC X(28) VALUE SPACES.
002470     05  WS-CMP-DECLARED         PIC S9(11)V99 VALUE ZERO.
002480     05  WS-CMP-OTHER            PIC S9(11)V99 VALUE ZERO.
002490     05  WS-CMP-DIFFERENCE       PIC S9(11)V99 VALUE ZERO.
002500     05  WS-ED-CMP-DECLARED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002510     05  WS-ED-CMP-OTHER         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002520     05  WS-ED-CMP-DIFFERENCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

002530 01  WS-WORK-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
002540 01  WS-WORK-LIABILITY           PIC S9(11)V99 VALUE ZERO.
002550 01  WS-PRINT-NAME               PIC X(20) VALUE SPACES.
002560 01  WS-DIFF-FLAG                PIC X(03) VALUE SPACES.

002570 01  WS-EMP501-EDIT-FIELDS.
002580     05  WS-ED-TOTAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002590     05  WS-ED-COL-1             PIC -ZZZ,ZZZ,ZZ9.99.
002600     05  WS-ED-COL-2             PIC -ZZZ,ZZZ,ZZ9.99.
002610     05  WS-ED-COL-3             PIC -ZZZ,ZZZ,ZZ9.99.
002620     05  WS-ED-COL-4             PIC -ZZZ,ZZZ,ZZ9.99.
002630     05  WS-ED-COL-5             PIC -ZZZ,ZZZ,ZZ9.99.
002640     05  WS-ED-COL-6             PIC -ZZZ,ZZZ,ZZ9.99.
002650     05  WS-ED-COL-7             PIC -ZZZ,ZZZ,ZZ9.99.
002660     05  WS-ED-COUNT             PIC ZZ,ZZ9.
002670     05  WS-ED-EMP-NUMBER        PIC 9(06).

002680 PROCEDURE DIVISION.

002690*----------------------------------------------------------------
002700*  0000-MAINLINE
002710*----------------------------------------------------------------
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002740     IF NOT FATAL-RUN-FAILURE
002750         PERFORM 2000-LOAD-DECLARED-MONTH THRU 2000-EXIT
002760             VARYING WS-MON-IDX FROM 1 BY 1
002770             UNTIL WS-MON-IDX > WS-WINDOW-MONTHS
002780         PERFORM 2500-LOAD-PAYMENT THRU 2500-EXIT
002790             UNTIL END-OF-PAYMENTS
002800         PERFORM 3000-PRINT-MONTHS THRU 3000-EXIT
002810         PERFORM 4000-RECONCILE-EMPLOYEES THRU 4000-EXIT
002820         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002830         PERFORM 6000-PRINT-DECLARATION THRU 6000-EXIT
002840     END-IF
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT
002860     STOP RUN.

002870*----------------------------------------------------------------
002880*  1000-INITIALIZE - PICK UP THE YEAR AND MODE, SET THE WINDOW,
002890*  OPEN FILES AND POSITION AT THE YEAR'S FIRST CERTIFICATE
002900*----------------------------------------------------------------
002910 1000-INITIALIZE.
002920     ACCEPT WS-RUN-DATE-CCYYMMDD FROM DATE YYYYMMDD
002930     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
002940     IF WS-RECON-TAX-YEAR = ZERO
002950         DISPLAY "EMP501: NO TAX YEAR ON RUN PARM - RUN REFUSED"
002960         SET FATAL-RUN-FAILURE TO TRUE
002970         GO TO 1000-EXIT
002980     END-IF

002990     MOVE WS-RECON-TAX-YEAR TO WS-WINDOW-START-YEAR
003000     MOVE 01 TO WS-WINDOW-START-MM
003010     MOVE WS-RECON-TAX-YEAR TO WS-WINDOW-END-YEAR
003020     IF INTERIM-RECON
003030         MOVE 06 TO WS-WINDOW-END-MM
003040         MOVE 6 TO WS-WINDOW-MONTHS
003050     ELSE
003060         MOVE 12 TO WS-WINDOW-END-MM
003070         MOVE 12 TO WS-WINDOW-MONTHS
003080     END-IF
003090     MOVE WS-WINDOW-START-MONTH TO WS-WSD-MONTH
003100     MOVE 01 TO WS-WSD-DD
003110     MOVE WS-WINDOW-END-MONTH TO WS-WED-MONTH
003120     MOVE 31 TO WS-WED-DD
003130     IF INTERIM-RECON
003140         MOVE 30 TO WS-WED-DD
003150     END-IF
003160     MOVE WS-RECON-TAX-YEAR TO WS-YED-YEAR
003170     MOVE 1231 TO WS-YED-MMDD

003180     OPEN INPUT STATUTORY-MONTH-FILE
003190     IF NOT STATMAST-OK
003200         DISPLAY "EMP501: STATMAST OPEN FAILED, STATUS "
003210             WS-STATMAST-STATUS
003220         SET FATAL-RUN-FAILURE TO TRUE
003230         GO TO 1000-EXIT
003240     END-IF
003250     OPEN INPUT PAY-REGISTER-FILE
003260     IF NOT PAYREG-OK
003270         DISPLAY "EMP501: PAYREG OPEN FAILED, STATUS "
003280             WS-PAYREG-STATUS
003290         SET FATAL-RUN-FAILURE TO TRUE
003300         CLOSE STATUTORY-MONTH-FILE
003310         GO TO 1000-EXIT
003320     END-IF
003330     OPEN INPUT SARS-PAYMENT-FILE
003340     IF NOT SARSPAY-OK
003350         DISPLAY "EMP501: SARSPAY OPEN FAILED - NO RECORD OF THE "
003360             "PAYMENTS MADE - RUN REFUSED, STATUS "
003370             WS-SARSPAY-STATUS
003380         SET FATAL-RUN-FAILURE TO TRUE
003390         CLOSE STATUTORY-MONTH-FILE
003400         CLOSE PAY-REGISTER-FILE
003410         GO TO 1000-EXIT
003420     END-IF

003430     IF INTERIM-RECON
003440         PERFORM 1100-OPEN-YTD-MASTER THRU 1100-EXIT
003450     ELSE
003460         PERFORM 1200-OPEN-YTD-ARCHIVE THRU 1200-EXIT
003470     END-IF
003480     IF FATAL-RUN-FAILURE
003490         CLOSE STATUTORY-MONTH-FILE
003500         CLOSE PAY-REGISTER-FILE
003510         CLOSE SARS-PAYMENT-FILE
003520         GO TO 1000-EXIT
003530     END-IF

003540     OPEN OUTPUT EMP501-REPORT
003550     MOVE "Y" TO WS-FILES-OPEN-SW
003560     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
003570 1000-EXIT.
003580     EXIT.

003590*----------------------------------------------------------------
003600*  1050-READ-RUN-PARM - THE TAX YEAR AND THE RUN MODE
003610*  THE YEAR MUST BE ON THE CARD: UNLIKE TAXCERT THERE IS NO
003620*  SAFE DEFAULT, AS THE FULL-YEAR RECONCILIATION IS RUN IN THE
003630*  YEAR AFTER THE ONE IT RECONCILES.
003640*----------------------------------------------------------------
003650 1050-READ-RUN-PARM.
003660     OPEN INPUT RUN-PARM-FILE
003670     IF RUNPARM-OK
003680         READ RUN-PARM-FILE
003690             AT END
003700                 MOVE SPACES TO RUN-PARM-RECORD
003710         END-READ
003720         IF PARM-TAX-YEAR-X NUMERIC
003730             MOVE PARM-TAX-YEAR TO WS-RECON-TAX-YEAR
003740         END-IF
003750         IF PARM-INTERIM-RECON
003760             SET INTERIM-RECON TO TRUE
003770         END-IF
003780         CLOSE RUN-PARM-FILE
003790     END-IF.
003800 1050-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830*  1100-OPEN-YTD-MASTER - THE INTERIM CERTIFICATE FIGURES ARE
003840*  THE LIVE YEAR-TO-DATE RECORDS, READ IN EMPLOYEE ORDER
003850*----------------------------------------------------------------
003860 1100-OPEN-YTD-MASTER.
003870     OPEN INPUT YTD-MASTER
003880     IF NOT YTDMAST-OK
003890         DISPLAY "EMP501: YTDMAST OPEN FAILED, STATUS "
003900             WS-YTDMAST-STATUS
003910         SET FATAL-RUN-FAILURE TO TRUE
003920         GO TO 1100-EXIT
003930     END-IF
003940     PERFORM 4900-READ-CERTIFICATE THRU 4900-EXIT.
003950 1100-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------
003980*  1200-OPEN-YTD-ARCHIVE - THE FULL-YEAR CERTIFICATE FIGURES ARE
003990*  THE ARCHIVE RECORDS YREND WROTE FOR THE YEAR.  THE ARCHIVE
004000*  IS KEYED YEAR FIRST, SO THE YEAR'S RECORDS ARE CONTIGUOUS;
004010*  NONE AT ALL MEANS THE YEAR HAS NOT BEEN CLOSED.
004020*----------------------------------------------------------------
004030 1200-OPEN-YTD-ARCHIVE.
004040     OPEN INPUT YTD-ARCHIVE
004050     IF NOT YTDARCH-OK
004060         DISPLAY "EMP501: YTDARCH OPEN FAILED - HAS YREND "
004070             "ARCHIVED THE YEAR?  STATUS " WS-YTDARCH-STATUS
004080         SET FATAL-RUN-FAILURE TO TRUE
004090         GO TO 1200-EXIT
004100     END-IF
004110     MOVE WS-RECON-TAX-YEAR TO YA-TAX-YEAR
004120     MOVE ZERO TO YA-EMP-NUMBER
004130     START YTD-ARCHIVE KEY IS NOT LESS THAN YA-KEY
004140         INVALID KEY
004150             MOVE "Y" TO WS-CERT-EOF-SW
004160     END-START
004170     IF NOT END-OF-CERTIFICATES
004180         PERFORM 4900-READ-CERTIFICATE THRU 4900-EXIT
004190     END-IF
004200     IF END-OF-CERTIFICATES
004210         DISPLAY "EMP501: NO ARCHIVE RECORDS FOR TAX YEAR "
004220             WS-RECON-TAX-YEAR " - HAS YREND CLOSED THE YEAR? "
004230             "- RUN REFUSED"
004240         SET FATAL-RUN-FAILURE TO TRUE
004250         CLOSE YTD-ARCHIVE
004260     END-IF.
004270 1200-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300*  2000-LOAD-DECLARED-MONTH - ONE MONTH OF THE WINDOW FROM THE
004310*  STATUTORY MONTH FILE, WORKED AS EMP201 WORKS IT.  A MONTH
004320*  WITH NO RECORD DECLARED NOTHING.
004330*----------------------------------------------------------------
004340 2000-LOAD-DECLARED-MONTH.
004350     SET WS-MON-SUB TO WS-MON-IDX
004360     MOVE WS-WINDOW-START-MONTH TO WS-WORK-MONTH
004370     COMPUTE WS-WORK-MM = WS-WINDOW-START-MM + WS-MON-SUB - 1
004380     MOVE WS-WORK-MONTH TO WS-MON-MONTH (WS-MON-IDX)
004390     MOVE "N" TO WS-MON-FOUND-SW (WS-MON-IDX)
004400     MOVE ZERO TO WS-MON-PAYE (WS-MON-IDX)
004410     MOVE ZERO TO WS-MON-ETI-CLAIMED (WS-MON-IDX)
004420     MOVE ZERO TO WS-MON-ETI-USED (WS-MON-IDX)
004430     MOVE ZERO TO WS-MON-UIF (WS-MON-IDX)
004440     MOVE ZERO TO WS-MON-SDL (WS-MON-IDX)
004450     MOVE ZERO TO WS-MON-LIABILITY (WS-MON-IDX)
004460     MOVE ZERO TO WS-MON-PAID (WS-MON-IDX)
004470     MOVE ZERO TO WS-MON-PAY-COUNT (WS-MON-IDX)

004480     MOVE WS-WORK-MONTH TO SM-MONTH
004490     READ STATUTORY-MONTH-FILE
004500         INVALID KEY
004510             GO TO 2000-EXIT
004520     END-READ
004530     MOVE "Y" TO WS-MON-FOUND-SW (WS-MON-IDX)
004540     ADD 1 TO WS-MONTHS-DECLARED
004550     MOVE SM-PAYE TO WS-MON-PAYE (WS-MON-IDX)
004560*    A MONTH POSTED BEFORE THE ETI FIELD EXISTED CARRIES SPACES
004570*    THERE AND CLAIMED NOTHING; THE ETI USED IS CAPPED AT THE
004580*    MONTH'S PAYE, AS ON THE RETURN.
004590     IF SM-ETI NUMERIC
004600         AND SM-ETI > ZERO
004610             MOVE SM-ETI TO WS-MON-ETI-CLAIMED (WS-MON-IDX)
004620     END-IF
004630     IF SM-PAYE > ZERO
004640         IF WS-MON-ETI-CLAIMED (WS-MON-IDX) > SM-PAYE
004650             MOVE SM-PAYE TO WS-MON-ETI-USED (WS-MON-IDX)
004660         ELSE
004670             MOVE WS-MON-ETI-CLAIMED (WS-MON-IDX)
004680                 TO WS-MON-ETI-USED (WS-MON-IDX)
004690         END-IF
004700     END-IF
004710     COMPUTE WS-MON-UIF (WS-MON-IDX) = SM-UIF-EE + SM-UIF-ER
004720     MOVE SM-SDL TO WS-MON-SDL (WS-MON-IDX)
004730     COMPUTE WS-MON-LIABILITY (WS-MON-IDX) =
004740         SM-PAYE - WS-MON-ETI-USED (WS-MON-IDX)
004750         + SM-UIF-EE + SM-UIF-ER + SM-SDL

004760     ADD SM-PAYE TO WS-DECL-PAYE
004770     ADD WS-MON-ETI-CLAIMED (WS-MON-IDX) TO WS-DECL-ETI-CLAIMED
004780     ADD WS-MON-ETI-USED (WS-MON-IDX) TO WS-DECL-ETI-USED
004790     ADD SM-UIF-EE TO WS-DECL-UIF-EE
004800     ADD SM-UIF-ER TO WS-DECL-UIF-ER
004810     ADD SM-SDL TO WS-DECL-SDL
004820     ADD WS-MON-LIABILITY (WS-MON-IDX) TO WS-DECL-LIABILITY.
004830 2000-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860*  2500-LOAD-PAYMENT - ONE SARS PAYMENT CARD AGAINST ITS MONTH.
004870*  A CARD THAT CANNOT BE READ IS REJECTED AND FAILS THE RUN; A
004880*  CARD FOR A MONTH OUTSIDE THE WINDOW IS COUNTED AND SKIPPED,
004890*  SO ONE DECK CAN CARRY THE WHOLE YEAR'S PAYMENTS.
004900*----------------------------------------------------------------
004910 2500-LOAD-PAYMENT.
004920     ADD 1 TO WS-PAY-CARDS-READ
004930     IF SP-MONTH-X NOT NUMERIC
004940         OR SP-AMOUNT-X NOT NUMERIC
004950         OR SP-PAYMENT-DATE-X NOT NUMERIC
004960             DISPLAY "EMP501: SARS PAYMENT CARD "
004970                 WS-PAY-CARDS-READ
004980                 " REJECTED - MONTH, DATE OR AMOUNT NOT NUMERIC"
004990             ADD 1 TO WS-PAY-CARDS-REJECTED
005000             SET RECON-DIFFERENCE TO TRUE
005010             GO TO 2500-READ-NEXT
005020     END-IF
005030     IF SP-MONTH < WS-WINDOW-START-MONTH
005040         OR SP-MONTH > WS-WINDOW-END-MONTH
005050             ADD 1 TO WS-PAY-CARDS-OUTSIDE
005060             GO TO 2500-READ-NEXT
005070     END-IF
005080     SET WS-MON-IDX TO 1
005090     SEARCH WS-MONTH-ENTRY
005100         AT END
005110             DISPLAY "EMP501: SARS PAYMENT CARD "
005120                 WS-PAY-CARDS-READ
005130                 " REJECTED - MONTH " SP-MONTH " NOT A "
005140                 "CALENDAR MONTH"
005150             ADD 1 TO WS-PAY-CARDS-REJECTED
005160             SET RECON-DIFFERENCE TO TRUE
005170             GO TO 2500-READ-NEXT
005180         WHEN WS-MON-MONTH (WS-MON-IDX) = SP-MONTH
005190             ADD SP-AMOUNT TO WS-MON-PAID (WS-MON-IDX)
005200             ADD 1 TO WS-MON-PAY-COUNT (WS-MON-IDX)
005210     END-SEARCH
005220     ADD 1 TO WS-PAY-CARDS-USED
005230     ADD SP-AMOUNT TO WS-TOT-PAID.
005240 2500-READ-NEXT.
005250     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
005260 2500-EXIT.
005270     EXIT.

005280*----------------------------------------------------------------
005290*  2900-READ-PAYMENT - NEXT SARS PAYMENT CARD
005300*----------------------------------------------------------------
005310 2900-READ-PAYMENT.
005320     READ SARS-PAYMENT-FILE
005330         AT END
005340             MOVE "Y" TO WS-PAY-EOF-SW
005350     END-READ.
005360 2900-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------
005390*  3000-PRINT-MONTHS - HEADINGS AND ONE LINE PER MONTH: WHAT WAS
005400*  DECLARED, WHAT WAS PAID AND THE DIFFERENCE
005410*----------------------------------------------------------------
005420 3000-PRINT-MONTHS.
005430     MOVE SPACES TO EMP501-LINE
005440     IF INTERIM-RECON
005450         STRING "EMP501 EMPLOYER RECONCILIATION - INTERIM - "
005460             "TAX YEAR " WS-RECON-TAX-YEAR "   MONTHS "
005470             WS-WINDOW-START-MONTH " TO " WS-WINDOW-END-MONTH
005480             "   RUN " WS-RUN-DATE-CCYYMMDD
005490             DELIMITED BY SIZE INTO EMP501-LINE
005500     ELSE
005510         STRING "EMP501 EMPLOYER RECONCILIATION - FULL YEAR - "
005520             "TAX YEAR " WS-RECON-TAX-YEAR "   MONTHS "
005530             WS-WINDOW-START-MONTH " TO " WS-WINDOW-END-MONTH
005540             "   RUN " WS-RUN-DATE-CCYYMMDD
005550             DELIMITED BY SIZE INTO EMP501-LINE
005560     END-IF
005570     WRITE EMP501-LINE
005580     MOVE SPACES TO EMP501-LINE
005590     STRING "=============================================="
005600         "=============================================="
005610         DELIMITED BY SIZE INTO EMP501-LINE
005620     WRITE EMP501-LINE
005630     MOVE SPACES TO EMP501-LINE
005640     WRITE EMP501-LINE
005650     MOVE SPACES TO EMP501-LINE
005660     STRING "DECLARED ON EMP201 AGAINST PAID TO SARS, "
005670         "MONTH BY MONTH"
005680         DELIMITED BY SIZE INTO EMP501-LINE
005690     WRITE EMP501-LINE
005700     MOVE SPACES TO EMP501-LINE
005710     STRING "MONTH  " "           PAYE " "       ETI USED "
005720         "  UIF (EE + ER) " "            SDL "
005730         " TOTAL DECLARED " "     TOTAL PAID " "     DIFFERENCE"
005740         DELIMITED BY SIZE INTO EMP501-LINE
005750     WRITE EMP501-LINE

005760     PERFORM 3100-PRINT-ONE-MONTH THRU 3100-EXIT
005770         VARYING WS-MON-IDX FROM 1 BY 1
005780         UNTIL WS-MON-IDX > WS-WINDOW-MONTHS

005790     MOVE WS-DECL-PAYE TO WS-ED-COL-1
005800     MOVE WS-DECL-ETI-USED TO WS-ED-COL-2
005810     COMPUTE WS-WORK-DIFFERENCE = WS-DECL-UIF-EE + WS-DECL-UIF-ER
005820     MOVE WS-WORK-DIFFERENCE TO WS-ED-COL-3
005830     MOVE WS-DECL-SDL TO WS-ED-COL-4
005840     MOVE WS-DECL-LIABILITY TO WS-ED-COL-5
005850     MOVE WS-TOT-PAID TO WS-ED-COL-6
005860     COMPUTE WS-WORK-DIFFERENCE = WS-DECL-LIABILITY - WS-TOT-PAID
005870     MOVE WS-WORK-DIFFERENCE TO WS-ED-COL-7
005880     MOVE SPACES TO EMP501-LINE
005890     STRING "TOTAL  " WS-ED-COL-1 " " WS-ED-COL-2 " " WS-ED-COL-3
005900         " " WS-ED-COL-4 " " WS-ED-COL-5 " " WS-ED-COL-6
005910         " " WS-ED-COL-7
005920         DELIMITED BY SIZE INTO EMP501-LINE
005930     WRITE EMP501-LINE

005940     MOVE SPACES TO EMP501-LINE
005950     WRITE EMP501-LINE
005960     MOVE WS-PAY-CARDS-READ TO WS-ED-COUNT
005970     MOVE SPACES TO EMP501-LINE
005980     STRING "SARS PAYMENT CARDS READ .... " WS-ED-COUNT
005990         DELIMITED BY SIZE INTO EMP501-LINE
006000     WRITE EMP501-LINE
006010     MOVE WS-PAY-CARDS-USED TO WS-ED-COUNT
006020     MOVE SPACES TO EMP501-LINE
006030     STRING "  APPLIED TO THE WINDOW .... " WS-ED-COUNT
006040         DELIMITED BY SIZE INTO EMP501-LINE
006050     WRITE EMP501-LINE
006060     MOVE WS-PAY-CARDS-OUTSIDE TO WS-ED-COUNT
006070     MOVE SPACES TO EMP501-LINE
006080     STRING "  FOR OTHER MONTHS ......... " WS-ED-COUNT
006090         DELIMITED BY SIZE INTO EMP501-LINE
006100     WRITE EMP501-LINE
006110     IF WS-PAY-CARDS-REJECTED > ZERO
006120         MOVE WS-PAY-CARDS-REJECTED TO WS-ED-COUNT
006130         MOVE SPACES TO EMP501-LINE
006140         STRING "  REJECTED ................. " WS-ED-COUNT
006150             "   *** SEE CONSOLE MESSAGES ***"
006160             DELIMITED BY SIZE INTO EMP501-LINE
006170         WRITE EMP501-LINE
006180     END-IF.
006190 3000-EXIT.
006200     EXIT.

006210*----------------------------------------------------------------
006220*  3100-PRINT-ONE-MONTH - A MONTH WITH NOTHING DECLARED IS
006230*  NOTED AS SUCH; ANY DIFFERENCE BETWEEN THE RETURN AND THE
006240*  MONEY PAID IS FLAGGED
006250*----------------------------------------------------------------
006260 3100-PRINT-ONE-MONTH.
006270     MOVE SPACES TO WS-DIFF-FLAG
006280     COMPUTE WS-WORK-DIFFERENCE =
006290         WS-MON-LIABILITY (WS-MON-IDX) - WS-MON-PAID (WS-MON-IDX)
006300     IF WS-WORK-DIFFERENCE NOT = ZERO
006310         MOVE "***" TO WS-DIFF-FLAG
006320         ADD 1 TO WS-MONTH-DIFFS
006330         SET RECON-DIFFERENCE TO TRUE
006340         DISPLAY "EMP501: MONTH " WS-MON-MONTH (WS-MON-IDX)
006350             " DECLARED " WS-MON-LIABILITY (WS-MON-IDX)
006360             " PAID " WS-MON-PAID (WS-MON-IDX)
006370     END-IF
006380     MOVE WS-MON-PAYE (WS-MON-IDX) TO WS-ED-COL-1
006390     MOVE WS-MON-ETI-USED (WS-MON-IDX) TO WS-ED-COL-2
006400     MOVE WS-MON-UIF (WS-MON-IDX) TO WS-ED-COL-3
006410     MOVE WS-MON-SDL (WS-MON-IDX) TO WS-ED-COL-4
006420     MOVE WS-MON-LIABILITY (WS-MON-IDX) TO WS-ED-COL-5
006430     MOVE WS-MON-PAID (WS-MON-IDX) TO WS-ED-COL-6
006440     MOVE WS-WORK-DIFFERENCE TO WS-ED-COL-7
006450     MOVE SPACES TO EMP501-LINE
006460     IF WS-MON-DECLARED (WS-MON-IDX)
006470         STRING WS-MON-MONTH (WS-MON-IDX) " " WS-ED-COL-1
006480             " " WS-ED-COL-2 " " WS-ED-COL-3 " " WS-ED-COL-4
006490             " " WS-ED-COL-5 " " WS-ED-COL-6 " " WS-ED-COL-7
006500             " " WS-DIFF-FLAG
006510             DELIMITED BY SIZE INTO EMP501-LINE
006520     ELSE
006530         STRING WS-MON-MONTH (WS-MON-IDX) " "
006540             "  -- NO PAY RUNS POSTED - NOTHING DECLARED --    "
006550             "            " "  " WS-ED-COL-5 " " WS-ED-COL-6
006560             " " WS-ED-COL-7 " " WS-DIFF-FLAG
006570             DELIMITED BY SIZE INTO EMP501-LINE
006580     END-IF
006590     WRITE EMP501-LINE.
006600 3100-EXIT.
006610     EXIT.

006620*----------------------------------------------------------------
006630*  4000-RECONCILE-EMPLOYEES - EVERY CERTIFICATE OF THE YEAR
006640*  PROVED AGAINST THE PAY REGISTER; ONLY THE EMPLOYEES THAT
006650*  DISAGREE ARE LISTED
006660*----------------------------------------------------------------
006670 4000-RECONCILE-EMPLOYEES.
006680     MOVE SPACES TO EMP501-LINE
006690     WRITE EMP501-LINE
006700     MOVE SPACES TO EMP501-LINE
006710     STRING "CERTIFICATE FIGURES AGAINST THE PAY REGISTER, "
006720         "EMPLOYEE BY EMPLOYEE (DIFFERENCES ONLY)"
006730         DELIMITED BY SIZE INTO EMP501-LINE
006740     WRITE EMP501-LINE
006750     MOVE SPACES TO EMP501-LINE
006760     STRING "EMP NO NAME                " "      CERT GROSS"
006770         "  REGISTER GROSS" "       CERT PAYE" "   REGISTER PAYE"
006780         "        CERT UIF" "    REGISTER UIF"
006790         DELIMITED BY SIZE INTO EMP501-LINE
006800     WRITE EMP501-LINE

006810     PERFORM 4100-RECONCILE-ONE-EMPLOYEE THRU 4100-EXIT
006820         UNTIL END-OF-CERTIFICATES

006830     IF WS-EMP-DIFFS = ZERO
006840         MOVE SPACES TO EMP501-LINE
006850         STRING "  -- EVERY CERTIFICATE AGREES WITH THE PAY "
006860             "REGISTER --"
006870             DELIMITED BY SIZE INTO EMP501-LINE
006880         WRITE EMP501-LINE
006890     END-IF
006900     MOVE SPACES TO EMP501-LINE
006910     WRITE EMP501-LINE
006920     MOVE WS-EMPS-CHECKED TO WS-ED-COUNT
006930     MOVE SPACES TO EMP501-LINE
006940     STRING "EMPLOYEES CHECKED .......... " WS-ED-COUNT
006950         DELIMITED BY SIZE INTO EMP501-LINE
006960     WRITE EMP501-LINE
006970     MOVE WS-EMP-DIFFS TO WS-ED-COUNT
006980     MOVE SPACES TO EMP501-LINE
006990     STRING "EMPLOYEES WITH DIFFERENCES . " WS-ED-COUNT
007000         DELIMITED BY SIZE INTO EMP501-LINE
007010     WRITE EMP501-LINE.
007020 4000-EXIT.
007030     EXIT.

007040*----------------------------------------------------------------
007050*  4100-RECONCILE-ONE-EMPLOYEE
007060*  WALKS THE EMPLOYEE'S PAY REGISTER PERIODS FOR THE TAX YEAR.
007070*  PERIODS INSIDE THE WINDOW ARE WHAT THE CERTIFICATE SHOULD
007080*  CARRY; FOR THE INTERIM, PERIODS PAID SINCE THE WINDOW CLOSED
007090*  ARE ALREADY IN THE YTD-MASTER AND COME OFF ITS FIGURES FIRST.
007100*----------------------------------------------------------------
007110 4100-RECONCILE-ONE-EMPLOYEE.
007120     ADD 1 TO WS-EMPS-CHECKED
007130     MOVE SPACES TO WS-REG-EMP-NAME
007140     MOVE ZERO TO WS-REG-PERIODS
007150     MOVE ZERO TO WS-REG-GROSS
007160     MOVE ZERO TO WS-REG-PAYE
007170     MOVE ZERO TO WS-REG-UIF
007180     MOVE ZERO TO WS-LATER-GROSS
007190     MOVE ZERO TO WS-LATER-PAYE
007200     MOVE ZERO TO WS-LATER-UIF
007210     MOVE "N" TO WS-REG-EOF-SW
007220     MOVE WS-CERT-EMP-NUMBER TO PRG-EMP-NUMBER
007230     MOVE WS-WINDOW-START-DATE TO PRG-PERIOD-END-DATE
007240     MOVE SPACE TO PRG-RUN-FREQUENCY
007250     START PAY-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
007260         INVALID KEY
007270             MOVE "Y" TO WS-REG-EOF-SW
007280     END-START
007290     PERFORM 4200-READ-REGISTER-PERIOD THRU 4200-EXIT
007300         UNTIL END-OF-REGISTER

007310     IF INTERIM-RECON
007320         SUBTRACT WS-LATER-GROSS FROM WS-CERT-GROSS
007330         SUBTRACT WS-LATER-PAYE FROM WS-CERT-PAYE
007340         SUBTRACT WS-LATER-UIF FROM WS-CERT-UIF
007350     END-IF

007360     ADD 1 TO WS-CERT-COUNT
007370     IF WS-CERT-PAYE > ZERO
007380         ADD 1 TO WS-IRP5-COUNT
007390     ELSE
007400         ADD 1 TO WS-IT3A-COUNT
007410     END-IF
007420     ADD WS-CERT-GROSS TO WS-CERT-TOT-GROSS
007430     ADD WS-CERT-PAYE TO WS-CERT-TOT-PAYE
007440     ADD WS-CERT-UIF TO WS-CERT-TOT-UIF
007450     ADD WS-CERT-ETI TO WS-CERT-TOT-ETI
007460     ADD WS-REG-GROSS TO WS-REG-TOT-GROSS
007470     ADD WS-REG-PAYE TO WS-REG-TOT-PAYE
007480     ADD WS-REG-UIF TO WS-REG-TOT-UIF

007490     IF WS-CERT-GROSS NOT = WS-REG-GROSS
007500         OR WS-CERT-PAYE NOT = WS-REG-PAYE
007510         OR WS-CERT-UIF NOT = WS-REG-UIF
007520             PERFORM 4300-PRINT-EMPLOYEE-DIFF THRU 4300-EXIT
007530     END-IF

007540     PERFORM 4900-READ-CERTIFICATE THRU 4900-EXIT.
007550 4100-EXIT.
007560     EXIT.

007570*----------------------------------------------------------------
007580*  4200-READ-REGISTER-PERIOD - NEXT PERIOD FOR THE EMPLOYEE.
007590*  ANOTHER EMPLOYEE OR A PERIOD PAST THE TAX YEAR ENDS THE WALK;
007600*  A REVERSED PERIOD WAS TAKEN BACK OFF THE YEAR-TO-DATE FIGURES
007610*  BY PAYREV AND IS LEFT OUT HERE TOO.
007620*----------------------------------------------------------------
007630 4200-READ-REGISTER-PERIOD.
007640     READ PAY-REGISTER-FILE NEXT RECORD
007650         AT END
007660             MOVE "Y" TO WS-REG-EOF-SW
007670             GO TO 4200-EXIT
007680     END-READ
007690     IF PRG-EMP-NUMBER NOT = WS-CERT-EMP-NUMBER
007700         OR PRG-PERIOD-END-DATE > WS-YEAR-END-DATE
007710             MOVE "Y" TO WS-REG-EOF-SW
007720             GO TO 4200-EXIT
007730     END-IF
007740     IF WS-REG-EMP-NAME = SPACES
007750         MOVE PRG-EMP-NAME TO WS-REG-EMP-NAME
007760     END-IF
007770     IF PRG-REVERSED
007780         GO TO 4200-EXIT
007790     END-IF
007800     IF PRG-PERIOD-END-DATE > WS-WINDOW-END-DATE
007810         ADD PRG-GROSS TO WS-LATER-GROSS
007820         ADD PRG-PAYE TO WS-LATER-PAYE
007830         ADD PRG-UIF-EE TO WS-LATER-UIF
007840     ELSE
007850         ADD 1 TO WS-REG-PERIODS
007860         ADD PRG-GROSS TO WS-REG-GROSS
007870         ADD PRG-PAYE TO WS-REG-PAYE
007880         ADD PRG-UIF-EE TO WS-REG-UIF
007890     END-IF.
007900 4200-EXIT.
007910     EXIT.

007920*----------------------------------------------------------------
007930*  4300-PRINT-EMPLOYEE-DIFF - ONE EMPLOYEE WHOSE CERTIFICATE
007940*  DISAGREES WITH THE PAY REGISTER
007950*----------------------------------------------------------------
007960 4300-PRINT-EMPLOYEE-DIFF.
007970     ADD 1 TO WS-EMP-DIFFS
007980     SET RECON-DIFFERENCE TO TRUE
007990     IF WS-REG-EMP-NAME = SPACES
008000         MOVE "NOT ON PAY REGISTER" TO WS-PRINT-NAME
008010     ELSE
008020         MOVE WS-REG-EMP-NAME TO WS-PRINT-NAME
008030     END-IF
008040     MOVE WS-CERT-EMP-NUMBER TO WS-ED-EMP-NUMBER
008050     MOVE WS-CERT-GROSS TO WS-ED-COL-1
008060     MOVE WS-REG-GROSS TO WS-ED-COL-2
008070     MOVE WS-CERT-PAYE TO WS-ED-COL-3
008080     MOVE WS-REG-PAYE TO WS-ED-COL-4
008090     MOVE WS-CERT-UIF TO WS-ED-COL-5
008100     MOVE WS-REG-UIF TO WS-ED-COL-6
008110     MOVE SPACES TO EMP501-LINE
008120     STRING WS-ED-EMP-NUMBER " " WS-PRINT-NAME " " WS-ED-COL-1
008130         " " WS-ED-COL-2 " " WS-ED-COL-3 " " WS-ED-COL-4
008140         " " WS-ED-COL-5 " " WS-ED-COL-6
008150         DELIMITED BY SIZE INTO EMP501-LINE
008160     WRITE EMP501-LINE
008170     DISPLAY "EMP501: EMPLOYEE " WS-CERT-EMP-NUMBER
008180         " CERTIFICATE DISAGREES WITH THE PAY REGISTER".
008190 4300-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220*  4900-READ-CERTIFICATE - THE NEXT EMPLOYEE'S CERTIFICATE
008230*  FIGURES, FROM THE YTD-MASTER FOR THE INTERIM OR THE ARCHIVE
008240*  FOR THE FULL YEAR
008250*----------------------------------------------------------------
008260 4900-READ-CERTIFICATE.
008270     IF INTERIM-RECON
008280         MOVE "N" TO WS-YEAR-MATCH-SW
008290         PERFORM 4910-READ-YTD-MASTER THRU 4910-EXIT
008300             UNTIL END-OF-CERTIFICATES
008310                OR CERT-YEAR-MATCHED
008320     ELSE
008330         PERFORM 4920-READ-YTD-ARCHIVE THRU 4920-EXIT
008340     END-IF.
008350 4900-EXIT.
008360     EXIT.

008370*----------------------------------------------------------------
008380*  4910-READ-YTD-MASTER - NEXT YTD RECORD; ONE STILL CARRYING AN
008390*  EARLIER TAX YEAR (NOT PAID SINCE THE ROLLOVER) IS PASSED BY.
008400*  FIELDS ADDED SINCE THE RECORD WAS WRITTEN CARRY SPACES.
008410*----------------------------------------------------------------
008420 4910-READ-YTD-MASTER.
008430     READ YTD-MASTER NEXT RECORD
008440         AT END
008450             MOVE "Y" TO WS-CERT-EOF-SW
008460             GO TO 4910-EXIT
008470     END-READ
008480     IF YTD-TAX-YEAR NOT = WS-RECON-TAX-YEAR
008490         GO TO 4910-EXIT
008500     END-IF
008510     MOVE "Y" TO WS-YEAR-MATCH-SW
008520     MOVE YTD-EMP-NUMBER TO WS-CERT-EMP-NUMBER
008530     MOVE YTD-GROSS TO WS-CERT-GROSS
008540     MOVE YTD-PAYE TO WS-CERT-PAYE
008550     MOVE YTD-UIF TO WS-CERT-UIF
008560     MOVE ZERO TO WS-CERT-ETI
008570     IF YTD-ETI NUMERIC
008580         MOVE YTD-ETI TO WS-CERT-ETI
008590     END-IF.
008600 4910-EXIT.
008610     EXIT.

008620*----------------------------------------------------------------
008630*  4920-READ-YTD-ARCHIVE - NEXT ARCHIVE RECORD IN KEY ORDER; THE
008640*  FIRST RECORD OF A LATER YEAR ENDS THE PASS
008650*----------------------------------------------------------------
008660 4920-READ-YTD-ARCHIVE.
008670     READ YTD-ARCHIVE NEXT RECORD
008680         AT END
008690             MOVE "Y" TO WS-CERT-EOF-SW
008700             GO TO 4920-EXIT
008710     END-READ
008720     IF YA-TAX-YEAR NOT = WS-RECON-TAX-YEAR
008730         MOVE "Y" TO WS-CERT-EOF-SW
008740         GO TO 4920-EXIT
008750     END-IF
008760     MOVE YA-EMP-NUMBER TO WS-CERT-EMP-NUMBER
008770     MOVE YA-GROSS TO WS-CERT-GROSS
008780     MOVE YA-PAYE TO WS-CERT-PAYE
008790     MOVE YA-UIF TO WS-CERT-UIF
008800     MOVE ZERO TO WS-CERT-ETI
008810     IF YA-ETI NUMERIC
008820         MOVE YA-ETI TO WS-CERT-ETI
008830     END-IF.
008840 4920-EXIT.
008850     EXIT.

008860*----------------------------------------------------------------
008870*  5000-PRINT-TOTALS - THE DECLARED TOTALS AGAINST THE
008880*  CERTIFICATES AND THE MONEY PAID
008890*----------------------------------------------------------------
008900 5000-PRINT-TOTALS.
008910     MOVE SPACES TO EMP501-LINE
008920     WRITE EMP501-LINE
008930     MOVE SPACES TO EMP501-LINE
008940     STRING "DECLARED TOTALS AGAINST THE CERTIFICATES"
008950         DELIMITED BY SIZE INTO EMP501-LINE
008960     WRITE EMP501-LINE
008970     MOVE SPACES TO EMP501-LINE
008980     STRING "                            "
008990         "          DECLARED" "  CERTIFIED / PAID"
009000         "        DIFFERENCE"
009010         DELIMITED BY SIZE INTO EMP501-LINE
009020     WRITE EMP501-LINE

009030     MOVE "PAYE ..................... R" TO WS-CMP-LABEL
009040     MOVE WS-DECL-PAYE TO WS-CMP-DECLARED
009050     MOVE WS-CERT-TOT-PAYE TO WS-CMP-OTHER
009060     PERFORM 5100-PRINT-COMPARISON THRU 5100-EXIT

009070     MOVE "UIF - EMPLOYEE ........... R" TO WS-CMP-LABEL
009080     MOVE WS-DECL-UIF-EE TO WS-CMP-DECLARED
009090     MOVE WS-CERT-TOT-UIF TO WS-CMP-OTHER
009100     PERFORM 5100-PRINT-COMPARISON THRU 5100-EXIT

009110     MOVE "ETI CLAIMED (4118) ....... R" TO WS-CMP-LABEL
009120     MOVE WS-DECL-ETI-CLAIMED TO WS-CMP-DECLARED
009130     MOVE WS-CERT-TOT-ETI TO WS-CMP-OTHER
009140     PERFORM 5100-PRINT-COMPARISON THRU 5100-EXIT

009150     MOVE "TOTAL DECLARED / PAID .... R" TO WS-CMP-LABEL
009160     MOVE WS-DECL-LIABILITY TO WS-CMP-DECLARED
009170     MOVE WS-TOT-PAID TO WS-CMP-OTHER
009180     PERFORM 5100-PRINT-COMPARISON THRU 5100-EXIT

009190     MOVE SPACES TO EMP501-LINE
009200     WRITE EMP501-LINE
009210     MOVE SPACES TO EMP501-LINE
009220     STRING "PAY REGISTER FOR THE WINDOW (CERTIFIED EMPLOYEES)"
009230         DELIMITED BY SIZE INTO EMP501-LINE
009240     WRITE EMP501-LINE
009250     MOVE WS-REG-TOT-GROSS TO WS-ED-TOTAL
009260     MOVE SPACES TO EMP501-LINE
009270     STRING "GROSS REMUNERATION ....... R" WS-ED-TOTAL
009280         DELIMITED BY SIZE INTO EMP501-LINE
009290     WRITE EMP501-LINE
009300     MOVE WS-REG-TOT-PAYE TO WS-ED-TOTAL
009310     MOVE SPACES TO EMP501-LINE
009320     STRING "PAYE DEDUCTED ............ R" WS-ED-TOTAL
009330         DELIMITED BY SIZE INTO EMP501-LINE
009340     WRITE EMP501-LINE
009350     MOVE WS-REG-TOT-UIF TO WS-ED-TOTAL
009360     MOVE SPACES TO EMP501-LINE
009370     STRING "UIF - EMPLOYEE ........... R" WS-ED-TOTAL
009380         DELIMITED BY SIZE INTO EMP501-LINE
009390     WRITE EMP501-LINE.
009400 5000-EXIT.
009410     EXIT.

009420*----------------------------------------------------------------
009430*  5100-PRINT-COMPARISON - ONE TOTALS LINE; A DIFFERENCE IS
009440*  FLAGGED AND FAILS THE RUN
009450*----------------------------------------------------------------
009460 5100-PRINT-COMPARISON.
009470     MOVE SPACES TO WS-DIFF-FLAG
009480     COMPUTE WS-CMP-DIFFERENCE = WS-CMP-DECLARED - WS-CMP-OTHER
009490     IF WS-CMP-DIFFERENCE NOT = ZERO
009500         MOVE "***" TO WS-DIFF-FLAG
009510         SET RECON-DIFFERENCE TO TRUE
009520         DISPLAY "EMP501: " WS-CMP-LABEL " DIFFERENCE "
009530             WS-CMP-DIFFERENCE
009540     END-IF
009550     MOVE WS-CMP-DECLARED TO WS-ED-CMP-DECLARED
009560     MOVE WS-CMP-OTHER TO WS-ED-CMP-OTHER
009570     MOVE WS-CMP-DIFFERENCE TO WS-ED-CMP-DIFFERENCE
009580     MOVE SPACES TO EMP501-LINE
009590     STRING WS-CMP-LABEL WS-ED-CMP-DECLARED WS-ED-CMP-OTHER
009600         WS-ED-CMP-DIFFERENCE " " WS-DIFF-FLAG
009610         DELIMITED BY SIZE INTO EMP501-LINE
009620     WRITE EMP501-LINE.
009630 5100-EXIT.
009640     EXIT.

009650*----------------------------------------------------------------
009660*  6000-PRINT-DECLARATION - THE EMPLOYER RECONCILIATION
009670*  DECLARATION: CERTIFICATE COUNT AND VALUES, THE LIABILITY
009680*  DECLARED AND THE PAYMENTS MADE
009690*----------------------------------------------------------------
009700 6000-PRINT-DECLARATION.
009710     MOVE SPACES TO EMP501-LINE
009720     WRITE EMP501-LINE
009730     MOVE SPACES TO EMP501-LINE
009740     STRING "EMPLOYER RECONCILIATION DECLARATION (EMP501) - "
009750         "TAX YEAR " WS-RECON-TAX-YEAR
009760         DELIMITED BY SIZE INTO EMP501-LINE
009770     WRITE EMP501-LINE
009780     MOVE SPACES TO EMP501-LINE
009790     STRING "=============================================="
009800         DELIMITED BY SIZE INTO EMP501-LINE
009810     WRITE EMP501-LINE
009820     MOVE SPACES TO EMP501-LINE
009830     STRING "RECONCILIATION PERIOD .... " WS-WINDOW-START-MONTH
009840         " TO " WS-WINDOW-END-MONTH
009850         DELIMITED BY SIZE INTO EMP501-LINE
009860     WRITE EMP501-LINE
009870     MOVE WS-MONTHS-DECLARED TO WS-ED-COUNT
009880     MOVE SPACES TO EMP501-LINE
009890     STRING "EMP201 MONTHS DECLARED ... " WS-ED-COUNT
009900         DELIMITED BY SIZE INTO EMP501-LINE
009910     WRITE EMP501-LINE

009920     MOVE WS-IRP5-COUNT TO WS-ED-COUNT
009930     MOVE SPACES TO EMP501-LINE
009940     STRING "IRP5 CERTIFICATES ........ " WS-ED-COUNT
009950         DELIMITED BY SIZE INTO EMP501-LINE
009960     WRITE EMP501-LINE
009970     MOVE WS-IT3A-COUNT TO WS-ED-COUNT
009980     MOVE SPACES TO EMP501-LINE
009990     STRING "IT3(A) CERTIFICATES ...... " WS-ED-COUNT
010000         DELIMITED BY SIZE INTO EMP501-LINE
010010     WRITE EMP501-LINE
010020     MOVE WS-CERT-COUNT TO WS-ED-COUNT
010030     MOVE SPACES TO EMP501-LINE
010040     STRING "TOTAL CERTIFICATES ....... " WS-ED-COUNT
010050         DELIMITED BY SIZE INTO EMP501-LINE
010060     WRITE EMP501-LINE

010070     MOVE WS-CERT-TOT-GROSS TO WS-ED-TOTAL
010080     MOVE SPACES TO EMP501-LINE
010090     STRING "CERTIFICATE GROSS ........ R" WS-ED-TOTAL
010100         DELIMITED BY SIZE INTO EMP501-LINE
010110     WRITE EMP501-LINE
010120     MOVE WS-CERT-TOT-PAYE TO WS-ED-TOTAL
010130     MOVE SPACES TO EMP501-LINE
010140     STRING "CERTIFICATE PAYE ......... R" WS-ED-TOTAL
010150         DELIMITED BY SIZE INTO EMP501-LINE
010160     WRITE EMP501-LINE
010170     MOVE WS-CERT-TOT-UIF TO WS-ED-TOTAL
010180     MOVE SPACES TO EMP501-LINE
010190     STRING "CERTIFICATE UIF .......... R" WS-ED-TOTAL
010200         DELIMITED BY SIZE INTO EMP501-LINE
010210     WRITE EMP501-LINE
010220     MOVE WS-CERT-TOT-ETI TO WS-ED-TOTAL
010230     MOVE SPACES TO EMP501-LINE
010240     STRING "CERTIFICATE ETI (4118) ... R" WS-ED-TOTAL
010250         DELIMITED BY SIZE INTO EMP501-LINE
010260     WRITE EMP501-LINE

010270     MOVE SPACES TO EMP501-LINE
010280     WRITE EMP501-LINE
010290     MOVE WS-DECL-PAYE TO WS-ED-TOTAL
010300     MOVE SPACES TO EMP501-LINE
010310     STRING "PAYE DECLARED ............ R" WS-ED-TOTAL
010320         DELIMITED BY SIZE INTO EMP501-LINE
010330     WRITE EMP501-LINE
010340     MOVE WS-DECL-ETI-USED TO WS-ED-TOTAL
010350     MOVE SPACES TO EMP501-LINE
010360     STRING "LESS ETI OFFSET .......... R" WS-ED-TOTAL
010370         DELIMITED BY SIZE INTO EMP501-LINE
010380     WRITE EMP501-LINE
010390     COMPUTE WS-WORK-LIABILITY = WS-DECL-UIF-EE + WS-DECL-UIF-ER
010400     MOVE WS-WORK-LIABILITY TO WS-ED-TOTAL
010410     MOVE SPACES TO EMP501-LINE
010420     STRING "UIF DECLARED (EE + ER) ... R" WS-ED-TOTAL
010430         DELIMITED BY SIZE INTO EMP501-LINE
010440     WRITE EMP501-LINE
010450     MOVE WS-DECL-SDL TO WS-ED-TOTAL
010460     MOVE SPACES TO EMP501-LINE
010470     STRING "SDL DECLARED ............. R" WS-ED-TOTAL
010480         DELIMITED BY SIZE INTO EMP501-LINE
010490     WRITE EMP501-LINE
010500     MOVE WS-DECL-LIABILITY TO WS-ED-TOTAL
010510     MOVE SPACES TO EMP501-LINE
010520     STRING "TOTAL LIABILITY .......... R" WS-ED-TOTAL
010530         DELIMITED BY SIZE INTO EMP501-LINE
010540     WRITE EMP501-LINE
010550     MOVE WS-TOT-PAID TO WS-ED-TOTAL
010560     MOVE SPACES TO EMP501-LINE
010570     STRING "TOTAL PAID TO SARS ....... R" WS-ED-TOTAL
010580         DELIMITED BY SIZE INTO EMP501-LINE
010590     WRITE EMP501-LINE
010600     COMPUTE WS-WORK-DIFFERENCE = WS-DECL-LIABILITY - WS-TOT-PAID
010610     MOVE WS-WORK-DIFFERENCE TO WS-ED-TOTAL
010620     MOVE SPACES TO EMP501-LINE
010630     STRING "BALANCE OUTSTANDING ...... R" WS-ED-TOTAL
010640         DELIMITED BY SIZE INTO EMP501-LINE
010650     WRITE EMP501-LINE

010660     MOVE SPACES TO EMP501-LINE
010670     WRITE EMP501-LINE
010680     MOVE SPACES TO EMP501-LINE
010690     IF RECON-DIFFERENCE
010700         STRING "*** RECONCILIATION DOES NOT BALANCE - "
010710             "DO NOT SUBMIT THIS DECLARATION ***"
010720             DELIMITED BY SIZE INTO EMP501-LINE
010730     ELSE
010740         STRING "RECONCILIATION BALANCES - DECLARATION READY "
010750             "FOR SUBMISSION"
010760             DELIMITED BY SIZE INTO EMP501-LINE
010770     END-IF
010780     WRITE EMP501-LINE.
010790 6000-EXIT.
010800     EXIT.

010810*----------------------------------------------------------------
010820*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY.  A
010830*  RECONCILIATION THAT DOES NOT BALANCE FAILS THE RUN.
010840*----------------------------------------------------------------
010850 9000-TERMINATE.
010860     IF RECON-FILES-OPEN
010870         CLOSE STATUTORY-MONTH-FILE
010880         CLOSE PAY-REGISTER-FILE
010890         CLOSE SARS-PAYMENT-FILE
010900         CLOSE EMP501-REPORT
010910         IF INTERIM-RECON
010920             CLOSE YTD-MASTER
010930         ELSE
010940             CLOSE YTD-ARCHIVE
010950         END-IF
010960     END-IF
010970     IF FATAL-RUN-FAILURE
010980         DISPLAY "EMP501 RUN FAILED - SEE CONSOLE MESSAGES"
010990         MOVE 16 TO RETURN-CODE
011000         GO TO 9000-EXIT
011010     END-IF
011020     DISPLAY "EMP501 TAX YEAR " WS-RECON-TAX-YEAR
011030         " CERTIFICATES " WS-CERT-COUNT
011040         " MONTHS WITH DIFFERENCES " WS-MONTH-DIFFS
011050         " EMPLOYEES WITH DIFFERENCES " WS-EMP-DIFFS
011060     IF RECON-DIFFERENCE
011070         DISPLAY "EMP501 RECONCILIATION DOES NOT BALANCE - "
011080             "SEE REPORT AND CONSOLE MESSAGES"
011090         MOVE 16 TO RETURN-CODE
011100     ELSE
011110         DISPLAY "EMP501 RUN COMPLETE - RECONCILIATION BALANCES"
011120     END-IF.
011130 9000-EXIT.
011140     EXIT.
