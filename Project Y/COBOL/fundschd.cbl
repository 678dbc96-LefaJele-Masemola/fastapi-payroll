000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FUNDSCHD.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  FUNDSCHD
000090*
000100*  MONTH-END RETIREMENT FUND CONTRIBUTION SCHEDULES.  RUNS
000110*  AFTER DEDREMIT HAS REMITTED THE MONTH.  READS THE WITHHELD
000120*  DETAIL FILE FOR THE CALENDAR MONTH OF THE PERIOD-END DATE
000130*  ON THE RUN PARAMETER CARD, SORTED BY PAYEE AND EMPLOYEE,
000140*  AND FOR EVERY PAYEE CARRYING RETIREMENT FUND CONTRIBUTIONS
000150*  (MEMBER "R" AND EMPLOYER "E" RECORDS) WRITES THE FUND'S
000160*  MEMBER SCHEDULE (SEE FUNDSCH.CPY) - EACH MEMBER'S ID
000170*  NUMBER, PENSIONABLE PAY FROM THE PAY REGISTER, AND THE TWO
000180*  CONTRIBUTIONS, NET OF ANY PAY REVERSAL.
000190*
000200*  THE CONTROL TOTALS TIE EACH SCHEDULE TO THE MONEY ACTUALLY
000210*  REMITTED: THE FUND'S CREDIT ON THE REMITTANCE EFT BATCH
000220*  MUST EQUAL ITS SCHEDULE TOTAL PLUS ANY OTHER DEDUCTIONS
000230*  PAID TO THE SAME PAYEE.  THE BATCH ITSELF MUST BE THE ONE
000240*  THE REMITTANCE CONTROL FILE RECORDS FOR THE MONTH.  A MONTH
000250*  NOT YET REMITTED REFUSES THE RUN, AND ANY DIFFERENCE FAILS
000260*  IT - THE SCHEDULES ARE NOT TO BE SENT UNTIL IT IS CLEARED.
000270*
000280*  MODIFICATION HISTORY
000290*  DATE       INIT DESCRIPTION
000300*  ---------- ---- ------------------------------------------
000310*  2026-10-15 TLM  ORIGINAL PROGRAM - FUND CONTRIBUTION SCHEDULES.
000320*----------------------------------------------------------------

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DEDUCTION-TAKEN-FILE
000370         ASSIGN TO "DEDTAKEN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DEDTAKEN-STATUS.

000400     SELECT FUND-SORT-FILE
000410         ASSIGN TO "SORTWK".

000420     SELECT RUN-PARM-FILE
000430         ASSIGN TO "RUNPARM"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RUNPARM-STATUS.

000460     SELECT REMIT-CONTROL
000470         ASSIGN TO "REMITCTL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RMC-MONTH
000510         FILE STATUS IS WS-REMITCTL-STATUS.

000520     SELECT REMIT-BATCH
000530         ASSIGN TO "REMITEFT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REMITEFT-STATUS.

000560     SELECT PAYEE-MASTER
000570         ASSIGN TO "PAYEMST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS PYE-PAYEE-ID
000610         FILE STATUS IS WS-PAYEMST-STATUS.

000620     SELECT EMPLOYEE-MASTER
000630         ASSIGN TO "EMPMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS EMP-NUMBER
000670         FILE STATUS IS WS-EMPMAST-STATUS.

000680     SELECT PAY-REGISTER-FILE
000690         ASSIGN TO "PAYREG"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS PRG-KEY
000730         FILE STATUS IS WS-PAYREG-STATUS.

000740     SELECT FUND-SCHEDULE-FILE
000750         ASSIGN TO "FUNDSCH"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FUNDSCH-STATUS.

000780     SELECT FUND-REPORT
000790         ASSIGN TO "FUNDRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FUNDRPT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  DEDUCTION-TAKEN-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DEDTAKEN.

000870 SD  FUND-SORT-FILE.
000880 01  SORT-TAKEN-RECORD.
000890     05  SRT-PERIOD-END-DATE     PIC 9(08).
000900     05  SRT-PERIOD-END-PARTS REDEFINES SRT-PERIOD-END-DATE.
000910         10  SRT-PERIOD-MONTH    PIC 9(06).
000920         10  FILLER              PIC 9(02).
000930     05  SRT-RUN-FREQUENCY       PIC X(01).
000940     05  SRT-EMP-NUMBER          PIC 9(06).
000950     05  SRT-EMP-NAME            PIC X(30).
000960     05  SRT-PAYEE-ID            PIC 9(04).
000970     05  SRT-SEQUENCE-NO         PIC 9(02).
000980     05  SRT-TYPE-CODE           PIC X(01).
000990         88  SRT-FUND-MEMBER             VALUE "R".
001000         88  SRT-FUND-EMPLOYER           VALUE "E".
001010     05  SRT-AMOUNT              PIC 9(07)V99.
001020     05  SRT-REVERSAL-FLAG       PIC X(01).
001030         88  SRT-REVERSAL                VALUE "R".
001040     05  FILLER                  PIC X(07).

001050 FD  RUN-PARM-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY RUNPARM.

001080 FD  REMIT-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100     COPY REMITCTL.

001110 FD  REMIT-BATCH
001120     LABEL RECORDS ARE STANDARD.
001130 01  REMIT-RECORD                PIC X(80).

001140 FD  PAYEE-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160     COPY PAYEMST.

001170 FD  EMPLOYEE-MASTER
001180     LABEL RECORDS ARE STANDARD.
001190     COPY EMPMAST.

001200 FD  PAY-REGISTER-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY PAYREG.

001230 FD  FUND-SCHEDULE-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY FUNDSCH.

001260 FD  FUND-REPORT
001270     LABEL RECORDS ARE STANDARD.
001280     COPY FUNDSCHL.

001290 WORKING-STORAGE SECTION.
001300 01  WS-FILE-STATUSES.
001310     05  WS-DEDTAKEN-STATUS      PIC X(02) VALUE "00".
001320         88  DEDTAKEN-OK                    VALUE "00".
001330     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001340         88  RUNPARM-OK                     VALUE "00".
001350     05  WS-REMITCTL-STATUS      PIC X(02) VALUE "00".
001360         88  REMITCTL-OK                    VALUE "00".
001370     05  WS-REMITEFT-STATUS      PIC X(02) VALUE "00".
001380         88  REMITEFT-OK                    VALUE "00".
001390     05  WS-PAYEMST-STATUS       PIC X(02) VALUE "00".
001400         88  PAYEMST-OK                     VALUE "00".
001410     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
001420         88  EMPMAST-OK                     VALUE "00".
001430     05  WS-PAYREG-STATUS        PIC X(02) VALUE "00".
001440         88  PAYREG-OK                      VALUE "00".
001450     05  WS-FUNDSCH-STATUS       PIC X(02) VALUE "00".
001460         88  FUNDSCH-OK                     VALUE "00".
001470     05  WS-FUNDRPT-STATUS       PIC X(02) VALUE "00".
001480         88  FUNDRPT-OK                     VALUE "00".

001490 01  WS-SWITCHES.
001500     05  WS-EOF-SW               PIC X(01) VALUE "N".
001510         88  END-OF-SORTED-TAKEN            VALUE "Y".
001520     05  WS-BATCH-EOF-SW         PIC X(01) VALUE "N".
001530         88  END-OF-REMIT-BATCH             VALUE "Y".
001540     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001550         88  FATAL-RUN-FAILURE              VALUE "Y".
001560     05  WS-PAYEE-STARTED-SW     PIC X(01) VALUE "N".
001570         88  PAYEE-STARTED                  VALUE "Y".
001580     05  WS-FUND-STARTED-SW      PIC X(01) VALUE "N".
001590         88  FUND-STARTED                   VALUE "Y".
001600     05  WS-MEMBER-STARTED-SW    PIC X(01) VALUE "N".
001610         88  MEMBER-STARTED                 VALUE "Y".
001620     05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
001630         88  BATCH-TRAILER-SEEN             VALUE "Y".

001640 01  WS-RUN-COUNTERS.
001650     05  WS-FUND-COUNT           PIC 9(05) VALUE ZERO.
001660     05  WS-MEMBER-COUNT         PIC 9(05) VALUE ZERO.
001670     05  WS-FUNDS-OUT            PIC 9(05) VALUE ZERO.
001680     05  WS-NO-REGISTER-COUNT    PIC 9(05) VALUE ZERO.
001690     05  WS-BATCH-DETAILS        PIC 9(05) VALUE ZERO.

001700*----------------------------------------------------------------
001710*  ONE MEMBER'S FIGURES, ONE FUND'S FIGURES, AND THE MONTH'S
001720*  CONTROL TOTALS OVER ALL FUNDS.
001730*----------------------------------------------------------------
001740 01  WS-MEMBER-TOTALS.
001750     05  WS-MBR-PENSIONABLE      PIC S9(09)V99 VALUE ZERO.
001760     05  WS-MBR-EE               PIC S9(07)V99 VALUE ZERO.
001770     05  WS-MBR-ER               PIC S9(07)V99 VALUE ZERO.

001780 01  WS-FUND-TOTALS.
001790     05  WS-FUND-MEMBERS         PIC 9(05) VALUE ZERO.
001800     05  WS-FUND-PENSIONABLE     PIC S9(11)V99 VALUE ZERO.
001810     05  WS-FUND-EE              PIC S9(09)V99 VALUE ZERO.
001820     05  WS-FUND-ER              PIC S9(09)V99 VALUE ZERO.
001830     05  WS-FUND-SCHEDULE        PIC S9(09)V99 VALUE ZERO.
001840     05  WS-FUND-OTHER           PIC S9(09)V99 VALUE ZERO.
001850     05  WS-FUND-EXPECTED        PIC S9(09)V99 VALUE ZERO.
001860     05  WS-FUND-REMITTED        PIC 9(09)V99 VALUE ZERO.
001870     05  WS-FUND-DIFFERENCE      PIC S9(09)V99 VALUE ZERO.

001880 01  WS-MONTH-TOTALS.
001890     05  WS-MONTH-EE             PIC S9(11)V99 VALUE ZERO.
001900     05  WS-MONTH-ER             PIC S9(11)V99 VALUE ZERO.
001910     05  WS-MONTH-SCHEDULED      PIC S9(11)V99 VALUE ZERO.
001920     05  WS-MONTH-OTHER          PIC S9(11)V99 VALUE ZERO.
001930     05  WS-MONTH-REMITTED       PIC 9(11)V99 VALUE ZERO.
001940     05  WS-MONTH-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
001950     05  WS-BATCH-SUM            PIC 9(11)V99 VALUE ZERO.
001960     05  WS-BATCH-TRAILER-TOTAL  PIC 9(09)V99 VALUE ZERO.
001970     05  WS-BATCH-TRAILER-COUNT  PIC 9(05) VALUE ZERO.

001980 01  WS-CURRENT-PAYEE            PIC 9(04) VALUE ZERO.
001990 01  WS-CURRENT-EMP              PIC 9(06) VALUE ZERO.
002000 01  WS-CURRENT-EMP-NAME         PIC X(30) VALUE SPACES.
002010 01  WS-FUND-NAME                PIC X(30) VALUE SPACES.

002020 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.

002030 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
002040 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
002050     05  WS-SCHEDULE-MONTH       PIC 9(06).
002060     05  FILLER                  PIC 9(02).

002070*----------------------------------------------------------------
002080*  THE REMITTANCE BATCH DEDREMIT BUILT FOR THE MONTH - SAME
002090*  80-BYTE LAYOUTS (SEE EFTBTCH.CPY).  EACH PAYEE'S CREDIT IS
002100*  HELD IN A TABLE FOR THE PER-FUND TIE.
002110*----------------------------------------------------------------
002120 01  WS-REMIT-DETAIL.
002130     05  WS-RD-REC-TYPE          PIC X(01).
002140         88  WS-RD-HEADER                   VALUE "H".
002150         88  WS-RD-DETAIL                   VALUE "D".
002160         88  WS-RD-TRAILER                  VALUE "T".
002170     05  WS-RD-BRANCH-CODE       PIC 9(06).
002180     05  WS-RD-ACCOUNT-NUMBER    PIC X(11).
002190     05  WS-RD-ACCOUNT-TYPE      PIC X(01).
002200     05  WS-RD-AMOUNT            PIC 9(09)V99.
002210     05  WS-RD-PAYEE-ID          PIC 9(06).
002220     05  WS-RD-PAYEE-NAME        PIC X(30).
002230     05  FILLER                  PIC X(14).

002240 01  WS-REMIT-TRAILER REDEFINES WS-REMIT-DETAIL.
002250     05  WS-RT-REC-TYPE          PIC X(01).
002260     05  WS-RT-BATCH-COUNT       PIC 9(05).
002270     05  WS-RT-BATCH-TOTAL       PIC 9(09)V99.
002280     05  FILLER                  PIC X(63).

002290 01  WS-CREDIT-TABLE.
002300     05  WS-CREDIT-COUNT         PIC 9(03) VALUE ZERO.
002310     05  WS-CREDIT-ENTRY OCCURS 200 TIMES
002320             INDEXED BY WS-CRD-IDX.
002330         10  WS-CREDIT-PAYEE     PIC 9(06).
002340         10  WS-CREDIT-AMOUNT    PIC 9(09)V99.

002350 01  WS-EDIT-FIELDS.
002360     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
002370     05  WS-ED-PAYEE-ID          PIC ZZZ9.
002380     05  WS-ED-COUNT             PIC ZZ,ZZ9.
002390     05  WS-ED-PENSIONABLE       PIC ZZZ,ZZZ,ZZ9.99-.
002400     05  WS-ED-EE                PIC Z,ZZZ,ZZ9.99-.
002410     05  WS-ED-ER                PIC Z,ZZZ,ZZ9.99-.
002420     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

002430 PROCEDURE DIVISION.

002440*----------------------------------------------------------------
002450*  0000-MAINLINE
002460*  THE WITHHELD DETAIL IS SORTED INTO PAYEE AND EMPLOYEE ORDER
002470*  SO EACH FUND'S MEMBERS ARRIVE TOGETHER, AND EACH MEMBER'S
002480*  PERIODS TOGETHER FOR THE ONE SCHEDULE LINE.
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     IF NOT FATAL-RUN-FAILURE
002530         SORT FUND-SORT-FILE
002540             ON ASCENDING KEY SRT-PAYEE-ID
002550                              SRT-EMP-NUMBER
002560             USING DEDUCTION-TAKEN-FILE
002570             OUTPUT PROCEDURE IS 3000-BUILD-SCHEDULES
002580                 THRU 3000-EXIT
002590     END-IF
002600     PERFORM 9000-TERMINATE THRU 9000-EXIT
002610     STOP RUN.

002620*----------------------------------------------------------------
002630*  1000-INITIALIZE - PICK UP THE MONTH, PROVE IT WAS REMITTED,
002640*  LOAD THE REMITTANCE CREDITS AND OPEN THE LOOKUP FILES
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     ACCEPT WS-RUN-DATE FROM DATE
002680     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
002690     IF WS-SCHEDULE-MONTH = ZERO
002700         DISPLAY "FUNDSCHD: NO PERIOD-END DATE ON RUN PARM - "
002710             "RUN REFUSED"
002720         SET FATAL-RUN-FAILURE TO TRUE
002730         GO TO 1000-EXIT
002740     END-IF
002750     PERFORM 1100-CHECK-REMIT-CONTROL THRU 1100-EXIT
002760     IF FATAL-RUN-FAILURE
002770         GO TO 1000-EXIT
002780     END-IF
002790     PERFORM 1200-LOAD-REMIT-CREDITS THRU 1200-EXIT
002800     IF FATAL-RUN-FAILURE
002810         GO TO 1000-EXIT
002820     END-IF
002830     OPEN INPUT DEDUCTION-TAKEN-FILE
002840     IF NOT DEDTAKEN-OK
002850         DISPLAY "FUNDSCHD: DEDTAKEN OPEN FAILED, STATUS "
002860             WS-DEDTAKEN-STATUS
002870         SET FATAL-RUN-FAILURE TO TRUE
002880         GO TO 1000-EXIT
002890     END-IF
002900     CLOSE DEDUCTION-TAKEN-FILE
002910     OPEN INPUT PAYEE-MASTER
002920     IF NOT PAYEMST-OK
002930         DISPLAY "FUNDSCHD: PAYEMST OPEN FAILED, STATUS "
002940             WS-PAYEMST-STATUS
002950         SET FATAL-RUN-FAILURE TO TRUE
002960         GO TO 1000-EXIT
002970     END-IF
002980     OPEN INPUT EMPLOYEE-MASTER
002990     IF NOT EMPMAST-OK
003000         DISPLAY "FUNDSCHD: EMPMAST OPEN FAILED, STATUS "
003010             WS-EMPMAST-STATUS
003020         SET FATAL-RUN-FAILURE TO TRUE
003030         CLOSE PAYEE-MASTER
003040         GO TO 1000-EXIT
003050     END-IF
003060     OPEN INPUT PAY-REGISTER-FILE
003070     IF NOT PAYREG-OK
003080         DISPLAY "FUNDSCHD: PAYREG OPEN FAILED, STATUS "
003090             WS-PAYREG-STATUS
003100         SET FATAL-RUN-FAILURE TO TRUE
003110         CLOSE PAYEE-MASTER
003120         CLOSE EMPLOYEE-MASTER
003130         GO TO 1000-EXIT
003140     END-IF
003150     OPEN OUTPUT FUND-SCHEDULE-FILE
003160     OPEN OUTPUT FUND-REPORT
003170     MOVE SPACES TO FUND-SCHEDULE-LINE
003180     STRING "RETIREMENT FUND CONTRIBUTION SCHEDULES - MONTH "
003190         WS-SCHEDULE-MONTH "   RUN DATE " WS-RUN-DATE
003200         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
003210     WRITE FUND-SCHEDULE-LINE.
003220 1000-EXIT.
003230     EXIT.

003240*----------------------------------------------------------------
003250*  1050-READ-RUN-PARM - THE SCHEDULE MONTH IS THE CALENDAR
003260*  MONTH OF THE PERIOD-END DATE ON THE CARD, AS FOR DEDREMIT
003270*----------------------------------------------------------------
003280 1050-READ-RUN-PARM.
003290     OPEN INPUT RUN-PARM-FILE
003300     IF RUNPARM-OK
003310         READ RUN-PARM-FILE
003320             AT END
003330                 CONTINUE
003340         END-READ
003350         IF PARM-PERIOD-END-X NUMERIC
003360             MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE
003370         END-IF
003380         CLOSE RUN-PARM-FILE
003390     END-IF.
003400 1050-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430*  1100-CHECK-REMIT-CONTROL
003440*  THE SCHEDULES DESCRIBE MONEY ALREADY SENT - A MONTH THE
003450*  REMITTANCE CONTROL FILE DOES NOT SHOW REMITTED REFUSES THE
003460*  RUN.  THE CONTROL RECORD STAYS IN THE FD FOR 1200'S CHECK.
003470*----------------------------------------------------------------
003480 1100-CHECK-REMIT-CONTROL.
003490     OPEN INPUT REMIT-CONTROL
003500     IF NOT REMITCTL-OK
003510         DISPLAY "FUNDSCHD: REMITCTL OPEN FAILED, STATUS "
003520             WS-REMITCTL-STATUS " - RUN REFUSED"
003530         SET FATAL-RUN-FAILURE TO TRUE
003540         GO TO 1100-EXIT
003550     END-IF
003560     MOVE WS-SCHEDULE-MONTH TO RMC-MONTH
003570     READ REMIT-CONTROL
003580         INVALID KEY
003590             MOVE SPACES TO RMC-STATUS
003600     END-READ
003610     CLOSE REMIT-CONTROL
003620     IF NOT RMC-REMITTED
003630         DISPLAY "FUNDSCHD: MONTH " WS-SCHEDULE-MONTH
003640             " NOT YET REMITTED - RUN DEDREMIT FIRST - "
003650             "RUN REFUSED"
003660         SET FATAL-RUN-FAILURE TO TRUE
003670     END-IF.
003680 1100-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710*  1200-LOAD-REMIT-CREDITS
003720*  READS THE REMITTANCE EFT BATCH INTO THE CREDIT TABLE.  THE
003730*  BATCH IS REBUILT EVERY MONTH, SO ITS TRAILER MUST AGREE WITH
003740*  THE TOTAL THE CONTROL FILE RECORDS AS REMITTED FOR THIS
003750*  MONTH - OTHERWISE IT IS ANOTHER MONTH'S BATCH AND THE RUN IS
003760*  REFUSED.
003770*----------------------------------------------------------------
003780 1200-LOAD-REMIT-CREDITS.
003790     OPEN INPUT REMIT-BATCH
003800     IF NOT REMITEFT-OK
003810         DISPLAY "FUNDSCHD: REMITEFT OPEN FAILED, STATUS "
003820             WS-REMITEFT-STATUS " - RUN REFUSED"
003830         SET FATAL-RUN-FAILURE TO TRUE
003840         GO TO 1200-EXIT
003850     END-IF
003860     PERFORM 1210-READ-ONE-CREDIT THRU 1210-EXIT
003870         UNTIL END-OF-REMIT-BATCH
003880     CLOSE REMIT-BATCH
003890     IF FATAL-RUN-FAILURE
003900         GO TO 1200-EXIT
003910     END-IF
003920     IF NOT BATCH-TRAILER-SEEN
003930         OR WS-BATCH-TRAILER-TOTAL NOT = RMC-TOTAL-REMITTED
003940         OR WS-BATCH-SUM NOT = RMC-TOTAL-REMITTED
003950         OR WS-BATCH-TRAILER-COUNT NOT = WS-BATCH-DETAILS
003960             DISPLAY "FUNDSCHD: REMITEFT IS NOT THE BATCH "
003970                 "REMITTED FOR MONTH " WS-SCHEDULE-MONTH
003980                 " - RUN REFUSED"
003990             SET FATAL-RUN-FAILURE TO TRUE
004000     END-IF.
004010 1200-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------
004040*  1210-READ-ONE-CREDIT - ONE BATCH RECORD
004050*----------------------------------------------------------------
004060 1210-READ-ONE-CREDIT.
004070     READ REMIT-BATCH INTO WS-REMIT-DETAIL
004080         AT END
004090             MOVE "Y" TO WS-BATCH-EOF-SW
004100             GO TO 1210-EXIT
004110     END-READ
004120     IF WS-RD-TRAILER
004130         SET BATCH-TRAILER-SEEN TO TRUE
004140         MOVE WS-RT-BATCH-TOTAL TO WS-BATCH-TRAILER-TOTAL
004150         MOVE WS-RT-BATCH-COUNT TO WS-BATCH-TRAILER-COUNT
004160         GO TO 1210-EXIT
004170     END-IF
004180     IF NOT WS-RD-DETAIL
004190         GO TO 1210-EXIT
004200     END-IF
004210     IF WS-CREDIT-COUNT >= 200
004220         DISPLAY "FUNDSCHD: MORE THAN 200 PAYEE CREDITS ON "
004230             "REMITEFT - RUN STOPPED"
004240         SET FATAL-RUN-FAILURE TO TRUE
004250         MOVE "Y" TO WS-BATCH-EOF-SW
004260         GO TO 1210-EXIT
004270     END-IF
004280     ADD 1 TO WS-BATCH-DETAILS
004290     ADD WS-RD-AMOUNT TO WS-BATCH-SUM
004300     ADD 1 TO WS-CREDIT-COUNT
004310     SET WS-CRD-IDX TO WS-CREDIT-COUNT
004320     MOVE WS-RD-PAYEE-ID TO WS-CREDIT-PAYEE (WS-CRD-IDX)
004330     MOVE WS-RD-AMOUNT TO WS-CREDIT-AMOUNT (WS-CRD-IDX).
004340 1210-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------
004370*  3000-BUILD-SCHEDULES - SORT OUTPUT PROCEDURE
004380*  RECORDS OUTSIDE THE SCHEDULE MONTH ARE PASSED OVER (THE
004390*  WITHHELD FILE ACCUMULATES ACROSS MONTHS).  A CHANGE OF
004400*  PAYEE FLUSHES THE ONE FINISHED.
004410*----------------------------------------------------------------
004420 3000-BUILD-SCHEDULES.
004430     PERFORM 3900-RETURN-TAKEN THRU 3900-EXIT
004440     PERFORM 3100-PROCESS-ONE-TAKEN THRU 3100-EXIT
004450         UNTIL END-OF-SORTED-TAKEN
004460     PERFORM 3800-FLUSH-PAYEE THRU 3800-EXIT.
004470 3000-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500*  3100-PROCESS-ONE-TAKEN - ONE WITHHELD DETAIL RECORD
004510*  A FUND RECORD GOES TO ITS MEMBER'S LINE; ANY OTHER MONEY
004520*  PAID TO THE SAME PAYEE IS ONLY COUNTED FOR THE TIE TO THE
004530*  CREDIT.  A REVERSAL RECORD COMES OFF.
004540*----------------------------------------------------------------
004550 3100-PROCESS-ONE-TAKEN.
004560     IF SRT-PERIOD-MONTH NOT = WS-SCHEDULE-MONTH
004570         GO TO 3100-NEXT
004580     END-IF
004590     IF NOT PAYEE-STARTED
004600         OR SRT-PAYEE-ID NOT = WS-CURRENT-PAYEE
004610             PERFORM 3800-FLUSH-PAYEE THRU 3800-EXIT
004620             SET PAYEE-STARTED TO TRUE
004630             MOVE SRT-PAYEE-ID TO WS-CURRENT-PAYEE
004640             MOVE "N" TO WS-FUND-STARTED-SW
004650             MOVE ZERO TO WS-FUND-MEMBERS
004660             MOVE ZERO TO WS-FUND-PENSIONABLE
004670             MOVE ZERO TO WS-FUND-EE
004680             MOVE ZERO TO WS-FUND-ER
004690             MOVE ZERO TO WS-FUND-OTHER
004700     END-IF
004710     IF NOT SRT-FUND-MEMBER AND NOT SRT-FUND-EMPLOYER
004720         IF SRT-REVERSAL
004730             SUBTRACT SRT-AMOUNT FROM WS-FUND-OTHER
004740         ELSE
004750             ADD SRT-AMOUNT TO WS-FUND-OTHER
004760         END-IF
004770         GO TO 3100-NEXT
004780     END-IF
004790     IF NOT FUND-STARTED
004800         PERFORM 3200-START-FUND THRU 3200-EXIT
004810     END-IF
004820     IF NOT MEMBER-STARTED
004830         OR SRT-EMP-NUMBER NOT = WS-CURRENT-EMP
004840             PERFORM 3700-FLUSH-MEMBER THRU 3700-EXIT
004850             SET MEMBER-STARTED TO TRUE
004860             MOVE SRT-EMP-NUMBER TO WS-CURRENT-EMP
004870             MOVE SRT-EMP-NAME TO WS-CURRENT-EMP-NAME
004880             MOVE ZERO TO WS-MBR-PENSIONABLE
004890             MOVE ZERO TO WS-MBR-EE
004900             MOVE ZERO TO WS-MBR-ER
004910     END-IF
004920     IF SRT-FUND-EMPLOYER
004930         IF SRT-REVERSAL
004940             SUBTRACT SRT-AMOUNT FROM WS-MBR-ER
004950         ELSE
004960             ADD SRT-AMOUNT TO WS-MBR-ER
004970         END-IF
004980     ELSE
004990         IF SRT-REVERSAL
005000             SUBTRACT SRT-AMOUNT FROM WS-MBR-EE
005010         ELSE
005020             ADD SRT-AMOUNT TO WS-MBR-EE
005030         END-IF
005040         PERFORM 3300-ADD-PENSIONABLE-PAY THRU 3300-EXIT
005050     END-IF.
005060 3100-NEXT.
005070     PERFORM 3900-RETURN-TAKEN THRU 3900-EXIT.
005080 3100-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110*  3200-START-FUND - THE FIRST FUND RECORD FOR THE PAYEE
005120*  WRITES THE SCHEDULE HEADER AND THE REPORT HEADING
005130*----------------------------------------------------------------
005140 3200-START-FUND.
005150     SET FUND-STARTED TO TRUE
005160     ADD 1 TO WS-FUND-COUNT
005170     MOVE "N" TO WS-MEMBER-STARTED-SW
005180     MOVE WS-CURRENT-PAYEE TO PYE-PAYEE-ID
005190     READ PAYEE-MASTER
005200         INVALID KEY
005210             MOVE "*** NOT ON PAYEE MASTER ***" TO PYE-PAYEE-NAME
005220     END-READ
005230     MOVE PYE-PAYEE-NAME TO WS-FUND-NAME
005240     MOVE SPACES TO FUND-SCHEDULE-RECORD
005250     MOVE "H" TO FS-REC-TYPE
005260     MOVE WS-CURRENT-PAYEE TO FS-FUND-ID
005270     MOVE WS-SCHEDULE-MONTH TO FS-MONTH
005280     MOVE WS-FUND-NAME TO FS-FUND-NAME
005290     MOVE WS-RUN-DATE TO FS-RUN-DATE
005300     WRITE FUND-SCHEDULE-RECORD
005310     MOVE WS-CURRENT-PAYEE TO WS-ED-PAYEE-ID
005320     MOVE SPACES TO FUND-SCHEDULE-LINE
005330     WRITE FUND-SCHEDULE-LINE
005340     MOVE SPACES TO FUND-SCHEDULE-LINE
005350     STRING "FUND " WS-ED-PAYEE-ID "  " WS-FUND-NAME
005360         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
005370     WRITE FUND-SCHEDULE-LINE
005380     MOVE SPACES TO FUND-SCHEDULE-LINE
005390     STRING "     EMP  NAME                            "
005400         "ID NUMBER        PENSIONABLE PAY"
005410         "         MEMBER       EMPLOYER"
005420         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
005430     WRITE FUND-SCHEDULE-LINE.
005440 3200-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470*  3300-ADD-PENSIONABLE-PAY
005480*  THE PENSIONABLE PAY OF THE PERIOD THE MEMBER'S CONTRIBUTION
005490*  WAS TAKEN FROM, OFF THE PAY REGISTER.  A REGISTER RECORD
005500*  WRITTEN BEFORE THE FIELD EXISTED CARRIES SPACES AND COUNTS
005510*  AS NONE; A MISSING ONE IS COUNTED FOR THE RUN SUMMARY.
005520*----------------------------------------------------------------
005530 3300-ADD-PENSIONABLE-PAY.
005540     MOVE SRT-EMP-NUMBER TO PRG-EMP-NUMBER
005550     MOVE SRT-PERIOD-END-DATE TO PRG-PERIOD-END-DATE
005560     MOVE SRT-RUN-FREQUENCY TO PRG-RUN-FREQUENCY
005570     READ PAY-REGISTER-FILE
005580         INVALID KEY
005590             ADD 1 TO WS-NO-REGISTER-COUNT
005600             GO TO 3300-EXIT
005610     END-READ
005620     IF PRG-PENSIONABLE-PAY NOT NUMERIC
005630         GO TO 3300-EXIT
005640     END-IF
005650     IF SRT-REVERSAL
005660         SUBTRACT PRG-PENSIONABLE-PAY FROM WS-MBR-PENSIONABLE
005670     ELSE
005680         ADD PRG-PENSIONABLE-PAY TO WS-MBR-PENSIONABLE
005690     END-IF.
005700 3300-EXIT.
005710     EXIT.

005720*----------------------------------------------------------------
005730*  3700-FLUSH-MEMBER - ONE FINISHED MEMBER'S SCHEDULE LINE
005740*  A MEMBER WHOSE MONTH WAS REVERSED IN FULL HAS NOTHING ON THE
005750*  SCHEDULE.
005760*----------------------------------------------------------------
005770 3700-FLUSH-MEMBER.
005780     IF NOT MEMBER-STARTED
005790         GO TO 3700-EXIT
005800     END-IF
005810     MOVE "N" TO WS-MEMBER-STARTED-SW
005820     IF WS-MBR-EE = ZERO AND WS-MBR-ER = ZERO
005830         GO TO 3700-EXIT
005840     END-IF
005850     MOVE WS-CURRENT-EMP TO EMP-NUMBER
005860     READ EMPLOYEE-MASTER
005870         INVALID KEY
005880             MOVE SPACES TO EMP-ID-NUMBER
005890     END-READ
005900     MOVE SPACES TO FUND-SCHEDULE-RECORD
005910     MOVE "D" TO FS-REC-TYPE
005920     MOVE WS-CURRENT-PAYEE TO FS-FUND-ID
005930     MOVE WS-SCHEDULE-MONTH TO FS-MONTH
005940     MOVE WS-CURRENT-EMP TO FS-EMP-NUMBER
005950     MOVE WS-CURRENT-EMP-NAME TO FS-EMP-NAME
005960     MOVE EMP-ID-NUMBER TO FS-ID-NUMBER
005970     MOVE WS-MBR-PENSIONABLE TO FS-PENSIONABLE-PAY
005980     MOVE WS-MBR-EE TO FS-MEMBER-CONTRIB
005990     MOVE WS-MBR-ER TO FS-EMPLOYER-CONTRIB
006000     WRITE FUND-SCHEDULE-RECORD
006010     ADD 1 TO WS-FUND-MEMBERS
006020     ADD 1 TO WS-MEMBER-COUNT
006030     ADD WS-MBR-PENSIONABLE TO WS-FUND-PENSIONABLE
006040     ADD WS-MBR-EE TO WS-FUND-EE
006050     ADD WS-MBR-ER TO WS-FUND-ER
006060     MOVE WS-CURRENT-EMP TO WS-ED-EMP-NUMBER
006070     MOVE WS-MBR-PENSIONABLE TO WS-ED-PENSIONABLE
006080     MOVE WS-MBR-EE TO WS-ED-EE
006090     MOVE WS-MBR-ER TO WS-ED-ER
006100     MOVE SPACES TO FUND-SCHEDULE-LINE
006110     STRING "  " WS-ED-EMP-NUMBER "  " WS-CURRENT-EMP-NAME
006120         "  " EMP-ID-NUMBER "  " WS-ED-PENSIONABLE
006130         "  " WS-ED-EE "  " WS-ED-ER
006140         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
006150     WRITE FUND-SCHEDULE-LINE.
006160 3700-EXIT.
006170     EXIT.

006180*----------------------------------------------------------------
006190*  3800-FLUSH-PAYEE - ONE FINISHED FUND'S TRAILER AND TIE
006200*  A PAYEE WITH NO FUND RECORDS IS NOT A FUND AND HAS NO
006210*  SCHEDULE.  THE FUND'S CREDIT ON THE REMITTANCE BATCH MUST
006220*  EQUAL THE SCHEDULE TOTAL PLUS ANY OTHER DEDUCTIONS PAID TO
006230*  THE SAME PAYEE (NOTHING IS CREDITED IF THAT COMES TO ZERO
006240*  OR LESS).
006250*----------------------------------------------------------------
006260 3800-FLUSH-PAYEE.
006270     IF NOT PAYEE-STARTED
006280         GO TO 3800-EXIT
006290     END-IF
006300     MOVE "N" TO WS-PAYEE-STARTED-SW
006310     IF NOT FUND-STARTED
006320         GO TO 3800-EXIT
006330     END-IF
006340     PERFORM 3700-FLUSH-MEMBER THRU 3700-EXIT
006350     COMPUTE WS-FUND-SCHEDULE = WS-FUND-EE + WS-FUND-ER
006360     COMPUTE WS-FUND-EXPECTED = WS-FUND-SCHEDULE + WS-FUND-OTHER
006370     IF WS-FUND-EXPECTED < ZERO
006380         MOVE ZERO TO WS-FUND-EXPECTED
006390     END-IF
006400     MOVE ZERO TO WS-FUND-REMITTED
006410     SET WS-CRD-IDX TO 1
006420     SEARCH WS-CREDIT-ENTRY
006430         AT END
006440             CONTINUE
006450         WHEN WS-CRD-IDX > WS-CREDIT-COUNT
006460             CONTINUE
006470         WHEN WS-CREDIT-PAYEE (WS-CRD-IDX) = WS-CURRENT-PAYEE
006480             MOVE WS-CREDIT-AMOUNT (WS-CRD-IDX)
006490                 TO WS-FUND-REMITTED
006500     END-SEARCH
006510     COMPUTE WS-FUND-DIFFERENCE =
006520         WS-FUND-REMITTED - WS-FUND-EXPECTED
006530     MOVE SPACES TO FUND-SCHEDULE-RECORD
006540     MOVE "T" TO FS-REC-TYPE
006550     MOVE WS-CURRENT-PAYEE TO FS-FUND-ID
006560     MOVE WS-SCHEDULE-MONTH TO FS-MONTH
006570     MOVE WS-FUND-MEMBERS TO FS-MEMBER-COUNT
006580     MOVE WS-FUND-PENSIONABLE TO FS-TOTAL-PENSION
006590     MOVE WS-FUND-EE TO FS-TOTAL-MEMBER
006600     MOVE WS-FUND-ER TO FS-TOTAL-EMPLOYER
006610     MOVE WS-FUND-SCHEDULE TO FS-TOTAL-CONTRIB
006620     WRITE FUND-SCHEDULE-RECORD
006630     ADD WS-FUND-EE TO WS-MONTH-EE
006640     ADD WS-FUND-ER TO WS-MONTH-ER
006650     ADD WS-FUND-SCHEDULE TO WS-MONTH-SCHEDULED
006660     ADD WS-FUND-OTHER TO WS-MONTH-OTHER
006670     ADD WS-FUND-REMITTED TO WS-MONTH-REMITTED
006680     PERFORM 3850-WRITE-FUND-TOTALS THRU 3850-EXIT
006690     IF WS-FUND-DIFFERENCE NOT = ZERO
006700         ADD 1 TO WS-FUNDS-OUT
006710         DISPLAY "FUNDSCHD: FUND " WS-CURRENT-PAYEE
006720             " SCHEDULE DOES NOT TIE TO THE MONEY REMITTED"
006730     END-IF.
006740 3800-EXIT.
006750     EXIT.

006760*----------------------------------------------------------------
006770*  3850-WRITE-FUND-TOTALS - THE FUND'S REPORT TOTALS AND TIE
006780*----------------------------------------------------------------
006790 3850-WRITE-FUND-TOTALS.
006800     MOVE WS-FUND-MEMBERS TO WS-ED-COUNT
006810     MOVE WS-FUND-PENSIONABLE TO WS-ED-PENSIONABLE
006820     MOVE WS-FUND-EE TO WS-ED-EE
006830     MOVE WS-FUND-ER TO WS-ED-ER
006840     MOVE SPACES TO FUND-SCHEDULE-LINE
006850     STRING "  MEMBERS " WS-ED-COUNT
006860         "                                 "
006870         "  " WS-ED-PENSIONABLE "  " WS-ED-EE "  " WS-ED-ER
006880         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
006890     WRITE FUND-SCHEDULE-LINE
006900     MOVE WS-FUND-SCHEDULE TO WS-ED-AMOUNT
006910     MOVE SPACES TO FUND-SCHEDULE-LINE
006920     STRING "  SCHEDULE TOTAL ......... R" WS-ED-AMOUNT
006930         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
006940     WRITE FUND-SCHEDULE-LINE
006950     IF WS-FUND-OTHER NOT = ZERO
006960         MOVE WS-FUND-OTHER TO WS-ED-AMOUNT
006970         MOVE SPACES TO FUND-SCHEDULE-LINE
006980         STRING "  OTHER DEDUCTIONS PAID .. R" WS-ED-AMOUNT
006990             DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007000         WRITE FUND-SCHEDULE-LINE
007010     END-IF
007020     MOVE WS-FUND-REMITTED TO WS-ED-AMOUNT
007030     MOVE SPACES TO FUND-SCHEDULE-LINE
007040     STRING "  REMITTED TO THE FUND ... R" WS-ED-AMOUNT
007050         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007060     WRITE FUND-SCHEDULE-LINE
007070     IF WS-FUND-DIFFERENCE NOT = ZERO
007080         MOVE WS-FUND-DIFFERENCE TO WS-ED-AMOUNT
007090         MOVE SPACES TO FUND-SCHEDULE-LINE
007100         STRING "  *** DIFFERENCE ......... R" WS-ED-AMOUNT
007110             " - SCHEDULE NOT TO BE SENT ***"
007120             DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007130         WRITE FUND-SCHEDULE-LINE
007140     END-IF.
007150 3850-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180*  3900-RETURN-TAKEN - NEXT SORTED WITHHELD RECORD
007190*----------------------------------------------------------------
007200 3900-RETURN-TAKEN.
007210     RETURN FUND-SORT-FILE
007220         AT END
007230             MOVE "Y" TO WS-EOF-SW
007240     END-RETURN.
007250 3900-EXIT.
007260     EXIT.

007270*----------------------------------------------------------------
007280*  9000-TERMINATE - CONTROL TOTALS, CLOSE FILES, RUN SUMMARY
007290*  THE MONTH'S SCHEDULES PLUS THE OTHER DEDUCTIONS PAID TO THE
007300*  FUNDS MUST EQUAL THE CREDITS REMITTED TO THEM.  ANY FUND
007310*  OUT OF TIE FAILS THE RUN.
007320*----------------------------------------------------------------
007330 9000-TERMINATE.
007340     IF FATAL-RUN-FAILURE
007350         DISPLAY "FUNDSCHD RUN FAILED - SEE CONSOLE MESSAGES"
007360         MOVE 16 TO RETURN-CODE
007370         GO TO 9000-EXIT
007380     END-IF
007390     COMPUTE WS-MONTH-DIFFERENCE = WS-MONTH-REMITTED
007400         - WS-MONTH-SCHEDULED - WS-MONTH-OTHER
007410     MOVE SPACES TO FUND-SCHEDULE-LINE
007420     WRITE FUND-SCHEDULE-LINE
007430     MOVE WS-FUND-COUNT TO WS-ED-COUNT
007440     MOVE SPACES TO FUND-SCHEDULE-LINE
007450     STRING "FUNDS SCHEDULED .......... " WS-ED-COUNT
007460         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007470     WRITE FUND-SCHEDULE-LINE
007480     MOVE WS-MEMBER-COUNT TO WS-ED-COUNT
007490     MOVE SPACES TO FUND-SCHEDULE-LINE
007500     STRING "MEMBER LINES ............. " WS-ED-COUNT
007510         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007520     WRITE FUND-SCHEDULE-LINE
007530     MOVE WS-MONTH-EE TO WS-ED-AMOUNT
007540     MOVE SPACES TO FUND-SCHEDULE-LINE
007550     STRING "MEMBER CONTRIBUTIONS ..... R" WS-ED-AMOUNT
007560         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007570     WRITE FUND-SCHEDULE-LINE
007580     MOVE WS-MONTH-ER TO WS-ED-AMOUNT
007590     MOVE SPACES TO FUND-SCHEDULE-LINE
007600     STRING "EMPLOYER CONTRIBUTIONS ... R" WS-ED-AMOUNT
007610         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007620     WRITE FUND-SCHEDULE-LINE
007630     MOVE WS-MONTH-OTHER TO WS-ED-AMOUNT
007640     MOVE SPACES TO FUND-SCHEDULE-LINE
007650     STRING "OTHER PAID TO FUNDS ...... R" WS-ED-AMOUNT
007660         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007670     WRITE FUND-SCHEDULE-LINE
007680     MOVE WS-MONTH-REMITTED TO WS-ED-AMOUNT
007690     MOVE SPACES TO FUND-SCHEDULE-LINE
007700     STRING "REMITTED TO FUNDS ........ R" WS-ED-AMOUNT
007710         " (REMITTANCE EFT BATCH)"
007720         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007730     WRITE FUND-SCHEDULE-LINE
007740     MOVE WS-MONTH-DIFFERENCE TO WS-ED-AMOUNT
007750     MOVE SPACES TO FUND-SCHEDULE-LINE
007760     STRING "CONTROL DIFFERENCE ....... R" WS-ED-AMOUNT
007770         DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007780     WRITE FUND-SCHEDULE-LINE
007790     IF WS-NO-REGISTER-COUNT > ZERO
007800         MOVE WS-NO-REGISTER-COUNT TO WS-ED-COUNT
007810         MOVE SPACES TO FUND-SCHEDULE-LINE
007820         STRING "NOTE - " WS-ED-COUNT " CONTRIBUTION(S) WITH NO "
007830             "PAY REGISTER RECORD - PENSIONABLE PAY UNDERSTATED"
007840             DELIMITED BY SIZE INTO FUND-SCHEDULE-LINE
007850         WRITE FUND-SCHEDULE-LINE
007860     END-IF
007870     CLOSE PAYEE-MASTER
007880     CLOSE EMPLOYEE-MASTER
007890     CLOSE PAY-REGISTER-FILE
007900     CLOSE FUND-SCHEDULE-FILE
007910     CLOSE FUND-REPORT
007920     IF WS-FUNDS-OUT > ZERO
007930         OR WS-MONTH-DIFFERENCE NOT = ZERO
007940             DISPLAY "FUNDSCHD RUN FAILED - " WS-FUNDS-OUT
007950                 " FUND(S) DO NOT TIE TO THE MONEY REMITTED - "
007960                 "SEE THE SCHEDULE REPORT"
007970             MOVE 16 TO RETURN-CODE
007980     ELSE
007990         DISPLAY "FUNDSCHD RUN COMPLETE - " WS-FUND-COUNT
008000             " FUND SCHEDULE(S), " WS-MEMBER-COUNT
008010             " MEMBER LINE(S) FOR MONTH " WS-SCHEDULE-MONTH
008020     END-IF.
008030 9000-EXIT.
008040     EXIT.
