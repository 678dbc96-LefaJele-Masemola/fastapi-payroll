000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHPAY.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  CASHPAY
000090*
000100*  CASH PAY PACKETS.  RUNS AFTER EFTGEN IN EVERY PAY CYCLE.
000110*  READS THE PAY-RESULTS FILE FOR THE PERIOD ON THE RUN
000120*  PARAMETER CARD AND MAKES UP A PAY PACKET FOR EVERY EMPLOYEE
000130*  WHOSE PAYMENT METHOD IS CASH ("C" ON EMPLOYEE-MASTER, CARRIED
000140*  ON THE PAY-RESULTS RECORD) - EFTGEN LEAVES THOSE EMPLOYEES
000150*  OUT OF THE BANK BATCH.  THE RESULTS ARE SORTED INTO
000160*  DEPARTMENT AND EMPLOYEE ORDER AND THREE REPORTS ARE PRINTED:
000170*
000180*  - THE NOTE AND COIN ANALYSIS (CASHANAL) - THE NOTES AND
000190*    COINS THAT MAKE UP EACH PACKET, DEPARTMENT TOTALS, AND THE
000200*    NUMBER OF EACH DENOMINATION AND THE TOTAL TO DRAW FROM THE
000210*    BANK.  EACH PACKET IS MADE UP FROM THE LARGEST NOTE DOWN,
000220*    TO THE CENT, SO THE DRAW ALWAYS EQUALS THE PACKETS.
000230*  - THE PAY PACKET LABELS (CASHLABL), ONE PER PACKET IN
000240*    DEPARTMENT ORDER.
000250*  - THE PACKET RECEIPT REGISTER (CASHREG) FOR EACH EMPLOYEE TO
000260*    SIGN FOR THEIR PACKET, FOLLOWED BY EVERY PACKET STILL HELD
000270*    OVER IN THE SAFE FROM AN EARLIER PERIOD.
000280*
000290*  EVERY PACKET IS RECORDED ON THE CASH PACKET LEDGER (CASHPKT)
000300*  AS ISSUED.  PACKET CARDS (CASHCARD, OPTIONAL) RECORD PACKETS
000310*  NOT COLLECTED ON PAY DAY - HELD OVER - AND HELD PACKETS
000320*  COLLECTED SINCE.  THE CARDS ARE APPLIED BEFORE THE NEW
000330*  PACKETS ARE MADE UP, AND THE WHOLE DECK IS VETTED FIRST: ONE
000340*  BAD CARD REFUSES THE RUN SO THE DECK IS NEVER HALF APPLIED.
000350*  PAYRECON RECONCILES THE PERIOD'S PACKETS AGAINST THE
000360*  CASH-PAID PAY RESULTS AS ITS OWN LEG OF THE NET PAY.
000370*
000380*  A RERUN FOR THE SAME PERIOD (FAILED, OR BY OVERRIDE CARD)
000390*  MAKES THE ISSUED PACKETS UP AGAIN OVER THEIR LEDGER ENTRIES.
000400*  A PACKET ALREADY HELD OR CLAIMED IS LEFT AS IT STANDS, AND IF
000410*  ITS AMOUNT NO LONGER AGREES THE RUN ENDS WITH RETURN CODE 16.
000412*  A PACKET CANCELLED BY A PAY REVERSAL (PAYREV) IS NOT MADE UP
000414*  AGAIN - IT IS ONLY COUNTED AS CANCELLED ON THE DRAW SUMMARY.
000420*
000430*  MODIFICATION HISTORY
000440*  DATE       INIT DESCRIPTION
000450*  ---------- ---- ------------------------------------------
000460*  2026-10-15 TLM  ORIGINAL PROGRAM - CASH PAY PACKETS.
000461*  2026-10-15 TLM  A PACKET CANCELLED BY A PAY REVERSAL IS PASSED
000462*                  OVER ON A RERUN - NOT DRAWN, LABELLED OR
000463*                  REGISTERED - AND COUNTED AS CANCELLED ON THE
000464*                  DRAW SUMMARY.
000470*----------------------------------------------------------------

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT RUN-PARM-FILE
000520         ASSIGN TO "RUNPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RUNPARM-STATUS.

000550     SELECT PAY-RESULTS-FILE
000560         ASSIGN TO "PAYRSLT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PAYRSLT-STATUS.

000590     SELECT CASH-SORT-FILE
000600         ASSIGN TO "SORTWK".

000610     SELECT CASH-PACKET-FILE
000620         ASSIGN TO "CASHPKT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CPK-KEY
000660         FILE STATUS IS WS-CASHPKT-STATUS.

000670     SELECT PACKET-CARD-FILE
000680         ASSIGN TO "CASHCARD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CASHCARD-STATUS.

000710     SELECT CASH-ANALYSIS-REPORT
000720         ASSIGN TO "CASHANAL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CASHANAL-STATUS.

000750     SELECT PACKET-LABEL-FILE
000760         ASSIGN TO "CASHLABL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CASHLABL-STATUS.

000790     SELECT RECEIPT-REGISTER
000800         ASSIGN TO "CASHREG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CASHREG-STATUS.

000830     SELECT CYCLE-CONTROL-FILE
000840         ASSIGN TO "CYCLCTL"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CYC-KEY
000880         FILE STATUS IS WS-CYCLCTL-STATUS.

000890     SELECT CYCLE-OVERRIDE-FILE
000900         ASSIGN TO "CYCOVRD"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CYCOVRD-STATUS.

000930     SELECT AUDIT-TRAIL-FILE
000940         ASSIGN TO "EMPAUDIT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-EMPAUDIT-STATUS.

000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  RUN-PARM-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY RUNPARM.

001020 FD  PAY-RESULTS-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY PAYRSLT.

001050*    THE SORT RECORD IS THE PAY-RESULTS RECORD (SEE PAYRSLT.CPY).
001060 SD  CASH-SORT-FILE.
001070 01  SORT-RESULT-RECORD.
001080     05  SRT-EMP-NUMBER          PIC 9(06).
001090     05  SRT-EMP-NAME            PIC X(30).
001100     05  SRT-NET-PAY             PIC 9(07)V99.
001110     05  SRT-PERIOD-END-DATE     PIC 9(08).
001120     05  SRT-RUN-FREQUENCY       PIC X(01).
001130     05  SRT-DEPT-CODE           PIC X(04).
001140     05  SRT-PAY-METHOD          PIC X(01).
001150         88  SRT-PAID-IN-CASH            VALUE "C".
001160     05  FILLER                  PIC X(05).

001170 FD  CASH-PACKET-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY CASHPKT.

001200 FD  PACKET-CARD-FILE
001210     LABEL RECORDS ARE STANDARD.
001220     COPY CASHCARD.

001230 FD  CASH-ANALYSIS-REPORT
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CASHANLL.

001260 FD  PACKET-LABEL-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CASHLBLL.

001290 FD  RECEIPT-REGISTER
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CASHREGL.

001320 FD  CYCLE-CONTROL-FILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY CYCLCTL.

001350 FD  CYCLE-OVERRIDE-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY CYCOVRD.

001380 FD  AUDIT-TRAIL-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY EMPAUDIT.

001410 WORKING-STORAGE SECTION.
001420 01  WS-FILE-STATUSES.
001430     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001440         88  RUNPARM-OK                     VALUE "00".
001450     05  WS-PAYRSLT-STATUS       PIC X(02) VALUE "00".
001460         88  PAYRSLT-OK                     VALUE "00".
001470     05  WS-CASHPKT-STATUS       PIC X(02) VALUE "00".
001480         88  CASHPKT-OK                     VALUE "00".
001490         88  CASHPKT-NOT-FOUND              VALUE "35".
001500     05  WS-CASHCARD-STATUS      PIC X(02) VALUE "00".
001510         88  CASHCARD-OK                    VALUE "00".
001520         88  CASHCARD-NOT-FOUND             VALUE "35".
001530     05  WS-CASHANAL-STATUS      PIC X(02) VALUE "00".
001540     05  WS-CASHLABL-STATUS      PIC X(02) VALUE "00".
001550     05  WS-CASHREG-STATUS       PIC X(02) VALUE "00".

001560 01  WS-SWITCHES.
001570     05  WS-EOF-SW               PIC X(01) VALUE "N".
001580         88  END-OF-SORTED-RESULTS          VALUE "Y".
001590     05  WS-RESULTS-EOF-SW       PIC X(01) VALUE "N".
001600         88  END-OF-PAY-RESULTS             VALUE "Y".
001610     05  WS-CARD-EOF-SW          PIC X(01) VALUE "N".
001620         88  END-OF-PACKET-CARDS            VALUE "Y".
001630     05  WS-LEDGER-EOF-SW        PIC X(01) VALUE "N".
001640         88  END-OF-PACKET-LEDGER           VALUE "Y".
001650     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001660         88  FATAL-RUN-FAILURE              VALUE "Y".
001670     05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE "N".
001680         88  PACKET-LEDGER-OPEN             VALUE "Y".
001690     05  WS-REPORTS-OPEN-SW      PIC X(01) VALUE "N".
001700         88  REPORTS-OPEN                   VALUE "Y".
001702     05  WS-PKT-CANCELLED-SW     PIC X(01) VALUE "N".
001704         88  PACKET-CANCELLED               VALUE "Y".
001710     05  WS-DEPT-STARTED-SW      PIC X(01) VALUE "N".
001720         88  DEPT-STARTED                   VALUE "Y".
001730     05  WS-RUN-MODE             PIC X(01) VALUE SPACE.
001740         88  WS-REVERSAL-MODE               VALUE "R".

001750 01  WS-RUN-COUNTERS.
001760     05  WS-RESULTS-READ         PIC 9(05) VALUE ZERO.
001770     05  WS-PACKET-COUNT         PIC 9(05) VALUE ZERO.
001780     05  WS-REMADE-COUNT         PIC 9(05) VALUE ZERO.
001790     05  WS-CONFLICT-COUNT       PIC 9(05) VALUE ZERO.
001800     05  WS-DEPT-PACKETS         PIC 9(05) VALUE ZERO.
001810     05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
001820     05  WS-CARD-REJECTS         PIC 9(05) VALUE ZERO.
001830     05  WS-UNCLAIMED-COUNT      PIC 9(05) VALUE ZERO.
001840     05  WS-CLAIMED-COUNT        PIC 9(05) VALUE ZERO.
001850     05  WS-HELD-COUNT           PIC 9(05) VALUE ZERO.
001855     05  WS-CANCELLED-COUNT      PIC 9(05) VALUE ZERO.

001860 01  WS-MONEY-TOTALS.
001870     05  WS-PACKET-TOTAL         PIC 9(09)V99 VALUE ZERO.
001880     05  WS-DEPT-TOTAL           PIC 9(09)V99 VALUE ZERO.
001890     05  WS-DRAW-TOTAL           PIC 9(09)V99 VALUE ZERO.
001900     05  WS-DENOM-TOTAL          PIC 9(09)V99 VALUE ZERO.
001910     05  WS-HELD-TOTAL           PIC 9(09)V99 VALUE ZERO.
001915     05  WS-CANCELLED-TOTAL      PIC 9(09)V99 VALUE ZERO.
001920     05  WS-REMAINING            PIC 9(07)V99 VALUE ZERO.

001930 01  WS-PACKET-NO                PIC 9(04) VALUE ZERO.

001940 01  WS-CURRENT-DEPT             PIC X(04) VALUE SPACES.

001950 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

001960 01  WS-ACTION-DATE              PIC 9(08) VALUE ZERO.

001970 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.

001980 01  WS-PERIOD-FREQUENCY         PIC X(01) VALUE "W".

001990 01  WS-CARD-REASON              PIC X(40) VALUE SPACES.

002000 01  WS-PACKET-NOTE              PIC X(36) VALUE SPACES.

002010*----------------------------------------------------------------
002020*  THE NOTES AND COINS A PACKET IS MADE UP FROM, LARGEST FIRST.
002030*  THE 2C AND 1C ARE STILL LEGAL TENDER AND ARE ONLY DRAWN WHEN
002040*  A NET PAY NEEDS THEM, SO EVERY PACKET IS EXACT TO THE CENT.
002050*----------------------------------------------------------------
002060 01  WS-DENOMINATION-VALUES.
002070     05  FILLER                  PIC 9(03)V99 VALUE 200.00.
002080     05  FILLER                  PIC 9(03)V99 VALUE 100.00.
002090     05  FILLER                  PIC 9(03)V99 VALUE 50.00.
002100     05  FILLER                  PIC 9(03)V99 VALUE 20.00.
002110     05  FILLER                  PIC 9(03)V99 VALUE 10.00.
002120     05  FILLER                  PIC 9(03)V99 VALUE 5.00.
002130     05  FILLER                  PIC 9(03)V99 VALUE 2.00.
002140     05  FILLER                  PIC 9(03)V99 VALUE 1.00.
002150     05  FILLER                  PIC 9(03)V99 VALUE 0.50.
002160     05  FILLER                  PIC 9(03)V99 VALUE 0.20.
002170     05  FILLER                  PIC 9(03)V99 VALUE 0.10.
002180     05  FILLER                  PIC 9(03)V99 VALUE 0.05.
002190     05  FILLER                  PIC 9(03)V99 VALUE 0.02.
002200     05  FILLER                  PIC 9(03)V99 VALUE 0.01.
002210 01  WS-DENOMINATION-TABLE REDEFINES WS-DENOMINATION-VALUES.
002220     05  WS-DENOM-VALUE OCCURS 14 TIMES
002230                                 PIC 9(03)V99.

002240 01  WS-DENOMINATION-NAMES.
002250     05  FILLER                  PIC X(10) VALUE "R200 NOTES".
002260     05  FILLER                  PIC X(10) VALUE "R100 NOTES".
002270     05  FILLER                  PIC X(10) VALUE "R50 NOTES".
002280     05  FILLER                  PIC X(10) VALUE "R20 NOTES".
002290     05  FILLER                  PIC X(10) VALUE "R10 NOTES".
002300     05  FILLER                  PIC X(10) VALUE "R5 COINS".
002310     05  FILLER                  PIC X(10) VALUE "R2 COINS".
002320     05  FILLER                  PIC X(10) VALUE "R1 COINS".
002330     05  FILLER                  PIC X(10) VALUE "50C COINS".
002340     05  FILLER                  PIC X(10) VALUE "20C COINS".
002350     05  FILLER                  PIC X(10) VALUE "10C COINS".
002360     05  FILLER                  PIC X(10) VALUE "5C COINS".
002370     05  FILLER                  PIC X(10) VALUE "2C COINS".
002380     05  FILLER                  PIC X(10) VALUE "1C COINS".
002390 01  WS-DENOMINATION-NAME-TABLE REDEFINES WS-DENOMINATION-NAMES.
002400     05  WS-DENOM-NAME OCCURS 14 TIMES
002410                                 PIC X(10).

002420 01  WS-DENOM-SUB                PIC 9(02) VALUE ZERO.
002430 01  WS-DENOM-MAX                PIC 9(02) VALUE 14.

002440 01  WS-PACKET-PIECES-TABLE.
002450     05  WS-PACKET-PIECES OCCURS 14 TIMES
002460                                 PIC 9(05).

002470 01  WS-DRAW-PIECES-TABLE.
002480     05  WS-DRAW-PIECES OCCURS 14 TIMES
002490                                 PIC 9(07).

002500*    ONE PACKET'S PIECES AS PRINTED UNDER THE DENOMINATION
002510*    HEADINGS - A DENOMINATION NOT IN THE PACKET PRINTS BLANK.
002520 01  WS-PIECES-PRINT.
002530     05  WS-PP-ENTRY OCCURS 14 TIMES.
002540         10  FILLER              PIC X(01).
002550         10  WS-PP-PIECES        PIC ZZZZ.

002560 01  WS-EDIT-FIELDS.
002570     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
002580     05  WS-ED-PACKET-NO         PIC ZZZ9.
002590     05  WS-ED-COUNT             PIC ZZ,ZZ9.
002600     05  WS-ED-PIECES            PIC Z,ZZZ,ZZ9.
002610     05  WS-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
002620     05  WS-ED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.

002630     COPY CYCLWORK.

002640 PROCEDURE DIVISION.

002650*----------------------------------------------------------------
002660*  0000-MAINLINE
002670*  THE PACKET CARDS ARE APPLIED FIRST, THEN THE PAY RESULTS ARE
002680*  SORTED INTO DEPARTMENT ORDER AND THE PACKETS MADE UP IN THE
002690*  SORT'S OUTPUT PROCEDURE, THEN THE PACKETS STILL HELD OVER
002700*  ARE LISTED FOR COLLECTION.
002710*----------------------------------------------------------------
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002740     IF NOT FATAL-RUN-FAILURE
002750         PERFORM 2000-APPLY-PACKET-CARDS THRU 2000-EXIT
002760     END-IF
002770     IF NOT FATAL-RUN-FAILURE
002780         SORT CASH-SORT-FILE
002790             ON ASCENDING KEY SRT-DEPT-CODE
002800                              SRT-EMP-NUMBER
002810             USING PAY-RESULTS-FILE
002820             OUTPUT PROCEDURE IS 3000-MAKE-UP-PACKETS
002830                 THRU 3000-EXIT
002840         PERFORM 4000-LIST-HELD-PACKETS THRU 4000-EXIT
002850     END-IF
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT
002870     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
002880     STOP RUN.

002890*----------------------------------------------------------------
002900*  1000-INITIALIZE - PICK UP THE PERIOD, CHECK THE CYCLE LEDGER,
002910*  PROVE THE PAY-RESULTS FILE, OPEN THE LEDGER AND REPORTS
002920*  THE PAY-RESULTS FILE IS OPENED AND CLOSED AGAIN ONLY TO
002930*  PROVE IT BELONGS TO THE PERIOD BEFORE THE SORT TAKES IT OVER.
002940*----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002970     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
002980     IF WS-PERIOD-END-DATE = ZERO
002990         DISPLAY "CASHPAY: NO PERIOD-END DATE ON RUN PARM - "
003000             "RUN REFUSED"
003010         SET FATAL-RUN-FAILURE TO TRUE
003020         GO TO 1000-EXIT
003030     END-IF
003040     IF WS-REVERSAL-MODE
003050         DISPLAY "CASHPAY: PARAMETER CARD IS IN REVERSAL MODE - "
003060             "NO PACKETS TO MAKE UP - RUN REFUSED"
003070         SET FATAL-RUN-FAILURE TO TRUE
003080         GO TO 1000-EXIT
003090     END-IF
003100     MOVE "CASHPAY" TO CYW-THIS-STEP
003110     MOVE "CASHPAY" TO CYW-SEQUENCE-STEP
003120     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
003130     MOVE WS-PERIOD-FREQUENCY TO CYW-FREQUENCY
003140     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
003150     IF CYW-STEP-REFUSED
003160         SET FATAL-RUN-FAILURE TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF
003190     OPEN INPUT PAY-RESULTS-FILE
003200     IF NOT PAYRSLT-OK
003210         DISPLAY "CASHPAY: PAYRSLT OPEN FAILED, STATUS "
003220             WS-PAYRSLT-STATUS
003230         SET FATAL-RUN-FAILURE TO TRUE
003240         GO TO 1000-EXIT
003250     END-IF
003260     READ PAY-RESULTS-FILE
003270         AT END
003280             MOVE "Y" TO WS-RESULTS-EOF-SW
003290     END-READ
003300     PERFORM 1200-VERIFY-HANDOFF-STAMP THRU 1200-EXIT
003310     CLOSE PAY-RESULTS-FILE
003320     IF FATAL-RUN-FAILURE
003330         GO TO 1000-EXIT
003340     END-IF
003350     OPEN I-O CASH-PACKET-FILE
003360     IF CASHPKT-NOT-FOUND
003370         OPEN OUTPUT CASH-PACKET-FILE
003380         CLOSE CASH-PACKET-FILE
003390         OPEN I-O CASH-PACKET-FILE
003400     END-IF
003410     IF NOT CASHPKT-OK
003420         DISPLAY "CASHPAY: CASHPKT OPEN FAILED, STATUS "
003430             WS-CASHPKT-STATUS
003440         SET FATAL-RUN-FAILURE TO TRUE
003450         GO TO 1000-EXIT
003460     END-IF
003470     SET PACKET-LEDGER-OPEN TO TRUE
003480     OPEN OUTPUT CASH-ANALYSIS-REPORT
003490     OPEN OUTPUT PACKET-LABEL-FILE
003500     OPEN OUTPUT RECEIPT-REGISTER
003510     SET REPORTS-OPEN TO TRUE
003520     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
003530 1000-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560*  1050-READ-RUN-PARM - THE PERIOD-END DATE AND FREQUENCY OF THE
003570*  PAY RUN WHOSE PACKETS ARE TO BE MADE UP, AS EFTGEN READS THEM
003580*----------------------------------------------------------------
003590 1050-READ-RUN-PARM.
003600     OPEN INPUT RUN-PARM-FILE
003610     IF RUNPARM-OK
003620         READ RUN-PARM-FILE
003630             AT END
003640                 CONTINUE
003650         END-READ
003660         IF PARM-PERIOD-END-X NUMERIC
003670             MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE
003680         END-IF
003690         IF PARM-MONTHLY-RUN
003700             MOVE "M" TO WS-PERIOD-FREQUENCY
003710         END-IF
003720         IF PARM-SETTLEMENT-RUN
003730             MOVE "F" TO WS-PERIOD-FREQUENCY
003740         END-IF
003750         IF PARM-SUPP-RUN
003760             MOVE "A" TO WS-PERIOD-FREQUENCY
003770         END-IF
003780         MOVE PARM-RUN-MODE TO WS-RUN-MODE
003790         CLOSE RUN-PARM-FILE
003800     END-IF.
003810 1050-EXIT.
003820     EXIT.

003830*----------------------------------------------------------------
003840*  1200-VERIFY-HANDOFF-STAMP
003850*  THE FIRST PAY-RESULTS RECORD (ONE RUN WRITES THE WHOLE FILE)
003860*  MUST BELONG TO THE PERIOD AND FREQUENCY ON THE PARM CARD -
003870*  THE SAME PROOF EFTGEN MAKES BEFORE IT BATCHES.  AN EMPTY
003880*  FILE IS A RUN THAT PAID NOBODY AND IS LET THROUGH.
003890*----------------------------------------------------------------
003900 1200-VERIFY-HANDOFF-STAMP.
003910     IF END-OF-PAY-RESULTS
003920         GO TO 1200-EXIT
003930     END-IF
003940     IF PR-PERIOD-END-DATE NOT = WS-PERIOD-END-DATE
003950         OR PR-RUN-FREQUENCY NOT = WS-PERIOD-FREQUENCY
003960             DISPLAY "CASHPAY: PAY-RESULTS FILE ON DISK IS NOT "
003970                 "FOR PERIOD " WS-PERIOD-END-DATE
003980                 " FREQUENCY " WS-PERIOD-FREQUENCY
003990                 " - RUN REFUSED"
004000             SET FATAL-RUN-FAILURE TO TRUE
004010     END-IF.
004020 1200-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050*  1300-WRITE-HEADINGS - REPORT HEADINGS FOR THE ANALYSIS AND
004060*  THE RECEIPT REGISTER (THE LABELS HAVE NONE)
004070*----------------------------------------------------------------
004080 1300-WRITE-HEADINGS.
004090     MOVE SPACES TO CASH-ANALYSIS-LINE
004100     STRING "CASH PAY - NOTE AND COIN ANALYSIS - PERIOD ENDING "
004110         WS-PERIOD-END-DATE " FREQUENCY " WS-PERIOD-FREQUENCY
004120         "    RUN DATE " WS-RUN-DATE
004130         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
004140     WRITE CASH-ANALYSIS-LINE
004150     MOVE SPACES TO RECEIPT-REGISTER-LINE
004160     STRING "CASH PAY - PACKET RECEIPT REGISTER - PERIOD ENDING "
004170         WS-PERIOD-END-DATE " FREQUENCY " WS-PERIOD-FREQUENCY
004180         "    RUN DATE " WS-RUN-DATE
004190         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
004200     WRITE RECEIPT-REGISTER-LINE
004210     MOVE SPACES TO RECEIPT-REGISTER-LINE
004220     STRING "I ACKNOWLEDGE RECEIPT OF MY PAY PACKET AND THAT "
004230         "ITS CONTENTS AGREE WITH THE AMOUNT SHOWN"
004240         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
004250     WRITE RECEIPT-REGISTER-LINE
004260     MOVE SPACES TO RECEIPT-REGISTER-LINE
004270     WRITE RECEIPT-REGISTER-LINE
004280     MOVE SPACES TO RECEIPT-REGISTER-LINE
004290     STRING "PKT   EMP NO  NAME                            "
004300         "     NET PAY  SIGNATURE                 DATE"
004310         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
004320     WRITE RECEIPT-REGISTER-LINE.
004330 1300-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360*  2000-APPLY-PACKET-CARDS
004370*  NO CARD DECK ON DISK MEANS NOTHING TO RECORD THIS PERIOD.
004380*  THE DECK IS READ TWICE: FIRST EVERY CARD IS VETTED AGAINST
004390*  THE PACKET LEDGER, AND ONLY A DECK WITH NO REJECTED CARD IS
004400*  READ AGAIN AND APPLIED.
004410*----------------------------------------------------------------
004420 2000-APPLY-PACKET-CARDS.
004430     OPEN INPUT PACKET-CARD-FILE
004440     IF CASHCARD-NOT-FOUND
004450         GO TO 2000-EXIT
004460     END-IF
004470     IF NOT CASHCARD-OK
004480         DISPLAY "CASHPAY: CASHCARD OPEN FAILED, STATUS "
004490             WS-CASHCARD-STATUS
004500         SET FATAL-RUN-FAILURE TO TRUE
004510         GO TO 2000-EXIT
004520     END-IF
004530     MOVE SPACES TO CASH-ANALYSIS-LINE
004540     WRITE CASH-ANALYSIS-LINE
004550     MOVE SPACES TO CASH-ANALYSIS-LINE
004560     STRING "PACKET CARDS - PACKETS HELD OVER AND HELD PACKETS "
004570         "COLLECTED"
004580         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
004590     WRITE CASH-ANALYSIS-LINE
004600     PERFORM 2900-READ-PACKET-CARD THRU 2900-EXIT
004610     PERFORM 2100-VET-ONE-CARD THRU 2100-EXIT
004620         UNTIL END-OF-PACKET-CARDS
004630     CLOSE PACKET-CARD-FILE
004640     IF WS-CARD-REJECTS > ZERO
004650         MOVE WS-CARD-REJECTS TO WS-ED-COUNT
004660         MOVE SPACES TO CASH-ANALYSIS-LINE
004670         STRING "  " WS-ED-COUNT " CARD(S) REJECTED - NO CARD "
004680             "APPLIED AND NO PACKETS MADE UP - CORRECT THE DECK "
004690             "AND RERUN"
004700             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
004710         WRITE CASH-ANALYSIS-LINE
004720         DISPLAY "CASHPAY: " WS-CARD-REJECTS
004730             " PACKET CARD(S) REJECTED - SEE THE NOTE AND COIN "
004740             "ANALYSIS - RUN REFUSED"
004750         SET FATAL-RUN-FAILURE TO TRUE
004760         GO TO 2000-EXIT
004770     END-IF
004780     OPEN INPUT PACKET-CARD-FILE
004790     MOVE "N" TO WS-CARD-EOF-SW
004800     PERFORM 2900-READ-PACKET-CARD THRU 2900-EXIT
004810     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
004820         UNTIL END-OF-PACKET-CARDS
004830     CLOSE PACKET-CARD-FILE
004840     MOVE WS-UNCLAIMED-COUNT TO WS-ED-COUNT
004850     MOVE SPACES TO CASH-ANALYSIS-LINE
004860     STRING "  " WS-ED-COUNT " PACKET(S) HELD OVER"
004870         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
004880     WRITE CASH-ANALYSIS-LINE
004890     MOVE WS-CLAIMED-COUNT TO WS-ED-COUNT
004900     MOVE SPACES TO CASH-ANALYSIS-LINE
004910     STRING "  " WS-ED-COUNT " HELD PACKET(S) COLLECTED"
004920         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
004930     WRITE CASH-ANALYSIS-LINE.
004940 2000-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------
004970*  2100-VET-ONE-CARD - EDIT ONE CARD, LIST IT IF REJECTED
004980*----------------------------------------------------------------
004990 2100-VET-ONE-CARD.
005000     ADD 1 TO WS-CARD-COUNT
005010     MOVE SPACES TO WS-CARD-REASON
005020     PERFORM 2150-EDIT-CARD THRU 2150-EXIT
005030     IF WS-CARD-REASON NOT = SPACES
005040         ADD 1 TO WS-CARD-REJECTS
005050         MOVE SPACES TO CASH-ANALYSIS-LINE
005060         STRING "  CARD REJECTED - " WS-CARD-REASON
005070             "  CARD: " PCD-ACTION " " PCD-EMP-NUMBER-X " "
005080             PCD-PERIOD-END-X " " PCD-RUN-FREQUENCY " "
005090             PCD-ACTION-DATE-X " " PCD-USER-ID
005100             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
005110         WRITE CASH-ANALYSIS-LINE
005120     END-IF
005130     PERFORM 2900-READ-PACKET-CARD THRU 2900-EXIT.
005140 2100-EXIT.
005150     EXIT.

005160*----------------------------------------------------------------
005170*  2150-EDIT-CARD - THE FIRST FAULT FOUND IS THE REASON
005180*  A PACKET CAN ONLY BE HELD OVER WHILE IT IS ISSUED, AND ONLY
005190*  CLAIMED WHILE IT IS HELD.
005200*----------------------------------------------------------------
005210 2150-EDIT-CARD.
005220     IF NOT PCD-UNCLAIMED
005230         AND NOT PCD-CLAIMED
005240             MOVE "ACTION IS NOT U OR C" TO WS-CARD-REASON
005250             GO TO 2150-EXIT
005260     END-IF
005270     IF PCD-EMP-NUMBER-X NOT NUMERIC
005280         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-CARD-REASON
005290         GO TO 2150-EXIT
005300     END-IF
005310     IF PCD-PERIOD-END-X NOT NUMERIC
005320         MOVE "PERIOD-END DATE NOT NUMERIC" TO WS-CARD-REASON
005330         GO TO 2150-EXIT
005340     END-IF
005350     IF PCD-RUN-FREQUENCY NOT = "W"
005360         AND PCD-RUN-FREQUENCY NOT = "M"
005370         AND PCD-RUN-FREQUENCY NOT = "F"
005380         AND PCD-RUN-FREQUENCY NOT = "A"
005390             MOVE "FREQUENCY IS NOT W, M, F OR A"
005400                 TO WS-CARD-REASON
005410             GO TO 2150-EXIT
005420     END-IF
005430     IF PCD-ACTION-DATE-X NOT = SPACES
005440         AND PCD-ACTION-DATE-X NOT NUMERIC
005450             MOVE "ACTION DATE NOT NUMERIC" TO WS-CARD-REASON
005460             GO TO 2150-EXIT
005470     END-IF
005480     IF PCD-USER-ID = SPACES
005490         MOVE "NO USER ID ON THE CARD" TO WS-CARD-REASON
005500         GO TO 2150-EXIT
005510     END-IF
005520     MOVE PCD-PERIOD-END TO CPK-PERIOD-END
005530     MOVE PCD-RUN-FREQUENCY TO CPK-RUN-FREQUENCY
005540     MOVE PCD-EMP-NUMBER TO CPK-EMP-NUMBER
005550     READ CASH-PACKET-FILE
005560         INVALID KEY
005570             MOVE "NO SUCH PACKET ON THE LEDGER"
005580                 TO WS-CARD-REASON
005590             GO TO 2150-EXIT
005600     END-READ
005610     IF PCD-UNCLAIMED
005620         AND NOT CPK-ISSUED
005630             MOVE "PACKET IS NOT AN ISSUED PACKET"
005640                 TO WS-CARD-REASON
005650     END-IF
005660     IF PCD-CLAIMED
005670         AND NOT CPK-HELD
005680             MOVE "PACKET IS NOT HELD OVER" TO WS-CARD-REASON
005690     END-IF.
005700 2150-EXIT.
005710     EXIT.

005720*----------------------------------------------------------------
005730*  2200-APPLY-ONE-CARD - MARK ONE PACKET HELD OR CLAIMED
005740*  THE DECK HAS BEEN VETTED, SO A PACKET NO LONGER IN THE STATE
005750*  THE CARD EXPECTS CAN ONLY BE A SECOND CARD FOR THE SAME
005760*  PACKET IN THIS DECK - IT IS LISTED AND PASSED OVER.
005770*----------------------------------------------------------------
005780 2200-APPLY-ONE-CARD.
005790     IF PCD-ACTION-DATE-X = SPACES
005800         MOVE WS-RUN-DATE TO WS-ACTION-DATE
005810     ELSE
005820         MOVE PCD-ACTION-DATE TO WS-ACTION-DATE
005830     END-IF
005840     MOVE PCD-PERIOD-END TO CPK-PERIOD-END
005850     MOVE PCD-RUN-FREQUENCY TO CPK-RUN-FREQUENCY
005860     MOVE PCD-EMP-NUMBER TO CPK-EMP-NUMBER
005870     READ CASH-PACKET-FILE
005880         INVALID KEY
005890             GO TO 2200-NEXT
005900     END-READ
005910     MOVE SPACES TO WS-PACKET-NOTE
005920     IF PCD-UNCLAIMED
005930         IF CPK-ISSUED
005940             MOVE "H" TO CPK-STATUS
005950             MOVE WS-ACTION-DATE TO CPK-HELD-DATE
005960             MOVE PCD-USER-ID TO CPK-ACTIONED-BY
005970             ADD 1 TO WS-UNCLAIMED-COUNT
005980             MOVE "NOT COLLECTED - HELD IN THE SAFE"
005990                 TO WS-PACKET-NOTE
006000         ELSE
006010             MOVE "DUPLICATE CARD - ALREADY APPLIED"
006020                 TO WS-PACKET-NOTE
006030         END-IF
006040     ELSE
006050         IF CPK-HELD
006060             MOVE "C" TO CPK-STATUS
006070             MOVE WS-ACTION-DATE TO CPK-CLAIMED-DATE
006080             MOVE PCD-USER-ID TO CPK-ACTIONED-BY
006090             ADD 1 TO WS-CLAIMED-COUNT
006100             MOVE "HELD PACKET COLLECTED AND SIGNED FOR"
006110                 TO WS-PACKET-NOTE
006120         ELSE
006130             MOVE "DUPLICATE CARD - ALREADY APPLIED"
006140                 TO WS-PACKET-NOTE
006150         END-IF
006160     END-IF
006170     REWRITE CASH-PACKET-RECORD
006180         INVALID KEY
006190             DISPLAY "CASHPAY: CASHPKT REWRITE FAILED, STATUS "
006200                 WS-CASHPKT-STATUS
006210             SET FATAL-RUN-FAILURE TO TRUE
006220     END-REWRITE
006230     MOVE CPK-EMP-NUMBER TO WS-ED-EMP-NUMBER
006240     MOVE CPK-NET-PAY TO WS-ED-AMOUNT
006250     MOVE SPACES TO CASH-ANALYSIS-LINE
006260     STRING "  PERIOD "
006270         CPK-PERIOD-END " " CPK-RUN-FREQUENCY "  EMP "
006280         WS-ED-EMP-NUMBER "  " CPK-EMP-NAME "  R" WS-ED-AMOUNT
006290         "  " WS-PACKET-NOTE " " WS-ACTION-DATE
006300         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
006310     WRITE CASH-ANALYSIS-LINE.
006320 2200-NEXT.
006330     PERFORM 2900-READ-PACKET-CARD THRU 2900-EXIT.
006340 2200-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------
006370*  2900-READ-PACKET-CARD - NEXT PACKET CARD
006380*----------------------------------------------------------------
006390 2900-READ-PACKET-CARD.
006400     READ PACKET-CARD-FILE
006410         AT END
006420             MOVE "Y" TO WS-CARD-EOF-SW
006430     END-READ.
006440 2900-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470*  3000-MAKE-UP-PACKETS - SORT OUTPUT PROCEDURE
006480*  WALKS THE PAY RESULTS IN DEPARTMENT AND EMPLOYEE ORDER; AN
006490*  EMPLOYEE PAID BY EFT IS PASSED OVER.  A CHANGE OF DEPARTMENT
006500*  FLUSHES THE ONE FINISHED.  THE DRAW SUMMARY FOLLOWS THE LAST
006510*  PACKET.
006520*----------------------------------------------------------------
006530 3000-MAKE-UP-PACKETS.
006540     MOVE SPACES TO CASH-ANALYSIS-LINE
006550     WRITE CASH-ANALYSIS-LINE
006560     MOVE SPACES TO CASH-ANALYSIS-LINE
006570     STRING "EMP NO  NAME                            "
006580         "     NET PAY"
006590         " R200 R100  R50  R20  R10   R5   R2   R1"
006600         "  50C  20C  10C   5C   2C   1C"
006610         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
006620     WRITE CASH-ANALYSIS-LINE
006630     PERFORM 3900-RETURN-RESULT THRU 3900-EXIT
006640     PERFORM 3100-MAKE-UP-ONE-PACKET THRU 3100-EXIT
006650         UNTIL END-OF-SORTED-RESULTS
006660     PERFORM 3800-FLUSH-DEPARTMENT THRU 3800-EXIT
006670     IF WS-PACKET-COUNT = ZERO
006675         AND WS-CANCELLED-COUNT = ZERO
006680         MOVE SPACES TO CASH-ANALYSIS-LINE
006690         STRING "NO EMPLOYEE WAS PAID IN CASH FOR THIS PERIOD"
006700             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
006710         WRITE CASH-ANALYSIS-LINE
006720         MOVE SPACES TO RECEIPT-REGISTER-LINE
006730         STRING "NO EMPLOYEE WAS PAID IN CASH FOR THIS PERIOD"
006740             DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
006750         WRITE RECEIPT-REGISTER-LINE
006760     END-IF
006770     PERFORM 3700-PRINT-DRAW-SUMMARY THRU 3700-EXIT.
006780 3000-EXIT.
006790     EXIT.

006800*----------------------------------------------------------------
006810*  3100-MAKE-UP-ONE-PACKET - ONE CASH-PAID EMPLOYEE'S PACKET:
006820*  ITS NOTES AND COINS, ITS LEDGER ENTRY, ITS ANALYSIS LINE,
006830*  LABEL AND REGISTER LINE.  A PACKET A PAY REVERSAL CANCELLED
006835*  IS PASSED OVER BEFORE ANYTHING IS COUNTED OR DRAWN FOR IT.
006840*----------------------------------------------------------------
006850 3100-MAKE-UP-ONE-PACKET.
006860     ADD 1 TO WS-RESULTS-READ
006870     IF NOT SRT-PAID-IN-CASH
006880         GO TO 3100-NEXT
006890     END-IF
006892     PERFORM 3150-CHECK-CANCELLED THRU 3150-EXIT
006894     IF PACKET-CANCELLED
006896         GO TO 3100-NEXT
006898     END-IF
006900     IF NOT DEPT-STARTED
006910         OR SRT-DEPT-CODE NOT = WS-CURRENT-DEPT
006920             PERFORM 3800-FLUSH-DEPARTMENT THRU 3800-EXIT
006930             PERFORM 3850-START-DEPARTMENT THRU 3850-EXIT
006940     END-IF
006950     ADD 1 TO WS-PACKET-NO
006960     ADD 1 TO WS-PACKET-COUNT
006970     ADD 1 TO WS-DEPT-PACKETS
006980     ADD SRT-NET-PAY TO WS-PACKET-TOTAL
006990     ADD SRT-NET-PAY TO WS-DEPT-TOTAL
007000     MOVE SPACES TO WS-PACKET-NOTE
007010     PERFORM 3200-ANALYSE-PACKET THRU 3200-EXIT
007020     PERFORM 3300-RECORD-PACKET THRU 3300-EXIT
007030     PERFORM 3400-PRINT-ANALYSIS-LINE THRU 3400-EXIT
007040     PERFORM 3500-PRINT-LABEL THRU 3500-EXIT
007050     PERFORM 3600-PRINT-REGISTER-LINE THRU 3600-EXIT.
007060 3100-NEXT.
007070     PERFORM 3900-RETURN-RESULT THRU 3900-EXIT.
007080 3100-EXIT.
007090     EXIT.

007091*----------------------------------------------------------------
007092*  3150-CHECK-CANCELLED - THE PACKET'S LEDGER ENTRY, IF THIS IS
007093*  A RERUN.  ONE CANCELLED BY A PAY REVERSAL IS NOT MADE UP -
007094*  THE PAY WAS VOIDED AND ITS NET IS OWED BACK.
007095*----------------------------------------------------------------
007096 3150-CHECK-CANCELLED.
007097     MOVE "N" TO WS-PKT-CANCELLED-SW
007098     MOVE WS-PERIOD-END-DATE TO CPK-PERIOD-END
007099     MOVE WS-PERIOD-FREQUENCY TO CPK-RUN-FREQUENCY
007100     MOVE SRT-EMP-NUMBER TO CPK-EMP-NUMBER
007101     READ CASH-PACKET-FILE
007102         INVALID KEY
007103             GO TO 3150-EXIT
007104     END-READ
007105     IF NOT CPK-CANCELLED
007106         GO TO 3150-EXIT
007107     END-IF
007108     MOVE "Y" TO WS-PKT-CANCELLED-SW
007109     ADD 1 TO WS-CANCELLED-COUNT
007110     ADD SRT-NET-PAY TO WS-CANCELLED-TOTAL
007111     DISPLAY "CASHPAY: PACKET FOR EMPLOYEE " SRT-EMP-NUMBER
007112         " CANCELLED BY A PAY REVERSAL - NOT MADE UP".
007113 3150-EXIT.
007114     EXIT.

007116*----------------------------------------------------------------
007118*  3200-ANALYSE-PACKET - THE NET PAY BROKEN INTO NOTES AND COINS,
007120*  LARGEST FIRST, AND ADDED TO THE DRAW
007130*----------------------------------------------------------------
007140 3200-ANALYSE-PACKET.
007150     MOVE SRT-NET-PAY TO WS-REMAINING
007160     PERFORM 3210-COUNT-ONE-DENOMINATION THRU 3210-EXIT
007170         VARYING WS-DENOM-SUB FROM 1 BY 1
007180         UNTIL WS-DENOM-SUB > WS-DENOM-MAX.
007190 3200-EXIT.
007200     EXIT.

007210 3210-COUNT-ONE-DENOMINATION.
007220     DIVIDE WS-DENOM-VALUE (WS-DENOM-SUB) INTO WS-REMAINING
007230         GIVING WS-PACKET-PIECES (WS-DENOM-SUB)
007240     COMPUTE WS-REMAINING = WS-REMAINING
007250         - (WS-PACKET-PIECES (WS-DENOM-SUB)
007260             * WS-DENOM-VALUE (WS-DENOM-SUB))
007270     ADD WS-PACKET-PIECES (WS-DENOM-SUB)
007280         TO WS-DRAW-PIECES (WS-DENOM-SUB).
007290 3210-EXIT.
007300     EXIT.

007310*----------------------------------------------------------------
007320*  3300-RECORD-PACKET - THE PACKET'S ENTRY ON THE PACKET LEDGER
007330*  A NEW PACKET IS WRITTEN AS ISSUED.  ON A RERUN AN ISSUED
007340*  ENTRY IS MADE UP AGAIN; ONE ALREADY HELD OR CLAIMED IS LEFT
007350*  ALONE, AND A DIFFERENT AMOUNT ON IT IS A CONFLICT.
007360*----------------------------------------------------------------
007370 3300-RECORD-PACKET.
007380     MOVE WS-PERIOD-END-DATE TO CPK-PERIOD-END
007390     MOVE WS-PERIOD-FREQUENCY TO CPK-RUN-FREQUENCY
007400     MOVE SRT-EMP-NUMBER TO CPK-EMP-NUMBER
007410     READ CASH-PACKET-FILE
007420         INVALID KEY
007430             PERFORM 3310-WRITE-NEW-PACKET THRU 3310-EXIT
007440             GO TO 3300-EXIT
007450     END-READ
007460     IF CPK-ISSUED
007470         MOVE SRT-EMP-NAME TO CPK-EMP-NAME
007480         MOVE SRT-DEPT-CODE TO CPK-DEPT-CODE
007490         MOVE WS-PACKET-NO TO CPK-PACKET-NO
007500         MOVE SRT-NET-PAY TO CPK-NET-PAY
007510         MOVE WS-RUN-DATE TO CPK-MADE-UP-DATE
007520         REWRITE CASH-PACKET-RECORD
007530             INVALID KEY
007540                 DISPLAY "CASHPAY: CASHPKT REWRITE FAILED, "
007550                     "STATUS " WS-CASHPKT-STATUS
007560                 SET FATAL-RUN-FAILURE TO TRUE
007570         END-REWRITE
007580         ADD 1 TO WS-REMADE-COUNT
007590         GO TO 3300-EXIT
007600     END-IF
007610     IF CPK-NET-PAY NOT = SRT-NET-PAY
007620         ADD 1 TO WS-CONFLICT-COUNT
007630         MOVE "** HELD OR CLAIMED - AMOUNT DIFFERS"
007640             TO WS-PACKET-NOTE
007650     ELSE
007660         MOVE "ALREADY HELD OR CLAIMED - UNCHANGED"
007670             TO WS-PACKET-NOTE
007680     END-IF.
007690 3300-EXIT.
007700     EXIT.

007710 3310-WRITE-NEW-PACKET.
007720     MOVE SPACES TO CASH-PACKET-RECORD
007730     MOVE WS-PERIOD-END-DATE TO CPK-PERIOD-END
007740     MOVE WS-PERIOD-FREQUENCY TO CPK-RUN-FREQUENCY
007750     MOVE SRT-EMP-NUMBER TO CPK-EMP-NUMBER
007760     MOVE SRT-EMP-NAME TO CPK-EMP-NAME
007770     MOVE SRT-DEPT-CODE TO CPK-DEPT-CODE
007780     MOVE WS-PACKET-NO TO CPK-PACKET-NO
007790     MOVE SRT-NET-PAY TO CPK-NET-PAY
007800     MOVE "I" TO CPK-STATUS
007810     MOVE WS-RUN-DATE TO CPK-MADE-UP-DATE
007820     MOVE ZERO TO CPK-HELD-DATE
007830     MOVE ZERO TO CPK-CLAIMED-DATE
007835     MOVE ZERO TO CPK-CANCELLED-DATE
007840     MOVE SPACES TO CPK-ACTIONED-BY
007850     WRITE CASH-PACKET-RECORD
007860         INVALID KEY
007870             DISPLAY "CASHPAY: CASHPKT WRITE FAILED, STATUS "
007880                 WS-CASHPKT-STATUS
007890             SET FATAL-RUN-FAILURE TO TRUE
007900     END-WRITE.
007910 3310-EXIT.
007920     EXIT.

007930*----------------------------------------------------------------
007940*  3400-PRINT-ANALYSIS-LINE - THE PACKET'S NOTES AND COINS
007950*----------------------------------------------------------------
007960 3400-PRINT-ANALYSIS-LINE.
007970     MOVE SPACES TO WS-PIECES-PRINT
007980     PERFORM 3410-EDIT-ONE-DENOMINATION THRU 3410-EXIT
007990         VARYING WS-DENOM-SUB FROM 1 BY 1
008000         UNTIL WS-DENOM-SUB > WS-DENOM-MAX
008010     MOVE SRT-EMP-NUMBER TO WS-ED-EMP-NUMBER
008020     MOVE SRT-NET-PAY TO WS-ED-AMOUNT
008030     MOVE SPACES TO CASH-ANALYSIS-LINE
008040     STRING WS-ED-EMP-NUMBER "  " SRT-EMP-NAME "  " WS-ED-AMOUNT
008050         WS-PIECES-PRINT
008060         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008070     WRITE CASH-ANALYSIS-LINE
008080     IF WS-PACKET-NOTE NOT = SPACES
008090         MOVE SPACES TO CASH-ANALYSIS-LINE
008100         STRING "        PACKET LEDGER: " WS-PACKET-NOTE
008110             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008120         WRITE CASH-ANALYSIS-LINE
008130     END-IF.
008140 3400-EXIT.
008150     EXIT.

008160 3410-EDIT-ONE-DENOMINATION.
008170     MOVE WS-PACKET-PIECES (WS-DENOM-SUB)
008180         TO WS-PP-PIECES (WS-DENOM-SUB).
008190 3410-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220*  3500-PRINT-LABEL - ONE PAY PACKET LABEL
008230*----------------------------------------------------------------
008240 3500-PRINT-LABEL.
008250     MOVE WS-PACKET-NO TO WS-ED-PACKET-NO
008260     MOVE SPACES TO PACKET-LABEL-LINE
008270     STRING "PAY PACKET " WS-ED-PACKET-NO
008280         "     PERIOD ENDING " WS-PERIOD-END-DATE " "
008290         WS-PERIOD-FREQUENCY
008300         DELIMITED BY SIZE INTO PACKET-LABEL-LINE
008310     WRITE PACKET-LABEL-LINE
008320     MOVE SPACES TO PACKET-LABEL-LINE
008330     STRING "EMPLOYEE   " WS-ED-EMP-NUMBER "  " SRT-EMP-NAME
008340         DELIMITED BY SIZE INTO PACKET-LABEL-LINE
008350     WRITE PACKET-LABEL-LINE
008360     MOVE SPACES TO PACKET-LABEL-LINE
008370     STRING "DEPARTMENT " SRT-DEPT-CODE
008380         DELIMITED BY SIZE INTO PACKET-LABEL-LINE
008390     WRITE PACKET-LABEL-LINE
008400     MOVE SPACES TO PACKET-LABEL-LINE
008410     STRING "NET PAY    R" WS-ED-AMOUNT
008420         DELIMITED BY SIZE INTO PACKET-LABEL-LINE
008430     WRITE PACKET-LABEL-LINE
008440     MOVE SPACES TO PACKET-LABEL-LINE
008450     STRING "------------------------------------------------"
008460         DELIMITED BY SIZE INTO PACKET-LABEL-LINE
008470     WRITE PACKET-LABEL-LINE.
008480 3500-EXIT.
008490     EXIT.

008500*----------------------------------------------------------------
008510*  3600-PRINT-REGISTER-LINE - ONE PACKET TO BE SIGNED FOR, WITH
008520*  A BLANK LINE UNDER IT FOR THE SIGNATURE
008530*----------------------------------------------------------------
008540 3600-PRINT-REGISTER-LINE.
008550     MOVE SPACES TO RECEIPT-REGISTER-LINE
008560     STRING WS-ED-PACKET-NO "  " WS-ED-EMP-NUMBER "  "
008570         SRT-EMP-NAME "  " WS-ED-AMOUNT
008580         "  ________________________  __________"
008590         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
008600     WRITE RECEIPT-REGISTER-LINE
008610     MOVE SPACES TO RECEIPT-REGISTER-LINE
008620     WRITE RECEIPT-REGISTER-LINE.
008630 3600-EXIT.
008640     EXIT.

008650*----------------------------------------------------------------
008660*  3700-PRINT-DRAW-SUMMARY - THE PIECES OF EACH DENOMINATION AND
008670*  THE TOTAL TO DRAW FROM THE BANK, PROVED AGAINST THE PACKETS
008680*----------------------------------------------------------------
008690 3700-PRINT-DRAW-SUMMARY.
008700     MOVE SPACES TO CASH-ANALYSIS-LINE
008710     WRITE CASH-ANALYSIS-LINE
008720     MOVE SPACES TO CASH-ANALYSIS-LINE
008730     STRING "CASH TO DRAW FROM THE BANK"
008740         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008750     WRITE CASH-ANALYSIS-LINE
008760     MOVE SPACES TO CASH-ANALYSIS-LINE
008770     STRING "  DENOMINATION     PIECES             VALUE"
008780         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008790     WRITE CASH-ANALYSIS-LINE
008800     PERFORM 3710-PRINT-ONE-DENOMINATION THRU 3710-EXIT
008810         VARYING WS-DENOM-SUB FROM 1 BY 1
008820         UNTIL WS-DENOM-SUB > WS-DENOM-MAX
008830     MOVE WS-DRAW-TOTAL TO WS-ED-TOTAL
008840     MOVE SPACES TO CASH-ANALYSIS-LINE
008850     STRING "  TOTAL CASH TO DRAW ........ R" WS-ED-TOTAL
008860         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008870     WRITE CASH-ANALYSIS-LINE
008880     MOVE WS-PACKET-COUNT TO WS-ED-COUNT
008890     MOVE WS-PACKET-TOTAL TO WS-ED-TOTAL
008900     MOVE SPACES TO CASH-ANALYSIS-LINE
008910     STRING "  PAY PACKETS MADE UP " WS-ED-COUNT " .. R"
008920         WS-ED-TOTAL
008930         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008940     WRITE CASH-ANALYSIS-LINE
008942     IF WS-CANCELLED-COUNT > ZERO
008944         MOVE WS-CANCELLED-COUNT TO WS-ED-COUNT
008945         MOVE WS-CANCELLED-TOTAL TO WS-ED-TOTAL
008946         MOVE SPACES TO CASH-ANALYSIS-LINE
008947         STRING "  CANCELLED BY PAY REVERSAL " WS-ED-COUNT
008948             " .. R" WS-ED-TOTAL " - NOT MADE UP OR DRAWN"
008949             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
008950         WRITE CASH-ANALYSIS-LINE
008951     END-IF
008952     IF WS-DRAW-TOTAL NOT = WS-PACKET-TOTAL
008960         MOVE SPACES TO CASH-ANALYSIS-LINE
008970         STRING "  ** THE DRAW DOES NOT EQUAL THE PACKETS - DO "
008980             "NOT DRAW THE CASH **"
008990             DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
009000         WRITE CASH-ANALYSIS-LINE
009010         DISPLAY "CASHPAY: NOTE AND COIN DRAW DOES NOT EQUAL "
009020             "THE PACKETS"
009030         SET FATAL-RUN-FAILURE TO TRUE
009040     END-IF.
009050 3700-EXIT.
009060     EXIT.

009070 3710-PRINT-ONE-DENOMINATION.
009080     COMPUTE WS-DENOM-TOTAL = WS-DRAW-PIECES (WS-DENOM-SUB)
009090         * WS-DENOM-VALUE (WS-DENOM-SUB)
009100     ADD WS-DENOM-TOTAL TO WS-DRAW-TOTAL
009110     MOVE WS-DRAW-PIECES (WS-DENOM-SUB) TO WS-ED-PIECES
009120     MOVE WS-DENOM-TOTAL TO WS-ED-TOTAL
009130     MOVE SPACES TO CASH-ANALYSIS-LINE
009140     STRING "  " WS-DENOM-NAME (WS-DENOM-SUB) "  " WS-ED-PIECES
009150         "  R" WS-ED-TOTAL
009160         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
009170     WRITE CASH-ANALYSIS-LINE.
009180 3710-EXIT.
009190     EXIT.

009200*----------------------------------------------------------------
009210*  3800-FLUSH-DEPARTMENT - ONE FINISHED DEPARTMENT'S TOTALS ON
009220*  THE ANALYSIS AND THE REGISTER.  NOTHING PENDING ON THE VERY
009230*  FIRST PACKET.
009240*----------------------------------------------------------------
009250 3800-FLUSH-DEPARTMENT.
009260     IF NOT DEPT-STARTED
009270         GO TO 3800-EXIT
009280     END-IF
009290     MOVE WS-DEPT-PACKETS TO WS-ED-COUNT
009300     MOVE WS-DEPT-TOTAL TO WS-ED-TOTAL
009310     MOVE SPACES TO CASH-ANALYSIS-LINE
009320     STRING "  DEPARTMENT " WS-CURRENT-DEPT " - " WS-ED-COUNT
009330         " PACKET(S) ........ R" WS-ED-TOTAL
009340         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
009350     WRITE CASH-ANALYSIS-LINE
009360     MOVE SPACES TO RECEIPT-REGISTER-LINE
009370     STRING "  DEPARTMENT " WS-CURRENT-DEPT " - " WS-ED-COUNT
009380         " PACKET(S) ........ R" WS-ED-TOTAL
009390         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
009400     WRITE RECEIPT-REGISTER-LINE
009410     MOVE "N" TO WS-DEPT-STARTED-SW.
009420 3800-EXIT.
009430     EXIT.

009440*----------------------------------------------------------------
009450*  3850-START-DEPARTMENT - DEPARTMENT HEADING ON THE ANALYSIS
009460*  AND THE REGISTER
009470*----------------------------------------------------------------
009480 3850-START-DEPARTMENT.
009490     SET DEPT-STARTED TO TRUE
009500     MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT
009510     MOVE ZERO TO WS-DEPT-PACKETS
009520     MOVE ZERO TO WS-DEPT-TOTAL
009530     MOVE SPACES TO CASH-ANALYSIS-LINE
009540     WRITE CASH-ANALYSIS-LINE
009550     MOVE SPACES TO CASH-ANALYSIS-LINE
009560     STRING "DEPARTMENT " WS-CURRENT-DEPT
009570         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
009580     WRITE CASH-ANALYSIS-LINE
009590     MOVE SPACES TO RECEIPT-REGISTER-LINE
009600     WRITE RECEIPT-REGISTER-LINE
009610     MOVE SPACES TO RECEIPT-REGISTER-LINE
009620     STRING "DEPARTMENT " WS-CURRENT-DEPT
009630         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
009640     WRITE RECEIPT-REGISTER-LINE.
009650 3850-EXIT.
009660     EXIT.

009670*----------------------------------------------------------------
009680*  3900-RETURN-RESULT - NEXT SORTED PAY-RESULTS RECORD
009690*----------------------------------------------------------------
009700 3900-RETURN-RESULT.
009710     RETURN CASH-SORT-FILE
009720         AT END
009730             MOVE "Y" TO WS-EOF-SW
009740     END-RETURN.
009750 3900-EXIT.
009760     EXIT.

009770*----------------------------------------------------------------
009780*  4000-LIST-HELD-PACKETS
009790*  EVERY PACKET STILL HELD OVER IN THE SAFE, WHATEVER ITS
009800*  PERIOD, IS LISTED ON THE REGISTER FOR THE EMPLOYEE TO SIGN
009810*  WHEN THEY COLLECT IT, AND ITS TOTAL GOES ON THE ANALYSIS SO
009820*  THE SAFE CAN BE COUNTED AGAINST IT.
009830*----------------------------------------------------------------
009840 4000-LIST-HELD-PACKETS.
009850     MOVE SPACES TO RECEIPT-REGISTER-LINE
009860     WRITE RECEIPT-REGISTER-LINE
009870     MOVE SPACES TO RECEIPT-REGISTER-LINE
009880     STRING "PACKETS HELD OVER FROM EARLIER PERIODS - SIGN ON "
009890         "COLLECTION"
009900         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
009910     WRITE RECEIPT-REGISTER-LINE
009920     MOVE LOW-VALUES TO CPK-KEY
009930     START CASH-PACKET-FILE KEY IS NOT LESS THAN CPK-KEY
009940         INVALID KEY
009950             MOVE "Y" TO WS-LEDGER-EOF-SW
009960     END-START
009970     IF NOT END-OF-PACKET-LEDGER
009980         PERFORM 4900-READ-NEXT-PACKET THRU 4900-EXIT
009990     END-IF
010000     PERFORM 4100-LIST-ONE-PACKET THRU 4100-EXIT
010010         UNTIL END-OF-PACKET-LEDGER
010020     MOVE WS-HELD-COUNT TO WS-ED-COUNT
010030     MOVE WS-HELD-TOTAL TO WS-ED-TOTAL
010040     MOVE SPACES TO RECEIPT-REGISTER-LINE
010050     STRING "  " WS-ED-COUNT " PACKET(S) HELD IN THE SAFE ... R"
010060         WS-ED-TOTAL
010070         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
010080     WRITE RECEIPT-REGISTER-LINE
010090     MOVE SPACES TO RECEIPT-REGISTER-LINE
010100     WRITE RECEIPT-REGISTER-LINE
010110     MOVE SPACES TO RECEIPT-REGISTER-LINE
010120     STRING "PAID OUT BY ____________________    "
010130         "WITNESSED BY ____________________"
010140         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
010150     WRITE RECEIPT-REGISTER-LINE
010160     MOVE SPACES TO CASH-ANALYSIS-LINE
010170     WRITE CASH-ANALYSIS-LINE
010180     MOVE SPACES TO CASH-ANALYSIS-LINE
010190     STRING "PACKETS HELD IN THE SAFE " WS-ED-COUNT " .... R"
010200         WS-ED-TOTAL
010210         DELIMITED BY SIZE INTO CASH-ANALYSIS-LINE
010220     WRITE CASH-ANALYSIS-LINE.
010230 4000-EXIT.
010240     EXIT.

010250 4100-LIST-ONE-PACKET.
010260     IF NOT CPK-HELD
010270         GO TO 4100-NEXT
010280     END-IF
010290     ADD 1 TO WS-HELD-COUNT
010300     ADD CPK-NET-PAY TO WS-HELD-TOTAL
010310     MOVE CPK-PACKET-NO TO WS-ED-PACKET-NO
010320     MOVE CPK-EMP-NUMBER TO WS-ED-EMP-NUMBER
010330     MOVE CPK-NET-PAY TO WS-ED-AMOUNT
010340     MOVE SPACES TO RECEIPT-REGISTER-LINE
010350     STRING WS-ED-PACKET-NO "  " WS-ED-EMP-NUMBER "  "
010360         CPK-EMP-NAME "  " WS-ED-AMOUNT
010370         "  ________________________  __________"
010380         "  PERIOD " CPK-PERIOD-END " " CPK-RUN-FREQUENCY
010390         DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
010400     WRITE RECEIPT-REGISTER-LINE
010410     MOVE SPACES TO RECEIPT-REGISTER-LINE
010420     WRITE RECEIPT-REGISTER-LINE.
010430 4100-NEXT.
010440     PERFORM 4900-READ-NEXT-PACKET THRU 4900-EXIT.
010450 4100-EXIT.
010460     EXIT.

010470*----------------------------------------------------------------
010480*  4900-READ-NEXT-PACKET - NEXT PACKET LEDGER ENTRY IN KEY ORDER
010490*----------------------------------------------------------------
010500 4900-READ-NEXT-PACKET.
010510     READ CASH-PACKET-FILE NEXT RECORD
010520         AT END
010530             MOVE "Y" TO WS-LEDGER-EOF-SW
010540     END-READ.
010550 4900-EXIT.
010560     EXIT.

010570*----------------------------------------------------------------
010580*  9000-TERMINATE - CLOSE FILES, RUN SUMMARY
010590*  A PACKET ALREADY HELD OR CLAIMED AT ANOTHER AMOUNT FAILS THE
010600*  RUN - THE PAY RESULTS HAVE CHANGED SINCE THE PACKET WAS MADE
010610*  UP AND THE WAGES OFFICE MUST SORT IT OUT BY HAND.
010620*----------------------------------------------------------------
010630 9000-TERMINATE.
010640     IF REPORTS-OPEN
010650         CLOSE CASH-ANALYSIS-REPORT
010660         CLOSE PACKET-LABEL-FILE
010670         CLOSE RECEIPT-REGISTER
010680     END-IF
010690     IF PACKET-LEDGER-OPEN
010700         CLOSE CASH-PACKET-FILE
010710     END-IF
010720     IF FATAL-RUN-FAILURE
010730         DISPLAY "CASHPAY RUN FAILED - SEE CONSOLE MESSAGES"
010740         MOVE 16 TO RETURN-CODE
010750         GO TO 9000-EXIT
010760     END-IF
010770     IF WS-CONFLICT-COUNT > ZERO
010780         DISPLAY "CASHPAY RUN FAILED - " WS-CONFLICT-COUNT
010790             " PACKET(S) ALREADY HELD OR CLAIMED AT ANOTHER "
010800             "AMOUNT - SEE THE NOTE AND COIN ANALYSIS"
010810         MOVE 16 TO RETURN-CODE
010820         GO TO 9000-EXIT
010830     END-IF
010840     IF WS-REMADE-COUNT > ZERO
010850         DISPLAY "CASHPAY: " WS-REMADE-COUNT
010860             " PACKET(S) MADE UP AGAIN OVER AN EARLIER RUN"
010870     END-IF
010880     DISPLAY "CASHPAY RUN COMPLETE - " WS-PACKET-COUNT
010890         " PACKET(S) MADE UP, " WS-UNCLAIMED-COUNT
010900         " HELD OVER, " WS-CLAIMED-COUNT " COLLECTED, "
010910         WS-HELD-COUNT " IN THE SAFE, " WS-CANCELLED-COUNT
010915         " CANCELLED".
010920 9000-EXIT.
010930     EXIT.

010940*----------------------------------------------------------------
010950*  9800-CHECK-CYCLE-STEP
010960*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
010970*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
010980*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
010990*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
011000*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
011010*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
011020*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
011030*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
011040*----------------------------------------------------------------
011050 9800-CHECK-CYCLE-STEP.
011060     IF CYW-PERIOD-END = ZERO
011070         DISPLAY "CASHPAY: NO PERIOD-END DATE ON RUN PARM - "
011080             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
011090             "LEDGER - RUN REFUSED"
011100         SET CYW-STEP-REFUSED TO TRUE
011110         GO TO 9800-EXIT
011120     END-IF
011130     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
011140     IF CYW-STEP-POS = ZERO
011150         DISPLAY "CASHPAY: " CYW-SEQUENCE-STEP
011160             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
011170             " CYCLE - RUN REFUSED"
011180         SET CYW-STEP-REFUSED TO TRUE
011190         GO TO 9800-EXIT
011200     END-IF
011210     OPEN I-O CYCLE-CONTROL-FILE
011220     IF CYCLCTL-NOT-FOUND
011230         OPEN OUTPUT CYCLE-CONTROL-FILE
011240         CLOSE CYCLE-CONTROL-FILE
011250         OPEN I-O CYCLE-CONTROL-FILE
011260     END-IF
011270     IF NOT CYCLCTL-OK
011280         DISPLAY "CASHPAY: CYCLCTL OPEN FAILED, STATUS "
011290             WS-CYCLCTL-STATUS " - RUN REFUSED"
011300         SET CYW-STEP-REFUSED TO TRUE
011310         GO TO 9800-EXIT
011320     END-IF
011330     IF CYW-MONTH-END-CYCLE
011340         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
011350     ELSE
011360         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
011370             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
011380             UNTIL CYW-SUB NOT < CYW-STEP-POS
011390     END-IF
011400     IF CYW-STEP-REFUSED
011410         CLOSE CYCLE-CONTROL-FILE
011420         GO TO 9800-EXIT
011430     END-IF
011440     ACCEPT CYW-DATE FROM DATE YYYYMMDD
011450     ACCEPT CYW-TIME FROM TIME
011460     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
011470     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
011480     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
011490     READ CYCLE-CONTROL-FILE
011500         INVALID KEY
011510             MOVE "N" TO CYW-ON-FILE-SW
011520         NOT INVALID KEY
011530             MOVE "Y" TO CYW-ON-FILE-SW
011540     END-READ
011550     IF CYW-STEP-ON-FILE
011560         AND CYC-COMPLETED
011570         AND NOT CYW-RERUN-FREE
011580             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
011590             IF NOT CYW-OVERRIDE-FOUND
011600                 DISPLAY "CASHPAY: " CYW-THIS-STEP
011610                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
011620                     CYW-FREQUENCY
011630                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
011640                     "CARD - RUN REFUSED"
011650                 SET CYW-STEP-REFUSED TO TRUE
011660                 CLOSE CYCLE-CONTROL-FILE
011670                 GO TO 9800-EXIT
011680             END-IF
011690             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
011700             IF CYW-STEP-REFUSED
011710                 CLOSE CYCLE-CONTROL-FILE
011720                 GO TO 9800-EXIT
011730             END-IF
011740     END-IF
011750*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
011760*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
011770     IF CYW-STEP-ON-FILE
011780         ADD 1 TO CYC-RUN-COUNT
011790     ELSE
011800         MOVE SPACES TO CYCLE-CONTROL-RECORD
011810         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
011820         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
011830         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
011840         MOVE 1 TO CYC-RUN-COUNT
011850     END-IF
011860     MOVE "S" TO CYC-STATUS
011870     MOVE CYW-DATE TO CYC-START-DATE
011880     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
011890     MOVE ZERO TO CYC-END-DATE
011900     MOVE ZERO TO CYC-END-TIME
011910     MOVE ZERO TO CYC-RETURN-CODE
011920     MOVE ZERO TO CYC-COUNT-IN
011930     MOVE ZERO TO CYC-COUNT-OUT
011940     MOVE ZERO TO CYC-CONTROL-TOTAL
011950     IF CYW-OVERRIDE-FOUND
011960         MOVE "O" TO CYC-OVERRIDE-FLAG
011970         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
011980     ELSE
011990         MOVE SPACE TO CYC-OVERRIDE-FLAG
012000         MOVE SPACES TO CYC-OVERRIDE-BY
012010     END-IF
012020     IF CYW-STEP-ON-FILE
012030         REWRITE CYCLE-CONTROL-RECORD
012040             INVALID KEY
012050                 SET CYW-STEP-REFUSED TO TRUE
012060         END-REWRITE
012070     ELSE
012080         WRITE CYCLE-CONTROL-RECORD
012090             INVALID KEY
012100                 SET CYW-STEP-REFUSED TO TRUE
012110         END-WRITE
012120     END-IF
012130     IF CYW-STEP-REFUSED
012140         DISPLAY "CASHPAY: CYCLCTL WRITE FAILED, STATUS "
012150             WS-CYCLCTL-STATUS " - RUN REFUSED"
012160     ELSE
012170         SET CYW-STEP-OPENED TO TRUE
012180     END-IF
012190     CLOSE CYCLE-CONTROL-FILE.
012200 9800-EXIT.
012210     EXIT.

012220*----------------------------------------------------------------
012230*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
012240*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
012250*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
012260*----------------------------------------------------------------
012270 9810-SET-STEP-SEQUENCE.
012280     MOVE ZERO TO CYW-STEP-POS
012290     MOVE 1 TO CYW-FIRST-POS
012300     IF CYW-WEEKLY-CYCLE
012310         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
012320     END-IF
012330     IF CYW-MONTHLY-CYCLE
012340         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
012350         MOVE 2 TO CYW-FIRST-POS
012360     END-IF
012370     IF CYW-REVERSAL-CYCLE
012380         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
012390     END-IF
012400     IF CYW-MONTH-END-CYCLE
012410         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
012420     END-IF
012430     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
012440         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
012450         UNTIL CYW-SUB > CYW-STEP-MAX.
012460 9810-EXIT.
012470     EXIT.

012480*----------------------------------------------------------------
012490*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
012500*----------------------------------------------------------------
012510 9815-MATCH-STEP.
012520     IF CYW-STEP-POS = ZERO
012530         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
012540             MOVE CYW-SUB TO CYW-STEP-POS
012550     END-IF.
012560 9815-EXIT.
012570     EXIT.

012580*----------------------------------------------------------------
012590*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
012600*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
012610*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
012620*----------------------------------------------------------------
012630 9820-CHECK-PRIOR-STEP.
012640     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
012650     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
012660     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
012670     READ CYCLE-CONTROL-FILE
012680         INVALID KEY
012690             DISPLAY "CASHPAY: " CYW-CYCLE-STEP (CYW-SUB)
012700                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
012710                 CYW-FREQUENCY " - RUN REFUSED"
012720             SET CYW-STEP-REFUSED TO TRUE
012730             GO TO 9820-EXIT
012740     END-READ
012750     IF NOT CYC-COMPLETED
012760         DISPLAY "CASHPAY: " CYW-CYCLE-STEP (CYW-SUB)
012770             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
012780             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
012790             CYC-RETURN-CODE ") - RUN REFUSED"
012800         SET CYW-STEP-REFUSED TO TRUE
012810     END-IF.
012820 9820-EXIT.
012830     EXIT.

012840*----------------------------------------------------------------
012850*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
012860*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
012870*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
012880*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
012890*----------------------------------------------------------------
012900 9830-CHECK-MONTH-CYCLES.
012910     MOVE ZERO TO CYW-MONTH-CYCLES
012920     MOVE ZERO TO CYW-MONTH-RECONCILED
012930     MOVE "N" TO CYW-LEDGER-EOF-SW
012940     MOVE LOW-VALUES TO CYC-KEY
012950     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
012960     MOVE 01 TO CYW-ML-DD
012970     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
012980     MOVE 31 TO CYW-ML-DD
012990     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
013000         INVALID KEY
013010             MOVE "Y" TO CYW-LEDGER-EOF-SW
013020     END-START
013030     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
013040         UNTIL CYW-END-OF-LEDGER
013050     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
013060         DISPLAY "CASHPAY: " CYW-MONTH-RECONCILED " OF "
013070             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
013080             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
013090         SET CYW-STEP-REFUSED TO TRUE
013100     END-IF.
013110 9830-EXIT.
013120     EXIT.

013130*----------------------------------------------------------------
013140*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
013150*----------------------------------------------------------------
013160 9835-READ-MONTH-STEP.
013170     READ CYCLE-CONTROL-FILE NEXT RECORD
013180         AT END
013190             MOVE "Y" TO CYW-LEDGER-EOF-SW
013200             GO TO 9835-EXIT
013210     END-READ
013220     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
013230         MOVE "Y" TO CYW-LEDGER-EOF-SW
013240         GO TO 9835-EXIT
013250     END-IF
013260     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
013270         ADD 1 TO CYW-MONTH-CYCLES
013280     END-IF
013290     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
013300         ADD 1 TO CYW-MONTH-RECONCILED
013310     END-IF.
013320 9835-EXIT.
013330     EXIT.

013340*----------------------------------------------------------------
013350*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
013360*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
013370*----------------------------------------------------------------
013380 9840-FIND-OVERRIDE.
013390     MOVE "N" TO CYW-OVERRIDE-SW
013400     MOVE "N" TO CYW-OVR-EOF-SW
013410     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
013420     OPEN INPUT CYCLE-OVERRIDE-FILE
013430     IF NOT CYCOVRD-OK
013440         GO TO 9840-EXIT
013450     END-IF
013460     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
013470         UNTIL CYW-END-OF-OVERRIDES
013480            OR CYW-OVERRIDE-FOUND
013490     CLOSE CYCLE-OVERRIDE-FILE.
013500 9840-EXIT.
013510     EXIT.

013520*----------------------------------------------------------------
013530*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
013540*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
013550*----------------------------------------------------------------
013560 9845-CHECK-OVERRIDE-CARD.
013570     READ CYCLE-OVERRIDE-FILE
013580         AT END
013590             MOVE "Y" TO CYW-OVR-EOF-SW
013600             GO TO 9845-EXIT
013610     END-READ
013620     IF OVR-PERIOD-END-X NOT NUMERIC
013630         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
013640         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
013650         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
013660             GO TO 9845-EXIT
013670     END-IF
013680     IF OVR-RUN-NUMBER-X NOT NUMERIC
013690         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
013700             DISPLAY "CASHPAY: OVERRIDE CARD FOR " OVR-STEP-NAME
013710                 " IGNORED - IT MUST NAME RUN NUMBER "
013720                 CYW-NEXT-RUN
013730             GO TO 9845-EXIT
013740     END-IF
013750     IF OVR-AUTHORISED-BY = SPACES
013760         OR OVR-REASON = SPACES
013770             DISPLAY "CASHPAY: OVERRIDE CARD FOR " OVR-STEP-NAME
013780                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
013790             GO TO 9845-EXIT
013800     END-IF
013810     MOVE "Y" TO CYW-OVERRIDE-SW.
013820 9845-EXIT.
013830     EXIT.

013840*----------------------------------------------------------------
013850*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
013860*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
013870*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
013880*  THE REASON AS THE AFTER IMAGE
013890*----------------------------------------------------------------
013900 9850-AUDIT-OVERRIDE.
013910     OPEN EXTEND AUDIT-TRAIL-FILE
013920     IF EMPAUDIT-NOT-FOUND
013930         OPEN OUTPUT AUDIT-TRAIL-FILE
013940     END-IF
013950     IF NOT EMPAUDIT-OK
013960         DISPLAY "CASHPAY: EMPAUDIT OPEN FAILED, STATUS "
013970             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
013980         MOVE "N" TO CYW-OVERRIDE-SW
013990         SET CYW-STEP-REFUSED TO TRUE
014000         GO TO 9850-EXIT
014010     END-IF
014020     MOVE SPACES TO AUDIT-TRAIL-RECORD
014030     MOVE CYW-DATE TO AUD-DATE
014040     MOVE CYW-TIME-HHMMSS TO AUD-TIME
014050     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
014060     MOVE ZERO TO AUD-EMP-NUMBER
014070     MOVE "O" TO AUD-ACTION-CODE
014080     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
014090     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
014100         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
014110     MOVE OVR-REASON TO AUD-AFTER-IMAGE
014120     WRITE AUDIT-TRAIL-RECORD
014130     CLOSE AUDIT-TRAIL-FILE
014140     DISPLAY "CASHPAY: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
014150         " AUTHORISED BY " OVR-AUTHORISED-BY
014160         " - WRITTEN TO THE AUDIT TRAIL".
014170 9850-EXIT.
014180     EXIT.

014190*----------------------------------------------------------------
014200*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
014210*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
014220*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
014230*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
014240*----------------------------------------------------------------
014250 9900-CLOSE-CYCLE-STEP.
014260     IF NOT CYW-STEP-OPENED
014270         GO TO 9900-EXIT
014280     END-IF
014290     MOVE WS-RESULTS-READ TO CYW-COUNT-IN
014300     MOVE WS-PACKET-COUNT TO CYW-COUNT-OUT
014310     MOVE WS-PACKET-TOTAL TO CYW-CONTROL-TOTAL
014320     OPEN I-O CYCLE-CONTROL-FILE
014330     IF NOT CYCLCTL-OK
014340         DISPLAY "CASHPAY: CYCLCTL OPEN FAILED, STATUS "
014350             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
014360         MOVE 16 TO RETURN-CODE
014370         GO TO 9900-EXIT
014380     END-IF
014390     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
014400     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
014410     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
014420     READ CYCLE-CONTROL-FILE
014430         INVALID KEY
014440             DISPLAY "CASHPAY: CYCLE LEDGER ENTRY FOR "
014450                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
014460             MOVE 16 TO RETURN-CODE
014470             CLOSE CYCLE-CONTROL-FILE
014480             GO TO 9900-EXIT
014490     END-READ
014500     ACCEPT CYW-DATE FROM DATE YYYYMMDD
014510     ACCEPT CYW-TIME FROM TIME
014520     MOVE CYW-DATE TO CYC-END-DATE
014530     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
014540     MOVE RETURN-CODE TO CYC-RETURN-CODE
014550     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
014560     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
014570     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
014580     IF RETURN-CODE = ZERO
014590         MOVE "C" TO CYC-STATUS
014600     ELSE
014610         MOVE "F" TO CYC-STATUS
014620     END-IF
014630     REWRITE CYCLE-CONTROL-RECORD
014640         INVALID KEY
014650             DISPLAY "CASHPAY: CYCLCTL REWRITE FAILED, STATUS "
014660                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
014670             MOVE 16 TO RETURN-CODE
014680     END-REWRITE
014690     CLOSE CYCLE-CONTROL-FILE.
014700 9900-EXIT.
014710     EXIT.
