000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLRPT.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  CYCLRPT
000090*
000100*  PAY-CYCLE STATUS REPORT.  PRINTS THE CYCLE CONTROL LEDGER
000110*  (CYCLCTL) - FOR EACH PAY CYCLE, EVERY STEP OF THAT KIND OF
000120*  CYCLE IN THE ORDER IT RUNS, WITH ITS STATUS, THE NUMBER OF
000130*  TIMES IT HAS RUN, WHEN IT LAST STARTED AND ENDED, ITS RETURN
000140*  CODE, RECORD COUNTS AND CONTROL TOTAL, AND WHO AUTHORISED A
000150*  RERUN.  A STEP NOT YET RUN IS SHOWN AS SUCH, AND THE REPORT
000160*  SAYS WHICH STEP IS NEXT, WHICH HAVE FAILED OR NEVER ENDED
000170*  AND ARE SAFE TO RERUN, AND WHICH NEED AN OVERRIDE CARD.
000180*
000190*  THE MONTH-END STEPS (DEDREMIT, EMP201, UIFDECL) ARE PRINTED
000200*  AFTER THE MONTH'S PAY CYCLES, WITH THE COUNT OF PAY RUNS IN
000210*  THE MONTH AGAINST THE COUNT RECONCILED BY PAYRECON - THE
000220*  SAME TEST THE MONTH-END STEPS APPLY BEFORE THEY WILL RUN.
000230*
000240*  A PERIOD-END DATE ON THE RUN PARAMETER CARD LIMITS THE
000250*  REPORT TO THAT MONTH; WITHOUT ONE THE WHOLE LEDGER IS
000260*  PRINTED.  THE REPORT ONLY READS THE LEDGER AND MAY BE RUN AT
000270*  ANY TIME.  RETURN CODE 16 ONLY IF THE LEDGER OR THE REPORT
000280*  CANNOT BE OPENED.
000290*
000300*  MODIFICATION HISTORY
000310*  DATE       INIT DESCRIPTION
000320*  ---------- ---- ------------------------------------------
000330*  2026-10-15 TLM  ORIGINAL PROGRAM - PAY-CYCLE STATUS REPORT.
000340*----------------------------------------------------------------

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT RUN-PARM-FILE
000390         ASSIGN TO "RUNPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RUNPARM-STATUS.

000420     SELECT CYCLE-CONTROL-FILE
000430         ASSIGN TO "CYCLCTL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CYC-KEY
000470         FILE STATUS IS WS-CYCLCTL-STATUS.

000480     SELECT CYCLE-STATUS-REPORT
000490         ASSIGN TO "CYCLRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CYCLRPT-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUN-PARM-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY RUNPARM.

000570 FD  CYCLE-CONTROL-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CYCLCTL.

000600 FD  CYCLE-STATUS-REPORT
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CYCLRPTL.

000630 WORKING-STORAGE SECTION.
000640 01  WS-FILE-STATUSES.
000650     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
000660         88  RUNPARM-OK                     VALUE "00".
000670     05  WS-CYCLRPT-STATUS       PIC X(02) VALUE "00".
000680         88  CYCLRPT-OK                     VALUE "00".

000690     COPY CYCLWORK.

000700 01  WS-SWITCHES.
000710     05  WS-FATAL-SW             PIC X(01) VALUE "N".
000720         88  FATAL-OPEN-FAILURE             VALUE "Y".
000730     05  WS-MONTH-SELECT-SW      PIC X(01) VALUE "N".
000740         88  ONE-MONTH-ONLY                 VALUE "Y".
000750     05  WS-CYCLE-OPEN-SW        PIC X(01) VALUE "N".
000760         88  CYCLE-IN-HAND                  VALUE "Y".
000770     05  WS-MONTH-OPEN-SW        PIC X(01) VALUE "N".
000780         88  MONTH-IN-HAND                  VALUE "Y".
000790     05  WS-MONTH-END-SW         PIC X(01) VALUE "N".
000800         88  PRINTING-MONTH-END             VALUE "Y".
000810     05  WS-PRIOR-SW             PIC X(01) VALUE "N".
000820         88  PRIOR-STEPS-CLEAN              VALUE "Y".
000830     05  WS-NEXT-SW              PIC X(01) VALUE "N".
000840         88  NEXT-STEP-FLAGGED              VALUE "Y".

000850 01  WS-RUN-COUNTERS.
000860     05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
000870     05  WS-CYCLES-PRINTED       PIC 9(05) VALUE ZERO.
000880     05  WS-MONTHS-PRINTED       PIC 9(05) VALUE ZERO.
000890     05  WS-MONTH-PAY-RUNS       PIC 9(03) VALUE ZERO.
000900     05  WS-MONTH-RECONCILED     PIC 9(03) VALUE ZERO.

000910 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.
000920 01  WS-SELECT-MONTH             PIC 9(06) VALUE ZERO.
000930 01  WS-CURR-MONTH               PIC 9(06) VALUE ZERO.
000940 01  WS-ENTRY-DATE               PIC 9(08) VALUE ZERO.
000950 01  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
000960     05  WS-ENTRY-MONTH          PIC 9(06).
000970     05  WS-ENTRY-DD             PIC 9(02).
000980 01  WS-CURR-CYCLE-KEY.
000990     05  WS-CURR-PERIOD-END      PIC 9(08) VALUE ZERO.
001000     05  WS-CURR-FREQUENCY       PIC X(01) VALUE SPACE.
001010 01  WS-HOLD-RECORD              PIC X(107) VALUE SPACES.
001020 01  WS-FREQ-DESC                PIC X(16) VALUE SPACES.
001030 01  WS-STATUS-DESC              PIC X(09) VALUE SPACES.
001040 01  WS-OVERRIDE-DESC            PIC X(08) VALUE SPACES.
001050 01  WS-STEP-NOTE                PIC X(80) VALUE SPACES.
001060 01  WS-BUF-SUB                  PIC 9(02) VALUE ZERO.
001070 01  WS-FOUND-SUB                PIC 9(02) VALUE ZERO.

001080*    THE LEDGER ENTRIES OF THE PAY CYCLE IN HAND, AND OF THE
001090*    MONTH-END CYCLE OF THE MONTH IN HAND, HELD UNTIL THE CYCLE
001100*    (OR MONTH) CHANGES.  THE MONTH-END ENTRIES ARE MOVED OVER
001110*    THE CYCLE BUFFER TO BE PRINTED, SO THE TWO ARE ALIKE.
001120 01  WS-CYCLE-BUFFER.
001130     05  WS-CYCLE-ENTRIES        PIC 9(02) VALUE ZERO.
001140     05  WS-CYCLE-ENTRY OCCURS 12 TIMES.
001150         10  WS-CYCLE-IMAGE      PIC X(107).
001160         10  WS-CYCLE-IMAGE-PARTS REDEFINES WS-CYCLE-IMAGE.
001170             15  FILLER          PIC X(09).
001180             15  WS-CYCLE-IMAGE-STEP
001190                                 PIC X(08).
001200             15  FILLER          PIC X(90).
001210         10  WS-CYCLE-USED-SW    PIC X(01).

001220 01  WS-MONTH-END-BUFFER.
001230     05  WS-ME-ENTRIES           PIC 9(02) VALUE ZERO.
001240     05  WS-ME-ENTRY OCCURS 12 TIMES.
001250         10  WS-ME-IMAGE         PIC X(107).
001260         10  WS-ME-USED-SW       PIC X(01).

001270 01  WS-CYCLE-EDIT-FIELDS.
001280     05  WS-ED-RUN-COUNT         PIC Z9.
001290     05  WS-ED-NEXT-RUN          PIC Z9.
001300     05  WS-ED-RETURN-CODE       PIC ZZ9.
001310     05  WS-ED-COUNT-IN          PIC ZZZZZZ9.
001320     05  WS-ED-COUNT-OUT         PIC ZZZZZZ9.
001330     05  WS-ED-CONTROL-TOTAL     PIC -ZZZZZZZZZZ9.99.
001340     05  WS-ED-PAY-RUNS          PIC ZZ9.
001350     05  WS-ED-RECONCILED        PIC ZZ9.
001360     05  WS-ED-ENTRIES           PIC ZZZZZZ9.
001370     05  WS-ED-CYCLES            PIC ZZZZ9.

001380 PROCEDURE DIVISION.

001390*----------------------------------------------------------------
001400*  0000-MAINLINE
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001440     PERFORM 2000-READ-LEDGER-ENTRY THRU 2000-EXIT
001450         UNTIL CYW-END-OF-LEDGER
001460     PERFORM 9000-TERMINATE THRU 9000-EXIT
001470     STOP RUN.

001480*----------------------------------------------------------------
001490*  1000-INITIALIZE - READ THE PARAMETER CARD, OPEN THE LEDGER
001500*  AND THE REPORT, PRINT THE HEADING AND POSITION THE LEDGER
001510*  AT THE START OF THE MONTH ASKED FOR
001520*  THE PARAMETER CARD IS OPTIONAL - WITHOUT ONE, OR WITHOUT A
001530*  PERIOD-END DATE ON IT, THE WHOLE LEDGER IS PRINTED.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001560     ACCEPT WS-RUN-DATE FROM DATE
001570     OPEN INPUT RUN-PARM-FILE
001580     IF RUNPARM-OK
001590         READ RUN-PARM-FILE
001600             AT END
001610                 MOVE SPACES TO RUN-PARM-RECORD
001620         END-READ
001630         IF PARM-PERIOD-END-X NUMERIC
001640             AND PARM-PERIOD-END-DATE NOT = ZERO
001650                 MOVE PARM-PERIOD-END-DATE TO CYW-PERIOD-END
001660                 MOVE CYW-PE-MONTH TO WS-SELECT-MONTH
001670                 MOVE "Y" TO WS-MONTH-SELECT-SW
001680         END-IF
001690         CLOSE RUN-PARM-FILE
001700     END-IF
001710     OPEN INPUT CYCLE-CONTROL-FILE
001720     IF NOT CYCLCTL-OK
001730         IF CYCLCTL-NOT-FOUND
001740             DISPLAY "CYCLRPT: NO CYCLE CONTROL LEDGER ON FILE - "
001750                 "NO CYCLE STEP HAS YET RUN"
001760         ELSE
001770             DISPLAY "CYCLRPT: CYCLCTL OPEN FAILED, STATUS "
001780                 WS-CYCLCTL-STATUS
001790         END-IF
001800         SET FATAL-OPEN-FAILURE TO TRUE
001810         MOVE "Y" TO CYW-LEDGER-EOF-SW
001820         GO TO 1000-EXIT
001830     END-IF
001840     OPEN OUTPUT CYCLE-STATUS-REPORT
001850     IF NOT CYCLRPT-OK
001860         DISPLAY "CYCLRPT: CYCLRPT OPEN FAILED, STATUS "
001870             WS-CYCLRPT-STATUS
001880         SET FATAL-OPEN-FAILURE TO TRUE
001890         MOVE "Y" TO CYW-LEDGER-EOF-SW
001900         CLOSE CYCLE-CONTROL-FILE
001910         GO TO 1000-EXIT
001920     END-IF
001930     MOVE SPACES TO CYCLE-REPORT-LINE
001940     STRING "PAY-CYCLE STATUS REPORT - RUN DATE " WS-RUN-DATE
001950         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
001960     WRITE CYCLE-REPORT-LINE
001970     MOVE SPACES TO CYCLE-REPORT-LINE
001980     IF ONE-MONTH-ONLY
001990         STRING "CYCLES FOR THE MONTH " WS-SELECT-MONTH
002000             DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
002010     ELSE
002020         STRING "ALL CYCLES ON THE CYCLE CONTROL LEDGER"
002030             DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
002040     END-IF
002050     WRITE CYCLE-REPORT-LINE
002060     MOVE SPACES TO CYCLE-REPORT-LINE
002070     STRING "FQ: W WEEKLY  M MONTHLY  F FINAL SETTLEMENT  "
002080         "A SUPPLEMENTARY  R REVERSAL  E MONTH-END"
002090         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
002100     WRITE CYCLE-REPORT-LINE
002110     IF NOT ONE-MONTH-ONLY
002120         GO TO 1000-EXIT
002130     END-IF
002140     MOVE LOW-VALUES TO CYC-KEY
002150     MOVE WS-SELECT-MONTH TO CYW-ML-MONTH
002160     MOVE ZERO TO CYW-ML-DD
002170     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
002180     MOVE 31 TO CYW-ML-DD
002190     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
002200         INVALID KEY
002210             MOVE "Y" TO CYW-LEDGER-EOF-SW
002220     END-START.
002230 1000-EXIT.
002240     EXIT.

002250*----------------------------------------------------------------
002260*  2000-READ-LEDGER-ENTRY - NEXT LEDGER ENTRY
002270*  THE KEY RUNS PERIOD-END, FREQUENCY, STEP, SO A CYCLE'S
002280*  ENTRIES ARE TOGETHER AND A MONTH'S MONTH-END ENTRIES (DAY
002290*  00) COME BEFORE ITS PAY CYCLES.  EACH IS HELD IN THE BUFFER
002300*  FOR ITS CYCLE UNTIL THE CYCLE OR THE MONTH CHANGES.
002310*----------------------------------------------------------------
002320 2000-READ-LEDGER-ENTRY.
002330     READ CYCLE-CONTROL-FILE NEXT RECORD
002340         AT END
002350             MOVE "Y" TO CYW-LEDGER-EOF-SW
002360             GO TO 2000-EXIT
002370     END-READ
002380     IF ONE-MONTH-ONLY
002390         AND CYC-PERIOD-END > CYW-MONTH-LAST-DATE
002400             MOVE "Y" TO CYW-LEDGER-EOF-SW
002410             GO TO 2000-EXIT
002420     END-IF
002430     ADD 1 TO WS-ENTRIES-READ
002440     MOVE CYC-PERIOD-END TO WS-ENTRY-DATE
002450     PERFORM 2100-CHECK-BREAKS THRU 2100-EXIT
002460     IF NOT MONTH-IN-HAND
002470         MOVE "Y" TO WS-MONTH-OPEN-SW
002480         MOVE WS-ENTRY-MONTH TO WS-CURR-MONTH
002490         MOVE ZERO TO WS-MONTH-PAY-RUNS
002500         MOVE ZERO TO WS-MONTH-RECONCILED
002510         MOVE ZERO TO WS-ME-ENTRIES
002520     END-IF
002530     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
002540         ADD 1 TO WS-MONTH-PAY-RUNS
002550     END-IF
002560     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
002570         ADD 1 TO WS-MONTH-RECONCILED
002580     END-IF
002590     IF CYC-MONTH-END-CYCLE
002600         PERFORM 2300-HOLD-MONTH-END-ENTRY THRU 2300-EXIT
002610     ELSE
002620         PERFORM 2200-HOLD-CYCLE-ENTRY THRU 2200-EXIT
002630     END-IF.
002640 2000-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670*  2100-CHECK-BREAKS - PRINT THE CYCLE IN HAND WHEN THE CYCLE
002680*  CHANGES, AND THE MONTH-END STEPS WHEN THE MONTH CHANGES
002690*  PRINTING MOVES THE HELD ENTRIES THROUGH THE LEDGER RECORD
002700*  AREA, SO THE ENTRY JUST READ IS KEPT ASIDE AND PUT BACK.
002710*----------------------------------------------------------------
002720 2100-CHECK-BREAKS.
002730     MOVE CYCLE-CONTROL-RECORD TO WS-HOLD-RECORD
002740     IF CYCLE-IN-HAND
002750         AND CYC-CYCLE-KEY NOT = WS-CURR-CYCLE-KEY
002760             PERFORM 3000-PRINT-PAY-CYCLE THRU 3000-EXIT
002770     END-IF
002780     IF MONTH-IN-HAND
002790         AND WS-ENTRY-MONTH NOT = WS-CURR-MONTH
002800             PERFORM 4000-PRINT-MONTH-END THRU 4000-EXIT
002810     END-IF
002820     MOVE WS-HOLD-RECORD TO CYCLE-CONTROL-RECORD.
002830 2100-EXIT.
002840     EXIT.

002850*----------------------------------------------------------------
002860*  2200-HOLD-CYCLE-ENTRY - ONE STEP OF A PAY CYCLE
002870*----------------------------------------------------------------
002880 2200-HOLD-CYCLE-ENTRY.
002890     IF NOT CYCLE-IN-HAND
002900         MOVE "Y" TO WS-CYCLE-OPEN-SW
002910         MOVE CYC-CYCLE-KEY TO WS-CURR-CYCLE-KEY
002920         MOVE ZERO TO WS-CYCLE-ENTRIES
002930     END-IF
002940     IF WS-CYCLE-ENTRIES NOT < 12
002950         DISPLAY "CYCLRPT: MORE THAN 12 STEPS FOR CYCLE "
002960             CYC-CYCLE-KEY " - " CYC-STEP-NAME " NOT PRINTED"
002970         GO TO 2200-EXIT
002980     END-IF
002990     ADD 1 TO WS-CYCLE-ENTRIES
003000     MOVE CYCLE-CONTROL-RECORD
003010         TO WS-CYCLE-IMAGE (WS-CYCLE-ENTRIES)
003020     MOVE "N" TO WS-CYCLE-USED-SW (WS-CYCLE-ENTRIES).
003030 2200-EXIT.
003040     EXIT.

003050*----------------------------------------------------------------
003060*  2300-HOLD-MONTH-END-ENTRY - ONE MONTH-END STEP
003070*----------------------------------------------------------------
003080 2300-HOLD-MONTH-END-ENTRY.
003090     IF WS-ME-ENTRIES NOT < 12
003100         DISPLAY "CYCLRPT: MORE THAN 12 MONTH-END STEPS FOR "
003110             CYC-CYCLE-KEY " - " CYC-STEP-NAME " NOT PRINTED"
003120         GO TO 2300-EXIT
003130     END-IF
003140     ADD 1 TO WS-ME-ENTRIES
003150     MOVE CYCLE-CONTROL-RECORD TO WS-ME-IMAGE (WS-ME-ENTRIES)
003160     MOVE "N" TO WS-ME-USED-SW (WS-ME-ENTRIES).
003170 2300-EXIT.
003180     EXIT.

003190*----------------------------------------------------------------
003200*  3000-PRINT-PAY-CYCLE - THE CYCLE IN HAND
003210*  THE FIRST STEP NOT COMPLETED WITH EVERY STEP BEFORE IT
003220*  COMPLETED IS THE ONE TO RUN NEXT.
003230*----------------------------------------------------------------
003240 3000-PRINT-PAY-CYCLE.
003250     ADD 1 TO WS-CYCLES-PRINTED
003260     MOVE WS-CURR-FREQUENCY TO CYW-FREQUENCY
003270     PERFORM 3050-SET-FREQ-DESC THRU 3050-EXIT
003280     MOVE SPACES TO CYCLE-REPORT-LINE
003290     WRITE CYCLE-REPORT-LINE
003300     MOVE SPACES TO CYCLE-REPORT-LINE
003310     STRING "CYCLE - PERIOD ENDING " WS-CURR-PERIOD-END
003320         "   FREQUENCY " WS-CURR-FREQUENCY " " WS-FREQ-DESC
003330         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
003340     WRITE CYCLE-REPORT-LINE
003350     PERFORM 3060-WRITE-COLUMN-HEADINGS THRU 3060-EXIT
003360     MOVE "N" TO WS-MONTH-END-SW
003370     MOVE "Y" TO WS-PRIOR-SW
003380     MOVE "N" TO WS-NEXT-SW
003390     PERFORM 3200-PRINT-CYCLE-STEPS THRU 3200-EXIT
003400     MOVE "N" TO WS-CYCLE-OPEN-SW.
003410 3000-EXIT.
003420     EXIT.

003430*----------------------------------------------------------------
003440*  3050-SET-FREQ-DESC
003450*----------------------------------------------------------------
003460 3050-SET-FREQ-DESC.
003470     MOVE "UNKNOWN" TO WS-FREQ-DESC
003480     IF CYW-FREQUENCY = "W"
003490         MOVE "WEEKLY" TO WS-FREQ-DESC
003500     END-IF
003510     IF CYW-FREQUENCY = "M"
003520         MOVE "MONTHLY" TO WS-FREQ-DESC
003530     END-IF
003540     IF CYW-FREQUENCY = "F"
003550         MOVE "FINAL SETTLEMENT" TO WS-FREQ-DESC
003560     END-IF
003570     IF CYW-FREQUENCY = "A"
003580         MOVE "SUPPLEMENTARY" TO WS-FREQ-DESC
003590     END-IF
003600     IF CYW-FREQUENCY = "R"
003610         MOVE "REVERSAL" TO WS-FREQ-DESC
003620     END-IF.
003630 3050-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660*  3060-WRITE-COLUMN-HEADINGS
003670*----------------------------------------------------------------
003680 3060-WRITE-COLUMN-HEADINGS.
003690     MOVE SPACES TO CYCLE-REPORT-LINE
003700     STRING "=============================================="
003710         "=============================================="
003720         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
003730     WRITE CYCLE-REPORT-LINE
003740     MOVE SPACES TO CYCLE-REPORT-LINE
003750     STRING "STEP     STATUS    RN STARTED         "
003760         "ENDED             RC  IN-CNT OUT-CNT "
003770         "  CONTROL TOTAL OVERRIDE"
003780         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
003790     WRITE CYCLE-REPORT-LINE.
003800 3060-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830*  3100-SET-STEP-LIST - THE STEPS OF THIS KIND OF CYCLE, AS THE
003840*  STEPS THEMSELVES CHECK THEM
003850*----------------------------------------------------------------
003860 3100-SET-STEP-LIST.
003870     MOVE SPACES TO CYW-CYCLE-STEPS
003880     MOVE 1 TO CYW-FIRST-POS
003890     IF CYW-WEEKLY-CYCLE
003900         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
003910     END-IF
003920     IF CYW-MONTHLY-CYCLE
003930         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
003940         MOVE 2 TO CYW-FIRST-POS
003950     END-IF
003960     IF CYW-REVERSAL-CYCLE
003970         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
003980     END-IF
003990     IF CYW-MONTH-END-CYCLE
004000         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
004010     END-IF.
004020 3100-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050*  3200-PRINT-CYCLE-STEPS - THE CYCLE'S STEPS IN ORDER, THEN
004060*  ANY OTHER ENTRY HELD FOR IT (THE PAYROLL TRIAL RUN)
004070*----------------------------------------------------------------
004080 3200-PRINT-CYCLE-STEPS.
004090     PERFORM 3100-SET-STEP-LIST THRU 3100-EXIT
004100     PERFORM 3300-PRINT-EXPECTED-STEP THRU 3300-EXIT
004110         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
004120         UNTIL CYW-SUB > CYW-STEP-MAX
004130     PERFORM 3500-PRINT-OTHER-ENTRY THRU 3500-EXIT
004140         VARYING WS-BUF-SUB FROM 1 BY 1
004150         UNTIL WS-BUF-SUB > WS-CYCLE-ENTRIES.
004160 3200-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190*  3300-PRINT-EXPECTED-STEP - ONE STEP OF THE CYCLE, FROM ITS
004200*  LEDGER ENTRY OR AS NOT RUN
004210*  IN A PAY CYCLE A STEP NOT COMPLETED HOLDS UP EVERY STEP
004220*  AFTER IT; THE MONTH-END STEPS DO NOT WAIT ON EACH OTHER.
004230*----------------------------------------------------------------
004240 3300-PRINT-EXPECTED-STEP.
004250     IF CYW-CYCLE-STEP (CYW-SUB) = SPACES
004260         GO TO 3300-EXIT
004270     END-IF
004280     MOVE ZERO TO WS-FOUND-SUB
004290     PERFORM 3350-FIND-STEP THRU 3350-EXIT
004300         VARYING WS-BUF-SUB FROM 1 BY 1
004310         UNTIL WS-BUF-SUB > WS-CYCLE-ENTRIES
004320     IF WS-FOUND-SUB = ZERO
004330         PERFORM 3400-PRINT-NOT-RUN THRU 3400-EXIT
004340         IF NOT PRINTING-MONTH-END
004350             MOVE "N" TO WS-PRIOR-SW
004360         END-IF
004370         GO TO 3300-EXIT
004380     END-IF
004390     MOVE WS-CYCLE-IMAGE (WS-FOUND-SUB) TO CYCLE-CONTROL-RECORD
004400     MOVE "Y" TO WS-CYCLE-USED-SW (WS-FOUND-SUB)
004410     PERFORM 3450-PRINT-ENTRY THRU 3450-EXIT
004420     IF NOT CYC-COMPLETED
004430         AND NOT PRINTING-MONTH-END
004440             MOVE "Y" TO WS-NEXT-SW
004450             MOVE "N" TO WS-PRIOR-SW
004460     END-IF.
004470 3300-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500*  3350-FIND-STEP - ONE HELD ENTRY
004510*----------------------------------------------------------------
004520 3350-FIND-STEP.
004530     IF WS-FOUND-SUB = ZERO
004540         AND WS-CYCLE-IMAGE-STEP (WS-BUF-SUB)
004550             = CYW-CYCLE-STEP (CYW-SUB)
004560                 MOVE WS-BUF-SUB TO WS-FOUND-SUB
004570     END-IF.
004580 3350-EXIT.
004590     EXIT.

004600*----------------------------------------------------------------
004610*  3400-PRINT-NOT-RUN - A STEP WITH NO LEDGER ENTRY
004620*----------------------------------------------------------------
004630 3400-PRINT-NOT-RUN.
004640     MOVE SPACES TO WS-STEP-NOTE
004650     IF PRINTING-MONTH-END
004660         IF PRIOR-STEPS-CLEAN
004670             STRING "READY TO RUN - EVERY PAY RUN OF THE "
004680                 "MONTH IS RECONCILED"
004690                 DELIMITED BY SIZE INTO WS-STEP-NOTE
004700         ELSE
004710             STRING "WAITING - NOT EVERY PAY RUN OF THE MONTH IS "
004720                 "RECONCILED YET"
004730                 DELIMITED BY SIZE INTO WS-STEP-NOTE
004740         END-IF
004750     ELSE
004760         IF PRIOR-STEPS-CLEAN AND NOT NEXT-STEP-FLAGGED
004770             MOVE "NEXT STEP TO RUN" TO WS-STEP-NOTE
004780             MOVE "Y" TO WS-NEXT-SW
004790         ELSE
004800             MOVE "WAITING FOR THE STEPS BEFORE IT"
004810                 TO WS-STEP-NOTE
004820         END-IF
004830     END-IF
004840     MOVE SPACES TO CYCLE-REPORT-LINE
004850     STRING CYW-CYCLE-STEP (CYW-SUB) " NOT RUN"
004860         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
004870     WRITE CYCLE-REPORT-LINE
004880     PERFORM 3480-WRITE-STEP-NOTE THRU 3480-EXIT.
004890 3400-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920*  3450-PRINT-ENTRY - A STEP FROM ITS LEDGER ENTRY, WITH WHAT
004930*  MAY BE DONE ABOUT IT
004940*  A COMPLETED STEP IS ONLY RUN AGAIN ON AN OVERRIDE CARD FOR
004950*  ITS NEXT RUN NUMBER; A FAILED STEP, OR ONE THAT STARTED AND
004960*  NEVER RECORDED AN END (AN ABEND), MAY BE RERUN WITHOUT ONE.
004970*----------------------------------------------------------------
004980 3450-PRINT-ENTRY.
004990     MOVE CYC-STATUS TO WS-STATUS-DESC
005000     MOVE SPACES TO WS-STEP-NOTE
005010     IF CYC-COMPLETED
005020         MOVE "COMPLETED" TO WS-STATUS-DESC
005030         COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
005040         MOVE CYW-NEXT-RUN TO WS-ED-NEXT-RUN
005050         IF CYC-STEP-NAME = "PAYTRIAL"
005060             MOVE "TRIAL RUN - MAY BE RERUN FREELY"
005070                 TO WS-STEP-NOTE
005080         ELSE
005090             STRING "COMPLETED - A RERUN NEEDS AN OVERRIDE "
005100                 "CARD FOR RUN " WS-ED-NEXT-RUN
005110                 DELIMITED BY SIZE INTO WS-STEP-NOTE
005120         END-IF
005130     END-IF
005140     IF CYC-FAILED
005150         MOVE "FAILED" TO WS-STATUS-DESC
005160         STRING "FAILED - SAFE TO RERUN ONCE THE CAUSE IS PUT "
005170             "RIGHT, NO OVERRIDE NEEDED"
005180             DELIMITED BY SIZE INTO WS-STEP-NOTE
005190     END-IF
005200     IF CYC-STARTED
005210         MOVE "STARTED" TO WS-STATUS-DESC
005220         STRING "NO END RECORDED - ABENDED OR STILL RUNNING; "
005230             "SAFE TO RERUN IF IT ABENDED"
005240             DELIMITED BY SIZE INTO WS-STEP-NOTE
005250     END-IF
005260     MOVE SPACES TO WS-OVERRIDE-DESC
005270     IF CYC-RERUN-AUTHORISED
005280         MOVE CYC-OVERRIDE-BY TO WS-OVERRIDE-DESC
005290     END-IF
005300     MOVE CYC-RUN-COUNT TO WS-ED-RUN-COUNT
005310     MOVE CYC-RETURN-CODE TO WS-ED-RETURN-CODE
005320     MOVE CYC-COUNT-IN TO WS-ED-COUNT-IN
005330     MOVE CYC-COUNT-OUT TO WS-ED-COUNT-OUT
005340     MOVE CYC-CONTROL-TOTAL TO WS-ED-CONTROL-TOTAL
005350     MOVE SPACES TO CYCLE-REPORT-LINE
005360     STRING CYC-STEP-NAME " " WS-STATUS-DESC " "
005370         WS-ED-RUN-COUNT " " CYC-START-DATE " " CYC-START-TIME
005380         " " CYC-END-DATE " " CYC-END-TIME " "
005390         WS-ED-RETURN-CODE " " WS-ED-COUNT-IN " "
005400         WS-ED-COUNT-OUT " " WS-ED-CONTROL-TOTAL " "
005410         WS-OVERRIDE-DESC
005420         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
005430     WRITE CYCLE-REPORT-LINE
005440     PERFORM 3480-WRITE-STEP-NOTE THRU 3480-EXIT.
005450 3450-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------
005480*  3480-WRITE-STEP-NOTE
005490*----------------------------------------------------------------
005500 3480-WRITE-STEP-NOTE.
005510     IF WS-STEP-NOTE = SPACES
005520         GO TO 3480-EXIT
005530     END-IF
005540     MOVE SPACES TO CYCLE-REPORT-LINE
005550     STRING "         -> " WS-STEP-NOTE
005560         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
005570     WRITE CYCLE-REPORT-LINE.
005580 3480-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610*  3500-PRINT-OTHER-ENTRY - A HELD ENTRY THAT IS NOT ONE OF THE
005620*  CYCLE'S STEPS
005630*----------------------------------------------------------------
005640 3500-PRINT-OTHER-ENTRY.
005650     IF WS-CYCLE-USED-SW (WS-BUF-SUB) = "Y"
005660         GO TO 3500-EXIT
005670     END-IF
005680     MOVE WS-CYCLE-IMAGE (WS-BUF-SUB) TO CYCLE-CONTROL-RECORD
005690     PERFORM 3450-PRINT-ENTRY THRU 3450-EXIT.
005700 3500-EXIT.
005710     EXIT.

005720*----------------------------------------------------------------
005730*  4000-PRINT-MONTH-END - THE MONTH-END STEPS OF THE MONTH IN
005740*  HAND, AFTER ITS PAY CYCLES
005750*  THE MONTH-END STEPS RUN ONLY WHEN PAYRECON HAS COMPLETED FOR
005760*  AS MANY CYCLES AS PAYROLL AND PAYREV HAVE RUN IN THE MONTH.
005770*----------------------------------------------------------------
005780 4000-PRINT-MONTH-END.
005790     ADD 1 TO WS-MONTHS-PRINTED
005800     MOVE WS-MONTH-END-BUFFER TO WS-CYCLE-BUFFER
005810     MOVE WS-MONTH-PAY-RUNS TO WS-ED-PAY-RUNS
005820     MOVE WS-MONTH-RECONCILED TO WS-ED-RECONCILED
005830     MOVE SPACES TO CYCLE-REPORT-LINE
005840     WRITE CYCLE-REPORT-LINE
005850     MOVE SPACES TO CYCLE-REPORT-LINE
005860     STRING "MONTH-END - MONTH " WS-CURR-MONTH
005870         "   FREQUENCY E   PAY RUNS IN THE MONTH " WS-ED-PAY-RUNS
005880         "   RECONCILED " WS-ED-RECONCILED
005890         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
005900     WRITE CYCLE-REPORT-LINE
005910     PERFORM 3060-WRITE-COLUMN-HEADINGS THRU 3060-EXIT
005920     MOVE "E" TO CYW-FREQUENCY
005930     MOVE "Y" TO WS-MONTH-END-SW
005940     MOVE "N" TO WS-PRIOR-SW
005950     IF WS-MONTH-RECONCILED NOT < WS-MONTH-PAY-RUNS
005960         MOVE "Y" TO WS-PRIOR-SW
005970     END-IF
005980     PERFORM 3200-PRINT-CYCLE-STEPS THRU 3200-EXIT
005990     MOVE ZERO TO WS-CYCLE-ENTRIES
006000     MOVE ZERO TO WS-ME-ENTRIES
006010     MOVE "N" TO WS-MONTH-OPEN-SW.
006020 4000-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------
006050*  9000-TERMINATE - PRINT THE LAST CYCLE AND MONTH, THE TOTALS,
006060*  AND CLOSE
006070*  A MONTH ASKED FOR WITH NOTHING ON THE LEDGER STILL SHOWS ITS
006080*  MONTH-END STEPS, AS NOT RUN.
006090*----------------------------------------------------------------
006100 9000-TERMINATE.
006110     IF FATAL-OPEN-FAILURE
006120         DISPLAY "CYCLRPT RUN FAILED - SEE CONSOLE MESSAGES"
006130         MOVE 16 TO RETURN-CODE
006140         GO TO 9000-EXIT
006150     END-IF
006160     IF CYCLE-IN-HAND
006170         PERFORM 3000-PRINT-PAY-CYCLE THRU 3000-EXIT
006180     END-IF
006190     IF ONE-MONTH-ONLY AND NOT MONTH-IN-HAND
006200         MOVE "Y" TO WS-MONTH-OPEN-SW
006210         MOVE WS-SELECT-MONTH TO WS-CURR-MONTH
006220         MOVE ZERO TO WS-MONTH-PAY-RUNS
006230         MOVE ZERO TO WS-MONTH-RECONCILED
006240         MOVE ZERO TO WS-ME-ENTRIES
006250     END-IF
006260     IF MONTH-IN-HAND
006270         PERFORM 4000-PRINT-MONTH-END THRU 4000-EXIT
006280     END-IF
006290     MOVE WS-ENTRIES-READ TO WS-ED-ENTRIES
006300     MOVE WS-CYCLES-PRINTED TO WS-ED-CYCLES
006310     MOVE SPACES TO CYCLE-REPORT-LINE
006320     WRITE CYCLE-REPORT-LINE
006330     MOVE SPACES TO CYCLE-REPORT-LINE
006340     STRING "LEDGER ENTRIES READ " WS-ED-ENTRIES
006350         "   PAY CYCLES REPORTED " WS-ED-CYCLES
006360         DELIMITED BY SIZE INTO CYCLE-REPORT-LINE
006370     WRITE CYCLE-REPORT-LINE
006380     CLOSE CYCLE-CONTROL-FILE
006390     CLOSE CYCLE-STATUS-REPORT
006400     DISPLAY "CYCLRPT RUN COMPLETE - " WS-ENTRIES-READ
006410         " LEDGER ENTRIES, " WS-CYCLES-PRINTED
006420         " PAY CYCLE(S) REPORTED".
006430 9000-EXIT.
006440     EXIT.
