000603*                  LEAVERS' FINAL MONEY AND ADJUSTMENTS GO TO
000604*                  THE BANK THROUGH THE SAME CONTROLS AS ANY
000605*                  OTHER RUN.
000606*  2026-10-15 TLM  A REVERSAL-MODE PARM CARD ("R") IS REFUSED -
000607*                  A VOIDED PAYMENT HAS NOTHING TO BATCH.
000608*  2026-10-15 TLM  THE RUN IS NOW A STEP OF THE PAY-CYCLE
000609*                  CONTROL LEDGER (CYCLCTL) - IT IS REFUSED
000610*                  UNLESS THE STEPS BEFORE IT COMPLETED, OR IF
000611*                  IT HAS ALREADY COMPLETED WITHOUT AN
000612*                  AUTHORISED OVERRIDE CARD, AND RECORDS ITS
000613*                  END, RETURN CODE, COUNTS AND BATCH TOTAL.
000614*  2026-10-15 TLM  AN EMPLOYEE PAID IN CASH (PAYMENT METHOD "C"
000615*                  ON THE PAY-RESULTS RECORD) IS LEFT OUT OF THE
000616*                  BATCH WITHOUT A BANK-MASTER LOOKUP AND IS NO
000617*                  LONGER REPORTED AS AN EXCEPTION - CASHPAY
000618*                  MAKES UP THE PACKET.  THE CASH COUNT AND
000619*                  TOTAL CLOSE THE EXCEPTION REPORT AND THE RUN
000620*                  SUMMARY, AND COUNT AS RESULTS READ ON THE
000621*                  CYCLE LEDGER.
000623*----------------------------------------------------------------

000625 ENVIRONMENT DIVISION.
000627 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PAY-RESULTS-FILE
000650         ASSIGN TO "PAYRSLT"
000900         RECORD KEY IS PCTL-KEY
000910         FILE STATUS IS WS-PAYCTL-STATUS.

000911     SELECT CYCLE-CONTROL-FILE
000912         ASSIGN TO "CYCLCTL"
000913         ORGANIZATION IS INDEXED
000914         ACCESS MODE IS DYNAMIC
000915         RECORD KEY IS CYC-KEY
000916         FILE STATUS IS WS-CYCLCTL-STATUS.

000917     SELECT CYCLE-OVERRIDE-FILE
000918         ASSIGN TO "CYCOVRD"
000919         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CYCOVRD-STATUS.

000921     SELECT AUDIT-TRAIL-FILE
000922         ASSIGN TO "EMPAUDIT"
000923         ORGANIZATION IS LINE SEQUENTIAL
000924         FILE STATUS IS WS-EMPAUDIT-STATUS.

000927 DATA DIVISION.
000930 FILE SECTION.
000940 FD  PAY-RESULTS-FILE
000950     LABEL RECORDS ARE STANDARD.
001100     LABEL RECORDS ARE STANDARD.
001110     COPY PAYCTL.

001111 FD  CYCLE-CONTROL-FILE
001112     LABEL RECORDS ARE STANDARD.
001113     COPY CYCLCTL.

001114 FD  CYCLE-OVERRIDE-FILE
001115     LABEL RECORDS ARE STANDARD.
001116     COPY CYCOVRD.

001117 FD  AUDIT-TRAIL-FILE
001118     LABEL RECORDS ARE STANDARD.
001119     COPY EMPAUDIT.

001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-PAYRSLT-STATUS       PIC X(02) VALUE "00".
001380 01  WS-RUN-COUNTERS.
001390     05  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.
001400     05  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
001405     05  WS-CASH-COUNT           PIC 9(05) VALUE ZERO.

001410 01  WS-BATCH-TOTAL              PIC 9(09)V99 VALUE ZERO.

001415 01  WS-CASH-TOTAL               PIC 9(09)V99 VALUE ZERO.

001420 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.

001430 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.

001450 01  WS-ED-EMP-NUMBER            PIC ZZZZZ9.

001452 01  WS-ED-CASH-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

001455     COPY CYCLWORK.

001460 PROCEDURE DIVISION.

001470*----------------------------------------------------------------
001520     PERFORM 2000-PROCESS-PAY-RESULT THRU 2000-EXIT
001530         UNTIL END-OF-PAY-RESULTS
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT
001545     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001550     STOP RUN.

001560*----------------------------------------------------------------
002260*  LOOKS IT UP ON THE PAY-PERIOD CONTROL FILE.  THE BATCH IS
002270*  ONLY BUILT FOR A PERIOD PAYROLL HAS MARKED PAID; A PERIOD
002280*  ALREADY MARKED EFT-SUBMITTED, STILL OPEN, OR NOT ON FILE AT
002290*  ALL REFUSES THE RUN, AS DOES THE CYCLE LEDGER CHECK (9800)
002293*  WHEN PAYROLL HAS NOT COMPLETED FOR THE CYCLE OR THIS STEP
002296*  ALREADY HAS.  THE CONTROL FILE STAYS OPEN SO 9000
002300*  CAN MARK THE PERIOD SUBMITTED; ON A REFUSAL IT IS CLOSED
002310*  HERE.
002320*----------------------------------------------------------------
002510         SET EFT-RUN-REFUSED TO TRUE
002520         GO TO 1100-EXIT
002530     END-IF
002531     IF PARM-REVERSAL-RUN
002532         DISPLAY "EFTGEN: PARAMETER CARD IS IN REVERSAL MODE - "
002533             "NOTHING TO BATCH - RUN REFUSED"
002534         SET EFT-RUN-REFUSED TO TRUE
002535         GO TO 1100-EXIT
002536     END-IF
002537     MOVE "EFTGEN" TO CYW-THIS-STEP
002538     MOVE "EFTGEN" TO CYW-SEQUENCE-STEP
002539     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
002540     MOVE WS-PERIOD-FREQUENCY TO CYW-FREQUENCY
002541     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
002542     IF CYW-STEP-REFUSED
002543         SET EFT-RUN-REFUSED TO TRUE
002544         GO TO 1100-EXIT
002545     END-IF
002547     OPEN I-O PAY-CONTROL-FILE
002550     IF NOT PAYCTL-OK
002560         DISPLAY "EFTGEN: PAYCTL OPEN FAILED, STATUS "
002570             WS-PAYCTL-STATUS
003070*  LOOKS UP THE EMPLOYEE'S BANK ACCOUNT AND WRITES ONE DETAIL
003080*  RECORD TO THE EFT BATCH.  AN EMPLOYEE WITH NO BANK ACCOUNT ON
003090*  FILE IS REPORTED AS AN EXCEPTION AND LEFT OUT OF THE BATCH.
003092*  AN EMPLOYEE PAID IN CASH IS ONLY COUNTED - CASHPAY MAKES UP
003094*  THE PACKET FROM THE SAME PAY-RESULTS FILE.
003100*----------------------------------------------------------------
003110 3000-BUILD-EFT-DETAIL.
003112     IF PR-PAID-IN-CASH
003114         ADD 1 TO WS-CASH-COUNT
003116         ADD PR-NET-PAY TO WS-CASH-TOTAL
003118         GO TO 3000-EXIT
003119     END-IF
003120     MOVE PR-EMP-NUMBER TO BANK-EMP-NUMBER
003130     READ BANK-MASTER
003140         INVALID KEY
003840         MOVE WS-BATCH-COUNT TO EFT-TRL-BATCH-COUNT
003850         MOVE WS-BATCH-TOTAL TO EFT-TRL-BATCH-TOTAL
003860         WRITE EFT-TRAILER-RECORD
003862         MOVE WS-CASH-TOTAL TO WS-ED-CASH-TOTAL
003864         MOVE SPACES TO EXCEPTION-LINE
003866         STRING WS-CASH-COUNT " EMPLOYEE(S) PAID IN CASH, "
003867             "TOTAL " WS-ED-CASH-TOTAL
003868             " - NOT BATCHED, SEE CASHPAY"
003869             DELIMITED BY SIZE INTO EXCEPTION-LINE
003870         WRITE EXCEPTION-LINE
003875         PERFORM 9100-MARK-PERIOD-SUBMITTED THRU 9100-EXIT
003880         CLOSE PAY-RESULTS-FILE
003890         CLOSE BANK-MASTER
003900         CLOSE EFT-BATCH-FILE
003920         CLOSE PAY-CONTROL-FILE
003930         DISPLAY "EFTGEN RUN COMPLETE - " WS-BATCH-COUNT
003940             " PAYMENT(S) BATCHED, " WS-EXCEPTION-COUNT
003950             " EXCEPTION(S), " WS-CASH-COUNT " PAID IN CASH"
003960     ELSE
003970         IF NOT PAYRSLT-HEALTHY
003980             DISPLAY "EFTGEN RUN FAILED - PAY-RESULTS-FILE COULD "
004210     END-REWRITE.
004220 9100-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250*  9800-CHECK-CYCLE-STEP
004260*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
004270*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
004280*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
004290*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
004300*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
004310*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
004320*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
004330*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
004340*----------------------------------------------------------------
004350 9800-CHECK-CYCLE-STEP.
004360     IF CYW-PERIOD-END = ZERO
004370         DISPLAY "EFTGEN: NO PERIOD-END DATE ON RUN PARM - "
004380             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
004390             "LEDGER - RUN REFUSED"
004400         SET CYW-STEP-REFUSED TO TRUE
004410         GO TO 9800-EXIT
004420     END-IF
004430     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
004440     IF CYW-STEP-POS = ZERO
004450         DISPLAY "EFTGEN: " CYW-SEQUENCE-STEP
004460             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
004470             " CYCLE - RUN REFUSED"
004480         SET CYW-STEP-REFUSED TO TRUE
004490         GO TO 9800-EXIT
004500     END-IF
004510     OPEN I-O CYCLE-CONTROL-FILE
004520     IF CYCLCTL-NOT-FOUND
004530         OPEN OUTPUT CYCLE-CONTROL-FILE
004540         CLOSE CYCLE-CONTROL-FILE
004550         OPEN I-O CYCLE-CONTROL-FILE
004560     END-IF
004570     IF NOT CYCLCTL-OK
004580         DISPLAY "EFTGEN: CYCLCTL OPEN FAILED, STATUS "
004590             WS-CYCLCTL-STATUS " - RUN REFUSED"
004600         SET CYW-STEP-REFUSED TO TRUE
004610         GO TO 9800-EXIT
004620     END-IF
004630     IF CYW-MONTH-END-CYCLE
004640         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
004650     ELSE
004660         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
004670             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
004680             UNTIL CYW-SUB NOT < CYW-STEP-POS
004690     END-IF
004700     IF CYW-STEP-REFUSED
004710         CLOSE CYCLE-CONTROL-FILE
004720         GO TO 9800-EXIT
004730     END-IF
004740     ACCEPT CYW-DATE FROM DATE YYYYMMDD
004750     ACCEPT CYW-TIME FROM TIME
004760     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
004770     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
004780     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
004790     READ CYCLE-CONTROL-FILE
004800         INVALID KEY
004810             MOVE "N" TO CYW-ON-FILE-SW
004820         NOT INVALID KEY
004830             MOVE "Y" TO CYW-ON-FILE-SW
004840     END-READ
004850     IF CYW-STEP-ON-FILE
004860         AND CYC-COMPLETED
004870         AND NOT CYW-RERUN-FREE
004880             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
004890             IF NOT CYW-OVERRIDE-FOUND
004900                 DISPLAY "EFTGEN: " CYW-THIS-STEP
004910                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
004920                     CYW-FREQUENCY
004930                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
004940                     "CARD - RUN REFUSED"
004950                 SET CYW-STEP-REFUSED TO TRUE
004960                 CLOSE CYCLE-CONTROL-FILE
004970                 GO TO 9800-EXIT
004980             END-IF
004990             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
005000             IF CYW-STEP-REFUSED
005010                 CLOSE CYCLE-CONTROL-FILE
005020                 GO TO 9800-EXIT
005030             END-IF
005040     END-IF
005050*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
005060*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
005070     IF CYW-STEP-ON-FILE
005080         ADD 1 TO CYC-RUN-COUNT
005090     ELSE
005100         MOVE SPACES TO CYCLE-CONTROL-RECORD
005110         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005120         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005130         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
005140         MOVE 1 TO CYC-RUN-COUNT
005150     END-IF
005160     MOVE "S" TO CYC-STATUS
005170     MOVE CYW-DATE TO CYC-START-DATE
005180     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
005190     MOVE ZERO TO CYC-END-DATE
005200     MOVE ZERO TO CYC-END-TIME
005210     MOVE ZERO TO CYC-RETURN-CODE
005220     MOVE ZERO TO CYC-COUNT-IN
005230     MOVE ZERO TO CYC-COUNT-OUT
005240     MOVE ZERO TO CYC-CONTROL-TOTAL
005250     IF CYW-OVERRIDE-FOUND
005260         MOVE "O" TO CYC-OVERRIDE-FLAG
005270         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
005280     ELSE
005290         MOVE SPACE TO CYC-OVERRIDE-FLAG
005300         MOVE SPACES TO CYC-OVERRIDE-BY
005310     END-IF
005320     IF CYW-STEP-ON-FILE
005330         REWRITE CYCLE-CONTROL-RECORD
005340             INVALID KEY
005350                 SET CYW-STEP-REFUSED TO TRUE
005360         END-REWRITE
005370     ELSE
005380         WRITE CYCLE-CONTROL-RECORD
005390             INVALID KEY
005400                 SET CYW-STEP-REFUSED TO TRUE
005410         END-WRITE
005420     END-IF
005430     IF CYW-STEP-REFUSED
005440         DISPLAY "EFTGEN: CYCLCTL WRITE FAILED, STATUS "
005450             WS-CYCLCTL-STATUS " - RUN REFUSED"
005460     ELSE
005470         SET CYW-STEP-OPENED TO TRUE
005480     END-IF
005490     CLOSE CYCLE-CONTROL-FILE.
005500 9800-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
005540*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
005550*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
005560*----------------------------------------------------------------
005570 9810-SET-STEP-SEQUENCE.
005580     MOVE ZERO TO CYW-STEP-POS
005590     MOVE 1 TO CYW-FIRST-POS
005600     IF CYW-WEEKLY-CYCLE
005610         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
005620     END-IF
005630     IF CYW-MONTHLY-CYCLE
005640         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
005650         MOVE 2 TO CYW-FIRST-POS
005660     END-IF
005670     IF CYW-REVERSAL-CYCLE
005680         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
005690     END-IF
005700     IF CYW-MONTH-END-CYCLE
005710         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
005720     END-IF
005730     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
005740         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
005750         UNTIL CYW-SUB > CYW-STEP-MAX.
005760 9810-EXIT.
005770     EXIT.

005780*----------------------------------------------------------------
005790*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
005800*----------------------------------------------------------------
005810 9815-MATCH-STEP.
005820     IF CYW-STEP-POS = ZERO
005830         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
005840             MOVE CYW-SUB TO CYW-STEP-POS
005850     END-IF.
005860 9815-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
005900*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
005910*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
005920*----------------------------------------------------------------
005930 9820-CHECK-PRIOR-STEP.
005940     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005950     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005960     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
005970     READ CYCLE-CONTROL-FILE
005980         INVALID KEY
005990             DISPLAY "EFTGEN: " CYW-CYCLE-STEP (CYW-SUB)
006000                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
006010                 CYW-FREQUENCY " - RUN REFUSED"
006020             SET CYW-STEP-REFUSED TO TRUE
006030             GO TO 9820-EXIT
006040     END-READ
006050     IF NOT CYC-COMPLETED
006060         DISPLAY "EFTGEN: " CYW-CYCLE-STEP (CYW-SUB)
006070             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
006080             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
006090             CYC-RETURN-CODE ") - RUN REFUSED"
006100         SET CYW-STEP-REFUSED TO TRUE
006110     END-IF.
006120 9820-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------
006150*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
006160*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
006170*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
006180*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
006190*----------------------------------------------------------------
006200 9830-CHECK-MONTH-CYCLES.
006210     MOVE ZERO TO CYW-MONTH-CYCLES
006220     MOVE ZERO TO CYW-MONTH-RECONCILED
006230     MOVE "N" TO CYW-LEDGER-EOF-SW
006240     MOVE LOW-VALUES TO CYC-KEY
006250     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
006260     MOVE 01 TO CYW-ML-DD
006270     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
006280     MOVE 31 TO CYW-ML-DD
006290     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
006300         INVALID KEY
006310             MOVE "Y" TO CYW-LEDGER-EOF-SW
006320     END-START
006330     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
006340         UNTIL CYW-END-OF-LEDGER
006350     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
006360         DISPLAY "EFTGEN: " CYW-MONTH-RECONCILED " OF "
006370             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
006380             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
006390         SET CYW-STEP-REFUSED TO TRUE
006400     END-IF.
006410 9830-EXIT.
006420     EXIT.

006430*----------------------------------------------------------------
006440*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
006450*----------------------------------------------------------------
006460 9835-READ-MONTH-STEP.
006470     READ CYCLE-CONTROL-FILE NEXT RECORD
006480         AT END
006490             MOVE "Y" TO CYW-LEDGER-EOF-SW
006500             GO TO 9835-EXIT
006510     END-READ
006520     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
006530         MOVE "Y" TO CYW-LEDGER-EOF-SW
006540         GO TO 9835-EXIT
006550     END-IF
006560     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
006570         ADD 1 TO CYW-MONTH-CYCLES
006580     END-IF
006590     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
006600         ADD 1 TO CYW-MONTH-RECONCILED
006610     END-IF.
006620 9835-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------
006650*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
006660*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
006670*----------------------------------------------------------------
006680 9840-FIND-OVERRIDE.
006690     MOVE "N" TO CYW-OVERRIDE-SW
006700     MOVE "N" TO CYW-OVR-EOF-SW
006710     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
006720     OPEN INPUT CYCLE-OVERRIDE-FILE
006730     IF NOT CYCOVRD-OK
006740         GO TO 9840-EXIT
006750     END-IF
006760     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
006770         UNTIL CYW-END-OF-OVERRIDES
006780            OR CYW-OVERRIDE-FOUND
006790     CLOSE CYCLE-OVERRIDE-FILE.
006800 9840-EXIT.
006810     EXIT.

006820*----------------------------------------------------------------
006830*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
006840*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
006850*----------------------------------------------------------------
006860 9845-CHECK-OVERRIDE-CARD.
006870     READ CYCLE-OVERRIDE-FILE
006880         AT END
006890             MOVE "Y" TO CYW-OVR-EOF-SW
006900             GO TO 9845-EXIT
006910     END-READ
006920     IF OVR-PERIOD-END-X NOT NUMERIC
006930         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
006940         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
006950         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
006960             GO TO 9845-EXIT
006970     END-IF
006980     IF OVR-RUN-NUMBER-X NOT NUMERIC
006990         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
007000             DISPLAY "EFTGEN: OVERRIDE CARD FOR " OVR-STEP-NAME
007010                 " IGNORED - IT MUST NAME RUN NUMBER "
007020                 CYW-NEXT-RUN
007030             GO TO 9845-EXIT
007040     END-IF
007050     IF OVR-AUTHORISED-BY = SPACES
007060         OR OVR-REASON = SPACES
007070             DISPLAY "EFTGEN: OVERRIDE CARD FOR " OVR-STEP-NAME
007080                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
007090             GO TO 9845-EXIT
007100     END-IF
007110     MOVE "Y" TO CYW-OVERRIDE-SW.
007120 9845-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
007160*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
007170*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
007180*  THE REASON AS THE AFTER IMAGE
007190*----------------------------------------------------------------
007200 9850-AUDIT-OVERRIDE.
007210     OPEN EXTEND AUDIT-TRAIL-FILE
007220     IF EMPAUDIT-NOT-FOUND
007230         OPEN OUTPUT AUDIT-TRAIL-FILE
007240     END-IF
007250     IF NOT EMPAUDIT-OK
007260         DISPLAY "EFTGEN: EMPAUDIT OPEN FAILED, STATUS "
007270             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
007280         MOVE "N" TO CYW-OVERRIDE-SW
007290         SET CYW-STEP-REFUSED TO TRUE
007300         GO TO 9850-EXIT
007310     END-IF
007320     MOVE SPACES TO AUDIT-TRAIL-RECORD
007330     MOVE CYW-DATE TO AUD-DATE
007340     MOVE CYW-TIME-HHMMSS TO AUD-TIME
007350     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
007360     MOVE ZERO TO AUD-EMP-NUMBER
007370     MOVE "O" TO AUD-ACTION-CODE
007380     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
007390     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
007400         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
007410     MOVE OVR-REASON TO AUD-AFTER-IMAGE
007420     WRITE AUDIT-TRAIL-RECORD
007430     CLOSE AUDIT-TRAIL-FILE
007440     DISPLAY "EFTGEN: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
007450         " AUTHORISED BY " OVR-AUTHORISED-BY
007460         " - WRITTEN TO THE AUDIT TRAIL".
007470 9850-EXIT.
007480     EXIT.

007490*----------------------------------------------------------------
007500*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
007510*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
007520*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
007530*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
007540*----------------------------------------------------------------
007550 9900-CLOSE-CYCLE-STEP.
007560     IF NOT CYW-STEP-OPENED
007570         GO TO 9900-EXIT
007580     END-IF
007590     COMPUTE CYW-COUNT-IN = WS-BATCH-COUNT + WS-EXCEPTION-COUNT
007595         + WS-CASH-COUNT
007600     MOVE WS-BATCH-COUNT TO CYW-COUNT-OUT
007610     MOVE WS-BATCH-TOTAL TO CYW-CONTROL-TOTAL
007620     OPEN I-O CYCLE-CONTROL-FILE
007630     IF NOT CYCLCTL-OK
007640         DISPLAY "EFTGEN: CYCLCTL OPEN FAILED, STATUS "
007650             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007660         MOVE 16 TO RETURN-CODE
007670         GO TO 9900-EXIT
007680     END-IF
007690     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007700     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007710     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007720     READ CYCLE-CONTROL-FILE
007730         INVALID KEY
007740             DISPLAY "EFTGEN: CYCLE LEDGER ENTRY FOR "
007750                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
007760             MOVE 16 TO RETURN-CODE
007770             CLOSE CYCLE-CONTROL-FILE
007780             GO TO 9900-EXIT
007790     END-READ
007800     ACCEPT CYW-DATE FROM DATE YYYYMMDD
007810     ACCEPT CYW-TIME FROM TIME
007820     MOVE CYW-DATE TO CYC-END-DATE
007830     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
007840     MOVE RETURN-CODE TO CYC-RETURN-CODE
007850     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
007860     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
007870     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
007880     IF RETURN-CODE = ZERO
007890         MOVE "C" TO CYC-STATUS
007900     ELSE
007910         MOVE "F" TO CYC-STATUS
007920     END-IF
007930     REWRITE CYCLE-CONTROL-RECORD
007940         INVALID KEY
007950             DISPLAY "EFTGEN: CYCLCTL REWRITE FAILED, STATUS "
007960                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007970             MOVE 16 TO RETURN-CODE
007980     END-REWRITE
007990     CLOSE CYCLE-CONTROL-FILE.
008000 9900-EXIT.
008010     EXIT.
