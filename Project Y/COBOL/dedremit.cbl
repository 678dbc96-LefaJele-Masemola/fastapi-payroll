000340*                  THE BATCH AND PAY THE PAYEES TWICE - THE
000350*                  SAME GUARD THE PAY-PERIOD CONTROL FILE
000360*                  GIVES EFTGEN.
000361*  2026-10-15 TLM  A DEDUCTION BACKED OUT BY A PAY REVERSAL
000362*                  IS NOW NETTED OFF ITS PAYEE'S TOTAL AND
000363*                  LISTED AS REVERSED; A PAYEE LEFT WITH
000364*                  NOTHING TO REMIT GETS NO CREDIT.
000365*  2026-10-15 TLM  THE RUN IS NOW A MONTH-END STEP OF THE PAY-
000366*                  CYCLE CONTROL LEDGER (CYCLCTL) - IT IS
000367*                  REFUSED UNTIL EVERY PAY RUN OF THE MONTH HAS
000368*                  BEEN RECONCILED BY PAYRECON, OR IF IT HAS
000369*                  ALREADY COMPLETED FOR THE MONTH WITHOUT AN
000370*                  AUTHORISED OVERRIDE CARD, AND RECORDS ITS
000371*                  END, RETURN CODE, COUNTS AND MONTH WITHHELD.
000375*----------------------------------------------------------------

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000690         RECORD KEY IS RMC-MONTH
000700         FILE STATUS IS WS-REMITCTL-STATUS.

000701     SELECT CYCLE-CONTROL-FILE
000702         ASSIGN TO "CYCLCTL"
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS CYC-KEY
000706         FILE STATUS IS WS-CYCLCTL-STATUS.

000707     SELECT CYCLE-OVERRIDE-FILE
000708         ASSIGN TO "CYCOVRD"
000709         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CYCOVRD-STATUS.

000711     SELECT AUDIT-TRAIL-FILE
000712         ASSIGN TO "EMPAUDIT"
000713         ORGANIZATION IS LINE SEQUENTIAL
000714         FILE STATUS IS WS-EMPAUDIT-STATUS.

000717 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DEDUCTION-TAKEN-FILE
000740     LABEL RECORDS ARE STANDARD.
000860     05  SRT-SEQUENCE-NO         PIC 9(02).
000870     05  SRT-TYPE-CODE           PIC X(01).
000880     05  SRT-AMOUNT              PIC 9(07)V99.
000881     05  SRT-REVERSAL-FLAG       PIC X(01).
000882         88  SRT-REVERSAL                VALUE "R".
000890     05  FILLER                  PIC X(07).

000900 FD  PAYEE-MASTER
000910     LABEL RECORDS ARE STANDARD.
001030     LABEL RECORDS ARE STANDARD.
001040     COPY REMITCTL.

001041 FD  CYCLE-CONTROL-FILE
001042     LABEL RECORDS ARE STANDARD.
001043     COPY CYCLCTL.

001044 FD  CYCLE-OVERRIDE-FILE
001045     LABEL RECORDS ARE STANDARD.
001046     COPY CYCOVRD.

001047 FD  AUDIT-TRAIL-FILE
001048     LABEL RECORDS ARE STANDARD.
001049     COPY EMPAUDIT.

001050 WORKING-STORAGE SECTION.
001060 01  WS-FILE-STATUSES.
001070     05  WS-DEDTAKEN-STATUS      PIC X(02) VALUE "00".
001330     05  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.

001340 01  WS-MONEY-TOTALS.
001350     05  WS-PAYEE-TOTAL          PIC S9(09)V99 VALUE ZERO.
001360     05  WS-MONTH-WITHHELD       PIC S9(11)V99 VALUE ZERO.
001370     05  WS-MONTH-REMITTED       PIC 9(11)V99 VALUE ZERO.
001380     05  WS-MONTH-UNREMITTED     PIC 9(11)V99 VALUE ZERO.
001390     05  WS-BATCH-TOTAL          PIC 9(09)V99 VALUE ZERO.
001740     05  WS-ED-PAYEE-ID          PIC ZZZ9.
001750     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001755     COPY CYCLWORK.

001760 PROCEDURE DIVISION.

001770*----------------------------------------------------------------
001910                 THRU 3000-EXIT
001920     END-IF
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT
001935     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001940     STOP RUN.

001950*----------------------------------------------------------------
002060         SET FATAL-RUN-FAILURE TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF
002081*    THE MONTH-END STEPS ARE LEDGERED UNDER THE MONTH, DAY 00.
002082     MOVE "DEDREMIT" TO CYW-THIS-STEP
002083     MOVE "DEDREMIT" TO CYW-SEQUENCE-STEP
002084     MOVE WS-REMIT-MONTH TO CYW-PE-MONTH
002085     MOVE ZERO TO CYW-PE-DD
002086     MOVE "E" TO CYW-FREQUENCY
002087     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
002088     IF CYW-STEP-REFUSED
002089         SET FATAL-RUN-FAILURE TO TRUE
002090         GO TO 1000-EXIT
002091     END-IF
002095*    THE RERUN GUARD COMES FIRST - A MONTH ALREADY REMITTED
002100*    MUST NOT REBUILD A BATCH THE BANK MAY ALREADY HAVE.
002110     PERFORM 1100-CHECK-REMIT-CONTROL THRU 1100-EXIT
002120     IF MONTH-ALREADY-REMITTED

003100*----------------------------------------------------------------
003110*  3100-PROCESS-ONE-TAKEN - ONE WITHHELD DETAIL RECORD
003111*  A REVERSAL RECORD GIVES BACK MONEY A VOIDED PAYMENT NEVER
003112*  REALLY WITHHELD, SO IT COMES OFF THE PAYEE AND THE MONTH.
003120*----------------------------------------------------------------
003130 3100-PROCESS-ONE-TAKEN.
003140     IF SRT-PERIOD-MONTH NOT = WS-REMIT-MONTH
003200             PERFORM 3200-START-PAYEE THRU 3200-EXIT
003210     END-IF
003220     ADD 1 TO WS-DETAIL-COUNT
003221     IF SRT-REVERSAL
003222         SUBTRACT SRT-AMOUNT FROM WS-PAYEE-TOTAL
003223         SUBTRACT SRT-AMOUNT FROM WS-MONTH-WITHHELD
003224     ELSE
003230         ADD SRT-AMOUNT TO WS-PAYEE-TOTAL
003240         ADD SRT-AMOUNT TO WS-MONTH-WITHHELD
003241     END-IF
003250     MOVE SRT-EMP-NUMBER TO WS-ED-EMP-NUMBER
003260     MOVE SRT-AMOUNT TO WS-ED-AMOUNT
003270     MOVE SPACES TO REMIT-ADVICE-LINE
003271     IF SRT-REVERSAL
003272         STRING "  EMP " WS-ED-EMP-NUMBER "  " SRT-EMP-NAME
003273             "  PERIOD " SRT-PERIOD-END-DATE
003274             "  " SRT-TYPE-CODE "  R" WS-ED-AMOUNT
003275             "  REVERSED"
003276             DELIMITED BY SIZE INTO REMIT-ADVICE-LINE
003277     ELSE
003280         STRING "  EMP " WS-ED-EMP-NUMBER "  " SRT-EMP-NAME
003290             "  PERIOD " SRT-PERIOD-END-DATE
003300             "  " SRT-TYPE-CODE "  R" WS-ED-AMOUNT
003310             DELIMITED BY SIZE INTO REMIT-ADVICE-LINE
003311     END-IF
003320     WRITE REMIT-ADVICE-LINE.
003330 3100-NEXT.
003340     PERFORM 3900-RETURN-TAKEN THRU 3900-EXIT.

003800*----------------------------------------------------------------
003810*  3800-FLUSH-PAYEE - ONE FINISHED PAYEE'S TOTAL AND CREDIT
003820*  NOTHING PENDING ON THE VERY FIRST RECORD.  A PAYEE WHOSE
003821*  REVERSALS CANCEL ALL OF THE MONTH'S MONEY HAS NOTHING TO
003822*  REMIT AND NO CREDIT IS BUILT.
003830*----------------------------------------------------------------
003840 3800-FLUSH-PAYEE.
003850     IF NOT PAYEE-STARTED
003860         GO TO 3800-EXIT
003870     END-IF
003880     ADD 1 TO WS-PAYEE-COUNT
003881     IF WS-PAYEE-TOTAL NOT > ZERO
003882         MOVE SPACES TO REMIT-ADVICE-LINE
003883         STRING "  NOTHING TO REMIT - THE MONTH'S DEDUCTIONS "
003884             "WERE REVERSED"
003885             DELIMITED BY SIZE INTO REMIT-ADVICE-LINE
003886         WRITE REMIT-ADVICE-LINE
003887         MOVE "N" TO WS-PAYEE-STARTED-SW
003888         GO TO 3800-EXIT
003889     END-IF
003890     MOVE WS-PAYEE-TOTAL TO WS-ED-AMOUNT
003900     IF PAYEE-ON-FILE
003910         MOVE SPACES TO REMIT-ADVICE-LINE
005040     END-WRITE.
005050 9100-EXIT.
005060     EXIT.

005070*----------------------------------------------------------------
005080*  9800-CHECK-CYCLE-STEP
005090*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
005100*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
005110*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
005120*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
005130*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
005140*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
005150*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
005160*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
005170*----------------------------------------------------------------
005180 9800-CHECK-CYCLE-STEP.
005190     IF CYW-PERIOD-END = ZERO
005200         DISPLAY "DEDREMIT: NO PERIOD-END DATE ON RUN PARM - "
005210             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
005220             "LEDGER - RUN REFUSED"
005230         SET CYW-STEP-REFUSED TO TRUE
005240         GO TO 9800-EXIT
005250     END-IF
005260     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
005270     IF CYW-STEP-POS = ZERO
005280         DISPLAY "DEDREMIT: " CYW-SEQUENCE-STEP
005290             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
005300             " CYCLE - RUN REFUSED"
005310         SET CYW-STEP-REFUSED TO TRUE
005320         GO TO 9800-EXIT
005330     END-IF
005340     OPEN I-O CYCLE-CONTROL-FILE
005350     IF CYCLCTL-NOT-FOUND
005360         OPEN OUTPUT CYCLE-CONTROL-FILE
005370         CLOSE CYCLE-CONTROL-FILE
005380         OPEN I-O CYCLE-CONTROL-FILE
005390     END-IF
005400     IF NOT CYCLCTL-OK
005410         DISPLAY "DEDREMIT: CYCLCTL OPEN FAILED, STATUS "
005420             WS-CYCLCTL-STATUS " - RUN REFUSED"
005430         SET CYW-STEP-REFUSED TO TRUE
005440         GO TO 9800-EXIT
005450     END-IF
005460     IF CYW-MONTH-END-CYCLE
005470         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
005480     ELSE
005490         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
005500             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
005510             UNTIL CYW-SUB NOT < CYW-STEP-POS
005520     END-IF
005530     IF CYW-STEP-REFUSED
005540         CLOSE CYCLE-CONTROL-FILE
005550         GO TO 9800-EXIT
005560     END-IF
005570     ACCEPT CYW-DATE FROM DATE YYYYMMDD
005580     ACCEPT CYW-TIME FROM TIME
005590     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005600     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005610     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
005620     READ CYCLE-CONTROL-FILE
005630         INVALID KEY
005640             MOVE "N" TO CYW-ON-FILE-SW
005650         NOT INVALID KEY
005660             MOVE "Y" TO CYW-ON-FILE-SW
005670     END-READ
005680     IF CYW-STEP-ON-FILE
005690         AND CYC-COMPLETED
005700         AND NOT CYW-RERUN-FREE
005710             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
005720             IF NOT CYW-OVERRIDE-FOUND
005730                 DISPLAY "DEDREMIT: " CYW-THIS-STEP
005740                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
005750                     CYW-FREQUENCY
005760                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
005770                     "CARD - RUN REFUSED"
005780                 SET CYW-STEP-REFUSED TO TRUE
005790                 CLOSE CYCLE-CONTROL-FILE
005800                 GO TO 9800-EXIT
005810             END-IF
005820             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
005830             IF CYW-STEP-REFUSED
005840                 CLOSE CYCLE-CONTROL-FILE
005850                 GO TO 9800-EXIT
005860             END-IF
005870     END-IF
005880*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
005890*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
005900     IF CYW-STEP-ON-FILE
005910         ADD 1 TO CYC-RUN-COUNT
005920     ELSE
005930         MOVE SPACES TO CYCLE-CONTROL-RECORD
005940         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005950         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005960         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
005970         MOVE 1 TO CYC-RUN-COUNT
005980     END-IF
005990     MOVE "S" TO CYC-STATUS
006000     MOVE CYW-DATE TO CYC-START-DATE
006010     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
006020     MOVE ZERO TO CYC-END-DATE
006030     MOVE ZERO TO CYC-END-TIME
006040     MOVE ZERO TO CYC-RETURN-CODE
006050     MOVE ZERO TO CYC-COUNT-IN
006060     MOVE ZERO TO CYC-COUNT-OUT
006070     MOVE ZERO TO CYC-CONTROL-TOTAL
006080     IF CYW-OVERRIDE-FOUND
006090         MOVE "O" TO CYC-OVERRIDE-FLAG
006100         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
006110     ELSE
006120         MOVE SPACE TO CYC-OVERRIDE-FLAG
006130         MOVE SPACES TO CYC-OVERRIDE-BY
006140     END-IF
006150     IF CYW-STEP-ON-FILE
006160         REWRITE CYCLE-CONTROL-RECORD
006170             INVALID KEY
006180                 SET CYW-STEP-REFUSED TO TRUE
006190         END-REWRITE
006200     ELSE
006210         WRITE CYCLE-CONTROL-RECORD
006220             INVALID KEY
006230                 SET CYW-STEP-REFUSED TO TRUE
006240         END-WRITE
006250     END-IF
006260     IF CYW-STEP-REFUSED
006270         DISPLAY "DEDREMIT: CYCLCTL WRITE FAILED, STATUS "
006280             WS-CYCLCTL-STATUS " - RUN REFUSED"
006290     ELSE
006300         SET CYW-STEP-OPENED TO TRUE
006310     END-IF
006320     CLOSE CYCLE-CONTROL-FILE.
006330 9800-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------
006360*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
006370*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
006380*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
006390*----------------------------------------------------------------
006400 9810-SET-STEP-SEQUENCE.
006410     MOVE ZERO TO CYW-STEP-POS
006420     MOVE 1 TO CYW-FIRST-POS
006430     IF CYW-WEEKLY-CYCLE
006440         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
006450     END-IF
006460     IF CYW-MONTHLY-CYCLE
006470         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
006480         MOVE 2 TO CYW-FIRST-POS
006490     END-IF
006500     IF CYW-REVERSAL-CYCLE
006510         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
006520     END-IF
006530     IF CYW-MONTH-END-CYCLE
006540         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
006550     END-IF
006560     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
006570         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
006580         UNTIL CYW-SUB > CYW-STEP-MAX.
006590 9810-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------
006620*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
006630*----------------------------------------------------------------
006640 9815-MATCH-STEP.
006650     IF CYW-STEP-POS = ZERO
006660         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
006670             MOVE CYW-SUB TO CYW-STEP-POS
006680     END-IF.
006690 9815-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
006730*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
006740*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
006750*----------------------------------------------------------------
006760 9820-CHECK-PRIOR-STEP.
006770     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
006780     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
006790     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
006800     READ CYCLE-CONTROL-FILE
006810         INVALID KEY
006820             DISPLAY "DEDREMIT: " CYW-CYCLE-STEP (CYW-SUB)
006830                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
006840                 CYW-FREQUENCY " - RUN REFUSED"
006850             SET CYW-STEP-REFUSED TO TRUE
006860             GO TO 9820-EXIT
006870     END-READ
006880     IF NOT CYC-COMPLETED
006890         DISPLAY "DEDREMIT: " CYW-CYCLE-STEP (CYW-SUB)
006900             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
006910             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
006920             CYC-RETURN-CODE ") - RUN REFUSED"
006930         SET CYW-STEP-REFUSED TO TRUE
006940     END-IF.
006950 9820-EXIT.
006960     EXIT.

006970*----------------------------------------------------------------
006980*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
006990*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
007000*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
007010*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
007020*----------------------------------------------------------------
007030 9830-CHECK-MONTH-CYCLES.
007040     MOVE ZERO TO CYW-MONTH-CYCLES
007050     MOVE ZERO TO CYW-MONTH-RECONCILED
007060     MOVE "N" TO CYW-LEDGER-EOF-SW
007070     MOVE LOW-VALUES TO CYC-KEY
007080     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
007090     MOVE 01 TO CYW-ML-DD
007100     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
007110     MOVE 31 TO CYW-ML-DD
007120     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
007130         INVALID KEY
007140             MOVE "Y" TO CYW-LEDGER-EOF-SW
007150     END-START
007160     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
007170         UNTIL CYW-END-OF-LEDGER
007180     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
007190         DISPLAY "DEDREMIT: " CYW-MONTH-RECONCILED " OF "
007200             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
007210             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
007220         SET CYW-STEP-REFUSED TO TRUE
007230     END-IF.
007240 9830-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
007280*----------------------------------------------------------------
007290 9835-READ-MONTH-STEP.
007300     READ CYCLE-CONTROL-FILE NEXT RECORD
007310         AT END
007320             MOVE "Y" TO CYW-LEDGER-EOF-SW
007330             GO TO 9835-EXIT
007340     END-READ
007350     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
007360         MOVE "Y" TO CYW-LEDGER-EOF-SW
007370         GO TO 9835-EXIT
007380     END-IF
007390     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
007400         ADD 1 TO CYW-MONTH-CYCLES
007410     END-IF
007420     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
007430         ADD 1 TO CYW-MONTH-RECONCILED
007440     END-IF.
007450 9835-EXIT.
007460     EXIT.

007470*----------------------------------------------------------------
007480*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
007490*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
007500*----------------------------------------------------------------
007510 9840-FIND-OVERRIDE.
007520     MOVE "N" TO CYW-OVERRIDE-SW
007530     MOVE "N" TO CYW-OVR-EOF-SW
007540     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
007550     OPEN INPUT CYCLE-OVERRIDE-FILE
007560     IF NOT CYCOVRD-OK
007570         GO TO 9840-EXIT
007580     END-IF
007590     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
007600         UNTIL CYW-END-OF-OVERRIDES
007610            OR CYW-OVERRIDE-FOUND
007620     CLOSE CYCLE-OVERRIDE-FILE.
007630 9840-EXIT.
007640     EXIT.

007650*----------------------------------------------------------------
007660*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
007670*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
007680*----------------------------------------------------------------
007690 9845-CHECK-OVERRIDE-CARD.
007700     READ CYCLE-OVERRIDE-FILE
007710         AT END
007720             MOVE "Y" TO CYW-OVR-EOF-SW
007730             GO TO 9845-EXIT
007740     END-READ
007750     IF OVR-PERIOD-END-X NOT NUMERIC
007760         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
007770         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
007780         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
007790             GO TO 9845-EXIT
007800     END-IF
007810     IF OVR-RUN-NUMBER-X NOT NUMERIC
007820         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
007830             DISPLAY "DEDREMIT: OVERRIDE CARD FOR " OVR-STEP-NAME
007840                 " IGNORED - IT MUST NAME RUN NUMBER "
007850                 CYW-NEXT-RUN
007860             GO TO 9845-EXIT
007870     END-IF
007880     IF OVR-AUTHORISED-BY = SPACES
007890         OR OVR-REASON = SPACES
007900             DISPLAY "DEDREMIT: OVERRIDE CARD FOR " OVR-STEP-NAME
007910                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
007920             GO TO 9845-EXIT
007930     END-IF
007940     MOVE "Y" TO CYW-OVERRIDE-SW.
007950 9845-EXIT.
007960     EXIT.

007970*----------------------------------------------------------------
007980*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
007990*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
008000*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
008010*  THE REASON AS THE AFTER IMAGE
008020*----------------------------------------------------------------
008030 9850-AUDIT-OVERRIDE.
008040     OPEN EXTEND AUDIT-TRAIL-FILE
008050     IF EMPAUDIT-NOT-FOUND
008060         OPEN OUTPUT AUDIT-TRAIL-FILE
008070     END-IF
008080     IF NOT EMPAUDIT-OK
008090         DISPLAY "DEDREMIT: EMPAUDIT OPEN FAILED, STATUS "
008100             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
008110         MOVE "N" TO CYW-OVERRIDE-SW
008120         SET CYW-STEP-REFUSED TO TRUE
008130         GO TO 9850-EXIT
008140     END-IF
008150     MOVE SPACES TO AUDIT-TRAIL-RECORD
008160     MOVE CYW-DATE TO AUD-DATE
008170     MOVE CYW-TIME-HHMMSS TO AUD-TIME
008180     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
008190     MOVE ZERO TO AUD-EMP-NUMBER
008200     MOVE "O" TO AUD-ACTION-CODE
008210     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
008220     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
008230         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
008240     MOVE OVR-REASON TO AUD-AFTER-IMAGE
008250     WRITE AUDIT-TRAIL-RECORD
008260     CLOSE AUDIT-TRAIL-FILE
008270     DISPLAY "DEDREMIT: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
008280         " AUTHORISED BY " OVR-AUTHORISED-BY
008290         " - WRITTEN TO THE AUDIT TRAIL".
008300 9850-EXIT.
008310     EXIT.

008320*----------------------------------------------------------------
008330*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
008340*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
008350*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
008360*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
008370*----------------------------------------------------------------
008380 9900-CLOSE-CYCLE-STEP.
008390     IF NOT CYW-STEP-OPENED
008400         GO TO 9900-EXIT
008410     END-IF
008420     MOVE WS-DETAIL-COUNT TO CYW-COUNT-IN
008430     MOVE WS-BATCH-COUNT TO CYW-COUNT-OUT
008440     MOVE WS-MONTH-WITHHELD TO CYW-CONTROL-TOTAL
008450     OPEN I-O CYCLE-CONTROL-FILE
008460     IF NOT CYCLCTL-OK
008470         DISPLAY "DEDREMIT: CYCLCTL OPEN FAILED, STATUS "
008480             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
008490         MOVE 16 TO RETURN-CODE
008500         GO TO 9900-EXIT
008510     END-IF
008520     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
008530     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
008540     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
008550     READ CYCLE-CONTROL-FILE
008560         INVALID KEY
008570             DISPLAY "DEDREMIT: CYCLE LEDGER ENTRY FOR "
008580                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
008590             MOVE 16 TO RETURN-CODE
008600             CLOSE CYCLE-CONTROL-FILE
008610             GO TO 9900-EXIT
008620     END-READ
008630     ACCEPT CYW-DATE FROM DATE YYYYMMDD
008640     ACCEPT CYW-TIME FROM TIME
008650     MOVE CYW-DATE TO CYC-END-DATE
008660     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
008670     MOVE RETURN-CODE TO CYC-RETURN-CODE
008680     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
008690     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
008700     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
008710     IF RETURN-CODE = ZERO
008720         MOVE "C" TO CYC-STATUS
008730     ELSE
008740         MOVE "F" TO CYC-STATUS
008750     END-IF
008760     REWRITE CYCLE-CONTROL-RECORD
008770         INVALID KEY
008780             DISPLAY "DEDREMIT: CYCLCTL REWRITE FAILED, STATUS "
008790                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
008800             MOVE 16 TO RETURN-CODE
008810     END-REWRITE
008820     CLOSE CYCLE-CONTROL-FILE.
008830 9900-EXIT.
008840     EXIT.
