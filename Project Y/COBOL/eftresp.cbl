000386*                  BYTES - THE SECOND-BOUNCE AND STILL-WAITING
000387*                  LINES WERE TRUNCATING THE RAND AMOUNT (SEE
000388*                  FAILRPT.CPY).
000389*  2026-10-15 TLM  THE RUN IS NOW A STEP OF THE PAY-CYCLE
000390*                  CONTROL LEDGER (CYCLCTL) AND READS THE RUN
000391*                  PARAMETER CARD FOR THE CYCLE IT BELONGS TO -
000392*                  IT IS REFUSED UNLESS THE STEPS BEFORE IT
000393*                  COMPLETED, OR IF IT HAS ALREADY COMPLETED
000394*                  WITHOUT AN AUTHORISED OVERRIDE CARD, AND
000395*                  RECORDS ITS END, RETURN CODE, COUNTS AND
000396*                  THE RAND VALUE STILL OUTSTANDING.
000398*----------------------------------------------------------------

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EFTRESUB-STATUS.

000721     SELECT RUN-PARM-FILE
000722         ASSIGN TO "RUNPARM"
000723         ORGANIZATION IS LINE SEQUENTIAL
000724         FILE STATUS IS WS-RUNPARM-STATUS.

000725     SELECT CYCLE-CONTROL-FILE
000726         ASSIGN TO "CYCLCTL"
000727         ORGANIZATION IS INDEXED
000728         ACCESS MODE IS DYNAMIC
000729         RECORD KEY IS CYC-KEY
000730         FILE STATUS IS WS-CYCLCTL-STATUS.

000731     SELECT CYCLE-OVERRIDE-FILE
000732         ASSIGN TO "CYCOVRD"
000733         ORGANIZATION IS LINE SEQUENTIAL
000734         FILE STATUS IS WS-CYCOVRD-STATUS.

000735     SELECT AUDIT-TRAIL-FILE
000736         ASSIGN TO "EMPAUDIT"
000737         ORGANIZATION IS LINE SEQUENTIAL
000738         FILE STATUS IS WS-EMPAUDIT-STATUS.

000739 DATA DIVISION.
000740 FILE SECTION.
000750 FD  BANK-RESPONSE-FILE
000760     LABEL RECORDS ARE STANDARD.
000980     LABEL RECORDS ARE STANDARD.
000990 01  RESUB-RECORD                PIC X(80).

000991 FD  RUN-PARM-FILE
000992     LABEL RECORDS ARE STANDARD.
000993     COPY RUNPARM.

000994 FD  CYCLE-CONTROL-FILE
000995     LABEL RECORDS ARE STANDARD.
000996     COPY CYCLCTL.

000997 FD  CYCLE-OVERRIDE-FILE
000998     LABEL RECORDS ARE STANDARD.
000999     COPY CYCOVRD.

001000 FD  AUDIT-TRAIL-FILE
001001     LABEL RECORDS ARE STANDARD.
001002     COPY EMPAUDIT.

001006 WORKING-STORAGE SECTION.
001010 01  WS-FILE-STATUSES.
001020     05  WS-BANKRESP-STATUS      PIC X(02) VALUE "00".
001030         88  BANKRESP-OK                    VALUE "00".
001120         88  FAILRPT-OK                     VALUE "00".
001130     05  WS-EFTRESUB-STATUS      PIC X(02) VALUE "00".
001140         88  EFTRESUB-OK                    VALUE "00".
001143     05  WS-RUNPARM-STATUS       PIC X(02) VALUE "00".
001146         88  RUNPARM-OK                     VALUE "00".

001150 01  WS-SWITCHES.
001160     05  WS-RESP-EOF-SW          PIC X(01) VALUE "N".

001410 01  WS-RUN-DATE                 PIC 9(06) VALUE ZERO.

001413 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.

001416 01  WS-PERIOD-FREQUENCY         PIC X(01) VALUE "W".

001420*----------------------------------------------------------------
001430*  RE-SUBMISSION BATCH RECORDS - SAME 80-BYTE LAYOUTS AS THE
001440*  BANK'S NORMAL BATCH INTERFACE (SEE EFTBTCH.CPY), BUILT IN
001660     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
001670     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001675     COPY CYCLWORK.

001680 PROCEDURE DIVISION.

001690*----------------------------------------------------------------
001870         END-IF
001880     END-IF
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT
001895     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001900     STOP RUN.

001910*----------------------------------------------------------------
001940*  NOTHING UNPAID, OR THE RUN IS A RECYCLE-ONLY SWEEP AFTER
001950*  CORRECTED DETAILS WERE CAPTURED.  THE FILE IS OPENED AND
001960*  CLOSED AGAIN ONLY TO PROVE IT IS THERE BEFORE THE SORT
001970*  TAKES IT OVER.  THE CYCLE LEDGER IS CHECKED FIRST, BEFORE
001975*  ANY FILE IS TOUCHED.
001980*----------------------------------------------------------------
001990 1000-INITIALIZE.
002000     ACCEPT WS-RUN-DATE FROM DATE
002001     PERFORM 1050-READ-RUN-PARM THRU 1050-EXIT
002002     MOVE "EFTRESP" TO CYW-THIS-STEP
002003     MOVE "EFTRESP" TO CYW-SEQUENCE-STEP
002004     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
002005     MOVE WS-PERIOD-FREQUENCY TO CYW-FREQUENCY
002006     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
002007     IF CYW-STEP-REFUSED
002008         SET FATAL-RUN-FAILURE TO TRUE
002009         GO TO 1000-EXIT
002010     END-IF
002015     OPEN INPUT BANK-RESPONSE-FILE
002020     IF BANKRESP-OK
002030         CLOSE BANK-RESPONSE-FILE
002040     ELSE
002280 1000-EXIT.
002290     EXIT.

002291*----------------------------------------------------------------
002292*  1050-READ-RUN-PARM - THE CYCLE THE RESPONSES BELONG TO IS
002293*  NAMED BY THE PERIOD-END DATE AND RUN FREQUENCY ON THE PARM
002294*  CARD, THE SAME CARD THE PAY RUN AND EFTGEN WORK FROM
002295*----------------------------------------------------------------
002296 1050-READ-RUN-PARM.
002297     OPEN INPUT RUN-PARM-FILE
002298     IF RUNPARM-OK
002299         READ RUN-PARM-FILE
002300             AT END
002301                 CONTINUE
002302         END-READ
002303         IF PARM-PERIOD-END-X NUMERIC
002304             MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END-DATE
002305         END-IF
002306         IF PARM-MONTHLY-RUN
002307             MOVE "M" TO WS-PERIOD-FREQUENCY
002308         END-IF
002309         IF PARM-SETTLEMENT-RUN
002310             MOVE "F" TO WS-PERIOD-FREQUENCY
002311         END-IF
002312         IF PARM-SUPP-RUN
002313             MOVE "A" TO WS-PERIOD-FREQUENCY
002314         END-IF
002315         IF PARM-REVERSAL-RUN
002316             MOVE "R" TO WS-PERIOD-FREQUENCY
002317         END-IF
002318         CLOSE RUN-PARM-FILE
002319     END-IF.
002320 1050-EXIT.
002321     EXIT.

002323*----------------------------------------------------------------
002325*  3000-MATCH-RESPONSES - SORT OUTPUT PROCEDURE
002327*  WALKS THE SORTED REJECTIONS AND THE SUBMITTED BATCH (BOTH
002330*  IN EMPLOYEE NUMBER ORDER) TOGETHER.  THE PRIMING READ TAKES
002340*  THE BATCH HEADER, SO THE ADVANCE LOOP IN 3100 ONLY EVER
002350*  STOPS ON A "D" DETAIL RECORD OR END OF BATCH.
006080     END-DISPLAY.
006090 9000-EXIT.
006100     EXIT.

006110*----------------------------------------------------------------
006120*  9800-CHECK-CYCLE-STEP
006130*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
006140*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
006150*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
006160*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
006170*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
006180*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
006190*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
006200*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
006210*----------------------------------------------------------------
006220 9800-CHECK-CYCLE-STEP.
006230     IF CYW-PERIOD-END = ZERO
006240         DISPLAY "EFTRESP: NO PERIOD-END DATE ON RUN PARM - "
006250             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
006260             "LEDGER - RUN REFUSED"
006270         SET CYW-STEP-REFUSED TO TRUE
006280         GO TO 9800-EXIT
006290     END-IF
006300     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
006310     IF CYW-STEP-POS = ZERO
006320         DISPLAY "EFTRESP: " CYW-SEQUENCE-STEP
006330             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
006340             " CYCLE - RUN REFUSED"
006350         SET CYW-STEP-REFUSED TO TRUE
006360         GO TO 9800-EXIT
006370     END-IF
006380     OPEN I-O CYCLE-CONTROL-FILE
006390     IF CYCLCTL-NOT-FOUND
006400         OPEN OUTPUT CYCLE-CONTROL-FILE
006410         CLOSE CYCLE-CONTROL-FILE
006420         OPEN I-O CYCLE-CONTROL-FILE
006430     END-IF
006440     IF NOT CYCLCTL-OK
006450         DISPLAY "EFTRESP: CYCLCTL OPEN FAILED, STATUS "
006460             WS-CYCLCTL-STATUS " - RUN REFUSED"
006470         SET CYW-STEP-REFUSED TO TRUE
006480         GO TO 9800-EXIT
006490     END-IF
006500     IF CYW-MONTH-END-CYCLE
006510         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
006520     ELSE
006530         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
006540             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
006550             UNTIL CYW-SUB NOT < CYW-STEP-POS
006560     END-IF
006570     IF CYW-STEP-REFUSED
006580         CLOSE CYCLE-CONTROL-FILE
006590         GO TO 9800-EXIT
006600     END-IF
006610     ACCEPT CYW-DATE FROM DATE YYYYMMDD
006620     ACCEPT CYW-TIME FROM TIME
006630     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
006640     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
006650     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
006660     READ CYCLE-CONTROL-FILE
006670         INVALID KEY
006680             MOVE "N" TO CYW-ON-FILE-SW
006690         NOT INVALID KEY
006700             MOVE "Y" TO CYW-ON-FILE-SW
006710     END-READ
006720     IF CYW-STEP-ON-FILE
006730         AND CYC-COMPLETED
006740         AND NOT CYW-RERUN-FREE
006750             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
006760             IF NOT CYW-OVERRIDE-FOUND
006770                 DISPLAY "EFTRESP: " CYW-THIS-STEP
006780                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
006790                     CYW-FREQUENCY
006800                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
006810                     "CARD - RUN REFUSED"
006820                 SET CYW-STEP-REFUSED TO TRUE
006830                 CLOSE CYCLE-CONTROL-FILE
006840                 GO TO 9800-EXIT
006850             END-IF
006860             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
006870             IF CYW-STEP-REFUSED
006880                 CLOSE CYCLE-CONTROL-FILE
006890                 GO TO 9800-EXIT
006900             END-IF
006910     END-IF
006920*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
006930*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
006940     IF CYW-STEP-ON-FILE
006950         ADD 1 TO CYC-RUN-COUNT
006960     ELSE
006970         MOVE SPACES TO CYCLE-CONTROL-RECORD
006980         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
006990         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007000         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007010         MOVE 1 TO CYC-RUN-COUNT
007020     END-IF
007030     MOVE "S" TO CYC-STATUS
007040     MOVE CYW-DATE TO CYC-START-DATE
007050     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
007060     MOVE ZERO TO CYC-END-DATE
007070     MOVE ZERO TO CYC-END-TIME
007080     MOVE ZERO TO CYC-RETURN-CODE
007090     MOVE ZERO TO CYC-COUNT-IN
007100     MOVE ZERO TO CYC-COUNT-OUT
007110     MOVE ZERO TO CYC-CONTROL-TOTAL
007120     IF CYW-OVERRIDE-FOUND
007130         MOVE "O" TO CYC-OVERRIDE-FLAG
007140         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
007150     ELSE
007160         MOVE SPACE TO CYC-OVERRIDE-FLAG
007170         MOVE SPACES TO CYC-OVERRIDE-BY
007180     END-IF
007190     IF CYW-STEP-ON-FILE
007200         REWRITE CYCLE-CONTROL-RECORD
007210             INVALID KEY
007220                 SET CYW-STEP-REFUSED TO TRUE
007230         END-REWRITE
007240     ELSE
007250         WRITE CYCLE-CONTROL-RECORD
007260             INVALID KEY
007270                 SET CYW-STEP-REFUSED TO TRUE
007280         END-WRITE
007290     END-IF
007300     IF CYW-STEP-REFUSED
007310         DISPLAY "EFTRESP: CYCLCTL WRITE FAILED, STATUS "
007320             WS-CYCLCTL-STATUS " - RUN REFUSED"
007330     ELSE
007340         SET CYW-STEP-OPENED TO TRUE
007350     END-IF
007360     CLOSE CYCLE-CONTROL-FILE.
007370 9800-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
007410*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
007420*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
007430*----------------------------------------------------------------
007440 9810-SET-STEP-SEQUENCE.
007450     MOVE ZERO TO CYW-STEP-POS
007460     MOVE 1 TO CYW-FIRST-POS
007470     IF CYW-WEEKLY-CYCLE
007480         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
007490     END-IF
007500     IF CYW-MONTHLY-CYCLE
007510         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
007520         MOVE 2 TO CYW-FIRST-POS
007530     END-IF
007540     IF CYW-REVERSAL-CYCLE
007550         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
007560     END-IF
007570     IF CYW-MONTH-END-CYCLE
007580         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
007590     END-IF
007600     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
007610         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
007620         UNTIL CYW-SUB > CYW-STEP-MAX.
007630 9810-EXIT.
007640     EXIT.

007650*----------------------------------------------------------------
007660*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
007670*----------------------------------------------------------------
007680 9815-MATCH-STEP.
007690     IF CYW-STEP-POS = ZERO
007700         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
007710             MOVE CYW-SUB TO CYW-STEP-POS
007720     END-IF.
007730 9815-EXIT.
007740     EXIT.

007750*----------------------------------------------------------------
007760*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
007770*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
007780*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
007790*----------------------------------------------------------------
007800 9820-CHECK-PRIOR-STEP.
007810     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007820     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007830     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
007840     READ CYCLE-CONTROL-FILE
007850         INVALID KEY
007860             DISPLAY "EFTRESP: " CYW-CYCLE-STEP (CYW-SUB)
007870                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
007880                 CYW-FREQUENCY " - RUN REFUSED"
007890             SET CYW-STEP-REFUSED TO TRUE
007900             GO TO 9820-EXIT
007910     END-READ
007920     IF NOT CYC-COMPLETED
007930         DISPLAY "EFTRESP: " CYW-CYCLE-STEP (CYW-SUB)
007940             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
007950             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
007960             CYC-RETURN-CODE ") - RUN REFUSED"
007970         SET CYW-STEP-REFUSED TO TRUE
007980     END-IF.
007990 9820-EXIT.
008000     EXIT.

008010*----------------------------------------------------------------
008020*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
008030*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
008040*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
008050*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
008060*----------------------------------------------------------------
008070 9830-CHECK-MONTH-CYCLES.
008080     MOVE ZERO TO CYW-MONTH-CYCLES
008090     MOVE ZERO TO CYW-MONTH-RECONCILED
008100     MOVE "N" TO CYW-LEDGER-EOF-SW
008110     MOVE LOW-VALUES TO CYC-KEY
008120     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
008130     MOVE 01 TO CYW-ML-DD
008140     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
008150     MOVE 31 TO CYW-ML-DD
008160     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
008170         INVALID KEY
008180             MOVE "Y" TO CYW-LEDGER-EOF-SW
008190     END-START
008200     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
008210         UNTIL CYW-END-OF-LEDGER
008220     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
008230         DISPLAY "EFTRESP: " CYW-MONTH-RECONCILED " OF "
008240             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
008250             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
008260         SET CYW-STEP-REFUSED TO TRUE
008270     END-IF.
008280 9830-EXIT.
008290     EXIT.

008300*----------------------------------------------------------------
008310*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
008320*----------------------------------------------------------------
008330 9835-READ-MONTH-STEP.
008340     READ CYCLE-CONTROL-FILE NEXT RECORD
008350         AT END
008360             MOVE "Y" TO CYW-LEDGER-EOF-SW
008370             GO TO 9835-EXIT
008380     END-READ
008390     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
008400         MOVE "Y" TO CYW-LEDGER-EOF-SW
008410         GO TO 9835-EXIT
008420     END-IF
008430     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
008440         ADD 1 TO CYW-MONTH-CYCLES
008450     END-IF
008460     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
008470         ADD 1 TO CYW-MONTH-RECONCILED
008480     END-IF.
008490 9835-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------
008520*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
008530*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
008540*----------------------------------------------------------------
008550 9840-FIND-OVERRIDE.
008560     MOVE "N" TO CYW-OVERRIDE-SW
008570     MOVE "N" TO CYW-OVR-EOF-SW
008580     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
008590     OPEN INPUT CYCLE-OVERRIDE-FILE
008600     IF NOT CYCOVRD-OK
008610         GO TO 9840-EXIT
008620     END-IF
008630     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
008640         UNTIL CYW-END-OF-OVERRIDES
008650            OR CYW-OVERRIDE-FOUND
008660     CLOSE CYCLE-OVERRIDE-FILE.
008670 9840-EXIT.
008680     EXIT.

008690*----------------------------------------------------------------
008700*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
008710*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
008720*----------------------------------------------------------------
008730 9845-CHECK-OVERRIDE-CARD.
008740     READ CYCLE-OVERRIDE-FILE
008750         AT END
008760             MOVE "Y" TO CYW-OVR-EOF-SW
008770             GO TO 9845-EXIT
008780     END-READ
008790     IF OVR-PERIOD-END-X NOT NUMERIC
008800         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
008810         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
008820         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
008830             GO TO 9845-EXIT
008840     END-IF
008850     IF OVR-RUN-NUMBER-X NOT NUMERIC
008860         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
008870             DISPLAY "EFTRESP: OVERRIDE CARD FOR " OVR-STEP-NAME
008880                 " IGNORED - IT MUST NAME RUN NUMBER "
008890                 CYW-NEXT-RUN
008900             GO TO 9845-EXIT
008910     END-IF
008920     IF OVR-AUTHORISED-BY = SPACES
008930         OR OVR-REASON = SPACES
008940             DISPLAY "EFTRESP: OVERRIDE CARD FOR " OVR-STEP-NAME
008950                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
008960             GO TO 9845-EXIT
008970     END-IF
008980     MOVE "Y" TO CYW-OVERRIDE-SW.
008990 9845-EXIT.
009000     EXIT.

009010*----------------------------------------------------------------
009020*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
009030*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
009040*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
009050*  THE REASON AS THE AFTER IMAGE
009060*----------------------------------------------------------------
009070 9850-AUDIT-OVERRIDE.
009080     OPEN EXTEND AUDIT-TRAIL-FILE
009090     IF EMPAUDIT-NOT-FOUND
009100         OPEN OUTPUT AUDIT-TRAIL-FILE
009110     END-IF
009120     IF NOT EMPAUDIT-OK
009130         DISPLAY "EFTRESP: EMPAUDIT OPEN FAILED, STATUS "
009140             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
009150         MOVE "N" TO CYW-OVERRIDE-SW
009160         SET CYW-STEP-REFUSED TO TRUE
009170         GO TO 9850-EXIT
009180     END-IF
009190     MOVE SPACES TO AUDIT-TRAIL-RECORD
009200     MOVE CYW-DATE TO AUD-DATE
009210     MOVE CYW-TIME-HHMMSS TO AUD-TIME
009220     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
009230     MOVE ZERO TO AUD-EMP-NUMBER
009240     MOVE "O" TO AUD-ACTION-CODE
009250     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
009260     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
009270         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
009280     MOVE OVR-REASON TO AUD-AFTER-IMAGE
009290     WRITE AUDIT-TRAIL-RECORD
009300     CLOSE AUDIT-TRAIL-FILE
009310     DISPLAY "EFTRESP: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
009320         " AUTHORISED BY " OVR-AUTHORISED-BY
009330         " - WRITTEN TO THE AUDIT TRAIL".
009340 9850-EXIT.
009350     EXIT.

009360*----------------------------------------------------------------
009370*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
009380*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
009390*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
009400*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
009410*----------------------------------------------------------------
009420 9900-CLOSE-CYCLE-STEP.
009430     IF NOT CYW-STEP-OPENED
009440         GO TO 9900-EXIT
009450     END-IF
009460     MOVE WS-RESPONSE-COUNT TO CYW-COUNT-IN
009470     MOVE WS-RESUB-COUNT TO CYW-COUNT-OUT
009480     MOVE WS-OUTSTANDING-TOTAL TO CYW-CONTROL-TOTAL
009490     OPEN I-O CYCLE-CONTROL-FILE
009500     IF NOT CYCLCTL-OK
009510         DISPLAY "EFTRESP: CYCLCTL OPEN FAILED, STATUS "
009520             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
009530         MOVE 16 TO RETURN-CODE
009540         GO TO 9900-EXIT
009550     END-IF
009560     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
009570     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
009580     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
009590     READ CYCLE-CONTROL-FILE
009600         INVALID KEY
009610             DISPLAY "EFTRESP: CYCLE LEDGER ENTRY FOR "
009620                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
009630             MOVE 16 TO RETURN-CODE
009640             CLOSE CYCLE-CONTROL-FILE
009650             GO TO 9900-EXIT
009660     END-READ
009670     ACCEPT CYW-DATE FROM DATE YYYYMMDD
009680     ACCEPT CYW-TIME FROM TIME
009690     MOVE CYW-DATE TO CYC-END-DATE
009700     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
009710     MOVE RETURN-CODE TO CYC-RETURN-CODE
009720     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
009730     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
009740     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
009750     IF RETURN-CODE = ZERO
009760         MOVE "C" TO CYC-STATUS
009770     ELSE
009780         MOVE "F" TO CYC-STATUS
009790     END-IF
009800     REWRITE CYCLE-CONTROL-RECORD
009810         INVALID KEY
009820             DISPLAY "EFTRESP: CYCLCTL REWRITE FAILED, STATUS "
009830                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
009840             MOVE 16 TO RETURN-CODE
009850     END-REWRITE
009860     CLOSE CYCLE-CONTROL-FILE.
009870 9900-EXIT.
009880     EXIT.
