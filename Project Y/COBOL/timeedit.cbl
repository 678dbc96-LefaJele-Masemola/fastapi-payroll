000530*                  RUN WITH NO DEPARTMENT TABLE ON FILE IS
000540*                  REFUSED - THE CENTRES CANNOT BE EDITED
000550*                  WITHOUT IT.
000551*  2026-10-15 TLM  THE RUN IS NOW A STEP OF THE PAY-CYCLE
000552*                  CONTROL LEDGER (CYCLCTL) - IT IS REFUSED IF
000553*                  IT HAS ALREADY COMPLETED FOR THE WEEK
000554*                  WITHOUT AN AUTHORISED OVERRIDE CARD, AND
000555*                  RECORDS ITS END, RETURN CODE AND COUNTS.
000556*                  THE PERIOD-END DATE ON THE RUN PARAMETER
000557*                  CARD IS THEREFORE NOW REQUIRED; A SUPPLEMEN-
000558*                  TARY ("S") DECK IS LEDGERED AS CYCLE "A".
000559*                  THE FIRST-CARD PERIOD-END ANCHOR IS DROPPED.
000560*----------------------------------------------------------------

000570 ENVIRONMENT DIVISION.
000880         RECORD KEY IS SP-EFFECTIVE-DATE
000890         FILE STATUS IS WS-STATPARM-STATUS.

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

000901     SELECT AUDIT-TRAIL-FILE
000902         ASSIGN TO "EMPAUDIT"
000903         ORGANIZATION IS LINE SEQUENTIAL
000904         FILE STATUS IS WS-EMPAUDIT-STATUS.

000907 DATA DIVISION.
000910 FILE SECTION.
000920 FD  TIMECARD-FILE
000930     LABEL RECORDS ARE STANDARD.
001260     LABEL RECORDS ARE STANDARD.
001270     COPY STATPARM.

001271 FD  CYCLE-CONTROL-FILE
001272     LABEL RECORDS ARE STANDARD.
001273     COPY CYCLCTL.

001274 FD  CYCLE-OVERRIDE-FILE
001275     LABEL RECORDS ARE STANDARD.
001276     COPY CYCOVRD.

001277 FD  AUDIT-TRAIL-FILE
001278     LABEL RECORDS ARE STANDARD.
001279     COPY EMPAUDIT.

001280 WORKING-STORAGE SECTION.
001290 01  WS-FILE-STATUSES.
001300     05  WS-TIMECARD-STATUS      PIC X(02) VALUE "00".
001990
002000 01  WS-TABLE-DATE               PIC 9(08) VALUE ZERO.
002010
002030 01  WS-ED-EMP-NUMBER            PIC ZZZZZ9.

002035     COPY CYCLWORK.

002040 PROCEDURE DIVISION.

002050*----------------------------------------------------------------
002190                 THRU 3000-EXIT
002200     END-IF
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT
002215     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
002220     STOP RUN.

002230*----------------------------------------------------------------
002360     END-IF
002370     CLOSE TIMECARD-FILE
002380     PERFORM 1100-READ-RUN-PARM THRU 1100-EXIT
002381     MOVE "TIMEEDIT" TO CYW-THIS-STEP
002382     MOVE "TIMEEDIT" TO CYW-SEQUENCE-STEP
002383     MOVE WS-BATCH-PERIOD-END TO CYW-PERIOD-END
002384     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
002385     IF CYW-STEP-REFUSED
002386         SET FATAL-OPEN-FAILURE TO TRUE
002387         GO TO 1000-EXIT
002388     END-IF
002400*    THE DEPARTMENT TABLE IN FORCE FOR THE WEEK BEING EDITED -
002410*    THE BATCH PERIOD-END FROM THE PARAMETER CARD.
002440     MOVE WS-BATCH-PERIOD-END TO WS-TABLE-DATE
002480     PERFORM 1200-LOAD-DEPT-TABLE THRU 1200-EXIT
002490     IF NOT DEPT-TABLE-LOADED
002500         SET FATAL-OPEN-FAILURE TO TRUE
002710*----------------------------------------------------------------
002720*  1100-READ-RUN-PARM
002730*  WHEN THE RUN PARAMETER CARD NAMES THE PERIOD-END DATE, THAT
002740*  DATE ANCHORS THE BATCH AND EVERY CARD MUST MATCH IT.  A
002750*  SUPPLEMENTARY DECK BELONGS TO THE "A" CYCLE OF THE WEEK.
002770*----------------------------------------------------------------
002780 1100-READ-RUN-PARM.
002790     OPEN INPUT RUN-PARM-FILE
002850         IF PARM-PERIOD-END-X NUMERIC
002860             MOVE PARM-PERIOD-END-DATE TO WS-BATCH-PERIOD-END
002870         END-IF
002872         IF PARM-SUPP-RUN
002874             MOVE "A" TO CYW-FREQUENCY
002876         END-IF
002880         CLOSE RUN-PARM-FILE
002890     END-IF.
002900 1100-EXIT.
005260             GO TO 3200-EXIT
005270         END-IF
005280     END-IF
005320     IF SRT-PERIOD-END-DATE NOT = WS-BATCH-PERIOD-END
005330         MOVE "PERIOD-END DATE DIFFERS FROM BATCH"
005340             TO WS-EXCEPTION-REASON
005350         PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
005360         GO TO 3200-EXIT
005370     END-IF
005390     MOVE SRT-EMP-NUMBER TO EMP-NUMBER
005400     READ EMPLOYEE-MASTER
005410         INVALID KEY
006970     END-IF.
006980 9000-EXIT.
006990     EXIT.

007000*----------------------------------------------------------------
007010*  9800-CHECK-CYCLE-STEP
007020*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
007030*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
007040*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
007050*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
007060*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
007070*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
007080*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
007090*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
007100*----------------------------------------------------------------
007110 9800-CHECK-CYCLE-STEP.
007120     IF CYW-PERIOD-END = ZERO
007130         DISPLAY "TIMEEDIT: NO PERIOD-END DATE ON RUN PARM - "
007140             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
007150             "LEDGER - RUN REFUSED"
007160         SET CYW-STEP-REFUSED TO TRUE
007170         GO TO 9800-EXIT
007180     END-IF
007190     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
007200     IF CYW-STEP-POS = ZERO
007210         DISPLAY "TIMEEDIT: " CYW-SEQUENCE-STEP
007220             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
007230             " CYCLE - RUN REFUSED"
007240         SET CYW-STEP-REFUSED TO TRUE
007250         GO TO 9800-EXIT
007260     END-IF
007270     OPEN I-O CYCLE-CONTROL-FILE
007280     IF CYCLCTL-NOT-FOUND
007290         OPEN OUTPUT CYCLE-CONTROL-FILE
007300         CLOSE CYCLE-CONTROL-FILE
007310         OPEN I-O CYCLE-CONTROL-FILE
007320     END-IF
007330     IF NOT CYCLCTL-OK
007340         DISPLAY "TIMEEDIT: CYCLCTL OPEN FAILED, STATUS "
007350             WS-CYCLCTL-STATUS " - RUN REFUSED"
007360         SET CYW-STEP-REFUSED TO TRUE
007370         GO TO 9800-EXIT
007380     END-IF
007390     IF CYW-MONTH-END-CYCLE
007400         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
007410     ELSE
007420         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
007430             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
007440             UNTIL CYW-SUB NOT < CYW-STEP-POS
007450     END-IF
007460     IF CYW-STEP-REFUSED
007470         CLOSE CYCLE-CONTROL-FILE
007480         GO TO 9800-EXIT
007490     END-IF
007500     ACCEPT CYW-DATE FROM DATE YYYYMMDD
007510     ACCEPT CYW-TIME FROM TIME
007520     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007530     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007540     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007550     READ CYCLE-CONTROL-FILE
007560         INVALID KEY
007570             MOVE "N" TO CYW-ON-FILE-SW
007580         NOT INVALID KEY
007590             MOVE "Y" TO CYW-ON-FILE-SW
007600     END-READ
007610     IF CYW-STEP-ON-FILE
007620         AND CYC-COMPLETED
007630         AND NOT CYW-RERUN-FREE
007640             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
007650             IF NOT CYW-OVERRIDE-FOUND
007660                 DISPLAY "TIMEEDIT: " CYW-THIS-STEP
007670                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
007680                     CYW-FREQUENCY
007690                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
007700                     "CARD - RUN REFUSED"
007710                 SET CYW-STEP-REFUSED TO TRUE
007720                 CLOSE CYCLE-CONTROL-FILE
007730                 GO TO 9800-EXIT
007740             END-IF
007750             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
007760             IF CYW-STEP-REFUSED
007770                 CLOSE CYCLE-CONTROL-FILE
007780                 GO TO 9800-EXIT
007790             END-IF
007800     END-IF
007810*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
007820*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
007830     IF CYW-STEP-ON-FILE
007840         ADD 1 TO CYC-RUN-COUNT
007850     ELSE
007860         MOVE SPACES TO CYCLE-CONTROL-RECORD
007870         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007880         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007890         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007900         MOVE 1 TO CYC-RUN-COUNT
007910     END-IF
007920     MOVE "S" TO CYC-STATUS
007930     MOVE CYW-DATE TO CYC-START-DATE
007940     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
007950     MOVE ZERO TO CYC-END-DATE
007960     MOVE ZERO TO CYC-END-TIME
007970     MOVE ZERO TO CYC-RETURN-CODE
007980     MOVE ZERO TO CYC-COUNT-IN
007990     MOVE ZERO TO CYC-COUNT-OUT
008000     MOVE ZERO TO CYC-CONTROL-TOTAL
008010     IF CYW-OVERRIDE-FOUND
008020         MOVE "O" TO CYC-OVERRIDE-FLAG
008030         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
008040     ELSE
008050         MOVE SPACE TO CYC-OVERRIDE-FLAG
008060         MOVE SPACES TO CYC-OVERRIDE-BY
008070     END-IF
008080     IF CYW-STEP-ON-FILE
008090         REWRITE CYCLE-CONTROL-RECORD
008100             INVALID KEY
008110                 SET CYW-STEP-REFUSED TO TRUE
008120         END-REWRITE
008130     ELSE
008140         WRITE CYCLE-CONTROL-RECORD
008150             INVALID KEY
008160                 SET CYW-STEP-REFUSED TO TRUE
008170         END-WRITE
008180     END-IF
008190     IF CYW-STEP-REFUSED
008200         DISPLAY "TIMEEDIT: CYCLCTL WRITE FAILED, STATUS "
008210             WS-CYCLCTL-STATUS " - RUN REFUSED"
008220     ELSE
008230         SET CYW-STEP-OPENED TO TRUE
008240     END-IF
008250     CLOSE CYCLE-CONTROL-FILE.
008260 9800-EXIT.
008270     EXIT.

008280*----------------------------------------------------------------
008290*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
008300*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
008310*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
008320*----------------------------------------------------------------
008330 9810-SET-STEP-SEQUENCE.
008340     MOVE ZERO TO CYW-STEP-POS
008350     MOVE 1 TO CYW-FIRST-POS
008360     IF CYW-WEEKLY-CYCLE
008370         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
008380     END-IF
008390     IF CYW-MONTHLY-CYCLE
008400         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
008410         MOVE 2 TO CYW-FIRST-POS
008420     END-IF
008430     IF CYW-REVERSAL-CYCLE
008440         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
008450     END-IF
008460     IF CYW-MONTH-END-CYCLE
008470         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
008480     END-IF
008490     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
008500         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
008510         UNTIL CYW-SUB > CYW-STEP-MAX.
008520 9810-EXIT.
008530     EXIT.

008540*----------------------------------------------------------------
008550*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
008560*----------------------------------------------------------------
008570 9815-MATCH-STEP.
008580     IF CYW-STEP-POS = ZERO
008590         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
008600             MOVE CYW-SUB TO CYW-STEP-POS
008610     END-IF.
008620 9815-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------
008650*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
008660*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
008670*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
008680*----------------------------------------------------------------
008690 9820-CHECK-PRIOR-STEP.
008700     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
008710     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
008720     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
008730     READ CYCLE-CONTROL-FILE
008740         INVALID KEY
008750             DISPLAY "TIMEEDIT: " CYW-CYCLE-STEP (CYW-SUB)
008760                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
008770                 CYW-FREQUENCY " - RUN REFUSED"
008780             SET CYW-STEP-REFUSED TO TRUE
008790             GO TO 9820-EXIT
008800     END-READ
008810     IF NOT CYC-COMPLETED
008820         DISPLAY "TIMEEDIT: " CYW-CYCLE-STEP (CYW-SUB)
008830             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
008840             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
008850             CYC-RETURN-CODE ") - RUN REFUSED"
008860         SET CYW-STEP-REFUSED TO TRUE
008870     END-IF.
008880 9820-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
008920*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
008930*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
008940*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
008950*----------------------------------------------------------------
008960 9830-CHECK-MONTH-CYCLES.
008970     MOVE ZERO TO CYW-MONTH-CYCLES
008980     MOVE ZERO TO CYW-MONTH-RECONCILED
008990     MOVE "N" TO CYW-LEDGER-EOF-SW
009000     MOVE LOW-VALUES TO CYC-KEY
009010     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
009020     MOVE 01 TO CYW-ML-DD
009030     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
009040     MOVE 31 TO CYW-ML-DD
009050     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
009060         INVALID KEY
009070             MOVE "Y" TO CYW-LEDGER-EOF-SW
009080     END-START
009090     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
009100         UNTIL CYW-END-OF-LEDGER
009110     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
009120         DISPLAY "TIMEEDIT: " CYW-MONTH-RECONCILED " OF "
009130             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
009140             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
009150         SET CYW-STEP-REFUSED TO TRUE
009160     END-IF.
009170 9830-EXIT.
009180     EXIT.

009190*----------------------------------------------------------------
009200*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
009210*----------------------------------------------------------------
009220 9835-READ-MONTH-STEP.
009230     READ CYCLE-CONTROL-FILE NEXT RECORD
009240         AT END
009250             MOVE "Y" TO CYW-LEDGER-EOF-SW
009260             GO TO 9835-EXIT
009270     END-READ
009280     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
009290         MOVE "Y" TO CYW-LEDGER-EOF-SW
009300         GO TO 9835-EXIT
009310     END-IF
009320     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
009330         ADD 1 TO CYW-MONTH-CYCLES
009340     END-IF
009350     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
009360         ADD 1 TO CYW-MONTH-RECONCILED
009370     END-IF.
009380 9835-EXIT.
009390     EXIT.

009400*----------------------------------------------------------------
009410*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
009420*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
009430*----------------------------------------------------------------
009440 9840-FIND-OVERRIDE.
009450     MOVE "N" TO CYW-OVERRIDE-SW
009460     MOVE "N" TO CYW-OVR-EOF-SW
009470     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
009480     OPEN INPUT CYCLE-OVERRIDE-FILE
009490     IF NOT CYCOVRD-OK
009500         GO TO 9840-EXIT
009510     END-IF
009520     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
009530         UNTIL CYW-END-OF-OVERRIDES
009540            OR CYW-OVERRIDE-FOUND
009550     CLOSE CYCLE-OVERRIDE-FILE.
009560 9840-EXIT.
009570     EXIT.

009580*----------------------------------------------------------------
009590*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
009600*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
009610*----------------------------------------------------------------
009620 9845-CHECK-OVERRIDE-CARD.
009630     READ CYCLE-OVERRIDE-FILE
009640         AT END
009650             MOVE "Y" TO CYW-OVR-EOF-SW
009660             GO TO 9845-EXIT
009670     END-READ
009680     IF OVR-PERIOD-END-X NOT NUMERIC
009690         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
009700         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
009710         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
009720             GO TO 9845-EXIT
009730     END-IF
009740     IF OVR-RUN-NUMBER-X NOT NUMERIC
009750         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
009760             DISPLAY "TIMEEDIT: OVERRIDE CARD FOR " OVR-STEP-NAME
009770                 " IGNORED - IT MUST NAME RUN NUMBER "
009780                 CYW-NEXT-RUN
009790             GO TO 9845-EXIT
009800     END-IF
009810     IF OVR-AUTHORISED-BY = SPACES
009820         OR OVR-REASON = SPACES
009830             DISPLAY "TIMEEDIT: OVERRIDE CARD FOR " OVR-STEP-NAME
009840                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
009850             GO TO 9845-EXIT
009860     END-IF
009870     MOVE "Y" TO CYW-OVERRIDE-SW.
009880 9845-EXIT.
009890     EXIT.

009900*----------------------------------------------------------------
009910*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
009920*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
009930*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
009940*  THE REASON AS THE AFTER IMAGE
009950*----------------------------------------------------------------
009960 9850-AUDIT-OVERRIDE.
009970     OPEN EXTEND AUDIT-TRAIL-FILE
009980     IF EMPAUDIT-NOT-FOUND
009990         OPEN OUTPUT AUDIT-TRAIL-FILE
010000     END-IF
010010     IF NOT EMPAUDIT-OK
010020         DISPLAY "TIMEEDIT: EMPAUDIT OPEN FAILED, STATUS "
010030             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
010040         MOVE "N" TO CYW-OVERRIDE-SW
010050         SET CYW-STEP-REFUSED TO TRUE
010060         GO TO 9850-EXIT
010070     END-IF
010080     MOVE SPACES TO AUDIT-TRAIL-RECORD
010090     MOVE CYW-DATE TO AUD-DATE
010100     MOVE CYW-TIME-HHMMSS TO AUD-TIME
010110     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
010120     MOVE ZERO TO AUD-EMP-NUMBER
010130     MOVE "O" TO AUD-ACTION-CODE
010140     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
010150     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
010160         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
010170     MOVE OVR-REASON TO AUD-AFTER-IMAGE
010180     WRITE AUDIT-TRAIL-RECORD
010190     CLOSE AUDIT-TRAIL-FILE
010200     DISPLAY "TIMEEDIT: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
010210         " AUTHORISED BY " OVR-AUTHORISED-BY
010220         " - WRITTEN TO THE AUDIT TRAIL".
010230 9850-EXIT.
010240     EXIT.

010250*----------------------------------------------------------------
010260*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
010270*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
010280*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
010290*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
010300*----------------------------------------------------------------
010310 9900-CLOSE-CYCLE-STEP.
010320     IF NOT CYW-STEP-OPENED
010330         GO TO 9900-EXIT
010340     END-IF
010350     MOVE WS-CARD-COUNT TO CYW-COUNT-IN
010360     MOVE WS-MATCHED-COUNT TO CYW-COUNT-OUT
010370     MOVE ZERO TO CYW-CONTROL-TOTAL
010380     OPEN I-O CYCLE-CONTROL-FILE
010390     IF NOT CYCLCTL-OK
010400         DISPLAY "TIMEEDIT: CYCLCTL OPEN FAILED, STATUS "
010410             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
010420         MOVE 16 TO RETURN-CODE
010430         GO TO 9900-EXIT
010440     END-IF
010450     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
010460     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
010470     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
010480     READ CYCLE-CONTROL-FILE
010490         INVALID KEY
010500             DISPLAY "TIMEEDIT: CYCLE LEDGER ENTRY FOR "
010510                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
010520             MOVE 16 TO RETURN-CODE
010530             CLOSE CYCLE-CONTROL-FILE
010540             GO TO 9900-EXIT
010550     END-READ
010560     ACCEPT CYW-DATE FROM DATE YYYYMMDD
010570     ACCEPT CYW-TIME FROM TIME
010580     MOVE CYW-DATE TO CYC-END-DATE
010590     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
010600     MOVE RETURN-CODE TO CYC-RETURN-CODE
010610     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
010620     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
010630     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
010640     IF RETURN-CODE = ZERO
010650         MOVE "C" TO CYC-STATUS
010660     ELSE
010670         MOVE "F" TO CYC-STATUS
010680     END-IF
010690     REWRITE CYCLE-CONTROL-RECORD
010700         INVALID KEY
010710             DISPLAY "TIMEEDIT: CYCLCTL REWRITE FAILED, STATUS "
010720                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
010730             MOVE 16 TO RETURN-CODE
010740     END-REWRITE
010750     CLOSE CYCLE-CONTROL-FILE.
010760 9900-EXIT.
010770     EXIT.
