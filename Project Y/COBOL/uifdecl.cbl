000260*  DATE       INIT DESCRIPTION
000270*  ---------- ---- ------------------------------------------
000280*  2026-09-02 TLM  ORIGINAL PROGRAM - UIF DECLARATION.
000281*  2026-10-15 TLM  THE RUN IS NOW A MONTH-END STEP OF THE PAY-
000282*                  CYCLE CONTROL LEDGER (CYCLCTL) - IT IS
000283*                  REFUSED UNTIL EVERY PAY RUN OF THE MONTH HAS
000284*                  BEEN RECONCILED BY PAYRECON, OR IF IT HAS
000285*                  ALREADY COMPLETED FOR THE MONTH WITHOUT AN
000286*                  AUTHORISED OVERRIDE CARD, AND RECORDS ITS
000287*                  END, RETURN CODE, WORKER COUNTS AND THE UIF
000288*                  DECLARED.
000290*----------------------------------------------------------------

000300 ENVIRONMENT DIVISION.
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-UIFDECLL-STATUS.

000621     SELECT CYCLE-CONTROL-FILE
000622         ASSIGN TO "CYCLCTL"
000623         ORGANIZATION IS INDEXED
000624         ACCESS MODE IS DYNAMIC
000625         RECORD KEY IS CYC-KEY
000626         FILE STATUS IS WS-CYCLCTL-STATUS.

000627     SELECT CYCLE-OVERRIDE-FILE
000628         ASSIGN TO "CYCOVRD"
000629         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CYCOVRD-STATUS.

000631     SELECT AUDIT-TRAIL-FILE
000632         ASSIGN TO "EMPAUDIT"
000633         ORGANIZATION IS LINE SEQUENTIAL
000634         FILE STATUS IS WS-EMPAUDIT-STATUS.

000637 DATA DIVISION.
000640 FILE SECTION.
000650 FD  UIF-MONTH-FILE
000660     LABEL RECORDS ARE STANDARD.
000810     LABEL RECORDS ARE STANDARD.
000820     COPY UIFDECLL.

000821 FD  CYCLE-CONTROL-FILE
000822     LABEL RECORDS ARE STANDARD.
000823     COPY CYCLCTL.

000824 FD  CYCLE-OVERRIDE-FILE
000825     LABEL RECORDS ARE STANDARD.
000826     COPY CYCOVRD.

000827 FD  AUDIT-TRAIL-FILE
000828     LABEL RECORDS ARE STANDARD.
000829     COPY EMPAUDIT.

000830 WORKING-STORAGE SECTION.
000840 01  WS-FILE-STATUSES.
000850     05  WS-UIFMAST-STATUS       PIC X(02) VALUE "00".
001480     05  WS-ED-COUNT             PIC ZZ,ZZ9.
001490     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001495     COPY CYCLWORK.

001500 PROCEDURE DIVISION.

001510*----------------------------------------------------------------
001560     PERFORM 2000-DECLARE-ONE-WORKER THRU 2000-EXIT
001570         UNTIL END-OF-UIF-MONTH
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT
001585     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001590     STOP RUN.

001600*----------------------------------------------------------------
001710         MOVE "Y" TO WS-EOF-SW
001720         GO TO 1000-EXIT
001730     END-IF
001731*    THE MONTH-END STEPS ARE LEDGERED UNDER THE MONTH, DAY 00.
001732     MOVE "UIFDECL" TO CYW-THIS-STEP
001733     MOVE "UIFDECL" TO CYW-SEQUENCE-STEP
001734     MOVE WS-DECL-MONTH TO CYW-PE-MONTH
001735     MOVE ZERO TO CYW-PE-DD
001736     MOVE "E" TO CYW-FREQUENCY
001737     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
001738     IF CYW-STEP-REFUSED
001739         SET FATAL-RUN-FAILURE TO TRUE
001740         MOVE "Y" TO WS-EOF-SW
001741         GO TO 1000-EXIT
001742     END-IF
001746     OPEN INPUT UIF-MONTH-FILE
001750     IF NOT UIFMAST-OK
001760         DISPLAY "UIFDECL: UIFMAST OPEN FAILED, STATUS "
001770             WS-UIFMAST-STATUS
004160     END-IF.
004170 9000-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004200*  9800-CHECK-CYCLE-STEP
004210*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
004220*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
004230*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
004240*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
004250*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
004260*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
004270*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
004280*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
004290*----------------------------------------------------------------
004300 9800-CHECK-CYCLE-STEP.
004310     IF CYW-PERIOD-END = ZERO
004320         DISPLAY "UIFDECL: NO PERIOD-END DATE ON RUN PARM - "
004330             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
004340             "LEDGER - RUN REFUSED"
004350         SET CYW-STEP-REFUSED TO TRUE
004360         GO TO 9800-EXIT
004370     END-IF
004380     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
004390     IF CYW-STEP-POS = ZERO
004400         DISPLAY "UIFDECL: " CYW-SEQUENCE-STEP
004410             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
004420             " CYCLE - RUN REFUSED"
004430         SET CYW-STEP-REFUSED TO TRUE
004440         GO TO 9800-EXIT
004450     END-IF
004460     OPEN I-O CYCLE-CONTROL-FILE
004470     IF CYCLCTL-NOT-FOUND
004480         OPEN OUTPUT CYCLE-CONTROL-FILE
004490         CLOSE CYCLE-CONTROL-FILE
004500         OPEN I-O CYCLE-CONTROL-FILE
004510     END-IF
004520     IF NOT CYCLCTL-OK
004530         DISPLAY "UIFDECL: CYCLCTL OPEN FAILED, STATUS "
004540             WS-CYCLCTL-STATUS " - RUN REFUSED"
004550         SET CYW-STEP-REFUSED TO TRUE
004560         GO TO 9800-EXIT
004570     END-IF
004580     IF CYW-MONTH-END-CYCLE
004590         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
004600     ELSE
004610         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
004620             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
004630             UNTIL CYW-SUB NOT < CYW-STEP-POS
004640     END-IF
004650     IF CYW-STEP-REFUSED
004660         CLOSE CYCLE-CONTROL-FILE
004670         GO TO 9800-EXIT
004680     END-IF
004690     ACCEPT CYW-DATE FROM DATE YYYYMMDD
004700     ACCEPT CYW-TIME FROM TIME
004710     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
004720     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
004730     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
004740     READ CYCLE-CONTROL-FILE
004750         INVALID KEY
004760             MOVE "N" TO CYW-ON-FILE-SW
004770         NOT INVALID KEY
004780             MOVE "Y" TO CYW-ON-FILE-SW
004790     END-READ
004800     IF CYW-STEP-ON-FILE
004810         AND CYC-COMPLETED
004820         AND NOT CYW-RERUN-FREE
004830             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
004840             IF NOT CYW-OVERRIDE-FOUND
004850                 DISPLAY "UIFDECL: " CYW-THIS-STEP
004860                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
004870                     CYW-FREQUENCY
004880                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
004890                     "CARD - RUN REFUSED"
004900                 SET CYW-STEP-REFUSED TO TRUE
004910                 CLOSE CYCLE-CONTROL-FILE
004920                 GO TO 9800-EXIT
004930             END-IF
004940             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
004950             IF CYW-STEP-REFUSED
004960                 CLOSE CYCLE-CONTROL-FILE
004970                 GO TO 9800-EXIT
004980             END-IF
004990     END-IF
005000*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
005010*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
005020     IF CYW-STEP-ON-FILE
005030         ADD 1 TO CYC-RUN-COUNT
005040     ELSE
005050         MOVE SPACES TO CYCLE-CONTROL-RECORD
005060         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005070         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005080         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
005090         MOVE 1 TO CYC-RUN-COUNT
005100     END-IF
005110     MOVE "S" TO CYC-STATUS
005120     MOVE CYW-DATE TO CYC-START-DATE
005130     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
005140     MOVE ZERO TO CYC-END-DATE
005150     MOVE ZERO TO CYC-END-TIME
005160     MOVE ZERO TO CYC-RETURN-CODE
005170     MOVE ZERO TO CYC-COUNT-IN
005180     MOVE ZERO TO CYC-COUNT-OUT
005190     MOVE ZERO TO CYC-CONTROL-TOTAL
005200     IF CYW-OVERRIDE-FOUND
005210         MOVE "O" TO CYC-OVERRIDE-FLAG
005220         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
005230     ELSE
005240         MOVE SPACE TO CYC-OVERRIDE-FLAG
005250         MOVE SPACES TO CYC-OVERRIDE-BY
005260     END-IF
005270     IF CYW-STEP-ON-FILE
005280         REWRITE CYCLE-CONTROL-RECORD
005290             INVALID KEY
005300                 SET CYW-STEP-REFUSED TO TRUE
005310         END-REWRITE
005320     ELSE
005330         WRITE CYCLE-CONTROL-RECORD
005340             INVALID KEY
005350                 SET CYW-STEP-REFUSED TO TRUE
005360         END-WRITE
005370     END-IF
005380     IF CYW-STEP-REFUSED
005390         DISPLAY "UIFDECL: CYCLCTL WRITE FAILED, STATUS "
005400             WS-CYCLCTL-STATUS " - RUN REFUSED"
005410     ELSE
005420         SET CYW-STEP-OPENED TO TRUE
005430     END-IF
005440     CLOSE CYCLE-CONTROL-FILE.
005450 9800-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------
005480*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
005490*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
005500*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
005510*----------------------------------------------------------------
005520 9810-SET-STEP-SEQUENCE.
005530     MOVE ZERO TO CYW-STEP-POS
005540     MOVE 1 TO CYW-FIRST-POS
005550     IF CYW-WEEKLY-CYCLE
005560         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
005570     END-IF
005580     IF CYW-MONTHLY-CYCLE
005590         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
005600         MOVE 2 TO CYW-FIRST-POS
005610     END-IF
005620     IF CYW-REVERSAL-CYCLE
005630         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
005640     END-IF
005650     IF CYW-MONTH-END-CYCLE
005660         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
005670     END-IF
005680     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
005690         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
005700         UNTIL CYW-SUB > CYW-STEP-MAX.
005710 9810-EXIT.
005720     EXIT.

005730*----------------------------------------------------------------
005740*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
005750*----------------------------------------------------------------
005760 9815-MATCH-STEP.
005770     IF CYW-STEP-POS = ZERO
005780         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
005790             MOVE CYW-SUB TO CYW-STEP-POS
005800     END-IF.
005810 9815-EXIT.
005820     EXIT.

005830*----------------------------------------------------------------
005840*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
005850*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
005860*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
005870*----------------------------------------------------------------
005880 9820-CHECK-PRIOR-STEP.
005890     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005900     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005910     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
005920     READ CYCLE-CONTROL-FILE
005930         INVALID KEY
005940             DISPLAY "UIFDECL: " CYW-CYCLE-STEP (CYW-SUB)
005950                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
005960                 CYW-FREQUENCY " - RUN REFUSED"
005970             SET CYW-STEP-REFUSED TO TRUE
005980             GO TO 9820-EXIT
005990     END-READ
006000     IF NOT CYC-COMPLETED
006010         DISPLAY "UIFDECL: " CYW-CYCLE-STEP (CYW-SUB)
006020             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
006030             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
006040             CYC-RETURN-CODE ") - RUN REFUSED"
006050         SET CYW-STEP-REFUSED TO TRUE
006060     END-IF.
006070 9820-EXIT.
006080     EXIT.

006090*----------------------------------------------------------------
006100*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
006110*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
006120*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
006130*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
006140*----------------------------------------------------------------
006150 9830-CHECK-MONTH-CYCLES.
006160     MOVE ZERO TO CYW-MONTH-CYCLES
006170     MOVE ZERO TO CYW-MONTH-RECONCILED
006180     MOVE "N" TO CYW-LEDGER-EOF-SW
006190     MOVE LOW-VALUES TO CYC-KEY
006200     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
006210     MOVE 01 TO CYW-ML-DD
006220     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
006230     MOVE 31 TO CYW-ML-DD
006240     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
006250         INVALID KEY
006260             MOVE "Y" TO CYW-LEDGER-EOF-SW
006270     END-START
006280     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
006290         UNTIL CYW-END-OF-LEDGER
006300     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
006310         DISPLAY "UIFDECL: " CYW-MONTH-RECONCILED " OF "
006320             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
006330             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
006340         SET CYW-STEP-REFUSED TO TRUE
006350     END-IF.
006360 9830-EXIT.
006370     EXIT.

006380*----------------------------------------------------------------
006390*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
006400*----------------------------------------------------------------
006410 9835-READ-MONTH-STEP.
006420     READ CYCLE-CONTROL-FILE NEXT RECORD
006430         AT END
006440             MOVE "Y" TO CYW-LEDGER-EOF-SW
006450             GO TO 9835-EXIT
006460     END-READ
006470     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
006480         MOVE "Y" TO CYW-LEDGER-EOF-SW
006490         GO TO 9835-EXIT
006500     END-IF
006510     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
006520         ADD 1 TO CYW-MONTH-CYCLES
006530     END-IF
006540     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
006550         ADD 1 TO CYW-MONTH-RECONCILED
006560     END-IF.
006570 9835-EXIT.
006580     EXIT.

006590*----------------------------------------------------------------
006600*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
006610*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
006620*----------------------------------------------------------------
006630 9840-FIND-OVERRIDE.
006640     MOVE "N" TO CYW-OVERRIDE-SW
006650     MOVE "N" TO CYW-OVR-EOF-SW
006660     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
006670     OPEN INPUT CYCLE-OVERRIDE-FILE
006680     IF NOT CYCOVRD-OK
006690         GO TO 9840-EXIT
006700     END-IF
006710     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
006720         UNTIL CYW-END-OF-OVERRIDES
006730            OR CYW-OVERRIDE-FOUND
006740     CLOSE CYCLE-OVERRIDE-FILE.
006750 9840-EXIT.
006760     EXIT.

006770*----------------------------------------------------------------
006780*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
006790*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
006800*----------------------------------------------------------------
006810 9845-CHECK-OVERRIDE-CARD.
006820     READ CYCLE-OVERRIDE-FILE
006830         AT END
006840             MOVE "Y" TO CYW-OVR-EOF-SW
006850             GO TO 9845-EXIT
006860     END-READ
006870     IF OVR-PERIOD-END-X NOT NUMERIC
006880         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
006890         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
006900         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
006910             GO TO 9845-EXIT
006920     END-IF
006930     IF OVR-RUN-NUMBER-X NOT NUMERIC
006940         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
006950             DISPLAY "UIFDECL: OVERRIDE CARD FOR " OVR-STEP-NAME
006960                 " IGNORED - IT MUST NAME RUN NUMBER "
006970                 CYW-NEXT-RUN
006980             GO TO 9845-EXIT
006990     END-IF
007000     IF OVR-AUTHORISED-BY = SPACES
007010         OR OVR-REASON = SPACES
007020             DISPLAY "UIFDECL: OVERRIDE CARD FOR " OVR-STEP-NAME
007030                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
007040             GO TO 9845-EXIT
007050     END-IF
007060     MOVE "Y" TO CYW-OVERRIDE-SW.
007070 9845-EXIT.
007080     EXIT.

007090*----------------------------------------------------------------
007100*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
007110*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
007120*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
007130*  THE REASON AS THE AFTER IMAGE
007140*----------------------------------------------------------------
007150 9850-AUDIT-OVERRIDE.
007160     OPEN EXTEND AUDIT-TRAIL-FILE
007170     IF EMPAUDIT-NOT-FOUND
007180         OPEN OUTPUT AUDIT-TRAIL-FILE
007190     END-IF
007200     IF NOT EMPAUDIT-OK
007210         DISPLAY "UIFDECL: EMPAUDIT OPEN FAILED, STATUS "
007220             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
007230         MOVE "N" TO CYW-OVERRIDE-SW
007240         SET CYW-STEP-REFUSED TO TRUE
007250         GO TO 9850-EXIT
007260     END-IF
007270     MOVE SPACES TO AUDIT-TRAIL-RECORD
007280     MOVE CYW-DATE TO AUD-DATE
007290     MOVE CYW-TIME-HHMMSS TO AUD-TIME
007300     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
007310     MOVE ZERO TO AUD-EMP-NUMBER
007320     MOVE "O" TO AUD-ACTION-CODE
007330     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
007340     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
007350         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
007360     MOVE OVR-REASON TO AUD-AFTER-IMAGE
007370     WRITE AUDIT-TRAIL-RECORD
007380     CLOSE AUDIT-TRAIL-FILE
007390     DISPLAY "UIFDECL: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
007400         " AUTHORISED BY " OVR-AUTHORISED-BY
007410         " - WRITTEN TO THE AUDIT TRAIL".
007420 9850-EXIT.
007430     EXIT.

007440*----------------------------------------------------------------
007450*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
007460*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
007470*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
007480*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
007490*----------------------------------------------------------------
007500 9900-CLOSE-CYCLE-STEP.
007510     IF NOT CYW-STEP-OPENED
007520         GO TO 9900-EXIT
007530     END-IF
007540     COMPUTE CYW-COUNT-IN = WS-WORKER-COUNT + WS-NO-MASTER-COUNT
007550     MOVE WS-WORKER-COUNT TO CYW-COUNT-OUT
007560     COMPUTE CYW-CONTROL-TOTAL = WS-TOTAL-UIF-EE
007570                               + WS-TOTAL-UIF-ER
007580     OPEN I-O CYCLE-CONTROL-FILE
007590     IF NOT CYCLCTL-OK
007600         DISPLAY "UIFDECL: CYCLCTL OPEN FAILED, STATUS "
007610             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007620         MOVE 16 TO RETURN-CODE
007630         GO TO 9900-EXIT
007640     END-IF
007650     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007660     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007670     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007680     READ CYCLE-CONTROL-FILE
007690         INVALID KEY
007700             DISPLAY "UIFDECL: CYCLE LEDGER ENTRY FOR "
007710                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
007720             MOVE 16 TO RETURN-CODE
007730             CLOSE CYCLE-CONTROL-FILE
007740             GO TO 9900-EXIT
007750     END-READ
007760     ACCEPT CYW-DATE FROM DATE YYYYMMDD
007770     ACCEPT CYW-TIME FROM TIME
007780     MOVE CYW-DATE TO CYC-END-DATE
007790     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
007800     MOVE RETURN-CODE TO CYC-RETURN-CODE
007810     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
007820     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
007830     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
007840     IF RETURN-CODE = ZERO
007850         MOVE "C" TO CYC-STATUS
007860     ELSE
007870         MOVE "F" TO CYC-STATUS
007880     END-IF
007890     REWRITE CYCLE-CONTROL-RECORD
007900         INVALID KEY
007910             DISPLAY "UIFDECL: CYCLCTL REWRITE FAILED, STATUS "
007920                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007930             MOVE 16 TO RETURN-CODE
007940     END-REWRITE
007950     CLOSE CYCLE-CONTROL-FILE.
007960 9900-EXIT.
007970     EXIT.
