000370*                  FINAL-MONTH TRUE-UP WHOSE REFUNDS EXCEED
000380*                  ITS DEDUCTIONS SHOWS AS THE NEGATIVE IT
000390*                  IS INSTEAD OF ITS ABSOLUTE VALUE.
000392*  2026-10-15 TLM  THE MONTH'S EMPLOYMENT TAX INCENTIVE (SM-ETI)
000394*                  NOW COMES OFF THE PAYE DUE.  ETI BEYOND THE
000396*                  MONTH'S PAYE PRINTS AS NOT CLAIMED THIS
000398*                  MONTH; THE TOTAL DUE USES THE PAYE AFTER ETI.
000399*  2026-10-15 TLM  THE RUN IS NOW A MONTH-END STEP OF THE PAY-
000400*                  CYCLE CONTROL LEDGER (CYCLCTL) - IT IS
000401*                  REFUSED UNTIL EVERY PAY RUN OF THE MONTH HAS
000402*                  BEEN RECONCILED BY PAYRECON, OR IF IT HAS
000403*                  ALREADY COMPLETED FOR THE MONTH WITHOUT AN
000404*                  AUTHORISED OVERRIDE CARD, AND RECORDS ITS
000405*                  END, RETURN CODE, RUN COUNTS AND TOTAL DUE.
000407*----------------------------------------------------------------

000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-EMP201R-STATUS.

000571     SELECT CYCLE-CONTROL-FILE
000572         ASSIGN TO "CYCLCTL"
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS DYNAMIC
000575         RECORD KEY IS CYC-KEY
000576         FILE STATUS IS WS-CYCLCTL-STATUS.

000577     SELECT CYCLE-OVERRIDE-FILE
000578         ASSIGN TO "CYCOVRD"
000579         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CYCOVRD-STATUS.

000581     SELECT AUDIT-TRAIL-FILE
000582         ASSIGN TO "EMPAUDIT"
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-EMPAUDIT-STATUS.

000587 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STATUTORY-MONTH-FILE
000610     LABEL RECORDS ARE STANDARD.
000670     LABEL RECORDS ARE STANDARD.
000680     COPY EMP201L.

000681 FD  CYCLE-CONTROL-FILE
000682     LABEL RECORDS ARE STANDARD.
000683     COPY CYCLCTL.

000684 FD  CYCLE-OVERRIDE-FILE
000685     LABEL RECORDS ARE STANDARD.
000686     COPY CYCOVRD.

000687 FD  AUDIT-TRAIL-FILE
000688     LABEL RECORDS ARE STANDARD.
000689     COPY EMPAUDIT.

000690 WORKING-STORAGE SECTION.
000700 01  WS-FILE-STATUSES.
000710     05  WS-STATMAST-STATUS      PIC X(02) VALUE "00".

001140 01  WS-EMP201-TOTAL             PIC S9(11)V99 VALUE ZERO.

001141 01  WS-ETI-FIELDS.
001142     05  WS-ETI-CLAIMED          PIC S9(09)V99 VALUE ZERO.
001143     05  WS-ETI-USED             PIC S9(09)V99 VALUE ZERO.
001144     05  WS-ETI-UNUSED           PIC S9(09)V99 VALUE ZERO.
001145     05  WS-PAYE-AFTER-ETI       PIC S9(09)V99 VALUE ZERO.

001150 01  WS-EMP201-EDIT-FIELDS.
001160     05  WS-ED-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001170     05  WS-ED-COUNT             PIC Z9.

001175     COPY CYCLWORK.

001180 PROCEDURE DIVISION.

001190*----------------------------------------------------------------
001250         PERFORM 3000-PRINT-RETURN THRU 3000-EXIT
001260     END-IF
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT
001275     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001280     STOP RUN.

001290*----------------------------------------------------------------
001380         SET FATAL-RUN-FAILURE TO TRUE
001390         GO TO 1000-EXIT
001400     END-IF
001401*    THE MONTH-END STEPS ARE LEDGERED UNDER THE MONTH, DAY 00.
001402     MOVE "EMP201" TO CYW-THIS-STEP
001403     MOVE "EMP201" TO CYW-SEQUENCE-STEP
001404     MOVE WS-RETURN-MONTH TO CYW-PE-MONTH
001405     MOVE ZERO TO CYW-PE-DD
001406     MOVE "E" TO CYW-FREQUENCY
001407     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
001408     IF CYW-STEP-REFUSED
001409         SET FATAL-RUN-FAILURE TO TRUE
001410         GO TO 1000-EXIT
001411     END-IF
001415     OPEN INPUT STATUTORY-MONTH-FILE
001420     IF NOT STATMAST-OK
001430         DISPLAY "EMP201: STATMAST OPEN FAILED, STATUS "
001440             WS-STATMAST-STATUS
002590         DELIMITED BY SIZE INTO EMP201-LINE
002600     WRITE EMP201-LINE

002601*    THE ETI CLAIMED COMES OFF THE PAYE ONLY, NEVER BELOW NIL -
002602*    WHAT THE MONTH'S PAYE CANNOT ABSORB IS NOT CLAIMED THIS
002603*    MONTH.  A MONTH POSTED BEFORE THE ETI FIELD EXISTED
002604*    CARRIES SPACES THERE AND CLAIMS NOTHING.
002605     MOVE ZERO TO WS-ETI-CLAIMED
002606     IF SM-ETI NUMERIC
002607         AND SM-ETI > ZERO
002608             MOVE SM-ETI TO WS-ETI-CLAIMED
002609     END-IF
002610     MOVE ZERO TO WS-ETI-USED
002611     IF SM-PAYE > ZERO
002612         IF WS-ETI-CLAIMED > SM-PAYE
002613             MOVE SM-PAYE TO WS-ETI-USED
002614         ELSE
002615             MOVE WS-ETI-CLAIMED TO WS-ETI-USED
002616         END-IF
002617     END-IF
002618     COMPUTE WS-ETI-UNUSED = WS-ETI-CLAIMED - WS-ETI-USED
002619     COMPUTE WS-PAYE-AFTER-ETI = SM-PAYE - WS-ETI-USED

002620     MOVE WS-ETI-CLAIMED TO WS-ED-AMOUNT
002621     MOVE SPACES TO EMP201-LINE
002622     STRING "LESS ETI CLAIMED ......... R" WS-ED-AMOUNT
002623         DELIMITED BY SIZE INTO EMP201-LINE
002624     WRITE EMP201-LINE

002625     MOVE WS-PAYE-AFTER-ETI TO WS-ED-AMOUNT
002626     MOVE SPACES TO EMP201-LINE
002627     STRING "PAYE DUE AFTER ETI ....... R" WS-ED-AMOUNT
002628         DELIMITED BY SIZE INTO EMP201-LINE
002629     WRITE EMP201-LINE

002630     IF WS-ETI-UNUSED > ZERO
002631         MOVE WS-ETI-UNUSED TO WS-ED-AMOUNT
002632         MOVE SPACES TO EMP201-LINE
002633         STRING "ETI NOT CLAIMED THIS MONTH R" WS-ED-AMOUNT
002634             DELIMITED BY SIZE INTO EMP201-LINE
002635         WRITE EMP201-LINE
002636     END-IF

002637     MOVE SM-UIF-EE TO WS-ED-AMOUNT
002638     MOVE SPACES TO EMP201-LINE
002639     STRING "UIF - EMPLOYEE ........... R" WS-ED-AMOUNT
002640         DELIMITED BY SIZE INTO EMP201-LINE
002650     WRITE EMP201-LINE

002750     WRITE EMP201-LINE

002760     COMPUTE WS-EMP201-TOTAL =
002770         WS-PAYE-AFTER-ETI + SM-UIF-EE + SM-UIF-ER + SM-SDL
002780     MOVE WS-EMP201-TOTAL TO WS-ED-AMOUNT
002790     MOVE SPACES TO EMP201-LINE
002800     STRING "TOTAL DUE TO SARS ........ R" WS-ED-AMOUNT
003410     END-IF.
003420 9000-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450*  9800-CHECK-CYCLE-STEP
003460*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
003470*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
003480*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
003490*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
003500*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
003510*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
003520*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
003530*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
003540*----------------------------------------------------------------
003550 9800-CHECK-CYCLE-STEP.
003560     IF CYW-PERIOD-END = ZERO
003570         DISPLAY "EMP201: NO PERIOD-END DATE ON RUN PARM - "
003580             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
003590             "LEDGER - RUN REFUSED"
003600         SET CYW-STEP-REFUSED TO TRUE
003610         GO TO 9800-EXIT
003620     END-IF
003630     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
003640     IF CYW-STEP-POS = ZERO
003650         DISPLAY "EMP201: " CYW-SEQUENCE-STEP
003660             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
003670             " CYCLE - RUN REFUSED"
003680         SET CYW-STEP-REFUSED TO TRUE
003690         GO TO 9800-EXIT
003700     END-IF
003710     OPEN I-O CYCLE-CONTROL-FILE
003720     IF CYCLCTL-NOT-FOUND
003730         OPEN OUTPUT CYCLE-CONTROL-FILE
003740         CLOSE CYCLE-CONTROL-FILE
003750         OPEN I-O CYCLE-CONTROL-FILE
003760     END-IF
003770     IF NOT CYCLCTL-OK
003780         DISPLAY "EMP201: CYCLCTL OPEN FAILED, STATUS "
003790             WS-CYCLCTL-STATUS " - RUN REFUSED"
003800         SET CYW-STEP-REFUSED TO TRUE
003810         GO TO 9800-EXIT
003820     END-IF
003830     IF CYW-MONTH-END-CYCLE
003840         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
003850     ELSE
003860         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
003870             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
003880             UNTIL CYW-SUB NOT < CYW-STEP-POS
003890     END-IF
003900     IF CYW-STEP-REFUSED
003910         CLOSE CYCLE-CONTROL-FILE
003920         GO TO 9800-EXIT
003930     END-IF
003940     ACCEPT CYW-DATE FROM DATE YYYYMMDD
003950     ACCEPT CYW-TIME FROM TIME
003960     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
003970     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
003980     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
003990     READ CYCLE-CONTROL-FILE
004000         INVALID KEY
004010             MOVE "N" TO CYW-ON-FILE-SW
004020         NOT INVALID KEY
004030             MOVE "Y" TO CYW-ON-FILE-SW
004040     END-READ
004050     IF CYW-STEP-ON-FILE
004060         AND CYC-COMPLETED
004070         AND NOT CYW-RERUN-FREE
004080             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
004090             IF NOT CYW-OVERRIDE-FOUND
004100                 DISPLAY "EMP201: " CYW-THIS-STEP
004110                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
004120                     CYW-FREQUENCY
004130                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
004140                     "CARD - RUN REFUSED"
004150                 SET CYW-STEP-REFUSED TO TRUE
004160                 CLOSE CYCLE-CONTROL-FILE
004170                 GO TO 9800-EXIT
004180             END-IF
004190             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
004200             IF CYW-STEP-REFUSED
004210                 CLOSE CYCLE-CONTROL-FILE
004220                 GO TO 9800-EXIT
004230             END-IF
004240     END-IF
004250*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
004260*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
004270     IF CYW-STEP-ON-FILE
004280         ADD 1 TO CYC-RUN-COUNT
004290     ELSE
004300         MOVE SPACES TO CYCLE-CONTROL-RECORD
004310         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
004320         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
004330         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
004340         MOVE 1 TO CYC-RUN-COUNT
004350     END-IF
004360     MOVE "S" TO CYC-STATUS
004370     MOVE CYW-DATE TO CYC-START-DATE
004380     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
004390     MOVE ZERO TO CYC-END-DATE
004400     MOVE ZERO TO CYC-END-TIME
004410     MOVE ZERO TO CYC-RETURN-CODE
004420     MOVE ZERO TO CYC-COUNT-IN
004430     MOVE ZERO TO CYC-COUNT-OUT
004440     MOVE ZERO TO CYC-CONTROL-TOTAL
004450     IF CYW-OVERRIDE-FOUND
004460         MOVE "O" TO CYC-OVERRIDE-FLAG
004470         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
004480     ELSE
004490         MOVE SPACE TO CYC-OVERRIDE-FLAG
004500         MOVE SPACES TO CYC-OVERRIDE-BY
004510     END-IF
004520     IF CYW-STEP-ON-FILE
004530         REWRITE CYCLE-CONTROL-RECORD
004540             INVALID KEY
004550                 SET CYW-STEP-REFUSED TO TRUE
004560         END-REWRITE
004570     ELSE
004580         WRITE CYCLE-CONTROL-RECORD
004590             INVALID KEY
004600                 SET CYW-STEP-REFUSED TO TRUE
004610         END-WRITE
004620     END-IF
004630     IF CYW-STEP-REFUSED
004640         DISPLAY "EMP201: CYCLCTL WRITE FAILED, STATUS "
004650             WS-CYCLCTL-STATUS " - RUN REFUSED"
004660     ELSE
004670         SET CYW-STEP-OPENED TO TRUE
004680     END-IF
004690     CLOSE CYCLE-CONTROL-FILE.
004700 9800-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
004740*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
004750*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
004760*----------------------------------------------------------------
004770 9810-SET-STEP-SEQUENCE.
004780     MOVE ZERO TO CYW-STEP-POS
004790     MOVE 1 TO CYW-FIRST-POS
004800     IF CYW-WEEKLY-CYCLE
004810         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
004820     END-IF
004830     IF CYW-MONTHLY-CYCLE
004840         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
004850         MOVE 2 TO CYW-FIRST-POS
004860     END-IF
004870     IF CYW-REVERSAL-CYCLE
004880         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
004890     END-IF
004900     IF CYW-MONTH-END-CYCLE
004910         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
004920     END-IF
004930     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
004940         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
004950         UNTIL CYW-SUB > CYW-STEP-MAX.
004960 9810-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
005000*----------------------------------------------------------------
005010 9815-MATCH-STEP.
005020     IF CYW-STEP-POS = ZERO
005030         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
005040             MOVE CYW-SUB TO CYW-STEP-POS
005050     END-IF.
005060 9815-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
005100*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
005110*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
005120*----------------------------------------------------------------
005130 9820-CHECK-PRIOR-STEP.
005140     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005150     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005160     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
005170     READ CYCLE-CONTROL-FILE
005180         INVALID KEY
005190             DISPLAY "EMP201: " CYW-CYCLE-STEP (CYW-SUB)
005200                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
005210                 CYW-FREQUENCY " - RUN REFUSED"
005220             SET CYW-STEP-REFUSED TO TRUE
005230             GO TO 9820-EXIT
005240     END-READ
005250     IF NOT CYC-COMPLETED
005260         DISPLAY "EMP201: " CYW-CYCLE-STEP (CYW-SUB)
005270             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
005280             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
005290             CYC-RETURN-CODE ") - RUN REFUSED"
005300         SET CYW-STEP-REFUSED TO TRUE
005310     END-IF.
005320 9820-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------
005350*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
005360*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
005370*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
005380*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
005390*----------------------------------------------------------------
005400 9830-CHECK-MONTH-CYCLES.
005410     MOVE ZERO TO CYW-MONTH-CYCLES
005420     MOVE ZERO TO CYW-MONTH-RECONCILED
005430     MOVE "N" TO CYW-LEDGER-EOF-SW
005440     MOVE LOW-VALUES TO CYC-KEY
005450     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
005460     MOVE 01 TO CYW-ML-DD
005470     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
005480     MOVE 31 TO CYW-ML-DD
005490     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
005500         INVALID KEY
005510             MOVE "Y" TO CYW-LEDGER-EOF-SW
005520     END-START
005530     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
005540         UNTIL CYW-END-OF-LEDGER
005550     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
005560         DISPLAY "EMP201: " CYW-MONTH-RECONCILED " OF "
005570             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
005580             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
005590         SET CYW-STEP-REFUSED TO TRUE
005600     END-IF.
005610 9830-EXIT.
005620     EXIT.

005630*----------------------------------------------------------------
005640*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
005650*----------------------------------------------------------------
005660 9835-READ-MONTH-STEP.
005670     READ CYCLE-CONTROL-FILE NEXT RECORD
005680         AT END
005690             MOVE "Y" TO CYW-LEDGER-EOF-SW
005700             GO TO 9835-EXIT
005710     END-READ
005720     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
005730         MOVE "Y" TO CYW-LEDGER-EOF-SW
005740         GO TO 9835-EXIT
005750     END-IF
005760     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
005770         ADD 1 TO CYW-MONTH-CYCLES
005780     END-IF
005790     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
005800         ADD 1 TO CYW-MONTH-RECONCILED
005810     END-IF.
005820 9835-EXIT.
005830     EXIT.

005840*----------------------------------------------------------------
005850*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
005860*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
005870*----------------------------------------------------------------
005880 9840-FIND-OVERRIDE.
005890     MOVE "N" TO CYW-OVERRIDE-SW
005900     MOVE "N" TO CYW-OVR-EOF-SW
005910     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
005920     OPEN INPUT CYCLE-OVERRIDE-FILE
005930     IF NOT CYCOVRD-OK
005940         GO TO 9840-EXIT
005950     END-IF
005960     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
005970         UNTIL CYW-END-OF-OVERRIDES
005980            OR CYW-OVERRIDE-FOUND
005990     CLOSE CYCLE-OVERRIDE-FILE.
006000 9840-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
006040*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
006050*----------------------------------------------------------------
006060 9845-CHECK-OVERRIDE-CARD.
006070     READ CYCLE-OVERRIDE-FILE
006080         AT END
006090             MOVE "Y" TO CYW-OVR-EOF-SW
006100             GO TO 9845-EXIT
006110     END-READ
006120     IF OVR-PERIOD-END-X NOT NUMERIC
006130         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
006140         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
006150         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
006160             GO TO 9845-EXIT
006170     END-IF
006180     IF OVR-RUN-NUMBER-X NOT NUMERIC
006190         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
006200             DISPLAY "EMP201: OVERRIDE CARD FOR " OVR-STEP-NAME
006210                 " IGNORED - IT MUST NAME RUN NUMBER "
006220                 CYW-NEXT-RUN
006230             GO TO 9845-EXIT
006240     END-IF
006250     IF OVR-AUTHORISED-BY = SPACES
006260         OR OVR-REASON = SPACES
006270             DISPLAY "EMP201: OVERRIDE CARD FOR " OVR-STEP-NAME
006280                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
006290             GO TO 9845-EXIT
006300     END-IF
006310     MOVE "Y" TO CYW-OVERRIDE-SW.
006320 9845-EXIT.
006330     EXIT.

006340*----------------------------------------------------------------
006350*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
006360*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
006370*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
006380*  THE REASON AS THE AFTER IMAGE
006390*----------------------------------------------------------------
006400 9850-AUDIT-OVERRIDE.
006410     OPEN EXTEND AUDIT-TRAIL-FILE
006420     IF EMPAUDIT-NOT-FOUND
006430         OPEN OUTPUT AUDIT-TRAIL-FILE
006440     END-IF
006450     IF NOT EMPAUDIT-OK
006460         DISPLAY "EMP201: EMPAUDIT OPEN FAILED, STATUS "
006470             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
006480         MOVE "N" TO CYW-OVERRIDE-SW
006490         SET CYW-STEP-REFUSED TO TRUE
006500         GO TO 9850-EXIT
006510     END-IF
006520     MOVE SPACES TO AUDIT-TRAIL-RECORD
006530     MOVE CYW-DATE TO AUD-DATE
006540     MOVE CYW-TIME-HHMMSS TO AUD-TIME
006550     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
006560     MOVE ZERO TO AUD-EMP-NUMBER
006570     MOVE "O" TO AUD-ACTION-CODE
006580     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
006590     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
006600         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
006610     MOVE OVR-REASON TO AUD-AFTER-IMAGE
006620     WRITE AUDIT-TRAIL-RECORD
006630     CLOSE AUDIT-TRAIL-FILE
006640     DISPLAY "EMP201: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
006650         " AUTHORISED BY " OVR-AUTHORISED-BY
006660         " - WRITTEN TO THE AUDIT TRAIL".
006670 9850-EXIT.
006680     EXIT.

006690*----------------------------------------------------------------
006700*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
006710*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
006720*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
006730*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
006740*----------------------------------------------------------------
006750 9900-CLOSE-CYCLE-STEP.
006760     IF NOT CYW-STEP-OPENED
006770         GO TO 9900-EXIT
006780     END-IF
006790     IF STAT-MONTH-FOUND
006800         MOVE SM-RUN-COUNT TO CYW-COUNT-IN
006810         MOVE SM-MONTHLY-RUNS TO CYW-COUNT-OUT
006820     END-IF
006830     MOVE WS-EMP201-TOTAL TO CYW-CONTROL-TOTAL
006840     OPEN I-O CYCLE-CONTROL-FILE
006850     IF NOT CYCLCTL-OK
006860         DISPLAY "EMP201: CYCLCTL OPEN FAILED, STATUS "
006870             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
006880         MOVE 16 TO RETURN-CODE
006890         GO TO 9900-EXIT
006900     END-IF
006910     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
006920     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
006930     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
006940     READ CYCLE-CONTROL-FILE
006950         INVALID KEY
006960             DISPLAY "EMP201: CYCLE LEDGER ENTRY FOR "
006970                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
006980             MOVE 16 TO RETURN-CODE
006990             CLOSE CYCLE-CONTROL-FILE
007000             GO TO 9900-EXIT
007010     END-READ
007020     ACCEPT CYW-DATE FROM DATE YYYYMMDD
007030     ACCEPT CYW-TIME FROM TIME
007040     MOVE CYW-DATE TO CYC-END-DATE
007050     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
007060     MOVE RETURN-CODE TO CYC-RETURN-CODE
007070     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
007080     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
007090     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
007100     IF RETURN-CODE = ZERO
007110         MOVE "C" TO CYC-STATUS
007120     ELSE
007130         MOVE "F" TO CYC-STATUS
007140     END-IF
007150     REWRITE CYCLE-CONTROL-RECORD
007160         INVALID KEY
007170             DISPLAY "EMP201: CYCLCTL REWRITE FAILED, STATUS "
007180                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007190             MOVE 16 TO RETURN-CODE
007200     END-REWRITE
007210     CLOSE CYCLE-CONTROL-FILE.
007220 9900-EXIT.
007230     EXIT.
