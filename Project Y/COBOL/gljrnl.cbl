000130*  THE DEPARTMENT'S GROSS AND DEBITS THE EMPLOYER UIF AND SDL
000140*  EXPENSE ACCOUNTS, THEN CREDITS THE PAYE, UIF AND SDL
000150*  LIABILITY ACCOUNTS, THE OTHER-DEDUCTIONS PAYABLE ACCOUNT
000160*  (GARNISHEES, VOLUNTARY DEDUCTIONS AND RETIREMENT FUND
000163*  CONTRIBUTIONS WITHHELD, WITH THE EMPLOYER'S FUND SHARE
000166*  DEBITED TO ITS OWN EXPENSE ACCOUNT BY COST CENTRE), AND THE
000170*  NET-PAY CLEARING ACCOUNT THAT EFTGEN'S BANK BATCH LATER
000171*  CLEARS.  ONCE-OFF EARNINGS ("E" RECORDS - BONUSES, COMMISSION
000172*  AND THE LIKE) ARE DEBITED TO THEIR EARNINGS CODE'S OWN
000173*  EXPENSE ACCOUNT BY COST CENTRE, AND SALARY EXPENSE TAKES THE
000174*  REST OF THE GROSS.
000180*  THE JOURNAL MUST BALANCE, AND THE DEPARTMENT
000190*  RECORDS MUST ADD BACK TO THE RUN'S GRAND TOTALS - EITHER
000200*  FAILURE ENDS THE RUN WITH A NON-ZERO RETURN CODE AND THE
000210*  JOURNAL FILE IS TO BE DISCARDED, NOT POSTED.
000354*                  ITS DEDUCTIONS POSTS AS A DEBIT TO PAYE
000355*                  PAYABLE (THE LIABILITY COMES DOWN), AND
000356*                  THE JOURNAL STILL BALANCES.
000357*  2026-10-15 TLM  THE JOURNAL NOW ALSO ACCEPTS A HANDOFF FILE
000358*                  FROM A PAY REVERSAL RUN ("R" MODE ON THE
000359*                  PARM CARD, STAMPED "R") AND POSTS IT THE
000360*                  OTHER WAY ROUND - EXPENSES CREDITED BY
000361*                  COST CENTRE, LIABILITIES DEBITED, AND THE
000362*                  NET DEBITED TO OVERPAYMENT DEBTORS (THE
000363*                  STAFF OWE IT BACK) INSTEAD OF CLEARING.
000364*  2026-10-15 TLM  THE EMPLOYER'S RETIREMENT FUND CONTRIBUTION
000365*                  (DT-FUND-ER) IS DEBITED TO RETIREMENT FUND
000366*                  EXPENSE BY COST CENTRE AND CREDITED WITH
000367*                  THE OTHER DEDUCTIONS PAYABLE, WHICH THE
000368*                  MONTH-END REMITTANCE PAYS TO THE FUND.
000369*  2026-10-15 TLM  THE RUN IS NOW A STEP OF THE PAY-CYCLE
000370*                  CONTROL LEDGER (CYCLCTL) - IT IS REFUSED
000371*                  UNLESS THE STEPS BEFORE IT COMPLETED (EFTGEN
000372*                  FOR A PAY RUN, PAYREV FOR A REVERSAL), OR IF
000373*                  IT HAS ALREADY COMPLETED WITHOUT AN
000374*                  AUTHORISED OVERRIDE CARD, AND RECORDS ITS
000375*                  END, RETURN CODE, COUNTS AND TOTAL DEBITS.
000376*  2026-10-15 TLM  ONCE-OFF EARNINGS ARE DEBITED BY COST CENTRE
000377*                  TO THE EXPENSE ACCOUNT OF THEIR EARNINGS
000378*                  CODE ("E" HANDOFF RECORDS) AND SALARY
000379*                  EXPENSE TAKES THE GROSS LESS THEM.  THE
000380*                  "E" RECORDS MUST ADD TO THE DEPARTMENTS'
000381*                  EARNINGS FIGURE, AND THAT TO THE GRAND ONE.
000382*----------------------------------------------------------------

000384 ENVIRONMENT DIVISION.
000386 INPUT-OUTPUT SECTION.
000388 FILE-CONTROL.
000390     SELECT DEPT-TOTALS-FILE
000400         ASSIGN TO "DEPTTOT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNPARM-STATUS.

000501     SELECT CYCLE-CONTROL-FILE
000502         ASSIGN TO "CYCLCTL"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS CYC-KEY
000506         FILE STATUS IS WS-CYCLCTL-STATUS.

000507     SELECT CYCLE-OVERRIDE-FILE
000508         ASSIGN TO "CYCOVRD"
000509         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CYCOVRD-STATUS.

000511     SELECT AUDIT-TRAIL-FILE
000512         ASSIGN TO "EMPAUDIT"
000513         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-EMPAUDIT-STATUS.

000517 DATA DIVISION.
000520 FILE SECTION.
000530 FD  DEPT-TOTALS-FILE
000540     LABEL RECORDS ARE STANDARD.
000600     LABEL RECORDS ARE STANDARD.
000610     COPY RUNPARM.

000611 FD  CYCLE-CONTROL-FILE
000612     LABEL RECORDS ARE STANDARD.
000613     COPY CYCLCTL.

000614 FD  CYCLE-OVERRIDE-FILE
000615     LABEL RECORDS ARE STANDARD.
000616     COPY CYCOVRD.

000617 FD  AUDIT-TRAIL-FILE
000618     LABEL RECORDS ARE STANDARD.
000619     COPY EMPAUDIT.

000620 WORKING-STORAGE SECTION.
000630 01  WS-FILE-STATUSES.
000640     05  WS-DEPTTOT-STATUS       PIC X(02) VALUE "00".
000870     05  WS-ACCT-SDL-PAYABLE     PIC 9(08) VALUE 21030000.
000880     05  WS-ACCT-OTHER-DED-PAY   PIC 9(08) VALUE 21050000.
000890     05  WS-ACCT-NET-CLEARING    PIC 9(08) VALUE 21040000.
000891     05  WS-ACCT-OVERPAY-DEBTORS PIC 9(08) VALUE 12010000.
000895     05  WS-ACCT-FUND-ER-EXP     PIC 9(08) VALUE 50040000.

000900 01  WS-JOURNAL-TOTALS.
000910     05  WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE ZERO.
000930     05  WS-DEPT-GROSS-SUM       PIC 9(11)V99 VALUE ZERO.
000940     05  WS-DEPT-UIF-ER-SUM      PIC 9(11)V99 VALUE ZERO.
000950     05  WS-DEPT-SDL-SUM         PIC 9(11)V99 VALUE ZERO.
000955     05  WS-DEPT-FUND-ER-SUM     PIC 9(11)V99 VALUE ZERO.
000956     05  WS-DEPT-EARN-SUM        PIC 9(11)V99 VALUE ZERO.
000957     05  WS-EARN-LINE-SUM        PIC 9(11)V99 VALUE ZERO.
000958     05  WS-SALARY-AMOUNT        PIC 9(11)V99 VALUE ZERO.
000960     05  WS-OTHER-DEDUCTIONS     PIC S9(11)V99 VALUE ZERO.
000970     05  WS-UIF-PAYABLE          PIC 9(11)V99 VALUE ZERO.

001010 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.

001020 01  WS-PERIOD-FREQUENCY         PIC X(01) VALUE "W".
001021     88  REVERSAL-JOURNAL                   VALUE "R".

001030 01  WS-ED-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001035     COPY CYCLWORK.

001040 PROCEDURE DIVISION.

001050*----------------------------------------------------------------
001100     PERFORM 2000-PROCESS-DEPT-TOTAL THRU 2000-EXIT
001110         UNTIL END-OF-DEPT-TOTALS
001120     PERFORM 9000-TERMINATE THRU 9000-EXIT
001125     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
001130     STOP RUN.

001140*----------------------------------------------------------------
001230         MOVE "Y" TO WS-EOF-SW
001240         GO TO 1000-EXIT
001250     END-IF
001251     MOVE "GLJRNL" TO CYW-THIS-STEP
001252     MOVE "GLJRNL" TO CYW-SEQUENCE-STEP
001253     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
001254     MOVE WS-PERIOD-FREQUENCY TO CYW-FREQUENCY
001255     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
001256     IF CYW-STEP-REFUSED
001257         SET FATAL-RUN-FAILURE TO TRUE
001258         MOVE "Y" TO WS-EOF-SW
001259         GO TO 1000-EXIT
001260     END-IF
001265     OPEN INPUT DEPT-TOTALS-FILE
001270     IF NOT DEPTTOT-OK
001280         DISPLAY "GLJRNL: DEPTTOT OPEN FAILED, STATUS "
001290             WS-DEPTTOT-STATUS
001650             MOVE "M" TO WS-PERIOD-FREQUENCY
001660         END-IF
001661*        A SETTLEMENT RUN'S HANDOFF IS STAMPED "F"; A
001662*        SUPPLEMENTARY'S IS STAMPED "A"; A REVERSAL'S "R".
001663         IF PARM-SETTLEMENT-RUN
001664             MOVE "F" TO WS-PERIOD-FREQUENCY
001665         END-IF
001666         IF PARM-SUPP-RUN
001667             MOVE "A" TO WS-PERIOD-FREQUENCY
001668         END-IF
001669         IF PARM-REVERSAL-RUN
001670             MOVE "R" TO WS-PERIOD-FREQUENCY
001671         END-IF
001675         CLOSE RUN-PARM-FILE
001680     END-IF.
001690 1050-EXIT.
001700     EXIT.
001880     IF DT-DEPT-RECORD
001890         PERFORM 3000-POST-DEPT-DEBITS THRU 3000-EXIT
001900     ELSE
001910         IF DT-EARN-RECORD
001911             PERFORM 3600-POST-EARN-DEBIT THRU 3600-EXIT
001912             GO TO 2000-NEXT
001913         END-IF
001914         IF DT-GRAND-RECORD
001920             PERFORM 4000-POST-GRAND-CREDITS THRU 4000-EXIT
001930         ELSE
001940             DISPLAY "GLJRNL: UNKNOWN RECORD TYPE '"
001950                 DT-REC-TYPE "' ON HANDOFF FILE"
001960             SET FATAL-RUN-FAILURE TO TRUE
001970         END-IF
001980     END-IF.
001985 2000-NEXT.
001986     PERFORM 2900-READ-DEPT-TOTAL THRU 2900-EXIT.
002000 2000-EXIT.
002010     EXIT.

002140*----------------------------------------------------------------
002150 3000-POST-DEPT-DEBITS.
002160     ADD 1 TO WS-DEPT-RECORDS
002162*    A HANDOFF FILE FROM BEFORE THE FUND FIGURE CARRIES SPACES.
002164     IF DT-FUND-ER NOT NUMERIC
002166         MOVE ZERO TO DT-FUND-ER
002168     END-IF
002169     IF DT-EARNINGS NOT NUMERIC
002170         MOVE ZERO TO DT-EARNINGS
002171     END-IF
002175     ADD DT-GROSS TO WS-DEPT-GROSS-SUM
002180     ADD DT-UIF-ER TO WS-DEPT-UIF-ER-SUM
002181     ADD DT-SDL TO WS-DEPT-SDL-SUM
002183     ADD DT-FUND-ER TO WS-DEPT-FUND-ER-SUM
002184     ADD DT-EARNINGS TO WS-DEPT-EARN-SUM
002186*    THE ONCE-OFF EARNINGS IN THE GROSS ARE CHARGED BY THEIR OWN
002187*    "E" RECORDS - SALARY EXPENSE TAKES THE REST.
002189     COMPUTE WS-SALARY-AMOUNT = DT-GROSS - DT-EARNINGS
002191     IF REVERSAL-JOURNAL
002192         PERFORM 3500-POST-DEPT-CREDITS THRU 3500-EXIT
002193         GO TO 3000-EXIT
002194     END-IF
002200     MOVE WS-ACCT-SALARY-EXP TO GJ-ACCOUNT-NUMBER
002210     MOVE "SALARY EXPENSE" TO GJ-DESCRIPTION
002220     MOVE WS-SALARY-AMOUNT TO GJ-DEBIT-AMOUNT
002230     PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002240     IF DT-UIF-ER > ZERO
002250         MOVE WS-ACCT-UIF-ER-EXP TO GJ-ACCOUNT-NUMBER
002320         MOVE "SDL EXPENSE" TO GJ-DESCRIPTION
002330         MOVE DT-SDL TO GJ-DEBIT-AMOUNT
002340         PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002341     END-IF
002342     IF DT-FUND-ER > ZERO
002343         MOVE WS-ACCT-FUND-ER-EXP TO GJ-ACCOUNT-NUMBER
002344         MOVE "RETIREMENT FUND EXPENSE" TO GJ-DESCRIPTION
002345         MOVE DT-FUND-ER TO GJ-DEBIT-AMOUNT
002346         PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002350     END-IF.
002360 3000-EXIT.
002370     EXIT.

002371*----------------------------------------------------------------
002372*  3500-POST-DEPT-CREDITS - ONE COST CENTRE'S EXPENSE CREDITS
002373*  ON A REVERSAL - THE PAYMENT VOIDED COMES OFF THE SAME
002374*  EXPENSE ACCOUNTS AND COST CENTRE IT WAS CHARGED TO.
002375*----------------------------------------------------------------
002376 3500-POST-DEPT-CREDITS.
002377     MOVE WS-ACCT-SALARY-EXP TO GJ-ACCOUNT-NUMBER
002378     MOVE "SALARY EXPENSE REVERSED" TO GJ-DESCRIPTION
002379     MOVE WS-SALARY-AMOUNT TO GJ-CREDIT-AMOUNT
002380     PERFORM 5200-WRITE-CENTRE-CREDIT THRU 5200-EXIT
002381     IF DT-UIF-ER > ZERO
002382         MOVE WS-ACCT-UIF-ER-EXP TO GJ-ACCOUNT-NUMBER
002383         MOVE "EMPLOYER UIF EXPENSE REVERSED" TO GJ-DESCRIPTION
002384         MOVE DT-UIF-ER TO GJ-CREDIT-AMOUNT
002385         PERFORM 5200-WRITE-CENTRE-CREDIT THRU 5200-EXIT
002386     END-IF
002387     IF DT-SDL > ZERO
002388         MOVE WS-ACCT-SDL-EXP TO GJ-ACCOUNT-NUMBER
002389         MOVE "SDL EXPENSE REVERSED" TO GJ-DESCRIPTION
002390         MOVE DT-SDL TO GJ-CREDIT-AMOUNT
002391         PERFORM 5200-WRITE-CENTRE-CREDIT THRU 5200-EXIT
002392     END-IF
002393     IF DT-FUND-ER > ZERO
002394         MOVE WS-ACCT-FUND-ER-EXP TO GJ-ACCOUNT-NUMBER
002395         MOVE "RETIREMENT FUND EXPENSE REVERSED"
002396             TO GJ-DESCRIPTION
002397         MOVE DT-FUND-ER TO GJ-CREDIT-AMOUNT
002398         PERFORM 5200-WRITE-CENTRE-CREDIT THRU 5200-EXIT
002399     END-IF.
002400 3500-EXIT.
002401     EXIT.

002402*----------------------------------------------------------------
002404*  3600-POST-EARN-DEBIT - ONE COST CENTRE'S ONCE-OFF EARNINGS
002405*  UNDER ONE EARNINGS CODE, DEBITED TO THE CODE'S OWN EXPENSE
002406*  ACCOUNT (CREDITED BACK TO IT ON A REVERSAL)
002407*----------------------------------------------------------------
002409 3600-POST-EARN-DEBIT.
002410     IF DT-EARNINGS NOT NUMERIC
002411         MOVE ZERO TO DT-EARNINGS
002412     END-IF
002414     ADD DT-EARNINGS TO WS-EARN-LINE-SUM
002415     MOVE DT-EARN-ACCOUNT TO GJ-ACCOUNT-NUMBER
002416     IF REVERSAL-JOURNAL
002417         MOVE SPACES TO GJ-DESCRIPTION
002419         STRING DT-EARN-DESC " REVERSED"
002420             DELIMITED BY SIZE INTO GJ-DESCRIPTION
002421         MOVE DT-EARNINGS TO GJ-CREDIT-AMOUNT
002422         PERFORM 5200-WRITE-CENTRE-CREDIT THRU 5200-EXIT
002423         GO TO 3600-EXIT
002425     END-IF
002426     MOVE DT-EARN-DESC TO GJ-DESCRIPTION
002427     MOVE DT-EARNINGS TO GJ-DEBIT-AMOUNT
002428     PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT.
002430 3600-EXIT.
002431     EXIT.

002432*----------------------------------------------------------------
002433*  4000-POST-GRAND-CREDITS - THE RUN'S LIABILITY AND CLEARING
002435*  CREDITS, AND THE TIE-BACK OF THE DEPARTMENT RECORDS TO THE
002436*  GRAND TOTALS.  A DIFFERENCE MEANS THE DEPARTMENT BREAKDOWN
002437*  IS INCOMPLETE (FOR INSTANCE THE RUN'S DEPARTMENT TABLE
002438*  OVERFLOWED) AND THE JOURNAL WOULD NOT BALANCE - THE RUN
002440*  FAILS RATHER THAN POST IT.
002450*----------------------------------------------------------------
002460 4000-POST-GRAND-CREDITS.
002470     SET GRAND-RECORD-SEEN TO TRUE
002472     IF DT-FUND-ER NOT NUMERIC
002474         MOVE ZERO TO DT-FUND-ER
002476     END-IF
002477     IF DT-EARNINGS NOT NUMERIC
002478         MOVE ZERO TO DT-EARNINGS
002479     END-IF
002480     IF WS-DEPT-GROSS-SUM NOT = DT-GROSS
002490         OR WS-DEPT-UIF-ER-SUM NOT = DT-UIF-ER
002500         OR WS-DEPT-SDL-SUM NOT = DT-SDL
002505         OR WS-DEPT-FUND-ER-SUM NOT = DT-FUND-ER
002506         OR WS-DEPT-EARN-SUM NOT = DT-EARNINGS
002507         OR WS-EARN-LINE-SUM NOT = DT-EARNINGS
002510             DISPLAY "GLJRNL: DEPARTMENT RECORDS DO NOT ADD TO "
002520                 "THE GRAND TOTALS - JOURNAL ABANDONED"
002530             SET FATAL-RUN-FAILURE TO TRUE
002540             GO TO 4000-EXIT
002550     END-IF
002552*    THE THIRD-PARTY LIABILITY IS WHAT THE PAY WITHHELD
002554*    BEYOND THE STATUTORIES, PLUS THE EMPLOYER'S FUND SHARE
002556*    REMITTED WITH THE MEMBERS' CONTRIBUTIONS.
002560     COMPUTE WS-OTHER-DEDUCTIONS =
002570         DT-GROSS - DT-PAYE - DT-UIF - DT-NET
002580     IF WS-OTHER-DEDUCTIONS < ZERO
002600             "STATUTORIES - JOURNAL ABANDONED"
002610         SET FATAL-RUN-FAILURE TO TRUE
002620         GO TO 4000-EXIT
002621     END-IF
002623     ADD DT-FUND-ER TO WS-OTHER-DEDUCTIONS
002624     IF REVERSAL-JOURNAL
002626         PERFORM 4500-POST-GRAND-DEBITS THRU 4500-EXIT
002627         GO TO 4000-EXIT
002629     END-IF
002631*    A FINAL-MONTH TRUE-UP CAN REFUND MORE PAYE THAN IT
002632*    DEDUCTS - A NEGATIVE FIGURE IS A DEBIT TO PAYE PAYABLE
002633*    (THE LIABILITY COMES DOWN), NOT A CREDIT OF ITS ABSOLUTE
002870 4000-EXIT.
002880     EXIT.

002881*----------------------------------------------------------------
002882*  4500-POST-GRAND-DEBITS - A REVERSAL'S LIABILITY DEBITS
002883*  THE STATUTORY AND THIRD-PARTY LIABILITIES COME DOWN BY WHAT
002884*  THE VOIDED PAYMENTS RAISED.  THE NET WAS ALREADY PAID OUT
002885*  OF NET PAY CLEARING, SO IT IS NOT CLEARED AGAIN - IT IS
002886*  DEBITED TO OVERPAYMENT DEBTORS UNTIL THE STAFF REPAY IT.
002887*----------------------------------------------------------------
002888 4500-POST-GRAND-DEBITS.
002889     MOVE WS-ACCT-PAYE-PAYABLE TO GJ-ACCOUNT-NUMBER
002890     MOVE "PAYE PAYABLE REVERSED" TO GJ-DESCRIPTION
002891     IF DT-PAYE < ZERO
002892         COMPUTE GJ-CREDIT-AMOUNT = ZERO - DT-PAYE
002893         PERFORM 5100-WRITE-CREDIT THRU 5100-EXIT
002894     ELSE
002895         MOVE DT-PAYE TO GJ-DEBIT-AMOUNT
002896         PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002897     END-IF
002898     COMPUTE WS-UIF-PAYABLE = DT-UIF + DT-UIF-ER
002899     MOVE WS-ACCT-UIF-PAYABLE TO GJ-ACCOUNT-NUMBER
002900     MOVE "UIF PAYABLE REVERSED" TO GJ-DESCRIPTION
002901     MOVE WS-UIF-PAYABLE TO GJ-DEBIT-AMOUNT
002902     PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002903     MOVE WS-ACCT-SDL-PAYABLE TO GJ-ACCOUNT-NUMBER
002904     MOVE "SDL PAYABLE REVERSED" TO GJ-DESCRIPTION
002905     MOVE DT-SDL TO GJ-DEBIT-AMOUNT
002906     PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002907     IF WS-OTHER-DEDUCTIONS > ZERO
002908         MOVE WS-ACCT-OTHER-DED-PAY TO GJ-ACCOUNT-NUMBER
002909         MOVE "OTHER DEDUCTIONS REVERSED" TO GJ-DESCRIPTION
002910         MOVE WS-OTHER-DEDUCTIONS TO GJ-DEBIT-AMOUNT
002911         PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT
002912     END-IF
002913     MOVE WS-ACCT-OVERPAY-DEBTORS TO GJ-ACCOUNT-NUMBER
002914     MOVE "OVERPAYMENT DEBTORS" TO GJ-DESCRIPTION
002915     MOVE DT-NET TO GJ-DEBIT-AMOUNT
002916     PERFORM 5000-WRITE-DEBIT THRU 5000-EXIT.
002917 4500-EXIT.
002918     EXIT.

002920*----------------------------------------------------------------
002922*  5000-WRITE-DEBIT - ONE DEBIT JOURNAL LINE
002925*  THE CALLER HAS SET THE ACCOUNT, DESCRIPTION AND DEBIT
002927*  AMOUNT; THE COST CENTRE COMES OFF THE CURRENT HANDOFF
002930*  RECORD.
002940*----------------------------------------------------------------
002950 5000-WRITE-DEBIT.
003140 5100-EXIT.
003150     EXIT.

003151*----------------------------------------------------------------
003152*  5200-WRITE-CENTRE-CREDIT - ONE CREDIT JOURNAL LINE CARRYING
003153*  THE COST CENTRE OFF THE CURRENT HANDOFF RECORD
003154*----------------------------------------------------------------
003155 5200-WRITE-CENTRE-CREDIT.
003156     MOVE DT-PERIOD-END-DATE TO GJ-PERIOD-END-DATE
003157     MOVE DT-DEPT-CODE TO GJ-COST-CENTRE
003158     MOVE ZERO TO GJ-DEBIT-AMOUNT
003159     ADD GJ-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
003160     WRITE GL-JOURNAL-RECORD
003161     ADD 1 TO WS-JOURNAL-LINES.
003162 5200-EXIT.
003163     EXIT.

003166*----------------------------------------------------------------
003170*  9000-TERMINATE - BALANCE CHECK, CLOSE FILES, RUN SUMMARY
003180*  A JOURNAL THAT DOES NOT BALANCE, A HANDOFF FILE WITH NO
003190*  GRAND RECORD, OR ANY EARLIER FAILURE ENDS THE RUN WITH A
003530         " JOURNAL LINE(S), BALANCED AT R" WS-ED-AMOUNT.
003540 9000-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570*  9800-CHECK-CYCLE-STEP
003580*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
003590*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
003600*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
003610*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
003620*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
003630*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
003640*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
003650*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
003660*----------------------------------------------------------------
003670 9800-CHECK-CYCLE-STEP.
003680     IF CYW-PERIOD-END = ZERO
003690         DISPLAY "GLJRNL: NO PERIOD-END DATE ON RUN PARM - "
003700             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
003710             "LEDGER - RUN REFUSED"
003720         SET CYW-STEP-REFUSED TO TRUE
003730         GO TO 9800-EXIT
003740     END-IF
003750     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
003760     IF CYW-STEP-POS = ZERO
003770         DISPLAY "GLJRNL: " CYW-SEQUENCE-STEP
003780             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
003790             " CYCLE - RUN REFUSED"
003800         SET CYW-STEP-REFUSED TO TRUE
003810         GO TO 9800-EXIT
003820     END-IF
003830     OPEN I-O CYCLE-CONTROL-FILE
003840     IF CYCLCTL-NOT-FOUND
003850         OPEN OUTPUT CYCLE-CONTROL-FILE
003860         CLOSE CYCLE-CONTROL-FILE
003870         OPEN I-O CYCLE-CONTROL-FILE
003880     END-IF
003890     IF NOT CYCLCTL-OK
003900         DISPLAY "GLJRNL: CYCLCTL OPEN FAILED, STATUS "
003910             WS-CYCLCTL-STATUS " - RUN REFUSED"
003920         SET CYW-STEP-REFUSED TO TRUE
003930         GO TO 9800-EXIT
003940     END-IF
003950     IF CYW-MONTH-END-CYCLE
003960         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
003970     ELSE
003980         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
003990             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
004000             UNTIL CYW-SUB NOT < CYW-STEP-POS
004010     END-IF
004020     IF CYW-STEP-REFUSED
004030         CLOSE CYCLE-CONTROL-FILE
004040         GO TO 9800-EXIT
004050     END-IF
004060     ACCEPT CYW-DATE FROM DATE YYYYMMDD
004070     ACCEPT CYW-TIME FROM TIME
004080     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
004090     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
004100     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
004110     READ CYCLE-CONTROL-FILE
004120         INVALID KEY
004130             MOVE "N" TO CYW-ON-FILE-SW
004140         NOT INVALID KEY
004150             MOVE "Y" TO CYW-ON-FILE-SW
004160     END-READ
004170     IF CYW-STEP-ON-FILE
004180         AND CYC-COMPLETED
004190         AND NOT CYW-RERUN-FREE
004200             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
004210             IF NOT CYW-OVERRIDE-FOUND
004220                 DISPLAY "GLJRNL: " CYW-THIS-STEP
004230                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
004240                     CYW-FREQUENCY
004250                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
004260                     "CARD - RUN REFUSED"
004270                 SET CYW-STEP-REFUSED TO TRUE
004280                 CLOSE CYCLE-CONTROL-FILE
004290                 GO TO 9800-EXIT
004300             END-IF
004310             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
004320             IF CYW-STEP-REFUSED
004330                 CLOSE CYCLE-CONTROL-FILE
004340                 GO TO 9800-EXIT
004350             END-IF
004360     END-IF
004370*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
004380*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
004390     IF CYW-STEP-ON-FILE
004400         ADD 1 TO CYC-RUN-COUNT
004410     ELSE
004420         MOVE SPACES TO CYCLE-CONTROL-RECORD
004430         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
004440         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
004450         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
004460         MOVE 1 TO CYC-RUN-COUNT
004470     END-IF
004480     MOVE "S" TO CYC-STATUS
004490     MOVE CYW-DATE TO CYC-START-DATE
004500     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
004510     MOVE ZERO TO CYC-END-DATE
004520     MOVE ZERO TO CYC-END-TIME
004530     MOVE ZERO TO CYC-RETURN-CODE
004540     MOVE ZERO TO CYC-COUNT-IN
004550     MOVE ZERO TO CYC-COUNT-OUT
004560     MOVE ZERO TO CYC-CONTROL-TOTAL
004570     IF CYW-OVERRIDE-FOUND
004580         MOVE "O" TO CYC-OVERRIDE-FLAG
004590         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
004600     ELSE
004610         MOVE SPACE TO CYC-OVERRIDE-FLAG
004620         MOVE SPACES TO CYC-OVERRIDE-BY
004630     END-IF
004640     IF CYW-STEP-ON-FILE
004650         REWRITE CYCLE-CONTROL-RECORD
004660             INVALID KEY
004670                 SET CYW-STEP-REFUSED TO TRUE
004680         END-REWRITE
004690     ELSE
004700         WRITE CYCLE-CONTROL-RECORD
004710             INVALID KEY
004720                 SET CYW-STEP-REFUSED TO TRUE
004730         END-WRITE
004740     END-IF
004750     IF CYW-STEP-REFUSED
004760         DISPLAY "GLJRNL: CYCLCTL WRITE FAILED, STATUS "
004770             WS-CYCLCTL-STATUS " - RUN REFUSED"
004780     ELSE
004790         SET CYW-STEP-OPENED TO TRUE
004800     END-IF
004810     CLOSE CYCLE-CONTROL-FILE.
004820 9800-EXIT.
004830     EXIT.

004840*----------------------------------------------------------------
004850*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
004860*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
004870*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
004880*----------------------------------------------------------------
004890 9810-SET-STEP-SEQUENCE.
004900     MOVE ZERO TO CYW-STEP-POS
004910     MOVE 1 TO CYW-FIRST-POS
004920     IF CYW-WEEKLY-CYCLE
004930         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
004940     END-IF
004950     IF CYW-MONTHLY-CYCLE
004960         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
004970         MOVE 2 TO CYW-FIRST-POS
004980     END-IF
004990     IF CYW-REVERSAL-CYCLE
005000         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
005010     END-IF
005020     IF CYW-MONTH-END-CYCLE
005030         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
005040     END-IF
005050     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
005060         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
005070         UNTIL CYW-SUB > CYW-STEP-MAX.
005080 9810-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
005120*----------------------------------------------------------------
005130 9815-MATCH-STEP.
005140     IF CYW-STEP-POS = ZERO
005150         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
005160             MOVE CYW-SUB TO CYW-STEP-POS
005170     END-IF.
005180 9815-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
005220*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
005230*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
005240*----------------------------------------------------------------
005250 9820-CHECK-PRIOR-STEP.
005260     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
005270     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
005280     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
005290     READ CYCLE-CONTROL-FILE
005300         INVALID KEY
005310             DISPLAY "GLJRNL: " CYW-CYCLE-STEP (CYW-SUB)
005320                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
005330                 CYW-FREQUENCY " - RUN REFUSED"
005340             SET CYW-STEP-REFUSED TO TRUE
005350             GO TO 9820-EXIT
005360     END-READ
005370     IF NOT CYC-COMPLETED
005380         DISPLAY "GLJRNL: " CYW-CYCLE-STEP (CYW-SUB)
005390             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
005400             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
005410             CYC-RETURN-CODE ") - RUN REFUSED"
005420         SET CYW-STEP-REFUSED TO TRUE
005430     END-IF.
005440 9820-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
005480*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
005490*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
005500*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
005510*----------------------------------------------------------------
005520 9830-CHECK-MONTH-CYCLES.
005530     MOVE ZERO TO CYW-MONTH-CYCLES
005540     MOVE ZERO TO CYW-MONTH-RECONCILED
005550     MOVE "N" TO CYW-LEDGER-EOF-SW
005560     MOVE LOW-VALUES TO CYC-KEY
005570     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
005580     MOVE 01 TO CYW-ML-DD
005590     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
005600     MOVE 31 TO CYW-ML-DD
005610     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
005620         INVALID KEY
005630             MOVE "Y" TO CYW-LEDGER-EOF-SW
005640     END-START
005650     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
005660         UNTIL CYW-END-OF-LEDGER
005670     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
005680         DISPLAY "GLJRNL: " CYW-MONTH-RECONCILED " OF "
005690             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
005700             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
005710         SET CYW-STEP-REFUSED TO TRUE
005720     END-IF.
005730 9830-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
005770*----------------------------------------------------------------
005780 9835-READ-MONTH-STEP.
005790     READ CYCLE-CONTROL-FILE NEXT RECORD
005800         AT END
005810             MOVE "Y" TO CYW-LEDGER-EOF-SW
005820             GO TO 9835-EXIT
005830     END-READ
005840     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
005850         MOVE "Y" TO CYW-LEDGER-EOF-SW
005860         GO TO 9835-EXIT
005870     END-IF
005880     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
005890         ADD 1 TO CYW-MONTH-CYCLES
005900     END-IF
005910     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
005920         ADD 1 TO CYW-MONTH-RECONCILED
005930     END-IF.
005940 9835-EXIT.
005950     EXIT.

005960*----------------------------------------------------------------
005970*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
005980*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
005990*----------------------------------------------------------------
006000 9840-FIND-OVERRIDE.
006010     MOVE "N" TO CYW-OVERRIDE-SW
006020     MOVE "N" TO CYW-OVR-EOF-SW
006030     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
006040     OPEN INPUT CYCLE-OVERRIDE-FILE
006050     IF NOT CYCOVRD-OK
006060         GO TO 9840-EXIT
006070     END-IF
006080     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
006090         UNTIL CYW-END-OF-OVERRIDES
006100            OR CYW-OVERRIDE-FOUND
006110     CLOSE CYCLE-OVERRIDE-FILE.
006120 9840-EXIT.
006130     EXIT.

006140*----------------------------------------------------------------
006150*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
006160*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
006170*----------------------------------------------------------------
006180 9845-CHECK-OVERRIDE-CARD.
006190     READ CYCLE-OVERRIDE-FILE
006200         AT END
006210             MOVE "Y" TO CYW-OVR-EOF-SW
006220             GO TO 9845-EXIT
006230     END-READ
006240     IF OVR-PERIOD-END-X NOT NUMERIC
006250         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
006260         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
006270         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
006280             GO TO 9845-EXIT
006290     END-IF
006300     IF OVR-RUN-NUMBER-X NOT NUMERIC
006310         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
006320             DISPLAY "GLJRNL: OVERRIDE CARD FOR " OVR-STEP-NAME
006330                 " IGNORED - IT MUST NAME RUN NUMBER "
006340                 CYW-NEXT-RUN
006350             GO TO 9845-EXIT
006360     END-IF
006370     IF OVR-AUTHORISED-BY = SPACES
006380         OR OVR-REASON = SPACES
006390             DISPLAY "GLJRNL: OVERRIDE CARD FOR " OVR-STEP-NAME
006400                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
006410             GO TO 9845-EXIT
006420     END-IF
006430     MOVE "Y" TO CYW-OVERRIDE-SW.
006440 9845-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
006480*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
006490*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
006500*  THE REASON AS THE AFTER IMAGE
006510*----------------------------------------------------------------
006520 9850-AUDIT-OVERRIDE.
006530     OPEN EXTEND AUDIT-TRAIL-FILE
006540     IF EMPAUDIT-NOT-FOUND
006550         OPEN OUTPUT AUDIT-TRAIL-FILE
006560     END-IF
006570     IF NOT EMPAUDIT-OK
006580         DISPLAY "GLJRNL: EMPAUDIT OPEN FAILED, STATUS "
006590             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
006600         MOVE "N" TO CYW-OVERRIDE-SW
006610         SET CYW-STEP-REFUSED TO TRUE
006620         GO TO 9850-EXIT
006630     END-IF
006640     MOVE SPACES TO AUDIT-TRAIL-RECORD
006650     MOVE CYW-DATE TO AUD-DATE
006660     MOVE CYW-TIME-HHMMSS TO AUD-TIME
006670     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
006680     MOVE ZERO TO AUD-EMP-NUMBER
006690     MOVE "O" TO AUD-ACTION-CODE
006700     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
006710     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
006720         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
006730     MOVE OVR-REASON TO AUD-AFTER-IMAGE
006740     WRITE AUDIT-TRAIL-RECORD
006750     CLOSE AUDIT-TRAIL-FILE
006760     DISPLAY "GLJRNL: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
006770         " AUTHORISED BY " OVR-AUTHORISED-BY
006780         " - WRITTEN TO THE AUDIT TRAIL".
006790 9850-EXIT.
006800     EXIT.

006810*----------------------------------------------------------------
006820*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
006830*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
006840*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
006850*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
006860*----------------------------------------------------------------
006870 9900-CLOSE-CYCLE-STEP.
006880     IF NOT CYW-STEP-OPENED
006890         GO TO 9900-EXIT
006900     END-IF
006910     MOVE WS-DEPT-RECORDS TO CYW-COUNT-IN
006920     MOVE WS-JOURNAL-LINES TO CYW-COUNT-OUT
006930     MOVE WS-TOTAL-DEBITS TO CYW-CONTROL-TOTAL
006940     OPEN I-O CYCLE-CONTROL-FILE
006950     IF NOT CYCLCTL-OK
006960         DISPLAY "GLJRNL: CYCLCTL OPEN FAILED, STATUS "
006970             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
006980         MOVE 16 TO RETURN-CODE
006990         GO TO 9900-EXIT
007000     END-IF
007010     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
007020     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
007030     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
007040     READ CYCLE-CONTROL-FILE
007050         INVALID KEY
007060             DISPLAY "GLJRNL: CYCLE LEDGER ENTRY FOR "
007070                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
007080             MOVE 16 TO RETURN-CODE
007090             CLOSE CYCLE-CONTROL-FILE
007100             GO TO 9900-EXIT
007110     END-READ
007120     ACCEPT CYW-DATE FROM DATE YYYYMMDD
007130     ACCEPT CYW-TIME FROM TIME
007140     MOVE CYW-DATE TO CYC-END-DATE
007150     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
007160     MOVE RETURN-CODE TO CYC-RETURN-CODE
007170     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
007180     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
007190     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
007200     IF RETURN-CODE = ZERO
007210         MOVE "C" TO CYC-STATUS
007220     ELSE
007230         MOVE "F" TO CYC-STATUS
007240     END-IF
007250     REWRITE CYCLE-CONTROL-RECORD
007260         INVALID KEY
007270             DISPLAY "GLJRNL: CYCLCTL REWRITE FAILED, STATUS "
007280                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
007290             MOVE 16 TO RETURN-CODE
007300     END-REWRITE
007310     CLOSE CYCLE-CONTROL-FILE.
007320 9900-EXIT.
007330     EXIT.
