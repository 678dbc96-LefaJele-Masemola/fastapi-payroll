000200*    - THE FAILED PAYMENTS STILL OUTSTANDING,
000210*    - CASH EXPECTED TO CLEAR THE BANK (EFT SUBMITTED LESS
000220*      FAILED STILL OUTSTANDING),
000221*    - THE CASH PAY PACKETS MADE UP (CASHPAY) AGAINST THE NET
000222*      OF THE EMPLOYEES PAID IN CASH,
000230*    - THE GL JOURNAL CROSS-CHECK (THE NET-PAY CLEARING, PAYE,
000240*      UIF AND SDL CREDITS AGAINST THE CONTROL LEDGER), AND
000250*    - THE STATUTORY MONTH CROSS-CHECK (THE EMP201 MONTH
000440*                  AGAINST A STALE FILE; AND THE PAYE LEGS ARE
000450*                  SIGNED SO A FINAL-MONTH TRUE-UP RECONCILES
000460*                  AT ITS TRUE NEGATIVE VALUE.
000461*  2026-10-15 TLM  A PAY REVERSAL RUN ("R" MODE ON THE PARM
000462*                  CARD) NOW RECONCILES - THE OVERPAYMENTS
000463*                  RAISED TAKE THE PLACE OF THE EFT, FAILED-
000464*                  PAYMENT AND CASH LEGS, AND THE GL LEG PROVES
000465*                  THE REVERSING DEBITS.  THE MONTH SWEEP NOW
000466*                  SUBTRACTS A REVERSAL RUN'S LEDGER ENTRY.
000467*  2026-10-15 TLM  THE RUN IS NOW THE LAST STEP OF THE PAY-
000468*                  CYCLE CONTROL LEDGER (CYCLCTL) - IT IS
000469*                  REFUSED UNLESS THE STEPS BEFORE IT
000470*                  COMPLETED, OR IF IT HAS ALREADY COMPLETED
000471*                  WITHOUT AN AUTHORISED OVERRIDE CARD, AND
000472*                  RECORDS ITS END, RETURN CODE, COUNTS AND THE
000473*                  PERIOD NET.  A CYCLE THAT DOES NOT TIE ENDS
000474*                  "FAILED", WHICH HOLDS THE MONTH-END STEPS.
000475*  2026-10-15 TLM  EMPLOYEES PAID IN CASH ARE A LEG OF THEIR OWN -
000476*                  THEY ARE NO LONGER LISTED AS LEFT OUT OF THE
000477*                  EFT BATCH, THE BATCH TIE IS EFT PLUS UNBATCHED
000478*                  PLUS CASH, AND THE PACKETS ON THE CASH PACKET
000479*                  LEDGER (CASHPKT) MUST EQUAL THE CASH NET.
000480*  2026-10-15 TLM  A CASH PACKET CANCELLED BY A PAY REVERSAL IS
000481*                  LISTED APART AND LEFT OUT OF THE SAFE TOTAL;
000483*                  THE PACKETS KEPT MUST EQUAL THE CASH NET LESS
000485*                  THE CANCELLED ONES.
000486*----------------------------------------------------------------

000488 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PAY-CONTROL-FILE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RUNPARM-STATUS.

000841     SELECT OVERPAYMENT-FILE
000842         ASSIGN TO "OVERPAY"
000843         ORGANIZATION IS INDEXED
000844         ACCESS MODE IS DYNAMIC
000845         RECORD KEY IS OP-KEY
000846         FILE STATUS IS WS-OVERPAY-STATUS.

000847     SELECT CASH-PACKET-FILE
000848         ASSIGN TO "CASHPKT"
000849         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000851         RECORD KEY IS CPK-KEY
000852         FILE STATUS IS WS-CASHPKT-STATUS.

000856     SELECT RECON-REPORT
000860         ASSIGN TO "PAYRECON"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-PAYRECON-STATUS.

000881     SELECT CYCLE-CONTROL-FILE
000882         ASSIGN TO "CYCLCTL"
000883         ORGANIZATION IS INDEXED
000884         ACCESS MODE IS DYNAMIC
000885         RECORD KEY IS CYC-KEY
000886         FILE STATUS IS WS-CYCLCTL-STATUS.

000887     SELECT CYCLE-OVERRIDE-FILE
000888         ASSIGN TO "CYCOVRD"
000889         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-CYCOVRD-STATUS.

000891     SELECT AUDIT-TRAIL-FILE
000892         ASSIGN TO "EMPAUDIT"
000893         ORGANIZATION IS LINE SEQUENTIAL
000894         FILE STATUS IS WS-EMPAUDIT-STATUS.

000897 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PAY-CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD.
001100     LABEL RECORDS ARE STANDARD.
001110     COPY RUNPARM.

001111 FD  OVERPAYMENT-FILE
001112     LABEL RECORDS ARE STANDARD.
001113     COPY OVERPAY.

001114 FD  CASH-PACKET-FILE
001115     LABEL RECORDS ARE STANDARD.
001116     COPY CASHPKT.

001120 FD  RECON-REPORT
001130     LABEL RECORDS ARE STANDARD.
001140     COPY PAYRECL.

001141 FD  CYCLE-CONTROL-FILE
001142     LABEL RECORDS ARE STANDARD.
001143     COPY CYCLCTL.

001144 FD  CYCLE-OVERRIDE-FILE
001145     LABEL RECORDS ARE STANDARD.
001146     COPY CYCOVRD.

001147 FD  AUDIT-TRAIL-FILE
001148     LABEL RECORDS ARE STANDARD.
001149     COPY EMPAUDIT.

001150 WORKING-STORAGE SECTION.
001160 01  WS-FILE-STATUSES.
001170     05  WS-PAYCTL-STATUS        PIC X(02) VALUE "00".
001300         88  RUNPARM-OK                     VALUE "00".
001310     05  WS-PAYRECON-STATUS      PIC X(02) VALUE "00".
001320         88  PAYRECON-OK                    VALUE "00".
001321     05  WS-OVERPAY-STATUS       PIC X(02) VALUE "00".
001322         88  OVERPAY-OK                     VALUE "00".
001323     05  WS-CASHPKT-STATUS       PIC X(02) VALUE "00".
001324         88  CASHPKT-OK                     VALUE "00".

001330 01  WS-SWITCHES.
001340     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001560*    ONLY MEANS ANYTHING WHEN THIS HOLDS.
001570     05  WS-RSLT-PROVED-SW       PIC X(01) VALUE "Y".
001580         88  RESULTS-PROVED                 VALUE "Y".
001581     05  WS-OVER-EOF-SW          PIC X(01) VALUE "N".
001582         88  END-OF-OVERPAYMENTS            VALUE "Y".
001583     05  WS-PKT-EOF-SW           PIC X(01) VALUE "N".
001584         88  END-OF-PACKETS                 VALUE "Y".

001590 01  WS-FLAG-COUNT               PIC 9(03) VALUE ZERO.

001620     05  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.
001630     05  WS-UNBATCHED-COUNT      PIC 9(05) VALUE ZERO.
001640     05  WS-OUTSTANDING-COUNT    PIC 9(05) VALUE ZERO.
001641     05  WS-OVERPAY-COUNT        PIC 9(05) VALUE ZERO.
001642     05  WS-CASH-RESULT-COUNT    PIC 9(05) VALUE ZERO.
001643     05  WS-CASH-PACKET-COUNT    PIC 9(05) VALUE ZERO.
001644     05  WS-CASH-HELD-COUNT      PIC 9(05) VALUE ZERO.
001645     05  WS-CASH-CANCEL-COUNT    PIC 9(05) VALUE ZERO.

001650 01  WS-MONEY-TOTALS.
001660     05  WS-RESULT-NET           PIC 9(11)V99 VALUE ZERO.
001780     05  WS-MONTH-UIF-EE         PIC 9(11)V99 VALUE ZERO.
001790     05  WS-MONTH-UIF-ER         PIC 9(11)V99 VALUE ZERO.
001800     05  WS-MONTH-SDL            PIC 9(11)V99 VALUE ZERO.
001801     05  WS-OVERPAY-RAISED       PIC 9(11)V99 VALUE ZERO.
001802     05  WS-CASH-RESULT-NET      PIC 9(11)V99 VALUE ZERO.
001803     05  WS-CASH-PACKET-TOTAL    PIC 9(11)V99 VALUE ZERO.
001804     05  WS-CASH-HELD-TOTAL      PIC 9(11)V99 VALUE ZERO.
001805     05  WS-CASH-CANCEL-TOTAL    PIC 9(11)V99 VALUE ZERO.
001806     05  WS-CASH-NET-KEPT        PIC 9(11)V99 VALUE ZERO.

001810*----------------------------------------------------------------
001820*  THE PERIOD'S CONTROL FIGURES, HELD ACROSS THE LEGS - THE
001990     05  WS-ACCT-UIF-PAYABLE     PIC 9(08) VALUE 21020000.
002000     05  WS-ACCT-SDL-PAYABLE     PIC 9(08) VALUE 21030000.
002010     05  WS-ACCT-NET-CLEARING    PIC 9(08) VALUE 21040000.
002011     05  WS-ACCT-OVERPAY-DEBTORS PIC 9(08) VALUE 12010000.

002020 01  WS-PERIOD-END-DATE          PIC 9(08) VALUE ZERO.
002030 01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
002050     05  FILLER                  PIC 9(02).

002060 01  WS-PERIOD-FREQUENCY         PIC X(01) VALUE "W".
002061     88  REVERSAL-PERIOD                    VALUE "R".

002070 01  WS-PERIOD-END-HOLD          PIC 9(08) VALUE ZERO.
002080 01  WS-PERIOD-END-HOLD-PARTS REDEFINES WS-PERIOD-END-HOLD.

002110 01  WS-MONTH-CTL-SUMS.
002120     05  WS-MCTL-PAYE            PIC S9(11)V99 VALUE ZERO.
002130     05  WS-MCTL-UIF-EE          PIC S9(11)V99 VALUE ZERO.
002140     05  WS-MCTL-UIF-ER          PIC S9(11)V99 VALUE ZERO.
002150     05  WS-MCTL-SDL             PIC S9(11)V99 VALUE ZERO.

002160 01  WS-EDIT-FIELDS.
002170     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
002200     05  WS-ED-SIGNED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002210     05  WS-ED-SIGNED-2          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

002215     COPY CYCLWORK.

002220 PROCEDURE DIVISION.

002230*----------------------------------------------------------------
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002280     IF NOT FATAL-RUN-FAILURE
002281         IF REVERSAL-PERIOD
002282             PERFORM 5500-RECON-OVERPAYMENTS THRU 5500-EXIT
002283         ELSE
002290             PERFORM 2000-RECON-PAY-RESULTS THRU 2000-EXIT
002300             PERFORM 3000-RECON-EFT-BATCH THRU 3000-EXIT
002310             PERFORM 4000-RECON-FAILED-PAYMENTS THRU 4000-EXIT
002311             PERFORM 4500-RECON-CASH-PACKETS THRU 4500-EXIT
002320             PERFORM 5000-STATE-CASH-EXPECTED THRU 5000-EXIT
002321         END-IF
002330         PERFORM 6000-RECON-GL-JOURNAL THRU 6000-EXIT
002340         PERFORM 7000-RECON-STATUTORY-MONTH THRU 7000-EXIT
002350     END-IF
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT
002365     PERFORM 9900-CLOSE-CYCLE-STEP THRU 9900-EXIT
002370     STOP RUN.

002380*----------------------------------------------------------------
002460         SET FATAL-RUN-FAILURE TO TRUE
002470         GO TO 1000-EXIT
002480     END-IF
002481     MOVE "PAYRECON" TO CYW-THIS-STEP
002482     MOVE "PAYRECON" TO CYW-SEQUENCE-STEP
002483     MOVE WS-PERIOD-END-DATE TO CYW-PERIOD-END
002484     MOVE WS-PERIOD-FREQUENCY TO CYW-FREQUENCY
002485     PERFORM 9800-CHECK-CYCLE-STEP THRU 9800-EXIT
002486     IF CYW-STEP-REFUSED
002487         SET FATAL-RUN-FAILURE TO TRUE
002488         GO TO 1000-EXIT
002489     END-IF
002490     OPEN INPUT PAY-CONTROL-FILE
002500     IF NOT PAYCTL-OK
002510         DISPLAY "PAYRECON: PAYCTL OPEN FAILED, STATUS "

002900*----------------------------------------------------------------
002910*  1050-READ-RUN-PARM - SAME CARD CONVENTIONS AS EFTGEN AND
002920*  GLJRNL, INCLUDING THE SETTLEMENT, ADJUSTMENT AND REVERSAL
002921*  STAMPS
002930*----------------------------------------------------------------
002940 1050-READ-RUN-PARM.
002950     OPEN INPUT RUN-PARM-FILE
003100         IF PARM-SUPP-RUN
003110             MOVE "A" TO WS-PERIOD-FREQUENCY
003120         END-IF
003121         IF PARM-REVERSAL-RUN
003122             MOVE "R" TO WS-PERIOD-FREQUENCY
003123         END-IF
003130         CLOSE RUN-PARM-FILE
003140     END-IF.
003150 1050-EXIT.
003780 2100-SUM-ONE-RESULT.
003790     ADD 1 TO WS-RESULT-COUNT
003800     ADD PR-NET-PAY TO WS-RESULT-NET
003801     IF PR-PAID-IN-CASH
003802         ADD 1 TO WS-CASH-RESULT-COUNT
003803         ADD PR-NET-PAY TO WS-CASH-RESULT-NET
003804     END-IF
003810     PERFORM 2900-READ-PAY-RESULT THRU 2900-EXIT.
003820 2100-EXIT.
003830     EXIT.
004630         WS-ED-AMOUNT
004640         DELIMITED BY SIZE INTO RECON-LINE
004650     WRITE RECON-LINE
004651     MOVE WS-CASH-RESULT-NET TO WS-ED-AMOUNT
004652     MOVE SPACES TO RECON-LINE
004653     STRING "LESS PAID IN CASH (PAY PACKETS) ..... R"
004654         WS-ED-AMOUNT
004655         DELIMITED BY SIZE INTO RECON-LINE
004656     WRITE RECON-LINE
004660     IF WS-EFT-TRAILER-TOTAL NOT = WS-EFT-SUBMITTED
004670         MOVE SPACES TO RECON-LINE
004680         STRING "** EFT TRAILER TOTAL DOES NOT EQUAL ITS OWN "
004730     IF RESULTS-PROVED
004740         COMPUTE WS-CASH-EXPECTED =
004750             WS-EFT-SUBMITTED + WS-UNBATCHED-NET
004751                 + WS-CASH-RESULT-NET
004760         IF WS-CASH-EXPECTED NOT = WS-RESULT-NET
004770             MOVE SPACES TO RECON-LINE
004780             STRING "** EFT, UNBATCHED AND CASH DO NOT ADD TO "
004790                 "THE PAY-RESULTS DETAIL **"
004800                 DELIMITED BY SIZE INTO RECON-LINE
004810             PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
004940         UNTIL END-OF-BATCH
004950         OR (EFT-DTL-REC-TYPE = "D"
004960             AND EFT-EMP-NUMBER NOT < PR-EMP-NUMBER)
004965*    AN EMPLOYEE PAID IN CASH IS NEVER BATCHED - THE CASH LEG
004966*    ACCOUNTS FOR THEM.
004970     IF END-OF-BATCH
004980         OR EFT-DTL-REC-TYPE NOT = "D"
004990         OR EFT-EMP-NUMBER NOT = PR-EMP-NUMBER
004991             IF PR-PAID-IN-CASH
004992                 GO TO 3100-READ-NEXT
004993             END-IF
005000             ADD 1 TO WS-UNBATCHED-COUNT
005010             ADD PR-NET-PAY TO WS-UNBATCHED-NET
005020             MOVE PR-EMP-NUMBER TO WS-ED-EMP-NUMBER
005220             PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
005230         END-IF
005240         PERFORM 3900-READ-BATCH-DETAIL THRU 3900-EXIT
005250     END-IF.
005255 3100-READ-NEXT.
005260     PERFORM 2900-READ-PAY-RESULT THRU 2900-EXIT.
005270 3100-EXIT.
005280     EXIT.
006610         DELIMITED BY SIZE INTO RECON-LINE
006620     WRITE RECON-LINE.
006630 4100-EXIT.
006631     EXIT.

006632*----------------------------------------------------------------
006634*  4500-RECON-CASH-PACKETS
006635*  THE PAY PACKETS CASHPAY MADE UP FOR THE PERIOD, WHATEVER
006636*  BECAME OF THEM SINCE (ISSUED, HELD IN THE SAFE OR CLAIMED
006638*  LATE), MUST EQUAL THE NET OF THE PAY-RESULTS PAID IN CASH.
006639*  PACKETS HELD UNCLAIMED ARE SHOWN FOR INFORMATION - THE MONEY
006641*  IS STILL IN THE SAFE AND DOES NOT BREAK THE TIE.  A PERIOD
006642*  WITH NO ONE PAID IN CASH AND NO LEDGER IS NOTED, NOT FLAGGED.
006643*  A PACKET CANCELLED BY A PAY REVERSAL IS NOT CASH PAID AND
006645*  NOT IN THE SAFE - ITS NET IS OWED BACK ON THE OVERPAYMENT
006646*  FILE - SO IT IS SHOWN APART AND TAKEN OUT OF BOTH SIDES OF
006648*  THE TIE.
006649*----------------------------------------------------------------
006650 4500-RECON-CASH-PACKETS.
006651     OPEN INPUT CASH-PACKET-FILE
006652     IF NOT CASHPKT-OK
006653         IF WS-CASH-RESULT-NET > ZERO
006654             MOVE SPACES TO RECON-LINE
006655             STRING "** EMPLOYEES PAID IN CASH BUT NO CASH "
006656                 "PACKET LEDGER ON DISK **"
006657                 DELIMITED BY SIZE INTO RECON-LINE
006658             PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
006659         ELSE
006660             MOVE SPACES TO RECON-LINE
006661             STRING "NO CASH PACKET LEDGER ON DISK - NO ONE PAID "
006662                 "IN CASH"
006663                 DELIMITED BY SIZE INTO RECON-LINE
006664             WRITE RECON-LINE
006665         END-IF
006666         GO TO 4500-EXIT
006667     END-IF
006668     MOVE WS-PERIOD-END-DATE TO CPK-PERIOD-END
006669     MOVE WS-PERIOD-FREQUENCY TO CPK-RUN-FREQUENCY
006670     MOVE ZERO TO CPK-EMP-NUMBER
006671     START CASH-PACKET-FILE KEY IS NOT LESS THAN CPK-KEY
006672         INVALID KEY
006673             MOVE "Y" TO WS-PKT-EOF-SW
006674     END-START
006675     PERFORM 4600-SUM-ONE-PACKET THRU 4600-EXIT
006676         UNTIL END-OF-PACKETS
006677     CLOSE CASH-PACKET-FILE
006678     MOVE WS-CASH-PACKET-TOTAL TO WS-ED-AMOUNT
006679     MOVE SPACES TO RECON-LINE
006680     STRING "CASH PAY PACKETS MADE UP (CASHPAY) .. R"
006681         WS-ED-AMOUNT
006682         DELIMITED BY SIZE INTO RECON-LINE
006683     WRITE RECON-LINE
006684     IF WS-CASH-CANCEL-COUNT > ZERO
006685         MOVE WS-CASH-CANCEL-TOTAL TO WS-ED-AMOUNT
006686         MOVE SPACES TO RECON-LINE
006687         STRING "  CANCELLED BY PAY REVERSAL (PAYREV) R"
006688             WS-ED-AMOUNT " - NOT INCLUDED"
006689             DELIMITED BY SIZE INTO RECON-LINE
006690         WRITE RECON-LINE
006691     END-IF
006692     IF WS-CASH-HELD-COUNT > ZERO
006693         MOVE WS-CASH-HELD-TOTAL TO WS-ED-AMOUNT
006694         MOVE SPACES TO RECON-LINE
006696         STRING "  OF WHICH HELD IN THE SAFE ....... R"
006697             WS-ED-AMOUNT
006698             DELIMITED BY SIZE INTO RECON-LINE
006699         WRITE RECON-LINE
006700     END-IF
006701     IF WS-CASH-CANCEL-TOTAL > WS-CASH-RESULT-NET
006702         MOVE ZERO TO WS-CASH-NET-KEPT
006703     ELSE
006704         COMPUTE WS-CASH-NET-KEPT =
006705             WS-CASH-RESULT-NET - WS-CASH-CANCEL-TOTAL
006706     END-IF
006707     IF RESULTS-PROVED
006709         AND WS-CASH-PACKET-TOTAL NOT = WS-CASH-NET-KEPT
006710             MOVE SPACES TO RECON-LINE
006711             STRING "** CASH PAY PACKETS DO NOT EQUAL THE NET "
006712                 "PAID IN CASH **"
006713                 DELIMITED BY SIZE INTO RECON-LINE
006714             PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
006715     END-IF.
006716 4500-EXIT.
006717     EXIT.

006718*----------------------------------------------------------------
006719*  4600-SUM-ONE-PACKET - ONE PACKET OF THIS PERIOD AND FREQUENCY
006720*----------------------------------------------------------------
006722 4600-SUM-ONE-PACKET.
006723     READ CASH-PACKET-FILE NEXT RECORD
006724         AT END
006725             MOVE "Y" TO WS-PKT-EOF-SW
006726             GO TO 4600-EXIT
006727     END-READ
006728     IF CPK-PERIOD-END NOT = WS-PERIOD-END-DATE
006729         OR CPK-RUN-FREQUENCY NOT = WS-PERIOD-FREQUENCY
006730             MOVE "Y" TO WS-PKT-EOF-SW
006731             GO TO 4600-EXIT
006732     END-IF
006733     IF CPK-CANCELLED
006735         ADD 1 TO WS-CASH-CANCEL-COUNT
006736         ADD CPK-NET-PAY TO WS-CASH-CANCEL-TOTAL
006737         GO TO 4600-EXIT
006738     END-IF
006739     ADD 1 TO WS-CASH-PACKET-COUNT
006740     ADD CPK-NET-PAY TO WS-CASH-PACKET-TOTAL
006741     IF CPK-HELD
006742         ADD 1 TO WS-CASH-HELD-COUNT
006743         ADD CPK-NET-PAY TO WS-CASH-HELD-TOTAL
006744     END-IF.
006745 4600-EXIT.
006746     EXIT.

006748*----------------------------------------------------------------
006749*  5000-STATE-CASH-EXPECTED
006750*  WHAT SHOULD ACTUALLY CLEAR THE BANK: THE EFT SUBMITTED LESS
006751*  THE CREDITS THE BANK RETURNED THAT ARE STILL OUTSTANDING.
006752*----------------------------------------------------------------
006753 5000-STATE-CASH-EXPECTED.
006754     COMPUTE WS-CASH-EXPECTED =
006755         WS-EFT-SUBMITTED - WS-FAILED-OUTSTANDING
006756     MOVE WS-CASH-EXPECTED TO WS-ED-SIGNED
006757     MOVE SPACES TO RECON-LINE
006758     STRING "EQUALS CASH EXPECTED TO CLEAR ....... R"
006760         WS-ED-SIGNED
006770         DELIMITED BY SIZE INTO RECON-LINE
006780     WRITE RECON-LINE.
006790 5000-EXIT.
006800     EXIT.

006801*----------------------------------------------------------------
006802*  5500-RECON-OVERPAYMENTS - REVERSAL RUNS ONLY
006803*  A REVERSAL PAYS NOTHING OUT, SO THERE IS NO PAY-RESULTS,
006804*  EFT, FAILED-PAYMENT OR CASH LEG.  THE NET IT VOIDED IS OWED
006805*  BACK BY THE STAFF: THE OVERPAYMENTS RAISED FOR THE PERIOD
006806*  MUST EQUAL THE REVERSAL'S CONTROL NET.
006807*----------------------------------------------------------------
006808 5500-RECON-OVERPAYMENTS.
006809     MOVE SPACES TO RECON-LINE
006810     STRING "REVERSAL RUN - NO PAY-RESULTS, EFT, FAILED-"
006811         "PAYMENT OR CASH LEG"
006812         DELIMITED BY SIZE INTO RECON-LINE
006813     WRITE RECON-LINE
006814     OPEN INPUT OVERPAYMENT-FILE
006815     IF NOT OVERPAY-OK
006816         MOVE SPACES TO RECON-LINE
006817         STRING "** NO OVERPAYMENT FILE ON DISK - REVERSAL "
006818             "CANNOT BE PROVED **"
006819             DELIMITED BY SIZE INTO RECON-LINE
006820         PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
006821         GO TO 5500-EXIT
006822     END-IF
006823     PERFORM 5510-SUM-ONE-OVERPAYMENT THRU 5510-EXIT
006824         UNTIL END-OF-OVERPAYMENTS
006825     CLOSE OVERPAYMENT-FILE
006826     MOVE WS-OVERPAY-RAISED TO WS-ED-AMOUNT
006827     MOVE SPACES TO RECON-LINE
006828     STRING "OVERPAYMENTS RAISED FOR THE PERIOD .. R"
006829         WS-ED-AMOUNT "  (" WS-OVERPAY-COUNT " EMPLOYEE(S))"
006830         DELIMITED BY SIZE INTO RECON-LINE
006831     WRITE RECON-LINE
006832     IF WS-OVERPAY-RAISED NOT = WS-PCTL-NET
006833         MOVE SPACES TO RECON-LINE
006834         STRING "** OVERPAYMENTS RAISED DO NOT EQUAL THE "
006835             "CONTROL NET **"
006836             DELIMITED BY SIZE INTO RECON-LINE
006837         PERFORM 2060-FLAG-A-LEG THRU 2060-EXIT
006838     END-IF.
006839 5500-EXIT.
006840     EXIT.

006841*----------------------------------------------------------------
006842*  5510-SUM-ONE-OVERPAYMENT - THE FILE IS KEYED BY EMPLOYEE,
006843*  SO EVERY RECORD IS READ AND THE PERIOD'S ARE SUMMED
006844*----------------------------------------------------------------
006845 5510-SUM-ONE-OVERPAYMENT.
006846     READ OVERPAYMENT-FILE NEXT RECORD
006847         AT END
006848             MOVE "Y" TO WS-OVER-EOF-SW
006849             GO TO 5510-EXIT
006850     END-READ
006851     IF OP-PERIOD-END-DATE = WS-PERIOD-END-DATE
006852         ADD OP-AMOUNT TO WS-OVERPAY-RAISED
006853         ADD 1 TO WS-OVERPAY-COUNT
006854     END-IF.
006855 5510-EXIT.
006856     EXIT.

006858*----------------------------------------------------------------
006860*  6000-RECON-GL-JOURNAL
006862*  THE JOURNAL'S PERIOD CREDITS AGAINST THE CONTROL LEDGER:
006864*  NET-PAY CLEARING = CONTROL NET, PAYE PAYABLE = CONTROL
006866*  PAYE, UIF PAYABLE = EMPLOYEE PLUS EMPLOYER UIF, SDL PAYABLE
006868*  = CONTROL SDL.  THE JOURNAL FILE ON DISK IS THE LAST RUN
006870*  GLJRNL BUILT - A MISSING OR FOREIGN FILE IS FLAGGED.
006871*  A REVERSAL'S JOURNAL RUNS THE OTHER WAY: THE SAME LEGS ARE
006872*  PROVED FROM ITS DEBITS, WITH THE NET ON OVERPAYMENT DEBTORS
006873*  IN PLACE OF NET-PAY CLEARING.
006880*----------------------------------------------------------------
006890 6000-RECON-GL-JOURNAL.
006900     OPEN INPUT GL-JOURNAL-FILE
007020     CLOSE GL-JOURNAL-FILE
007030     MOVE WS-GL-NET-CLEARING TO WS-ED-AMOUNT
007040     MOVE SPACES TO RECON-LINE
007041     IF REVERSAL-PERIOD
007042         STRING "GL OVERPAYMENT DEBTORS DEBIT ........ R"
007043             WS-ED-AMOUNT
007044             DELIMITED BY SIZE INTO RECON-LINE
007045     ELSE
007050         STRING "GL NET-PAY CLEARING CREDIT .......... R"
007060             WS-ED-AMOUNT
007070             DELIMITED BY SIZE INTO RECON-LINE
007071     END-IF
007080     WRITE RECON-LINE
007090     IF WS-GL-NET-CLEARING NOT = WS-PCTL-NET
007100         MOVE SPACES TO RECON-LINE
007490     IF GJ-PERIOD-END-DATE NOT = WS-PERIOD-END-DATE
007500         GO TO 6100-EXIT
007510     END-IF
007511     IF REVERSAL-PERIOD
007512         PERFORM 6150-SUM-REVERSAL-LINE THRU 6150-EXIT
007513         GO TO 6100-EXIT
007514     END-IF
007520     IF GJ-ACCOUNT-NUMBER = WS-ACCT-NET-CLEARING
007530         ADD GJ-CREDIT-AMOUNT TO WS-GL-NET-CLEARING
007540     END-IF
007670 6100-EXIT.
007680     EXIT.

007681*----------------------------------------------------------------
007682*  6150-SUM-REVERSAL-LINE - A REVERSAL'S DEBITS BY ACCOUNT,
007683*  INTO THE SAME LEG TOTALS THE NORMAL CREDITS USE
007684*----------------------------------------------------------------
007685 6150-SUM-REVERSAL-LINE.
007686     IF GJ-ACCOUNT-NUMBER = WS-ACCT-OVERPAY-DEBTORS
007687         ADD GJ-DEBIT-AMOUNT TO WS-GL-NET-CLEARING
007688     END-IF
007689     IF GJ-ACCOUNT-NUMBER = WS-ACCT-PAYE-PAYABLE
007690         ADD GJ-DEBIT-AMOUNT TO WS-GL-PAYE-CREDIT
007691         SUBTRACT GJ-CREDIT-AMOUNT FROM WS-GL-PAYE-CREDIT
007692     END-IF
007693     IF GJ-ACCOUNT-NUMBER = WS-ACCT-UIF-PAYABLE
007694         ADD GJ-DEBIT-AMOUNT TO WS-GL-UIF-CREDIT
007695     END-IF
007696     IF GJ-ACCOUNT-NUMBER = WS-ACCT-SDL-PAYABLE
007697         ADD GJ-DEBIT-AMOUNT TO WS-GL-SDL-CREDIT
007698     END-IF.
007699 6150-EXIT.
007700     EXIT.

007703*----------------------------------------------------------------
007706*  7000-RECON-STATUTORY-MONTH
007710*  THE MONTH-LEVEL CHECK: THE EMP201 MONTH RECORD AGAINST THE
007720*  SUM OF EVERY COMPLETED RUN OF THE MONTH ON THE CONTROL
007730*  LEDGER (ALL FREQUENCIES - WEEKLY, MONTHLY, SETTLEMENT AND
007740*  ADJUSTMENT RUNS ALL POST TO BOTH PLACES).  A REVERSAL RUN
007741*  TOOK ITS MONEY OFF THE MONTH, SO ITS LEDGER ENTRY IS
007742*  SUBTRACTED.
007750*----------------------------------------------------------------
007760 7000-RECON-STATUTORY-MONTH.
007770     PERFORM 7100-SWEEP-MONTH-CONTROLS THRU 7100-EXIT
008570         MOVE "Y" TO WS-CTL-EOF-SW
008580         GO TO 7110-EXIT
008590     END-IF
008591     IF PCTL-REVERSAL
008592         IF PCTL-PAID OR PCTL-EFT-SUBMITTED
008593             SUBTRACT PCTL-PAYE FROM WS-MCTL-PAYE
008594             SUBTRACT PCTL-UIF FROM WS-MCTL-UIF-EE
008595             SUBTRACT PCTL-UIF-ER FROM WS-MCTL-UIF-ER
008596             SUBTRACT PCTL-SDL FROM WS-MCTL-SDL
008597         END-IF
008598         GO TO 7110-EXIT
008599     END-IF
008600     IF PCTL-PAID OR PCTL-EFT-SUBMITTED
008610         ADD PCTL-PAYE TO WS-MCTL-PAYE
008620         ADD PCTL-UIF TO WS-MCTL-UIF-EE
009000     END-IF.
009010 9000-EXIT.
009020     EXIT.

009030*----------------------------------------------------------------
009040*  9800-CHECK-CYCLE-STEP
009050*  THE PAY-CYCLE CONTROL LEDGER GUARD (SEE CYCLWORK.CPY).  THE
009060*  STEPS BEFORE THIS ONE IN ITS CYCLE MUST HAVE COMPLETED
009070*  CLEANLY, AND THIS STEP MUST NOT ALREADY HAVE COMPLETED - A
009080*  DELIBERATE RERUN NEEDS AN AUTHORISED OVERRIDE CARD, WHICH IS
009090*  WRITTEN TO THE AUDIT TRAIL.  THE STEP IS THEN LEDGERED AS
009100*  STARTED AND 9900 RECORDS HOW IT ENDED.  THE CALLER SETS
009110*  CYW-THIS-STEP, CYW-SEQUENCE-STEP, CYW-PERIOD-END AND
009120*  CYW-FREQUENCY; A REFUSAL COMES BACK AS CYW-STEP-REFUSED.
009130*----------------------------------------------------------------
009140 9800-CHECK-CYCLE-STEP.
009150     IF CYW-PERIOD-END = ZERO
009160         DISPLAY "PAYRECON: NO PERIOD-END DATE ON RUN PARM - "
009170             "THE STEP CANNOT BE CHECKED AGAINST THE CYCLE "
009180             "LEDGER - RUN REFUSED"
009190         SET CYW-STEP-REFUSED TO TRUE
009200         GO TO 9800-EXIT
009210     END-IF
009220     PERFORM 9810-SET-STEP-SEQUENCE THRU 9810-EXIT
009230     IF CYW-STEP-POS = ZERO
009240         DISPLAY "PAYRECON: " CYW-SEQUENCE-STEP
009250             " IS NOT A STEP OF A FREQUENCY " CYW-FREQUENCY
009260             " CYCLE - RUN REFUSED"
009270         SET CYW-STEP-REFUSED TO TRUE
009280         GO TO 9800-EXIT
009290     END-IF
009300     OPEN I-O CYCLE-CONTROL-FILE
009310     IF CYCLCTL-NOT-FOUND
009320         OPEN OUTPUT CYCLE-CONTROL-FILE
009330         CLOSE CYCLE-CONTROL-FILE
009340         OPEN I-O CYCLE-CONTROL-FILE
009350     END-IF
009360     IF NOT CYCLCTL-OK
009370         DISPLAY "PAYRECON: CYCLCTL OPEN FAILED, STATUS "
009380             WS-CYCLCTL-STATUS " - RUN REFUSED"
009390         SET CYW-STEP-REFUSED TO TRUE
009400         GO TO 9800-EXIT
009410     END-IF
009420     IF CYW-MONTH-END-CYCLE
009430         PERFORM 9830-CHECK-MONTH-CYCLES THRU 9830-EXIT
009440     ELSE
009450         PERFORM 9820-CHECK-PRIOR-STEP THRU 9820-EXIT
009460             VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
009470             UNTIL CYW-SUB NOT < CYW-STEP-POS
009480     END-IF
009490     IF CYW-STEP-REFUSED
009500         CLOSE CYCLE-CONTROL-FILE
009510         GO TO 9800-EXIT
009520     END-IF
009530     ACCEPT CYW-DATE FROM DATE YYYYMMDD
009540     ACCEPT CYW-TIME FROM TIME
009550     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
009560     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
009570     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
009580     READ CYCLE-CONTROL-FILE
009590         INVALID KEY
009600             MOVE "N" TO CYW-ON-FILE-SW
009610         NOT INVALID KEY
009620             MOVE "Y" TO CYW-ON-FILE-SW
009630     END-READ
009640     IF CYW-STEP-ON-FILE
009650         AND CYC-COMPLETED
009660         AND NOT CYW-RERUN-FREE
009670             PERFORM 9840-FIND-OVERRIDE THRU 9840-EXIT
009680             IF NOT CYW-OVERRIDE-FOUND
009690                 DISPLAY "PAYRECON: " CYW-THIS-STEP
009700                     " ALREADY COMPLETED FOR " CYW-PERIOD-END " "
009710                     CYW-FREQUENCY
009720                     " - A RERUN NEEDS AN AUTHORISED OVERRIDE "
009730                     "CARD - RUN REFUSED"
009740                 SET CYW-STEP-REFUSED TO TRUE
009750                 CLOSE CYCLE-CONTROL-FILE
009760                 GO TO 9800-EXIT
009770             END-IF
009780             PERFORM 9850-AUDIT-OVERRIDE THRU 9850-EXIT
009790             IF CYW-STEP-REFUSED
009800                 CLOSE CYCLE-CONTROL-FILE
009810                 GO TO 9800-EXIT
009820             END-IF
009830     END-IF
009840*    A STEP THAT FAILED OR ABENDED IS SIMPLY RUN AGAIN; ITS
009850*    ENTRY IS REUSED WITH THE RUN COUNT STEPPED ON.
009860     IF CYW-STEP-ON-FILE
009870         ADD 1 TO CYC-RUN-COUNT
009880     ELSE
009890         MOVE SPACES TO CYCLE-CONTROL-RECORD
009900         MOVE CYW-PERIOD-END TO CYC-PERIOD-END
009910         MOVE CYW-FREQUENCY TO CYC-FREQUENCY
009920         MOVE CYW-THIS-STEP TO CYC-STEP-NAME
009930         MOVE 1 TO CYC-RUN-COUNT
009940     END-IF
009950     MOVE "S" TO CYC-STATUS
009960     MOVE CYW-DATE TO CYC-START-DATE
009970     MOVE CYW-TIME-HHMMSS TO CYC-START-TIME
009980     MOVE ZERO TO CYC-END-DATE
009990     MOVE ZERO TO CYC-END-TIME
010000     MOVE ZERO TO CYC-RETURN-CODE
010010     MOVE ZERO TO CYC-COUNT-IN
010020     MOVE ZERO TO CYC-COUNT-OUT
010030     MOVE ZERO TO CYC-CONTROL-TOTAL
010040     IF CYW-OVERRIDE-FOUND
010050         MOVE "O" TO CYC-OVERRIDE-FLAG
010060         MOVE OVR-AUTHORISED-BY TO CYC-OVERRIDE-BY
010070     ELSE
010080         MOVE SPACE TO CYC-OVERRIDE-FLAG
010090         MOVE SPACES TO CYC-OVERRIDE-BY
010100     END-IF
010110     IF CYW-STEP-ON-FILE
010120         REWRITE CYCLE-CONTROL-RECORD
010130             INVALID KEY
010140                 SET CYW-STEP-REFUSED TO TRUE
010150         END-REWRITE
010160     ELSE
010170         WRITE CYCLE-CONTROL-RECORD
010180             INVALID KEY
010190                 SET CYW-STEP-REFUSED TO TRUE
010200         END-WRITE
010210     END-IF
010220     IF CYW-STEP-REFUSED
010230         DISPLAY "PAYRECON: CYCLCTL WRITE FAILED, STATUS "
010240             WS-CYCLCTL-STATUS " - RUN REFUSED"
010250     ELSE
010260         SET CYW-STEP-OPENED TO TRUE
010270     END-IF
010280     CLOSE CYCLE-CONTROL-FILE.
010290 9800-EXIT.
010300     EXIT.

010310*----------------------------------------------------------------
010320*  9810-SET-STEP-SEQUENCE - THE STEP LIST FOR THE KIND OF CYCLE
010330*  IN HAND, AND THIS STEP'S PLACE IN IT (ZERO IF IT HAS NONE).
010340*  THE MONTHLY AND SETTLEMENT CYCLES SKIP THE TIMECARD EDIT.
010350*----------------------------------------------------------------
010360 9810-SET-STEP-SEQUENCE.
010370     MOVE ZERO TO CYW-STEP-POS
010380     MOVE 1 TO CYW-FIRST-POS
010390     IF CYW-WEEKLY-CYCLE
010400         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
010410     END-IF
010420     IF CYW-MONTHLY-CYCLE
010430         MOVE CYW-PAY-CYCLE-STEPS TO CYW-CYCLE-STEPS
010440         MOVE 2 TO CYW-FIRST-POS
010450     END-IF
010460     IF CYW-REVERSAL-CYCLE
010470         MOVE CYW-REVERSAL-STEPS TO CYW-CYCLE-STEPS
010480     END-IF
010490     IF CYW-MONTH-END-CYCLE
010500         MOVE CYW-MONTH-END-STEPS TO CYW-CYCLE-STEPS
010510     END-IF
010520     PERFORM 9815-MATCH-STEP THRU 9815-EXIT
010530         VARYING CYW-SUB FROM CYW-FIRST-POS BY 1
010540         UNTIL CYW-SUB > CYW-STEP-MAX.
010550 9810-EXIT.
010560     EXIT.

010570*----------------------------------------------------------------
010580*  9815-MATCH-STEP - ONE ENTRY OF THE STEP LIST
010590*----------------------------------------------------------------
010600 9815-MATCH-STEP.
010610     IF CYW-STEP-POS = ZERO
010620         AND CYW-CYCLE-STEP (CYW-SUB) = CYW-SEQUENCE-STEP
010630             MOVE CYW-SUB TO CYW-STEP-POS
010640     END-IF.
010650 9815-EXIT.
010660     EXIT.

010670*----------------------------------------------------------------
010680*  9820-CHECK-PRIOR-STEP - ONE EARLIER STEP OF THE CYCLE MUST BE
010690*  ON THE LEDGER AS COMPLETED.  EVERY EARLIER STEP IS CHECKED SO
010700*  THE CONSOLE SHOWS ALL THAT ARE OUTSTANDING.
010710*----------------------------------------------------------------
010720 9820-CHECK-PRIOR-STEP.
010730     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
010740     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
010750     MOVE CYW-CYCLE-STEP (CYW-SUB) TO CYC-STEP-NAME
010760     READ CYCLE-CONTROL-FILE
010770         INVALID KEY
010780             DISPLAY "PAYRECON: " CYW-CYCLE-STEP (CYW-SUB)
010790                 " HAS NOT RUN FOR " CYW-PERIOD-END " "
010800                 CYW-FREQUENCY " - RUN REFUSED"
010810             SET CYW-STEP-REFUSED TO TRUE
010820             GO TO 9820-EXIT
010830     END-READ
010840     IF NOT CYC-COMPLETED
010850         DISPLAY "PAYRECON: " CYW-CYCLE-STEP (CYW-SUB)
010860             " DID NOT COMPLETE CLEANLY FOR " CYW-PERIOD-END " "
010870             CYW-FREQUENCY " (STATUS " CYC-STATUS " RC "
010880             CYC-RETURN-CODE ") - RUN REFUSED"
010890         SET CYW-STEP-REFUSED TO TRUE
010900     END-IF.
010910 9820-EXIT.
010920     EXIT.

010930*----------------------------------------------------------------
010940*  9830-CHECK-MONTH-CYCLES - A MONTH-END STEP NEEDS EVERY PAY
010950*  CYCLE WHOSE PERIOD-END FALLS IN THE MONTH TO BE RECONCILED:
010960*  AS MANY COMPLETED PAYRECON ENTRIES AS THERE ARE PAY RUNS
010970*  (PAYROLL OR PAYREV ENTRIES) ON THE LEDGER FOR THE MONTH.
010980*----------------------------------------------------------------
010990 9830-CHECK-MONTH-CYCLES.
011000     MOVE ZERO TO CYW-MONTH-CYCLES
011010     MOVE ZERO TO CYW-MONTH-RECONCILED
011020     MOVE "N" TO CYW-LEDGER-EOF-SW
011030     MOVE LOW-VALUES TO CYC-KEY
011040     MOVE CYW-PE-MONTH TO CYW-ML-MONTH
011050     MOVE 01 TO CYW-ML-DD
011060     MOVE CYW-MONTH-LAST-DATE TO CYC-PERIOD-END
011070     MOVE 31 TO CYW-ML-DD
011080     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CYC-KEY
011090         INVALID KEY
011100             MOVE "Y" TO CYW-LEDGER-EOF-SW
011110     END-START
011120     PERFORM 9835-READ-MONTH-STEP THRU 9835-EXIT
011130         UNTIL CYW-END-OF-LEDGER
011140     IF CYW-MONTH-RECONCILED < CYW-MONTH-CYCLES
011150         DISPLAY "PAYRECON: " CYW-MONTH-RECONCILED " OF "
011160             CYW-MONTH-CYCLES " PAY RUN(S) FOR MONTH "
011170             CYW-PE-MONTH " RECONCILED BY PAYRECON - RUN REFUSED"
011180         SET CYW-STEP-REFUSED TO TRUE
011190     END-IF.
011200 9830-EXIT.
011210     EXIT.

011220*----------------------------------------------------------------
011230*  9835-READ-MONTH-STEP - NEXT LEDGER ENTRY OF THE MONTH
011240*----------------------------------------------------------------
011250 9835-READ-MONTH-STEP.
011260     READ CYCLE-CONTROL-FILE NEXT RECORD
011270         AT END
011280             MOVE "Y" TO CYW-LEDGER-EOF-SW
011290             GO TO 9835-EXIT
011300     END-READ
011310     IF CYC-PERIOD-END > CYW-MONTH-LAST-DATE
011320         MOVE "Y" TO CYW-LEDGER-EOF-SW
011330         GO TO 9835-EXIT
011340     END-IF
011350     IF CYC-STEP-NAME = "PAYROLL" OR CYC-STEP-NAME = "PAYREV"
011360         ADD 1 TO CYW-MONTH-CYCLES
011370     END-IF
011380     IF CYC-STEP-NAME = "PAYRECON" AND CYC-COMPLETED
011390         ADD 1 TO CYW-MONTH-RECONCILED
011400     END-IF.
011410 9835-EXIT.
011420     EXIT.

011430*----------------------------------------------------------------
011440*  9840-FIND-OVERRIDE - LOOKS THROUGH THE OVERRIDE CARDS FOR ONE
011450*  AUTHORISING THIS RERUN.  NO DECK MEANS NO OVERRIDE.
011460*----------------------------------------------------------------
011470 9840-FIND-OVERRIDE.
011480     MOVE "N" TO CYW-OVERRIDE-SW
011490     MOVE "N" TO CYW-OVR-EOF-SW
011500     COMPUTE CYW-NEXT-RUN = CYC-RUN-COUNT + 1
011510     OPEN INPUT CYCLE-OVERRIDE-FILE
011520     IF NOT CYCOVRD-OK
011530         GO TO 9840-EXIT
011540     END-IF
011550     PERFORM 9845-CHECK-OVERRIDE-CARD THRU 9845-EXIT
011560         UNTIL CYW-END-OF-OVERRIDES
011570            OR CYW-OVERRIDE-FOUND
011580     CLOSE CYCLE-OVERRIDE-FILE.
011590 9840-EXIT.
011600     EXIT.

011610*----------------------------------------------------------------
011620*  9845-CHECK-OVERRIDE-CARD - A CARD FOR THIS CYCLE AND STEP MUST
011630*  NAME THE NEXT RUN NUMBER, WHO AUTHORISED IT AND WHY
011640*----------------------------------------------------------------
011650 9845-CHECK-OVERRIDE-CARD.
011660     READ CYCLE-OVERRIDE-FILE
011670         AT END
011680             MOVE "Y" TO CYW-OVR-EOF-SW
011690             GO TO 9845-EXIT
011700     END-READ
011710     IF OVR-PERIOD-END-X NOT NUMERIC
011720         OR OVR-PERIOD-END NOT = CYW-PERIOD-END
011730         OR OVR-FREQUENCY NOT = CYW-FREQUENCY
011740         OR OVR-STEP-NAME NOT = CYW-THIS-STEP
011750             GO TO 9845-EXIT
011760     END-IF
011770     IF OVR-RUN-NUMBER-X NOT NUMERIC
011780         OR OVR-RUN-NUMBER NOT = CYW-NEXT-RUN
011790             DISPLAY "PAYRECON: OVERRIDE CARD FOR " OVR-STEP-NAME
011800                 " IGNORED - IT MUST NAME RUN NUMBER "
011810                 CYW-NEXT-RUN
011820             GO TO 9845-EXIT
011830     END-IF
011840     IF OVR-AUTHORISED-BY = SPACES
011850         OR OVR-REASON = SPACES
011860             DISPLAY "PAYRECON: OVERRIDE CARD FOR " OVR-STEP-NAME
011870                 " IGNORED - NO AUTHORISER OR NO REASON GIVEN"
011880             GO TO 9845-EXIT
011890     END-IF
011900     MOVE "Y" TO CYW-OVERRIDE-SW.
011910 9845-EXIT.
011920     EXIT.

011930*----------------------------------------------------------------
011940*  9850-AUDIT-OVERRIDE - THE ACCEPTED OVERRIDE GOES TO THE AUDIT
011950*  TRAIL AS ACTION "O": THE AUTHORISER AS THE USER, THE STEP AS
011960*  THE FIELD, THE CYCLE AND RUN NUMBER AS THE BEFORE IMAGE AND
011970*  THE REASON AS THE AFTER IMAGE
011980*----------------------------------------------------------------
011990 9850-AUDIT-OVERRIDE.
012000     OPEN EXTEND AUDIT-TRAIL-FILE
012010     IF EMPAUDIT-NOT-FOUND
012020         OPEN OUTPUT AUDIT-TRAIL-FILE
012030     END-IF
012040     IF NOT EMPAUDIT-OK
012050         DISPLAY "PAYRECON: EMPAUDIT OPEN FAILED, STATUS "
012060             WS-EMPAUDIT-STATUS " - OVERRIDE NOT ACCEPTED"
012070         MOVE "N" TO CYW-OVERRIDE-SW
012080         SET CYW-STEP-REFUSED TO TRUE
012090         GO TO 9850-EXIT
012100     END-IF
012110     MOVE SPACES TO AUDIT-TRAIL-RECORD
012120     MOVE CYW-DATE TO AUD-DATE
012130     MOVE CYW-TIME-HHMMSS TO AUD-TIME
012140     MOVE OVR-AUTHORISED-BY TO AUD-USER-ID
012150     MOVE ZERO TO AUD-EMP-NUMBER
012160     MOVE "O" TO AUD-ACTION-CODE
012170     MOVE CYW-THIS-STEP TO AUD-FIELD-NAME
012180     STRING CYW-PERIOD-END " " CYW-FREQUENCY " RUN " CYW-NEXT-RUN
012190         DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
012200     MOVE OVR-REASON TO AUD-AFTER-IMAGE
012210     WRITE AUDIT-TRAIL-RECORD
012220     CLOSE AUDIT-TRAIL-FILE
012230     DISPLAY "PAYRECON: RERUN " CYW-NEXT-RUN " OF " CYW-THIS-STEP
012240         " AUTHORISED BY " OVR-AUTHORISED-BY
012250         " - WRITTEN TO THE AUDIT TRAIL".
012260 9850-EXIT.
012270     EXIT.

012280*----------------------------------------------------------------
012290*  9900-CLOSE-CYCLE-STEP - RECORDS HOW THE STEP ENDED: END DATE
012300*  AND TIME, RETURN CODE, RECORD COUNTS AND CONTROL TOTAL, AND
012310*  COMPLETED OR FAILED.  A RUN REFUSED AT THE LEDGER CHECK NEVER
012320*  OPENED AN ENTRY AND LEAVES THE LEDGER ALONE.
012330*----------------------------------------------------------------
012340 9900-CLOSE-CYCLE-STEP.
012350     IF NOT CYW-STEP-OPENED
012360         GO TO 9900-EXIT
012370     END-IF
012380     MOVE WS-RESULT-COUNT TO CYW-COUNT-IN
012390     MOVE WS-BATCH-COUNT TO CYW-COUNT-OUT
012400     MOVE WS-PCTL-NET TO CYW-CONTROL-TOTAL
012410     OPEN I-O CYCLE-CONTROL-FILE
012420     IF NOT CYCLCTL-OK
012430         DISPLAY "PAYRECON: CYCLCTL OPEN FAILED, STATUS "
012440             WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
012450         MOVE 16 TO RETURN-CODE
012460         GO TO 9900-EXIT
012470     END-IF
012480     MOVE CYW-PERIOD-END TO CYC-PERIOD-END
012490     MOVE CYW-FREQUENCY TO CYC-FREQUENCY
012500     MOVE CYW-THIS-STEP TO CYC-STEP-NAME
012510     READ CYCLE-CONTROL-FILE
012520         INVALID KEY
012530             DISPLAY "PAYRECON: CYCLE LEDGER ENTRY FOR "
012540                 CYW-THIS-STEP " MISSING - STEP END NOT LEDGERED"
012550             MOVE 16 TO RETURN-CODE
012560             CLOSE CYCLE-CONTROL-FILE
012570             GO TO 9900-EXIT
012580     END-READ
012590     ACCEPT CYW-DATE FROM DATE YYYYMMDD
012600     ACCEPT CYW-TIME FROM TIME
012610     MOVE CYW-DATE TO CYC-END-DATE
012620     MOVE CYW-TIME-HHMMSS TO CYC-END-TIME
012630     MOVE RETURN-CODE TO CYC-RETURN-CODE
012640     MOVE CYW-COUNT-IN TO CYC-COUNT-IN
012650     MOVE CYW-COUNT-OUT TO CYC-COUNT-OUT
012660     MOVE CYW-CONTROL-TOTAL TO CYC-CONTROL-TOTAL
012670     IF RETURN-CODE = ZERO
012680         MOVE "C" TO CYC-STATUS
012690     ELSE
012700         MOVE "F" TO CYC-STATUS
012710     END-IF
012720     REWRITE CYCLE-CONTROL-RECORD
012730         INVALID KEY
012740             DISPLAY "PAYRECON: CYCLCTL REWRITE FAILED, STATUS "
012750                 WS-CYCLCTL-STATUS " - STEP END NOT LEDGERED"
012760             MOVE 16 TO RETURN-CODE
012770     END-REWRITE
012780     CLOSE CYCLE-CONTROL-FILE.
012790 9900-EXIT.
012800     EXIT.
