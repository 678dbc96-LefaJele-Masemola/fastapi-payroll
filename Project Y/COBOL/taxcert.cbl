000260*                  FIGURES BEFORE THE CERTIFICATES PRINT, AND
000261*                  PRIOR-YEAR REPRINTS FOR SARS AND
000262*                  EX-EMPLOYEES COME STRAIGHT OFF THE ARCHIVE.
000263*  2026-10-15 TLM  THE CERTIFICATE NOW CARRIES THE EMPLOYEE'S
000264*                  ID NUMBER AND DATE OF BIRTH FROM THE MASTER
000265*                  AND THE YEAR'S EMPLOYMENT TAX INCENTIVE
000266*                  (CODE 4118) FROM THE ARCHIVE; THE CONTROL
000267*                  SHEET TOTALS THE ETI.
000268*  2026-10-15 TLM  THE CERTIFICATE CARRIES THE MEMBER'S
000269*                  RETIREMENT FUND CONTRIBUTIONS (CODE 4001)
000270*                  AND THE CONTROL SHEET TOTALS THEM.
000271*  2026-10-15 TLM  THE CERTIFICATE CARRIES THE YEAR'S ONCE-OFF
000272*                  EARNINGS (BONUSES, COMMISSION AND THE LIKE)
000273*                  OFF THE EARNINGS FILE, ONE LINE PER IRP5
000274*                  SOURCE CODE THEY WERE PAID UNDER, AND THE
000275*                  CONTROL SHEET TOTALS THEM.  THEY ARE ALREADY
000276*                  PART OF THE GROSS REMUNERATION.
000277*----------------------------------------------------------------

000278 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT YTD-ARCHIVE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CERTCTL-STATUS.

000531     SELECT EARNINGS-TRAN-FILE
000532         ASSIGN TO "EARNTRN"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS ET-KEY
000536         FILE STATUS IS WS-EARNTRN-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  YTD-ARCHIVE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY CERTCTL.

000701 FD  EARNINGS-TRAN-FILE
000702     LABEL RECORDS ARE STANDARD.
000703     COPY EARNTRN.

000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUSES.
000730     05  WS-YTDARCH-STATUS       PIC X(02) VALUE "00".
000810         88  TAXCERT-OK                     VALUE "00".
000820     05  WS-CERTCTL-STATUS       PIC X(02) VALUE "00".
000830         88  CERTCTL-OK                     VALUE "00".
000831     05  WS-EARNTRN-STATUS       PIC X(02) VALUE "00".
000832         88  EARNTRN-OK                     VALUE "00".
000833         88  EARNTRN-NOT-FOUND              VALUE "35".

000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW               PIC X(01) VALUE "N".
000880         88  EMP-MASTER-FOUND               VALUE "Y".
000890     05  WS-FATAL-SW             PIC X(01) VALUE "N".
000900         88  FATAL-OPEN-FAILURE             VALUE "Y".
000901     05  WS-EARNTRN-AVAIL-SW     PIC X(01) VALUE "N".
000902         88  EARNTRN-AVAILABLE              VALUE "Y".
000903     05  WS-EARN-SCAN-EOF-SW     PIC X(01) VALUE "N".
000904         88  END-OF-EARN-SCAN               VALUE "Y".

000910 01  WS-RUN-COUNTERS.
000920     05  WS-CERT-COUNT           PIC 9(05) VALUE ZERO.
000980     05  WS-TOTAL-GROSS          PIC 9(11)V99 VALUE ZERO.
000990     05  WS-TOTAL-PAYE           PIC 9(11)V99 VALUE ZERO.
001000     05  WS-TOTAL-UIF            PIC 9(11)V99 VALUE ZERO.
001005     05  WS-TOTAL-ETI            PIC 9(11)V99 VALUE ZERO.
001007     05  WS-TOTAL-FUND-EE        PIC 9(11)V99 VALUE ZERO.
001008     05  WS-TOTAL-EARNINGS       PIC 9(11)V99 VALUE ZERO.

001010 01  WS-CERT-TAX-YEAR            PIC 9(04) VALUE ZERO.


001060 01  WS-CERT-EMP-NAME            PIC X(30).
001070 01  WS-CERT-DEPT-CODE           PIC X(04).
001073 01  WS-CERT-ID-NUMBER           PIC X(13).
001076 01  WS-CERT-BIRTH-DATE          PIC X(08).

001077*    THE EMPLOYEE'S ONCE-OFF EARNINGS FOR THE YEAR BY IRP5 CODE.
001078 01  WS-CERT-EARN-TABLE.
001079     05  WS-CET-COUNT            PIC 9(02) VALUE ZERO.
001080     05  WS-CET-ENTRY OCCURS 12 TIMES INDEXED BY WS-CET-IDX.
001081         10  WS-CET-IRP5-CODE    PIC 9(04).
001082         10  WS-CET-AMOUNT       PIC 9(09)V99.
001083     05  WS-CET-SUB              PIC 9(02) VALUE ZERO.

001086 01  WS-CERT-EDIT-FIELDS.
001090     05  WS-ED-EMP-NUMBER        PIC ZZZZZ9.
001100     05  WS-ED-COUNT             PIC ZZ,ZZ9.
001110     05  WS-ED-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001440         CLOSE YTD-ARCHIVE
001450         GO TO 1000-EXIT
001460     END-IF
001461*    THE EARNINGS FILE IS NOT ON DISK UNTIL ONCE-OFF EARNINGS
001462*    HAVE BEEN KEYED - THEN THERE ARE NONE TO CERTIFY.
001463     OPEN INPUT EARNINGS-TRAN-FILE
001464     IF EARNTRN-OK
001465         SET EARNTRN-AVAILABLE TO TRUE
001466     ELSE
001467         IF NOT EARNTRN-NOT-FOUND
001468             DISPLAY "TAXCERT: EARNTRN OPEN FAILED, STATUS "
001469                 WS-EARNTRN-STATUS
001470             SET FATAL-OPEN-FAILURE TO TRUE
001471             MOVE "Y" TO WS-EOF-SW
001472             CLOSE YTD-ARCHIVE
001473             CLOSE EMPLOYEE-MASTER
001474             GO TO 1000-EXIT
001475         END-IF
001476     END-IF
001477     OPEN OUTPUT CERTIFICATE-FILE
001480     OPEN OUTPUT CONTROL-SHEET
001481*    POSITION AT THE CERTIFIED YEAR'S FIRST EMPLOYEE - THE
001482*    ARCHIVE IS KEYED YEAR FIRST, SO THE YEAR'S RECORDS ARE
001840     ADD YA-GROSS TO WS-TOTAL-GROSS
001850     ADD YA-PAYE TO WS-TOTAL-PAYE
001860     ADD YA-UIF TO WS-TOTAL-UIF
001865     IF YA-ETI NUMERIC
001870         ADD YA-ETI TO WS-TOTAL-ETI
001875     END-IF
001876     IF YA-FUND-EE NUMERIC
001877         ADD YA-FUND-EE TO WS-TOTAL-FUND-EE
001878     END-IF
001880     PERFORM 2900-READ-YTD-RECORD THRU 2900-EXIT.
001890 2000-EXIT.
001900     EXIT.
002010         INVALID KEY
002020             MOVE "NOT ON EMPLOYEE MASTER" TO WS-CERT-EMP-NAME
002030             MOVE "????" TO WS-CERT-DEPT-CODE
002033             MOVE "NOT HELD" TO WS-CERT-ID-NUMBER
002036             MOVE "NOT HELD" TO WS-CERT-BIRTH-DATE
002040             ADD 1 TO WS-NO-MASTER-COUNT
002050         NOT INVALID KEY
002060             MOVE "Y" TO WS-EMP-FOUND-SW
002070             MOVE EMP-NAME TO WS-CERT-EMP-NAME
002080             MOVE EMP-DEPT-CODE TO WS-CERT-DEPT-CODE
002081             MOVE EMP-ID-NUMBER TO WS-CERT-ID-NUMBER
002082             MOVE EMP-BIRTH-DATE TO WS-CERT-BIRTH-DATE
002083     END-READ
002084*    A MASTER RECORD CONVERTED BEFORE THE ID NUMBER AND BIRTH
002085*    DATE WERE KEYED CARRIES SPACES OR ZERO THERE.
002086     IF WS-CERT-ID-NUMBER = SPACES
002087         MOVE "NOT HELD" TO WS-CERT-ID-NUMBER
002088     END-IF
002089     IF WS-CERT-BIRTH-DATE = SPACES
002090         OR WS-CERT-BIRTH-DATE = ZERO
002091             MOVE "NOT HELD" TO WS-CERT-BIRTH-DATE
002092     END-IF
002093     PERFORM 2200-COLLECT-EARNINGS THRU 2200-EXIT.
002100 2100-EXIT.
002110     EXIT.

002111*----------------------------------------------------------------
002112*  2200-COLLECT-EARNINGS
002113*  TOTALS THE EMPLOYEE'S ONCE-OFF EARNINGS PAID IN THE
002114*  CERTIFIED YEAR BY THE IRP5 SOURCE CODE STAMPED ON EACH WHEN
002115*  THE PAY RUN PAID IT.
002116*----------------------------------------------------------------
002117 2200-COLLECT-EARNINGS.
002118     MOVE ZERO TO WS-CET-COUNT
002119     IF NOT EARNTRN-AVAILABLE
002120         GO TO 2200-EXIT
002121     END-IF
002122     MOVE YA-EMP-NUMBER TO ET-EMP-NUMBER
002123     MOVE ZERO TO ET-PERIOD-END
002124     MOVE LOW-VALUES TO ET-EARN-CODE
002125     MOVE "N" TO WS-EARN-SCAN-EOF-SW
002126     START EARNINGS-TRAN-FILE KEY IS NOT LESS THAN ET-KEY
002127         INVALID KEY
002128             GO TO 2200-EXIT
002129     END-START
002130     PERFORM 2210-TAKE-ONE-EARNINGS THRU 2210-EXIT
002131         UNTIL END-OF-EARN-SCAN.
002132 2200-EXIT.
002133     EXIT.

002134*----------------------------------------------------------------
002135*  2210-TAKE-ONE-EARNINGS - THE SCAN ENDS AT THE NEXT EMPLOYEE
002136*----------------------------------------------------------------
002137 2210-TAKE-ONE-EARNINGS.
002138     READ EARNINGS-TRAN-FILE NEXT RECORD
002139         AT END
002140             MOVE "Y" TO WS-EARN-SCAN-EOF-SW
002141             GO TO 2210-EXIT
002142     END-READ
002143     IF ET-EMP-NUMBER NOT = YA-EMP-NUMBER
002144         MOVE "Y" TO WS-EARN-SCAN-EOF-SW
002145         GO TO 2210-EXIT
002146     END-IF
002147     IF NOT ET-PAID
002148         OR ET-PAID-YEAR NOT = WS-CERT-TAX-YEAR
002149             GO TO 2210-EXIT
002150     END-IF
002151     SET WS-CET-IDX TO 1
002152     SEARCH WS-CET-ENTRY
002153         AT END
002154             PERFORM 2220-ADD-IRP5-CODE THRU 2220-EXIT
002155         WHEN WS-CET-IDX > WS-CET-COUNT
002156             PERFORM 2220-ADD-IRP5-CODE THRU 2220-EXIT
002157         WHEN WS-CET-IRP5-CODE (WS-CET-IDX) = ET-IRP5-CODE
002158             ADD ET-AMOUNT TO WS-CET-AMOUNT (WS-CET-IDX)
002159     END-SEARCH.
002160 2210-EXIT.
002161     EXIT.

002162*----------------------------------------------------------------
002163*  2220-ADD-IRP5-CODE - THE EMPLOYEE'S FIRST ITEM UNDER A CODE
002164*----------------------------------------------------------------
002165 2220-ADD-IRP5-CODE.
002166     IF WS-CET-COUNT >= 12
002167         GO TO 2220-EXIT
002168     END-IF
002169     ADD 1 TO WS-CET-COUNT
002170     MOVE ET-IRP5-CODE TO WS-CET-IRP5-CODE (WS-CET-COUNT)
002171     MOVE ET-AMOUNT TO WS-CET-AMOUNT (WS-CET-COUNT).
002172 2220-EXIT.
002173     EXIT.

002174*----------------------------------------------------------------
002175*  2900-READ-YTD-RECORD - NEXT YTD-MASTER RECORD IN KEY ORDER
002176*----------------------------------------------------------------
002177 2900-READ-YTD-RECORD.
002178     READ YTD-ARCHIVE NEXT RECORD
002179         AT END
002180             MOVE "Y" TO WS-EOF-SW
002190     END-READ
002191     IF NOT END-OF-ARCHIVE-YEAR
002530         DELIMITED BY SIZE INTO CERT-LINE
002540     WRITE CERT-LINE

002541     MOVE SPACES TO CERT-LINE
002542     STRING "ID NUMBER:   " WS-CERT-ID-NUMBER
002543         "   DATE OF BIRTH: " WS-CERT-BIRTH-DATE
002544         DELIMITED BY SIZE INTO CERT-LINE
002545     WRITE CERT-LINE

002550     MOVE SPACES TO CERT-LINE
002560     WRITE CERT-LINE

002700         DELIMITED BY SIZE INTO CERT-LINE
002710     WRITE CERT-LINE

002711*    AN ARCHIVE RECORD WRITTEN BEFORE THE ETI FIELD CARRIES
002712*    SPACES THERE - NO ETI LINE PRINTS.
002713     IF YA-ETI NUMERIC
002714         AND YA-ETI > ZERO
002715             MOVE YA-ETI TO WS-ED-AMOUNT
002716             MOVE SPACES TO CERT-LINE
002717             STRING "EMPLOYMENT TAX INCENTIVE . R" WS-ED-AMOUNT
002718                 "   (CODE 4118)"
002719                 DELIMITED BY SIZE INTO CERT-LINE
002720             WRITE CERT-LINE
002721     END-IF
002722     IF YA-FUND-EE NUMERIC
002723         AND YA-FUND-EE > ZERO
002724             MOVE YA-FUND-EE TO WS-ED-AMOUNT
002725             MOVE SPACES TO CERT-LINE
002726             STRING "RETIREMENT FUND CONTRIB .. R" WS-ED-AMOUNT
002727                 "   (CODE 4001)"
002728                 DELIMITED BY SIZE INTO CERT-LINE
002729             WRITE CERT-LINE
002730     END-IF
002731     IF WS-CET-COUNT > ZERO
002732         PERFORM 3100-PRINT-EARNINGS-LINE THRU 3100-EXIT
002733             VARYING WS-CET-SUB FROM 1 BY 1
002734             UNTIL WS-CET-SUB > WS-CET-COUNT
002735     END-IF

002736     MOVE SPACES TO CERT-LINE
002738     WRITE CERT-LINE
002740     WRITE CERT-LINE.
002750 3000-EXIT.
002760     EXIT.

002761*----------------------------------------------------------------
002762*  3100-PRINT-EARNINGS-LINE - ONE IRP5 CODE'S ONCE-OFF EARNINGS
002763*----------------------------------------------------------------
002764 3100-PRINT-EARNINGS-LINE.
002765     ADD WS-CET-AMOUNT (WS-CET-SUB) TO WS-TOTAL-EARNINGS
002766     MOVE WS-CET-AMOUNT (WS-CET-SUB) TO WS-ED-AMOUNT
002767     MOVE SPACES TO CERT-LINE
002768     STRING "ONCE-OFF EARNINGS ........ R" WS-ED-AMOUNT
002769         "   (CODE " WS-CET-IRP5-CODE (WS-CET-SUB) ")"
002770         DELIMITED BY SIZE INTO CERT-LINE
002771     WRITE CERT-LINE.
002772 3100-EXIT.
002773     EXIT.

002776*----------------------------------------------------------------
002780*  8000-WRITE-CONTROL-SHEET
002790*  THE TOTALS HERE TIE BACK TO THE SUM OF THE WEEKLY
002800*  DEPARTMENT SUMMARY REPORTS FOR THE YEAR - A DIFFERENCE
003300         DELIMITED BY SIZE INTO CERT-CONTROL-LINE
003310     WRITE CERT-CONTROL-LINE

003311     MOVE WS-TOTAL-ETI TO WS-ED-AMOUNT
003312     MOVE SPACES TO CERT-CONTROL-LINE
003313     STRING "TOTAL ETI (4118) ......... R" WS-ED-AMOUNT
003314         DELIMITED BY SIZE INTO CERT-CONTROL-LINE
003315     WRITE CERT-CONTROL-LINE

003316     MOVE WS-TOTAL-FUND-EE TO WS-ED-AMOUNT
003317     MOVE SPACES TO CERT-CONTROL-LINE
003318     STRING "TOTAL RETIREMENT (4001) .. R" WS-ED-AMOUNT
003319         DELIMITED BY SIZE INTO CERT-CONTROL-LINE
003320     WRITE CERT-CONTROL-LINE

003321     MOVE WS-TOTAL-EARNINGS TO WS-ED-AMOUNT
003322     MOVE SPACES TO CERT-CONTROL-LINE
003323     STRING "TOTAL ONCE-OFF EARNINGS .. R" WS-ED-AMOUNT
003324         DELIMITED BY SIZE INTO CERT-CONTROL-LINE
003325     WRITE CERT-CONTROL-LINE

003327     MOVE SPACES TO CERT-CONTROL-LINE
003330     STRING "TIE TOTALS BACK TO THE YEAR'S WEEKLY DEPARTMENT "
003340         "SUMMARY REPORTS"
003350         DELIMITED BY SIZE INTO CERT-CONTROL-LINE
003490         CLOSE EMPLOYEE-MASTER
003500         CLOSE CERTIFICATE-FILE
003510         CLOSE CONTROL-SHEET
003511         IF EARNTRN-AVAILABLE
003512             CLOSE EARNINGS-TRAN-FILE
003513         END-IF
003520         DISPLAY "TAXCERT RUN COMPLETE - " WS-CERT-COUNT
003530             " CERTIFICATE(S) FOR TAX YEAR " WS-CERT-TAX-YEAR
003540     END-IF.
