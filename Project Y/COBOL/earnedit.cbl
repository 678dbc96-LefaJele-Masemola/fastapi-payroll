000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EARNEDIT.
000030 AUTHOR. T L MOKOENA.
000040 INSTALLATION. PAYROLL SYSTEMS UNIT.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*  EARNEDIT
000090*
000100*  ONCE-OFF EARNINGS EDIT AND LOAD.  READS A CARD DECK FOR ONE
000110*  PAY PERIOD - AN "H" HEADER CARD (PERIOD-END DATE, KEYED BY)
000120*  AND ONE "E" CARD PER BONUS, 13TH CHEQUE, COMMISSION OR
000130*  ALLOWANCE TO BE PAID IN THAT PERIOD - AND EDITS EVERY CARD:
000140*  THE EMPLOYEE MUST BE ON THE EMPLOYEE-MASTER AND NOT ALREADY
000150*  SETTLED, THE EARNINGS CODE MUST BE IN THE CODE TABLE OF THE
000160*  STATUTORY PARAMETER SET EFFECTIVE FOR THE PERIOD-END, THE
000170*  AMOUNT MUST BE NUMERIC AND NOT ZERO, AND AN EMPLOYEE MAY
000180*  HAVE ONLY ONE CARD PER CODE IN THE DECK.  AN ITEM ALREADY ON
000190*  FILE AND NOT YET PAID IS REPLACED ("A") OR DELETED ("D"); AN
000200*  ITEM THE PAY RUN HAS ALREADY PAID CANNOT BE TOUCHED.
000210*
000220*  EVERY CARD IS LISTED WITH ITS EDIT RESULT.  THE WHOLE DECK
000230*  IS EDITED BEFORE ANYTHING IS WRITTEN - A DECK WITH ANY EDIT
000240*  FAILURE LOADS NOTHING AND ENDS WITH A NON-ZERO RETURN CODE,
000250*  SO IT IS NEVER HALF LOADED.  THE ITEMS ARE WRITTEN TO THE
000260*  ONCE-OFF EARNINGS FILE (EARNTRN), WHERE THE LIVE PAY RUN FOR
000270*  THE PERIOD PICKS THEM UP, ADDS THEM TO GROSS AND MARKS THEM
000280*  PAID.
000290*
000300*  MODIFICATION HISTORY
000310*  DATE       INIT DESCRIPTION
000320*  ---------- ---- ------------------------------------------
000330*  2026-10-15 TLM  ORIGINAL PROGRAM - ONCE-OFF EARNINGS EDIT.
000340*----------------------------------------------------------------

000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EARN-CARD-FILE
000390         ASSIGN TO "EARNCARD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-EARNCARD-STATUS.

000420     SELECT EARNINGS-TRAN-FILE
000430         ASSIGN TO "EARNTRN"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS ET-KEY
000470         FILE STATUS IS WS-EARNTRN-STATUS.

000480     SELECT EMPLOYEE-MASTER
000490         ASSIGN TO "EMPMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS EMP-NUMBER
000530         FILE STATUS IS WS-EMPMAST-STATUS.

000540     SELECT STATUTORY-PARM-FILE
000550         ASSIGN TO "STATPARM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS SP-EFFECTIVE-DATE
000590         FILE STATUS IS WS-STATPARM-STATUS.

000600     SELECT EARN-LISTING
000610         ASSIGN TO "EARNLIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EARNLIST-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  EARN-CARD-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY EARNCARD.

000690 FD  EARNINGS-TRAN-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY EARNTRN.

000720 FD  EMPLOYEE-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY EMPMAST.

000750 FD  STATUTORY-PARM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY STATPARM.

000780 FD  EARN-LISTING
000790     LABEL RECORDS ARE STANDARD.
000800     COPY EARNLSTL.

000810 WORKING-STORAGE SECTION.
000820 01  WS-FILE-STATUSES.
000830     05  WS-EARNCARD-STATUS      PIC X(02) VALUE "00".
000840         88  EARNCARD-OK                    VALUE "00".
000850     05  WS-EARNTRN-STATUS       PIC X(02) VALUE "00".
000860         88  EARNTRN-OK                     VALUE "00".
000870         88  EARNTRN-NOT-FOUND              VALUE "35".
000880     05  WS-EMPMAST-STATUS       PIC X(02) VALUE "00".
000890         88  EMPMAST-OK                     VALUE "00".
000900     05  WS-STATPARM-STATUS      PIC X(02) VALUE "00".
000910         88  STATPARM-OK                    VALUE "00".
000920     05  WS-EARNLIST-STATUS      PIC X(02) VALUE "00".
000930         88  EARNLIST-OK                    VALUE "00".

000940 01  WS-SWITCHES.
000950     05  WS-EOF-SW               PIC X(01) VALUE "N".
000960         88  END-OF-CARDS                   VALUE "Y".
000970     05  WS-STATPARM-EOF-SW      PIC X(01) VALUE "N".
000980         88  END-OF-PARM-FILE               VALUE "Y".
000990     05  WS-FATAL-SW             PIC X(01) VALUE "N".
001000         88  FATAL-OPEN-FAILURE             VALUE "Y".
001010     05  WS-DECK-VALID-SW        PIC X(01) VALUE "Y".
001020         88  DECK-VALID                     VALUE "Y".
001030     05  WS-HEADER-SW            PIC X(01) VALUE "N".
001040         88  HEADER-CARD-TAKEN              VALUE "Y".
001050     05  WS-RATE-SET-SW          PIC X(01) VALUE "N".
001060         88  RATE-SET-FOUND                 VALUE "Y".
001070     05  WS-CARD-OK-SW           PIC X(01) VALUE "Y".
001080         88  CARD-ACCEPTED                  VALUE "Y".
001090     05  WS-DUP-ITEM-SW          PIC X(01) VALUE "N".
001100         88  DUPLICATE-ITEM                 VALUE "Y".
001110     05  WS-ON-FILE-SW           PIC X(01) VALUE "N".
001120         88  ITEM-ON-FILE                   VALUE "Y".

001130 01  WS-RUN-COUNTERS.
001140     05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
001150     05  WS-ERROR-COUNT          PIC 9(05) VALUE ZERO.
001160     05  WS-ADDED-COUNT          PIC 9(05) VALUE ZERO.
001170     05  WS-REPLACED-COUNT       PIC 9(05) VALUE ZERO.
001180     05  WS-DELETED-COUNT        PIC 9(05) VALUE ZERO.
001190     05  WS-WRITE-FAILURES       PIC 9(05) VALUE ZERO.

001200 01  WS-DECK-TOTAL               PIC 9(09)V99 VALUE ZERO.

001210 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

001220 01  WS-ERROR-REASON             PIC X(50).

001230 01  WS-CARD-RESULT              PIC X(40).

001240*----------------------------------------------------------------
001250*  THE PERIOD THE DECK IS FOR, FROM THE HEADER CARD.
001260*----------------------------------------------------------------
001270 01  WS-PERIOD-FIELDS.
001280     05  WS-PERIOD-END-DATE      PIC 9(08) VALUE ZERO.
001290     05  WS-PERIOD-END-SPLIT REDEFINES WS-PERIOD-END-DATE.
001300         10  WS-PE-YEAR          PIC 9(04).
001310         10  WS-PE-MM            PIC 9(02).
001320         10  WS-PE-DD            PIC 9(02).
001330     05  WS-PERIOD-END-X REDEFINES WS-PERIOD-END-DATE
001340                                 PIC X(08).
001350     05  WS-KEYED-BY             PIC X(08) VALUE SPACES.
001360     05  WS-SET-EFFECTIVE-DATE   PIC 9(08) VALUE ZERO.

001370*----------------------------------------------------------------
001380*  THE EARNINGS CODE TABLE OF THE RATE SET EFFECTIVE FOR THE
001390*  PERIOD-END - THE SAME SET THE PAY RUN WILL LOAD.
001400*----------------------------------------------------------------
001410 01  WS-CODE-TABLE.
001420     05  WS-CODE-COUNT           PIC 9(02) VALUE ZERO.
001430     05  WS-CODE-ENTRY OCCURS 12 TIMES
001440             INDEXED BY WS-CODE-IDX.
001450         10  WS-CODE-EARN-CODE   PIC X(03).
001460         10  WS-CODE-DESC        PIC X(20).
001470         10  WS-CODE-TAXABLE-SW  PIC X(01).
001480         10  WS-CODE-UIF-SW      PIC X(01).
001490         10  WS-CODE-IRP5-CODE   PIC 9(04).
001500         10  WS-CODE-BONUS-SW    PIC X(01).

001510*----------------------------------------------------------------
001520*  THE ITEMS THAT PASSED THE EDIT, HELD UNTIL THE WHOLE DECK HAS
001530*  BEEN EDITED.  ALSO THE DUPLICATE CHECK WITHIN THE DECK.
001540*----------------------------------------------------------------
001550 01  WS-ITEM-TABLE.
001560     05  WS-ITEM-COUNT           PIC 9(04) VALUE ZERO.
001570     05  WS-ITEM-ENTRY OCCURS 500 TIMES.
001580         10  WS-ITEM-ACTION      PIC X(01).
001590         10  WS-ITEM-EMP-NUMBER  PIC 9(06).
001600         10  WS-ITEM-EARN-CODE   PIC X(03).
001610         10  WS-ITEM-AMOUNT      PIC 9(07)V99.
001620         10  WS-ITEM-ON-FILE-SW  PIC X(01).

001630 01  WS-ITEM-MAX                 PIC 9(04) VALUE 500.

001640 01  WS-SUBSCRIPTS.
001650     05  WS-STATPARM-SUB         PIC 9(02) VALUE ZERO.
001660     05  WS-ITEM-SUB             PIC 9(04) VALUE ZERO.
001670     05  WS-ITEM-SCAN            PIC 9(04) VALUE ZERO.

001680 01  WS-EDIT-FIELDS.
001690     05  WS-ED-EMP-NUMBER        PIC X(06).
001700     05  WS-ED-DESC              PIC X(20).
001710     05  WS-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001720     05  WS-ED-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
001730     05  WS-ED-COUNT             PIC ZZ,ZZ9.

001740 PROCEDURE DIVISION.

001750*----------------------------------------------------------------
001760*  0000-MAINLINE
001770*----------------------------------------------------------------
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF NOT FATAL-OPEN-FAILURE
001810         PERFORM 1100-TAKE-HEADER-CARD THRU 1100-EXIT
001820         PERFORM 2000-EDIT-CARD THRU 2000-EXIT
001830             UNTIL END-OF-CARDS
001840         PERFORM 3000-CHECK-DECK THRU 3000-EXIT
001850         IF DECK-VALID
001860             PERFORM 5000-APPLY-ITEM THRU 5000-EXIT
001870                 VARYING WS-ITEM-SUB FROM 1 BY 1
001880                 UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
001890         END-IF
001900         PERFORM 4000-LIST-TOTALS THRU 4000-EXIT
001910     END-IF
001920     PERFORM 9000-TERMINATE THRU 9000-EXIT
001930     STOP RUN.

001940*----------------------------------------------------------------
001950*  1000-INITIALIZE - OPEN FILES, PRIME THE READ
001960*  THE FIRST LOAD EVER FINDS NO EARNINGS FILE ON DISK AND
001970*  CREATES IT EMPTY FIRST, THE SAME WAY STATLOAD CREATES THE
001980*  PARAMETER FILE.
001990*----------------------------------------------------------------
002000 1000-INITIALIZE.
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002020     OPEN INPUT EARN-CARD-FILE
002030     IF NOT EARNCARD-OK
002040         DISPLAY "EARNEDIT: EARNCARD OPEN FAILED, STATUS "
002050             WS-EARNCARD-STATUS
002060         SET FATAL-OPEN-FAILURE TO TRUE
002070         GO TO 1000-EXIT
002080     END-IF
002090     OPEN INPUT EMPLOYEE-MASTER
002100     IF NOT EMPMAST-OK
002110         DISPLAY "EARNEDIT: EMPMAST OPEN FAILED, STATUS "
002120             WS-EMPMAST-STATUS
002130         SET FATAL-OPEN-FAILURE TO TRUE
002140         CLOSE EARN-CARD-FILE
002150         GO TO 1000-EXIT
002160     END-IF
002170     OPEN I-O EARNINGS-TRAN-FILE
002180     IF EARNTRN-NOT-FOUND
002190         OPEN OUTPUT EARNINGS-TRAN-FILE
002200         CLOSE EARNINGS-TRAN-FILE
002210         OPEN I-O EARNINGS-TRAN-FILE
002220     END-IF
002230     IF NOT EARNTRN-OK
002240         DISPLAY "EARNEDIT: EARNTRN OPEN FAILED, STATUS "
002250             WS-EARNTRN-STATUS
002260         SET FATAL-OPEN-FAILURE TO TRUE
002270         CLOSE EARN-CARD-FILE
002280         CLOSE EMPLOYEE-MASTER
002290         GO TO 1000-EXIT
002300     END-IF
002310     OPEN OUTPUT EARN-LISTING
002320     PERFORM 2900-READ-CARD THRU 2900-EXIT.
002330 1000-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360*  1100-TAKE-HEADER-CARD - THE PERIOD AND ITS CODE TABLE
002370*  THE HEADER IS TAKEN INTO WORKING STORAGE BEFORE THE NEXT CARD
002380*  IS READ OVER IT.  WITHOUT A GOOD HEADER THE CARDS CANNOT BE
002390*  EDITED, BUT THEY ARE STILL READ AND LISTED SO THE WHOLE DECK
002400*  SHOWS.
002410*----------------------------------------------------------------
002420 1100-TAKE-HEADER-CARD.
002430     MOVE SPACES TO EARN-LIST-LINE
002440     STRING "ONCE-OFF EARNINGS EDIT - RUN DATE " WS-RUN-DATE
002450         DELIMITED BY SIZE INTO EARN-LIST-LINE
002460     WRITE EARN-LIST-LINE
002470     IF END-OF-CARDS
002480         MOVE "EMPTY CARD DECK" TO WS-ERROR-REASON
002490         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002500         GO TO 1100-EXIT
002510     END-IF
002520     IF NOT EC-HEADER-CARD
002530         MOVE "FIRST CARD IS NOT THE HEADER CARD"
002540             TO WS-ERROR-REASON
002550         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002560         GO TO 1100-EXIT
002570     END-IF
002580     ADD 1 TO WS-CARD-COUNT
002590     MOVE EC-PERIOD-END-X TO WS-PERIOD-END-X
002600     MOVE EC-USER-ID TO WS-KEYED-BY
002610     PERFORM 2900-READ-CARD THRU 2900-EXIT
002620     IF WS-PERIOD-END-X NOT NUMERIC
002630         MOVE "NON-NUMERIC PERIOD-END DATE ON HEADER"
002640             TO WS-ERROR-REASON
002650         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002660         GO TO 1100-EXIT
002670     END-IF
002680     IF WS-PE-MM < 1 OR WS-PE-MM > 12
002690         OR WS-PE-DD < 1 OR WS-PE-DD > 31
002700             MOVE "PERIOD-END DATE IS NOT A CALENDAR DATE"
002710                 TO WS-ERROR-REASON
002720             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002730             GO TO 1100-EXIT
002740     END-IF
002750     IF WS-KEYED-BY = SPACES
002760         MOVE "KEYED-BY USER MISSING ON HEADER"
002770             TO WS-ERROR-REASON
002780         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002790         GO TO 1100-EXIT
002800     END-IF
002810     PERFORM 1200-LOAD-CODE-TABLE THRU 1200-EXIT
002820     IF NOT RATE-SET-FOUND
002830         MOVE "NO STATUTORY RATE SET FOR THE PERIOD-END"
002840             TO WS-ERROR-REASON
002850         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002860         GO TO 1100-EXIT
002870     END-IF
002880     IF WS-CODE-COUNT = ZERO
002890         MOVE "RATE SET FOR THE PERIOD HAS NO EARNINGS CODES"
002900             TO WS-ERROR-REASON
002910         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
002920         GO TO 1100-EXIT
002930     END-IF
002940     SET HEADER-CARD-TAKEN TO TRUE
002950     MOVE SPACES TO EARN-LIST-LINE
002960     STRING "PERIOD-END " WS-PERIOD-END-DATE
002970         "   KEYED BY " WS-KEYED-BY
002980         "   RATE SET EFFECTIVE " WS-SET-EFFECTIVE-DATE
002990         DELIMITED BY SIZE INTO EARN-LIST-LINE
003000     WRITE EARN-LIST-LINE
003010     MOVE SPACES TO EARN-LIST-LINE
003020     WRITE EARN-LIST-LINE
003030     MOVE SPACES TO EARN-LIST-LINE
003040     STRING "ACT EMPLOY CODE DESCRIPTION             AMOUNT"
003050         "  RESULT"
003060         DELIMITED BY SIZE INTO EARN-LIST-LINE
003070     WRITE EARN-LIST-LINE.
003080 1100-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------
003110*  1200-LOAD-CODE-TABLE
003120*  WALKS THE STATUTORY PARAMETER FILE IN EFFECTIVE-DATE ORDER
003130*  AND KEEPS THE CODE TABLE OF THE LATEST SET DATED ON OR
003140*  BEFORE THE PERIOD-END, AS THE PAY RUN DOES.
003150*----------------------------------------------------------------
003160 1200-LOAD-CODE-TABLE.
003170     OPEN INPUT STATUTORY-PARM-FILE
003180     IF NOT STATPARM-OK
003190         DISPLAY "EARNEDIT: STATPARM OPEN FAILED, STATUS "
003200             WS-STATPARM-STATUS
003210         GO TO 1200-EXIT
003220     END-IF
003230     PERFORM 1210-TAKE-PARM-SET THRU 1210-EXIT
003240         UNTIL END-OF-PARM-FILE
003250     CLOSE STATUTORY-PARM-FILE.
003260 1200-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290*  1210-TAKE-PARM-SET - ONE DATED RATE SET OFF THE FILE
003300*----------------------------------------------------------------
003310 1210-TAKE-PARM-SET.
003320     READ STATUTORY-PARM-FILE
003330         AT END
003340             MOVE "Y" TO WS-STATPARM-EOF-SW
003350             GO TO 1210-EXIT
003360     END-READ
003370     IF SP-EFFECTIVE-DATE > WS-PERIOD-END-DATE
003380         MOVE "Y" TO WS-STATPARM-EOF-SW
003390         GO TO 1210-EXIT
003400     END-IF
003410     SET RATE-SET-FOUND TO TRUE
003420     MOVE SP-EFFECTIVE-DATE TO WS-SET-EFFECTIVE-DATE
003430*    A SET CONVERTED FROM BEFORE THE EARNINGS CODE TABLE CARRIES
003440*    SPACES IN THE CODE COUNT UNTIL STATLOAD RELOADS IT.
003450     IF SP-EARN-COUNT NUMERIC
003460         MOVE SP-EARN-COUNT TO WS-CODE-COUNT
003470     ELSE
003480         MOVE ZERO TO WS-CODE-COUNT
003490     END-IF
003500     PERFORM 1220-LOAD-ONE-CODE THRU 1220-EXIT
003510         VARYING WS-STATPARM-SUB FROM 1 BY 1
003520         UNTIL WS-STATPARM-SUB > 12.
003530 1210-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560*  1220-LOAD-ONE-CODE - UNUSED SLOTS CLEAR TO SPACES
003570*----------------------------------------------------------------
003580 1220-LOAD-ONE-CODE.
003590     IF WS-STATPARM-SUB > WS-CODE-COUNT
003600         MOVE SPACES TO WS-CODE-ENTRY (WS-STATPARM-SUB)
003610     ELSE
003620         MOVE SP-EARN-CODE (WS-STATPARM-SUB)
003630             TO WS-CODE-EARN-CODE (WS-STATPARM-SUB)
003640         MOVE SP-EARN-DESC (WS-STATPARM-SUB)
003650             TO WS-CODE-DESC (WS-STATPARM-SUB)
003660         MOVE SP-EARN-TAXABLE-SW (WS-STATPARM-SUB)
003670             TO WS-CODE-TAXABLE-SW (WS-STATPARM-SUB)
003680         MOVE SP-EARN-UIF-SW (WS-STATPARM-SUB)
003690             TO WS-CODE-UIF-SW (WS-STATPARM-SUB)
003700         MOVE SP-EARN-IRP5-CODE (WS-STATPARM-SUB)
003710             TO WS-CODE-IRP5-CODE (WS-STATPARM-SUB)
003720         MOVE SP-EARN-BONUS-SW (WS-STATPARM-SUB)
003730             TO WS-CODE-BONUS-SW (WS-STATPARM-SUB)
003740     END-IF.
003750 1220-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780*  2000-EDIT-CARD - ONE EARNINGS CARD, LISTED WITH ITS RESULT
003790*----------------------------------------------------------------
003800 2000-EDIT-CARD.
003810     ADD 1 TO WS-CARD-COUNT
003820     MOVE "Y" TO WS-CARD-OK-SW
003830     MOVE "N" TO WS-ON-FILE-SW
003840     MOVE SPACES TO WS-ED-DESC
003850     MOVE SPACES TO WS-CARD-RESULT
003860     PERFORM 2100-EDIT-EARNINGS-CARD THRU 2100-EXIT
003870     IF CARD-ACCEPTED
003880         PERFORM 2300-HOLD-ITEM THRU 2300-EXIT
003890     END-IF
003900     PERFORM 2050-LIST-CARD THRU 2050-EXIT
003910     PERFORM 2900-READ-CARD THRU 2900-EXIT.
003920 2000-EXIT.
003930     EXIT.

003940*----------------------------------------------------------------
003950*  2050-LIST-CARD - THE CARD AS KEYED AND WHAT BECAME OF IT
003960*----------------------------------------------------------------
003970 2050-LIST-CARD.
003980     MOVE EC-EMP-NUMBER-X TO WS-ED-EMP-NUMBER
003990     IF EC-AMOUNT-X NUMERIC
004000         MOVE EC-AMOUNT TO WS-ED-AMOUNT
004010     ELSE
004020         MOVE ZERO TO WS-ED-AMOUNT
004030     END-IF
004040     MOVE SPACES TO EARN-LIST-LINE
004050     STRING " " EC-ACTION "  " WS-ED-EMP-NUMBER " " EC-EARN-CODE
004060         "  " WS-ED-DESC " " WS-ED-AMOUNT "  " WS-CARD-RESULT
004070         DELIMITED BY SIZE INTO EARN-LIST-LINE
004080     WRITE EARN-LIST-LINE.
004090 2050-EXIT.
004100     EXIT.

004110*----------------------------------------------------------------
004120*  2060-WRITE-ERROR - ONE EDIT FAILURE ON THE LISTING
004130*  ANY ERROR FAILS THE WHOLE DECK - NOTHING IS LOADED.
004140*----------------------------------------------------------------
004150 2060-WRITE-ERROR.
004160     MOVE "N" TO WS-DECK-VALID-SW
004170     ADD 1 TO WS-ERROR-COUNT
004180     MOVE SPACES TO EARN-LIST-LINE
004190     STRING "*** " WS-ERROR-REASON
004200         DELIMITED BY SIZE INTO EARN-LIST-LINE
004210     WRITE EARN-LIST-LINE.
004220 2060-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250*  2070-REJECT-CARD - THE CARD IS LISTED WITH THE REASON
004260*----------------------------------------------------------------
004270 2070-REJECT-CARD.
004280     MOVE "N" TO WS-CARD-OK-SW
004290     MOVE "N" TO WS-DECK-VALID-SW
004300     ADD 1 TO WS-ERROR-COUNT
004310     STRING "*** " WS-ERROR-REASON
004320         DELIMITED BY SIZE INTO WS-CARD-RESULT.
004330 2070-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360*  2100-EDIT-EARNINGS-CARD
004370*  THE FIRST FAULT FOUND ON A CARD IS THE ONE REPORTED.
004380*----------------------------------------------------------------
004390 2100-EDIT-EARNINGS-CARD.
004400     IF EC-HEADER-CARD
004410         MOVE "SECOND HEADER CARD IN THE DECK" TO WS-ERROR-REASON
004420         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004430         GO TO 2100-EXIT
004440     END-IF
004450     IF NOT EC-EARNINGS-CARD
004460         MOVE "UNKNOWN CARD TYPE" TO WS-ERROR-REASON
004470         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004480         GO TO 2100-EXIT
004490     END-IF
004500     IF NOT HEADER-CARD-TAKEN
004510         MOVE "NOT EDITED - NO GOOD HEADER" TO WS-ERROR-REASON
004520         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004530         GO TO 2100-EXIT
004540     END-IF
004550     IF NOT EC-ADD-ITEM AND NOT EC-DELETE-ITEM
004560         MOVE "ACTION IS NOT A OR D" TO WS-ERROR-REASON
004570         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004580         GO TO 2100-EXIT
004590     END-IF
004600     IF EC-EMP-NUMBER-X NOT NUMERIC
004610         OR EC-EMP-NUMBER = ZERO
004620             MOVE "BAD EMPLOYEE NUMBER" TO WS-ERROR-REASON
004630             PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004640             GO TO 2100-EXIT
004650     END-IF
004660     SET WS-CODE-IDX TO 1
004670     SEARCH WS-CODE-ENTRY
004680         AT END
004690             MOVE "NO SUCH EARNINGS CODE" TO WS-ERROR-REASON
004700             PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004710             GO TO 2100-EXIT
004720         WHEN EC-EARN-CODE NOT = SPACES
004730             AND WS-CODE-EARN-CODE (WS-CODE-IDX) = EC-EARN-CODE
004740                 MOVE WS-CODE-DESC (WS-CODE-IDX) TO WS-ED-DESC
004750     END-SEARCH
004760     IF EC-ADD-ITEM
004770         IF EC-AMOUNT-X NOT NUMERIC
004780             OR EC-AMOUNT = ZERO
004790                 MOVE "AMOUNT MISSING OR NOT NUMERIC"
004800                     TO WS-ERROR-REASON
004810                 PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004820                 GO TO 2100-EXIT
004830         END-IF
004840     END-IF
004850     MOVE "N" TO WS-DUP-ITEM-SW
004860     PERFORM 2150-SCAN-FOR-DUPLICATE THRU 2150-EXIT
004870         VARYING WS-ITEM-SCAN FROM 1 BY 1
004880         UNTIL WS-ITEM-SCAN > WS-ITEM-COUNT
004890     IF DUPLICATE-ITEM
004900         MOVE "EMPLOYEE AND CODE ALREADY IN THE DECK"
004910             TO WS-ERROR-REASON
004920         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
004930         GO TO 2100-EXIT
004940     END-IF
004950     MOVE EC-EMP-NUMBER TO EMP-NUMBER
004960     READ EMPLOYEE-MASTER
004970         INVALID KEY
004980             MOVE "EMPLOYEE NOT ON EMPLOYEE-MASTER"
004990                 TO WS-ERROR-REASON
005000             PERFORM 2070-REJECT-CARD THRU 2070-EXIT
005010             GO TO 2100-EXIT
005020     END-READ
005030     IF EMP-SETTLED
005040         MOVE "EMPLOYEE ALREADY SETTLED - NO FURTHER PAY"
005050             TO WS-ERROR-REASON
005060         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
005070         GO TO 2100-EXIT
005080     END-IF
005090     MOVE EC-EMP-NUMBER TO ET-EMP-NUMBER
005100     MOVE WS-PERIOD-END-DATE TO ET-PERIOD-END
005110     MOVE EC-EARN-CODE TO ET-EARN-CODE
005120     READ EARNINGS-TRAN-FILE
005130         INVALID KEY
005140             CONTINUE
005150         NOT INVALID KEY
005160             SET ITEM-ON-FILE TO TRUE
005170     END-READ
005180     IF ITEM-ON-FILE AND ET-PAID
005190         MOVE "ITEM ALREADY PAID - CANNOT BE CHANGED"
005200             TO WS-ERROR-REASON
005210         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
005220         GO TO 2100-EXIT
005230     END-IF
005240     IF EC-DELETE-ITEM AND NOT ITEM-ON-FILE
005250         MOVE "NO ITEM ON FILE TO DELETE" TO WS-ERROR-REASON
005260         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
005270         GO TO 2100-EXIT
005280     END-IF
005290     IF WS-ITEM-COUNT >= WS-ITEM-MAX
005300         MOVE "MORE THAN 500 ITEMS IN THE DECK" TO WS-ERROR-REASON
005310         PERFORM 2070-REJECT-CARD THRU 2070-EXIT
005320         GO TO 2100-EXIT
005330     END-IF.
005340 2100-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------
005370*  2150-SCAN-FOR-DUPLICATE - ONE ITEM ALREADY TAKEN
005380*----------------------------------------------------------------
005390 2150-SCAN-FOR-DUPLICATE.
005400     IF EC-EMP-NUMBER = WS-ITEM-EMP-NUMBER (WS-ITEM-SCAN)
005410         AND EC-EARN-CODE = WS-ITEM-EARN-CODE (WS-ITEM-SCAN)
005420             SET DUPLICATE-ITEM TO TRUE
005430     END-IF.
005440 2150-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470*  2300-HOLD-ITEM - A GOOD CARD WAITS FOR THE REST OF THE DECK
005480*----------------------------------------------------------------
005490 2300-HOLD-ITEM.
005500     ADD 1 TO WS-ITEM-COUNT
005510     MOVE EC-ACTION TO WS-ITEM-ACTION (WS-ITEM-COUNT)
005520     MOVE EC-EMP-NUMBER TO WS-ITEM-EMP-NUMBER (WS-ITEM-COUNT)
005530     MOVE EC-EARN-CODE TO WS-ITEM-EARN-CODE (WS-ITEM-COUNT)
005540     MOVE WS-ON-FILE-SW TO WS-ITEM-ON-FILE-SW (WS-ITEM-COUNT)
005550     IF EC-ADD-ITEM
005560         MOVE EC-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
005570         ADD EC-AMOUNT TO WS-DECK-TOTAL
005580         IF ITEM-ON-FILE
005590             MOVE "ACCEPTED - REPLACES ITEM ON FILE"
005600                 TO WS-CARD-RESULT
005610         ELSE
005620             MOVE "ACCEPTED" TO WS-CARD-RESULT
005630         END-IF
005640     ELSE
005650         MOVE ZERO TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
005660         MOVE "ACCEPTED - DELETES ITEM ON FILE" TO WS-CARD-RESULT
005670     END-IF.
005680 2300-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710*  2900-READ-CARD - NEXT CARD OFF THE DECK
005720*----------------------------------------------------------------
005730 2900-READ-CARD.
005740     READ EARN-CARD-FILE
005750         AT END
005760             MOVE "Y" TO WS-EOF-SW
005770     END-READ.
005780 2900-EXIT.
005790     EXIT.

005800*----------------------------------------------------------------
005810*  3000-CHECK-DECK - THE DECK AS A WHOLE
005820*----------------------------------------------------------------
005830 3000-CHECK-DECK.
005840     IF HEADER-CARD-TAKEN
005850         AND WS-ITEM-COUNT = ZERO
005860         AND DECK-VALID
005870             MOVE "NO EARNINGS CARDS IN THE DECK"
005880                 TO WS-ERROR-REASON
005890             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
005900     END-IF.
005910 3000-EXIT.
005920     EXIT.

005930*----------------------------------------------------------------
005940*  4000-LIST-TOTALS
005950*----------------------------------------------------------------
005960 4000-LIST-TOTALS.
005970     MOVE SPACES TO EARN-LIST-LINE
005980     WRITE EARN-LIST-LINE
005990     MOVE WS-CARD-COUNT TO WS-ED-COUNT
006000     MOVE SPACES TO EARN-LIST-LINE
006010     STRING "CARDS READ ............ " WS-ED-COUNT
006020         DELIMITED BY SIZE INTO EARN-LIST-LINE
006030     WRITE EARN-LIST-LINE
006040     MOVE WS-ERROR-COUNT TO WS-ED-COUNT
006050     MOVE SPACES TO EARN-LIST-LINE
006060     STRING "EDIT ERRORS ........... " WS-ED-COUNT
006070         DELIMITED BY SIZE INTO EARN-LIST-LINE
006080     WRITE EARN-LIST-LINE
006090     MOVE WS-DECK-TOTAL TO WS-ED-TOTAL
006100     MOVE SPACES TO EARN-LIST-LINE
006110     STRING "AMOUNT KEYED .......... " WS-ED-TOTAL
006120         DELIMITED BY SIZE INTO EARN-LIST-LINE
006130     WRITE EARN-LIST-LINE
006140     IF NOT DECK-VALID
006150         MOVE SPACES TO EARN-LIST-LINE
006160         STRING "DECK REJECTED - NOTHING LOADED"
006170             DELIMITED BY SIZE INTO EARN-LIST-LINE
006180         WRITE EARN-LIST-LINE
006190         GO TO 4000-EXIT
006200     END-IF
006210     MOVE WS-ADDED-COUNT TO WS-ED-COUNT
006220     MOVE SPACES TO EARN-LIST-LINE
006230     STRING "ITEMS ADDED ........... " WS-ED-COUNT
006240         DELIMITED BY SIZE INTO EARN-LIST-LINE
006250     WRITE EARN-LIST-LINE
006260     MOVE WS-REPLACED-COUNT TO WS-ED-COUNT
006270     MOVE SPACES TO EARN-LIST-LINE
006280     STRING "ITEMS REPLACED ........ " WS-ED-COUNT
006290         DELIMITED BY SIZE INTO EARN-LIST-LINE
006300     WRITE EARN-LIST-LINE
006310     MOVE WS-DELETED-COUNT TO WS-ED-COUNT
006320     MOVE SPACES TO EARN-LIST-LINE
006330     STRING "ITEMS DELETED ......... " WS-ED-COUNT
006340         DELIMITED BY SIZE INTO EARN-LIST-LINE
006350     WRITE EARN-LIST-LINE.
006360 4000-EXIT.
006370     EXIT.

006380*----------------------------------------------------------------
006390*  5000-APPLY-ITEM - WRITE, REPLACE OR DELETE ONE HELD ITEM
006400*  THE ITEM IS READ AGAIN FIRST - THE PAY RUN MAY HAVE PAID IT
006410*  SINCE IT WAS EDITED, AND A PAID ITEM IS NEVER TOUCHED.
006420*----------------------------------------------------------------
006430 5000-APPLY-ITEM.
006440     MOVE WS-ITEM-EMP-NUMBER (WS-ITEM-SUB) TO ET-EMP-NUMBER
006450     MOVE WS-PERIOD-END-DATE TO ET-PERIOD-END
006460     MOVE WS-ITEM-EARN-CODE (WS-ITEM-SUB) TO ET-EARN-CODE
006470     IF WS-ITEM-ON-FILE-SW (WS-ITEM-SUB) = "Y"
006480         READ EARNINGS-TRAN-FILE
006490             INVALID KEY
006500                 DISPLAY "EARNEDIT: ITEM " ET-KEY
006510                     " NO LONGER ON FILE - NOT APPLIED"
006520                 ADD 1 TO WS-WRITE-FAILURES
006530                 GO TO 5000-EXIT
006540         END-READ
006550         IF ET-PAID
006560             DISPLAY "EARNEDIT: ITEM " ET-KEY
006570                 " PAID SINCE IT WAS EDITED - NOT APPLIED"
006580             ADD 1 TO WS-WRITE-FAILURES
006590             GO TO 5000-EXIT
006600         END-IF
006610     END-IF
006620     IF WS-ITEM-ACTION (WS-ITEM-SUB) = "D"
006630         DELETE EARNINGS-TRAN-FILE
006640             INVALID KEY
006650                 DISPLAY "EARNEDIT: EARNTRN DELETE FAILED, "
006660                     "STATUS " WS-EARNTRN-STATUS
006670                 ADD 1 TO WS-WRITE-FAILURES
006680                 GO TO 5000-EXIT
006690         END-DELETE
006700         ADD 1 TO WS-DELETED-COUNT
006710         GO TO 5000-EXIT
006720     END-IF
006730     MOVE SPACES TO EARNINGS-TRAN-RECORD
006740     MOVE WS-ITEM-EMP-NUMBER (WS-ITEM-SUB) TO ET-EMP-NUMBER
006750     MOVE WS-PERIOD-END-DATE TO ET-PERIOD-END
006760     MOVE WS-ITEM-EARN-CODE (WS-ITEM-SUB) TO ET-EARN-CODE
006770     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO ET-AMOUNT
006780     MOVE "E" TO ET-STATUS
006790     MOVE ZERO TO ET-PAID-PERIOD-END
006800     MOVE ZERO TO ET-PAID-DATE
006810     MOVE ZERO TO ET-IRP5-CODE
006820     MOVE WS-KEYED-BY TO ET-KEYED-BY
006830     MOVE WS-RUN-DATE TO ET-KEYED-DATE
006840     IF WS-ITEM-ON-FILE-SW (WS-ITEM-SUB) = "Y"
006850         REWRITE EARNINGS-TRAN-RECORD
006860             INVALID KEY
006870                 DISPLAY "EARNEDIT: EARNTRN REWRITE FAILED, "
006880                     "STATUS " WS-EARNTRN-STATUS
006890                 ADD 1 TO WS-WRITE-FAILURES
006900                 GO TO 5000-EXIT
006910         END-REWRITE
006920         ADD 1 TO WS-REPLACED-COUNT
006930     ELSE
006940         WRITE EARNINGS-TRAN-RECORD
006950             INVALID KEY
006960                 DISPLAY "EARNEDIT: EARNTRN WRITE FAILED, "
006970                     "STATUS " WS-EARNTRN-STATUS
006980                 ADD 1 TO WS-WRITE-FAILURES
006990                 GO TO 5000-EXIT
007000         END-WRITE
007010         ADD 1 TO WS-ADDED-COUNT
007020     END-IF.
007030 5000-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY
007070*----------------------------------------------------------------
007080 9000-TERMINATE.
007090     IF FATAL-OPEN-FAILURE
007100         DISPLAY "EARNEDIT RUN FAILED - SEE CONSOLE MESSAGES"
007110         MOVE 16 TO RETURN-CODE
007120         GO TO 9000-EXIT
007130     END-IF
007140     CLOSE EARN-CARD-FILE
007150     CLOSE EMPLOYEE-MASTER
007160     CLOSE EARNINGS-TRAN-FILE
007170     CLOSE EARN-LISTING
007180     IF NOT DECK-VALID
007190         DISPLAY "EARNEDIT RUN FAILED - " WS-ERROR-COUNT
007200             " EDIT ERROR(S), NOTHING LOADED"
007210         MOVE 16 TO RETURN-CODE
007220         GO TO 9000-EXIT
007230     END-IF
007240     DISPLAY "EARNEDIT RUN COMPLETE - PERIOD-END "
007250         WS-PERIOD-END-DATE ", " WS-ADDED-COUNT " ADDED, "
007260         WS-REPLACED-COUNT " REPLACED, " WS-DELETED-COUNT
007270         " DELETED"
007280     IF WS-WRITE-FAILURES > ZERO
007290         DISPLAY "EARNEDIT: " WS-WRITE-FAILURES
007300             " ITEM(S) NOT APPLIED - SEE CONSOLE MESSAGES"
007310         MOVE 16 TO RETURN-CODE
007320     END-IF.
007330 9000-EXIT.
007340     EXIT.
