000200*  NON-ZERO RETURN CODE.  THE PAY RUN AND THE MAINTENANCE
000210*  PROGRAMS LOAD THE LATEST RECORD EFFECTIVE ON OR BEFORE THE
000220*  DATE THEY RUN FOR, SO A SARS BUDGET CHANGE OR A NEW COST
000230*  CENTRE NO LONGER MEANS A RECOMPILE.  AN OPTIONAL "E" CARD
000233*  AND ITS "I" BAND CARDS CARRY THE EMPLOYMENT TAX INCENTIVE
000236*  TABLE; A SET LOADED WITHOUT THEM CLAIMS NO ETI.  OPTIONAL "C"
000237*  CARDS CARRY THE EARNINGS CODE TABLE FOR THE ONCE-OFF
000238*  EARNINGS FILE; A SET LOADED WITHOUT THEM PAYS NO ONCE-OFF
000239*  EARNINGS.
000240*
000250*  MODIFICATION HISTORY
000260*  DATE       INIT DESCRIPTION
000270*  ---------- ---- ------------------------------------------
000280*  2026-09-02 TLM  ORIGINAL PROGRAM - PARAMETER EDIT/LOAD.
000281*  2026-10-15 TLM  EDITS, LISTS AND LOADS THE EMPLOYMENT TAX
000282*                  INCENTIVE TABLE - THE "E" CARD (AGE BAND,
000283*                  MINIMUM HOURLY WAGE, STANDARD MONTHLY HOURS)
000284*                  AND UP TO FOUR "I" BAND CARDS IN ASCENDING
000285*                  ORDER OF REMUNERATION LIMIT.
000286*  2026-10-15 TLM  EDITS, LISTS AND LOADS THE EARNINGS CODE
000287*                  TABLE - UP TO TWELVE "C" CARDS, EACH WITH
000288*                  ITS TAXABLE, UIF AND ANNUAL-BONUS FLAGS, IRP5
000289*                  SOURCE CODE AND GL EXPENSE ACCOUNT.
000290*----------------------------------------------------------------

000300 ENVIRONMENT DIVISION.
000770         88  EXISTING-SET-FOUND             VALUE "Y".
000780     05  WS-DUP-DEPT-SW          PIC X(01) VALUE "N".
000790         88  DUPLICATE-DEPT                 VALUE "Y".
000793     05  WS-ETI-CARD-SW          PIC X(01) VALUE "N".
000796         88  ETI-CARD-SEEN                  VALUE "Y".
000797     05  WS-DUP-EARN-SW          PIC X(01) VALUE "N".
000798         88  DUPLICATE-EARN-CODE            VALUE "Y".

000800 01  WS-RUN-COUNTERS.
000810     05  WS-CARD-COUNT           PIC 9(05) VALUE ZERO.
001050     05  WS-NEW-DEPT-CODE OCCURS 20 TIMES
001060             INDEXED BY WS-DEPT-IDX
001070                                 PIC X(04).
001071     05  WS-NEW-ETI-MIN-AGE      PIC 9(02) VALUE ZERO.
001072     05  WS-NEW-ETI-MAX-AGE      PIC 9(02) VALUE ZERO.
001073     05  WS-NEW-ETI-MIN-WAGE     PIC 9(03)V99 VALUE ZERO.
001074     05  WS-NEW-ETI-STD-HOURS    PIC 9(03) VALUE ZERO.
001075     05  WS-NEW-ETI-BAND-COUNT   PIC 9(01) VALUE ZERO.
001076     05  WS-NEW-ETI-BAND OCCURS 4 TIMES
001077             INDEXED BY WS-ETI-IDX.
001078         10  WS-NEW-ETI-UPPER-LIMIT PIC 9(05)V99.
001079         10  WS-NEW-ETI-TAPER-SW PIC X(01).
001080         10  WS-NEW-ETI-1ST-BASE PIC 9(04)V99.
001081         10  WS-NEW-ETI-1ST-RATE PIC V999.
001082         10  WS-NEW-ETI-2ND-BASE PIC 9(04)V99.
001083         10  WS-NEW-ETI-2ND-RATE PIC V999.
001084     05  WS-NEW-EARN-COUNT       PIC 9(02) VALUE ZERO.
001085     05  WS-NEW-EARN-ENTRY OCCURS 12 TIMES
001086             INDEXED BY WS-EARN-IDX.
001087         10  WS-NEW-EARN-CODE    PIC X(03).
001088         10  WS-NEW-EARN-DESC    PIC X(20).
001089         10  WS-NEW-EARN-TAXABLE-SW PIC X(01).
001090         10  WS-NEW-EARN-UIF-SW  PIC X(01).
001091         10  WS-NEW-EARN-IRP5-CODE PIC 9(04).
001092         10  WS-NEW-EARN-BONUS-SW PIC X(01).
001093         10  WS-NEW-EARN-GL-ACCOUNT PIC 9(08).

001095 01  WS-BASE-CHECK-FIELDS.
001097     05  WS-EXPECTED-BASE        PIC 9(07)V99 VALUE ZERO.
001100     05  WS-BASE-DIFF            PIC S9(07)V99 VALUE ZERO.
001110     05  WS-PRIOR-LIMIT          PIC 9(07)V99 VALUE ZERO.
001120     05  WS-BRK-SUB              PIC 9(02) VALUE ZERO.
001130     05  WS-DEPT-SUB             PIC 9(02) VALUE ZERO.
001140     05  WS-DEPT-SCAN            PIC 9(02) VALUE ZERO.
001145     05  WS-ETI-SUB              PIC 9(02) VALUE ZERO.
001146     05  WS-EARN-SUB             PIC 9(02) VALUE ZERO.
001147     05  WS-EARN-SCAN            PIC 9(02) VALUE ZERO.

001150 01  WS-EDIT-FIELDS.
001160     05  WS-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001165     05  WS-ED-BASE              PIC Z,ZZZ,ZZ9.99.
001170     05  WS-ED-RATE              PIC 9.999.
001180     05  WS-ED-COUNT             PIC Z9.
001181     05  WS-ED-ETI-MIN-AGE       PIC Z9.
001182     05  WS-ED-ETI-MAX-AGE       PIC Z9.
001183     05  WS-ED-ETI-WAGE          PIC ZZ9.99.
001184     05  WS-ED-ETI-HOURS         PIC ZZ9.
001185     05  WS-ED-ETI-LIMIT         PIC ZZ,ZZ9.99.
001186     05  WS-ED-ETI-1ST-BASE      PIC Z,ZZ9.99.
001187     05  WS-ED-ETI-1ST-RATE      PIC 9.999.
001188     05  WS-ED-ETI-2ND-BASE      PIC Z,ZZ9.99.
001189     05  WS-ED-ETI-2ND-RATE      PIC 9.999.
001190     05  WS-ED-ETI-SIGN          PIC X(01).
001191     05  WS-ED-EARN-CODE         PIC X(03).
001192     05  WS-ED-EARN-DESC         PIC X(20).
001193     05  WS-ED-EARN-TAXABLE      PIC X(01).
001194     05  WS-ED-EARN-UIF          PIC X(01).
001195     05  WS-ED-EARN-IRP5         PIC 9(04).
001196     05  WS-ED-EARN-BONUS        PIC X(01).
001197     05  WS-ED-EARN-ACCOUNT      PIC 9(08).

001198 PROCEDURE DIVISION.

001200*----------------------------------------------------------------
001210*  0000-MAINLINE
001780             IF SC-DEPT-CARD
001790                 PERFORM 2300-TAKE-DEPT-CARD THRU 2300-EXIT
001800             ELSE
001802                 IF SC-ETI-CARD
001804                     PERFORM 2400-TAKE-ETI-CARD THRU 2400-EXIT
001806                 ELSE
001808                     IF SC-ETI-BAND-CARD
001810                         PERFORM 2450-TAKE-ETI-BAND-CARD
001812                             THRU 2450-EXIT
001814                     ELSE
001815                         IF SC-EARN-CODE-CARD
001816                             PERFORM 2500-TAKE-EARN-CODE-CARD
001817                                 THRU 2500-EXIT
001818                         ELSE
001819                             MOVE "UNKNOWN CARD TYPE"
001820                                 TO WS-ERROR-REASON
001821                             PERFORM 2060-WRITE-ERROR
001822                                 THRU 2060-EXIT
001824                         END-IF
001826                     END-IF
001828                 END-IF
001830             END-IF
001840         END-IF
001850     END-IF
003100         SET DUPLICATE-DEPT TO TRUE
003110     END-IF.
003120 2350-EXIT.
003121     EXIT.

003122*----------------------------------------------------------------
003123*  2400-TAKE-ETI-CARD - THE EMPLOYMENT TAX INCENTIVE HEADER
003124*----------------------------------------------------------------
003125 2400-TAKE-ETI-CARD.
003126     IF ETI-CARD-SEEN
003127         MOVE "MORE THAN ONE ETI CARD IN THE DECK"
003129             TO WS-ERROR-REASON
003130         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003131         GO TO 2400-EXIT
003132     END-IF
003133     SET ETI-CARD-SEEN TO TRUE
003134     IF SC-ETI-MIN-AGE-X NOT NUMERIC
003135         OR SC-ETI-MAX-AGE-X NOT NUMERIC
003137         OR SC-ETI-MIN-WAGE-X NOT NUMERIC
003138         OR SC-ETI-STD-HOURS-X NOT NUMERIC
003139             MOVE "NON-NUMERIC FIELD ON ETI CARD"
003140                 TO WS-ERROR-REASON
003141             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003142             GO TO 2400-EXIT
003143     END-IF
003145     MOVE SC-ETI-MIN-AGE TO WS-NEW-ETI-MIN-AGE
003146     MOVE SC-ETI-MAX-AGE TO WS-NEW-ETI-MAX-AGE
003147     MOVE SC-ETI-MIN-WAGE TO WS-NEW-ETI-MIN-WAGE
003148     MOVE SC-ETI-STD-HOURS TO WS-NEW-ETI-STD-HOURS.
003149 2400-EXIT.
003150     EXIT.

003151*----------------------------------------------------------------
003153*  2450-TAKE-ETI-BAND-CARD - BANDS ARRIVE IN TABLE ORDER
003154*----------------------------------------------------------------
003155 2450-TAKE-ETI-BAND-CARD.
003156     IF WS-NEW-ETI-BAND-COUNT >= 4
003157         MOVE "MORE THAN 4 ETI BAND CARDS IN THE DECK"
003158             TO WS-ERROR-REASON
003159         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003161         GO TO 2450-EXIT
003162     END-IF
003163     IF SC-ETI-UPPER-LIMIT-X NOT NUMERIC
003164         OR SC-ETI-1ST-BASE-X NOT NUMERIC
003165         OR SC-ETI-1ST-RATE-X NOT NUMERIC
003166         OR SC-ETI-2ND-BASE-X NOT NUMERIC
003167         OR SC-ETI-2ND-RATE-X NOT NUMERIC
003169             MOVE "NON-NUMERIC FIELD ON ETI BAND CARD"
003170                 TO WS-ERROR-REASON
003171             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003172             GO TO 2450-EXIT
003173     END-IF
003174     IF NOT SC-ETI-TAPER-VALID
003175         MOVE "ETI BAND TAPER FLAG IS NOT T OR BLANK"
003177             TO WS-ERROR-REASON
003178         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003179         GO TO 2450-EXIT
003180     END-IF
003181     ADD 1 TO WS-NEW-ETI-BAND-COUNT
003182     SET WS-ETI-IDX TO WS-NEW-ETI-BAND-COUNT
003183     MOVE SC-ETI-UPPER-LIMIT
003185         TO WS-NEW-ETI-UPPER-LIMIT (WS-ETI-IDX)
003186     MOVE SC-ETI-TAPER-SW TO WS-NEW-ETI-TAPER-SW (WS-ETI-IDX)
003187     MOVE SC-ETI-1ST-BASE TO WS-NEW-ETI-1ST-BASE (WS-ETI-IDX)
003188     MOVE SC-ETI-1ST-RATE TO WS-NEW-ETI-1ST-RATE (WS-ETI-IDX)
003189     MOVE SC-ETI-2ND-BASE TO WS-NEW-ETI-2ND-BASE (WS-ETI-IDX)
003190     MOVE SC-ETI-2ND-RATE TO WS-NEW-ETI-2ND-RATE (WS-ETI-IDX).
003191 2450-EXIT.
003192     EXIT.

003193*----------------------------------------------------------------
003194*  2500-TAKE-EARN-CODE-CARD - ONE EARNINGS CODE
003195*  AN ANNUAL BONUS IS TAXED ON THE BONUS METHOD, SO A BONUS
003196*  CODE MUST BE TAXABLE.
003197*----------------------------------------------------------------
003198 2500-TAKE-EARN-CODE-CARD.
003199     IF WS-NEW-EARN-COUNT >= 12
003200         MOVE "MORE THAN 12 EARNINGS CODE CARDS IN THE DECK"
003201             TO WS-ERROR-REASON
003202         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003203         GO TO 2500-EXIT
003204     END-IF
003205     IF SC-EARN-CODE = SPACES
003206         OR SC-EARN-DESC = SPACES
003207             MOVE "EARNINGS CODE OR DESCRIPTION IS BLANK"
003208                 TO WS-ERROR-REASON
003209             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003210             GO TO 2500-EXIT
003211     END-IF
003212     IF NOT SC-EARN-TAXABLE-VALID
003213         OR NOT SC-EARN-UIF-VALID
003214         OR NOT SC-EARN-BONUS-VALID
003215             MOVE "EARNINGS CODE FLAG IS NOT Y OR N"
003216                 TO WS-ERROR-REASON
003217             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003218             GO TO 2500-EXIT
003219     END-IF
003220     IF SC-EARN-IRP5-CODE-X NOT NUMERIC
003221         OR SC-EARN-IRP5-CODE = ZERO
003222             MOVE "IRP5 SOURCE CODE MISSING OR NOT NUMERIC"
003223                 TO WS-ERROR-REASON
003224             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003225             GO TO 2500-EXIT
003226     END-IF
003227     IF SC-EARN-GL-ACCOUNT-X NOT NUMERIC
003228         OR SC-EARN-GL-ACCOUNT = ZERO
003229             MOVE "GL EXPENSE ACCOUNT MISSING OR NOT NUMERIC"
003230                 TO WS-ERROR-REASON
003231             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003232             GO TO 2500-EXIT
003233     END-IF
003234     IF SC-EARN-BONUS-SW = "Y"
003235         AND SC-EARN-TAXABLE-SW NOT = "Y"
003236             MOVE "ANNUAL BONUS CODE IS NOT TAXABLE"
003237                 TO WS-ERROR-REASON
003238             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003239             GO TO 2500-EXIT
003240     END-IF
003241     MOVE "N" TO WS-DUP-EARN-SW
003242     PERFORM 2550-SCAN-FOR-DUP-EARN THRU 2550-EXIT
003243         VARYING WS-EARN-SCAN FROM 1 BY 1
003244         UNTIL WS-EARN-SCAN > WS-NEW-EARN-COUNT
003245     IF DUPLICATE-EARN-CODE
003246         MOVE "DUPLICATE EARNINGS CODE CARD"
003247             TO WS-ERROR-REASON
003248         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003249         GO TO 2500-EXIT
003250     END-IF
003251     ADD 1 TO WS-NEW-EARN-COUNT
003252     SET WS-EARN-IDX TO WS-NEW-EARN-COUNT
003253     MOVE SC-EARN-CODE TO WS-NEW-EARN-CODE (WS-EARN-IDX)
003254     MOVE SC-EARN-DESC TO WS-NEW-EARN-DESC (WS-EARN-IDX)
003255     MOVE SC-EARN-TAXABLE-SW
003256         TO WS-NEW-EARN-TAXABLE-SW (WS-EARN-IDX)
003257     MOVE SC-EARN-UIF-SW TO WS-NEW-EARN-UIF-SW (WS-EARN-IDX)
003258     MOVE SC-EARN-IRP5-CODE
003259         TO WS-NEW-EARN-IRP5-CODE (WS-EARN-IDX)
003260     MOVE SC-EARN-BONUS-SW TO WS-NEW-EARN-BONUS-SW (WS-EARN-IDX)
003261     MOVE SC-EARN-GL-ACCOUNT
003262         TO WS-NEW-EARN-GL-ACCOUNT (WS-EARN-IDX).
003263 2500-EXIT.
003264     EXIT.

003265*----------------------------------------------------------------
003266*  2550-SCAN-FOR-DUP-EARN - ONE EARNINGS CODE ALREADY TAKEN
003267*----------------------------------------------------------------
003268 2550-SCAN-FOR-DUP-EARN.
003269     IF SC-EARN-CODE = WS-NEW-EARN-CODE (WS-EARN-SCAN)
003270         SET DUPLICATE-EARN-CODE TO TRUE
003271     END-IF.
003272 2550-EXIT.
003273     EXIT.

003274*----------------------------------------------------------------
003275*  2900-READ-CARD - NEXT CARD OFF THE DECK
003276*----------------------------------------------------------------
003277 2900-READ-CARD.
003278     READ STAT-CARD-FILE
003279         AT END
003280             MOVE "Y" TO WS-EOF-SW
003281     END-READ.
003282 2900-EXIT.
003283     EXIT.

003284*----------------------------------------------------------------
003285*  3000-VALIDATE-SET - THE DECK AS A WHOLE
003286*----------------------------------------------------------------
003287 3000-VALIDATE-SET.
003288     IF NOT HEADER-CARD-SEEN
003290         MOVE "NO HEADER CARD IN THE DECK"
003300             TO WS-ERROR-REASON
003310         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
003430     IF NOT RATE-SET-VALID
003440         GO TO 3000-EXIT
003450     END-IF
003460     PERFORM 3100-VALIDATE-BRACKETS THRU 3100-EXIT
003465     PERFORM 3200-VALIDATE-ETI-TABLE THRU 3200-EXIT.
003470 3000-EXIT.
003480     EXIT.

004040 3110-EXIT.
004050     EXIT.

004051*----------------------------------------------------------------
004052*  3200-VALIDATE-ETI-TABLE
004053*  THE ETI CARDS ARE OPTIONAL, BUT AN "E" CARD NEEDS AT LEAST
004054*  ONE BAND AND A BAND NEEDS THE "E" CARD.  THE AGE BAND MUST
004055*  BE THE RIGHT WAY ROUND, THE STANDARD HOURS (THE PRO-RATA
004056*  BASE FOR A PART-TIMER) MUST NOT BE ZERO, AND THE BAND
004057*  LIMITS MUST ASCEND STRICTLY.
004058*----------------------------------------------------------------
004059 3200-VALIDATE-ETI-TABLE.
004060     IF NOT ETI-CARD-SEEN
004061         IF WS-NEW-ETI-BAND-COUNT > ZERO
004062             MOVE "ETI BAND CARDS WITH NO ETI CARD"
004063                 TO WS-ERROR-REASON
004064             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
004065         END-IF
004066         GO TO 3200-EXIT
004067     END-IF
004068     IF WS-NEW-ETI-BAND-COUNT = ZERO
004069         MOVE "ETI CARD WITH NO ETI BAND CARDS"
004070             TO WS-ERROR-REASON
004071         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
004072     END-IF
004073     IF WS-NEW-ETI-MIN-AGE > WS-NEW-ETI-MAX-AGE
004074         MOVE "ETI MINIMUM AGE EXCEEDS MAXIMUM AGE"
004075             TO WS-ERROR-REASON
004076         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
004077     END-IF
004078     IF WS-NEW-ETI-STD-HOURS = ZERO
004079         MOVE "ETI STANDARD MONTHLY HOURS ARE ZERO"
004080             TO WS-ERROR-REASON
004081         PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
004082     END-IF
004083     PERFORM 3210-CHECK-ONE-ETI-BAND THRU 3210-EXIT
004084         VARYING WS-ETI-SUB FROM 2 BY 1
004085         UNTIL WS-ETI-SUB > WS-NEW-ETI-BAND-COUNT.
004086 3200-EXIT.
004087     EXIT.

004088*----------------------------------------------------------------
004089*  3210-CHECK-ONE-ETI-BAND - ASCENDING LIMIT
004090*----------------------------------------------------------------
004091 3210-CHECK-ONE-ETI-BAND.
004092     IF WS-NEW-ETI-UPPER-LIMIT (WS-ETI-SUB)
004093         NOT > WS-NEW-ETI-UPPER-LIMIT (WS-ETI-SUB - 1)
004094             MOVE "ETI BAND LIMITS NOT IN ASCENDING ORDER"
004095                 TO WS-ERROR-REASON
004096             PERFORM 2060-WRITE-ERROR THRU 2060-EXIT
004097     END-IF.
004098 3210-EXIT.
004099     EXIT.

004100*----------------------------------------------------------------
004102*  4000-LIST-BEFORE-AFTER
004104*  THE RATE SET ALREADY ON FILE FOR THIS EFFECTIVE DATE (IF
004106*  ANY) AND THE SET ABOUT TO REPLACE IT, SO THE CHANGE CAN BE
004108*  CHECKED AGAINST THE GAZETTE BEFORE IT TAKES EFFECT.
004110*----------------------------------------------------------------
004120 4000-LIST-BEFORE-AFTER.
004130     MOVE SPACES TO STAT-LIST-LINE
004710         UNTIL WS-BRK-SUB > SP-BRACKET-COUNT
004720     PERFORM 4120-LIST-EXISTING-DEPT THRU 4120-EXIT
004730         VARYING WS-DEPT-SUB FROM 1 BY 1
004740         UNTIL WS-DEPT-SUB > SP-DEPT-COUNT
004741*    A SET LOADED BEFORE THE ETI TABLE EXISTED, OR WITHOUT ITS
004742*    CARDS, HAS NO BANDS TO LIST.
004743     IF SP-ETI-BAND-COUNT NUMERIC
004744         AND SP-ETI-BAND-COUNT > ZERO
004745             PERFORM 4130-LIST-EXISTING-ETI THRU 4130-EXIT
004746     ELSE
004747         MOVE SPACES TO STAT-LIST-LINE
004748         STRING "  NO ETI TABLE"
004749             DELIMITED BY SIZE INTO STAT-LIST-LINE
004750         WRITE STAT-LIST-LINE
004751     END-IF
004752*    A SET LOADED BEFORE THE EARNINGS CODE TABLE EXISTED CARRIES
004753*    SPACES IN THE CODE COUNT.
004754     IF SP-EARN-COUNT NUMERIC
004755         AND SP-EARN-COUNT > ZERO
004756             PERFORM 4140-LIST-EXISTING-EARN THRU 4140-EXIT
004757                 VARYING WS-EARN-SUB FROM 1 BY 1
004758                 UNTIL WS-EARN-SUB > SP-EARN-COUNT
004759     ELSE
004760         MOVE SPACES TO STAT-LIST-LINE
004761         STRING "  NO EARNINGS CODE TABLE"
004762             DELIMITED BY SIZE INTO STAT-LIST-LINE
004763         WRITE STAT-LIST-LINE
004764     END-IF.
004766 4100-EXIT.
004768     EXIT.

004770*----------------------------------------------------------------
004780*  4110-LIST-EXISTING-BRACKET
005040 4120-EXIT.
005050     EXIT.

005051*----------------------------------------------------------------
005052*  4130-LIST-EXISTING-ETI
005053*----------------------------------------------------------------
005054 4130-LIST-EXISTING-ETI.
005055     MOVE SP-ETI-MIN-AGE TO WS-ED-ETI-MIN-AGE
005056     MOVE SP-ETI-MAX-AGE TO WS-ED-ETI-MAX-AGE
005057     MOVE SP-ETI-MIN-WAGE TO WS-ED-ETI-WAGE
005058     MOVE SP-ETI-STD-HOURS TO WS-ED-ETI-HOURS
005059     PERFORM 4300-WRITE-ETI-HEADER-LINE THRU 4300-EXIT
005060     PERFORM 4135-LIST-EXISTING-ETI-BAND THRU 4135-EXIT
005061         VARYING WS-ETI-SUB FROM 1 BY 1
005062         UNTIL WS-ETI-SUB > SP-ETI-BAND-COUNT.
005063 4130-EXIT.
005064     EXIT.

005065*----------------------------------------------------------------
005066*  4135-LIST-EXISTING-ETI-BAND
005067*----------------------------------------------------------------
005068 4135-LIST-EXISTING-ETI-BAND.
005069     MOVE SP-ETI-UPPER-LIMIT (WS-ETI-SUB) TO WS-ED-ETI-LIMIT
005070     MOVE SP-ETI-1ST-BASE (WS-ETI-SUB) TO WS-ED-ETI-1ST-BASE
005071     MOVE SP-ETI-1ST-RATE (WS-ETI-SUB) TO WS-ED-ETI-1ST-RATE
005072     MOVE SP-ETI-2ND-BASE (WS-ETI-SUB) TO WS-ED-ETI-2ND-BASE
005073     MOVE SP-ETI-2ND-RATE (WS-ETI-SUB) TO WS-ED-ETI-2ND-RATE
005074     IF SP-ETI-TAPERS (WS-ETI-SUB)
005075         MOVE "-" TO WS-ED-ETI-SIGN
005076     ELSE
005077         MOVE "+" TO WS-ED-ETI-SIGN
005078     END-IF
005079     PERFORM 4310-WRITE-ETI-BAND-LINE THRU 4310-EXIT.
005080 4135-EXIT.
005081     EXIT.

005082*----------------------------------------------------------------
005083*  4140-LIST-EXISTING-EARN
005084*----------------------------------------------------------------
005085 4140-LIST-EXISTING-EARN.
005086     MOVE SP-EARN-CODE (WS-EARN-SUB) TO WS-ED-EARN-CODE
005087     MOVE SP-EARN-DESC (WS-EARN-SUB) TO WS-ED-EARN-DESC
005088     MOVE SP-EARN-TAXABLE-SW (WS-EARN-SUB) TO WS-ED-EARN-TAXABLE
005089     MOVE SP-EARN-UIF-SW (WS-EARN-SUB) TO WS-ED-EARN-UIF
005090     MOVE SP-EARN-IRP5-CODE (WS-EARN-SUB) TO WS-ED-EARN-IRP5
005091     MOVE SP-EARN-BONUS-SW (WS-EARN-SUB) TO WS-ED-EARN-BONUS
005092     MOVE SP-EARN-GL-ACCOUNT (WS-EARN-SUB) TO WS-ED-EARN-ACCOUNT
005093     PERFORM 4320-WRITE-EARN-LINE THRU 4320-EXIT.
005094 4140-EXIT.
005095     EXIT.

005096*----------------------------------------------------------------
005097*  4200-LIST-NEW-SET - FROM THE KEYED DECK
005098*----------------------------------------------------------------
005099 4200-LIST-NEW-SET.
005100     MOVE WS-NEW-UIF-EE-RATE TO WS-ED-RATE
005110     MOVE SPACES TO STAT-LIST-LINE
005120     STRING "  UIF EMPLOYEE RATE " WS-ED-RATE
005320         UNTIL WS-BRK-SUB > WS-NEW-BRACKET-COUNT
005330     PERFORM 4220-LIST-NEW-DEPT THRU 4220-EXIT
005340         VARYING WS-DEPT-SUB FROM 1 BY 1
005350         UNTIL WS-DEPT-SUB > WS-NEW-DEPT-COUNT
005351     IF ETI-CARD-SEEN
005352         PERFORM 4230-LIST-NEW-ETI THRU 4230-EXIT
005353     ELSE
005354         MOVE SPACES TO STAT-LIST-LINE
005355         STRING "  NO ETI TABLE - THIS SET CLAIMS NO ETI"
005356             DELIMITED BY SIZE INTO STAT-LIST-LINE
005357         WRITE STAT-LIST-LINE
005358     END-IF
005359     IF WS-NEW-EARN-COUNT > ZERO
005360         PERFORM 4240-LIST-NEW-EARN THRU 4240-EXIT
005361             VARYING WS-EARN-SUB FROM 1 BY 1
005362             UNTIL WS-EARN-SUB > WS-NEW-EARN-COUNT
005363     ELSE
005364         MOVE SPACES TO STAT-LIST-LINE
005365         STRING "  NO EARNINGS CODE TABLE - THIS SET PAYS NO "
005366             "ONCE-OFF EARNINGS"
005367             DELIMITED BY SIZE INTO STAT-LIST-LINE
005368         WRITE STAT-LIST-LINE
005369     END-IF.
005372 4200-EXIT.
005376     EXIT.

005380*----------------------------------------------------------------
005390*  4210-LIST-NEW-BRACKET
005620     STRING "  DEPARTMENT " WS-NEW-DEPT-CODE (WS-DEPT-SUB)
005630         DELIMITED BY SIZE INTO STAT-LIST-LINE
005640     WRITE STAT-LIST-LINE.
005641 4220-EXIT.
005642     EXIT.

005643*----------------------------------------------------------------
005644*  4230-LIST-NEW-ETI
005645*----------------------------------------------------------------
005646 4230-LIST-NEW-ETI.
005647     MOVE WS-NEW-ETI-MIN-AGE TO WS-ED-ETI-MIN-AGE
005648     MOVE WS-NEW-ETI-MAX-AGE TO WS-ED-ETI-MAX-AGE
005649     MOVE WS-NEW-ETI-MIN-WAGE TO WS-ED-ETI-WAGE
005650     MOVE WS-NEW-ETI-STD-HOURS TO WS-ED-ETI-HOURS
005651     PERFORM 4300-WRITE-ETI-HEADER-LINE THRU 4300-EXIT
005652     PERFORM 4235-LIST-NEW-ETI-BAND THRU 4235-EXIT
005653         VARYING WS-ETI-SUB FROM 1 BY 1
005654         UNTIL WS-ETI-SUB > WS-NEW-ETI-BAND-COUNT.
005655 4230-EXIT.
005656     EXIT.

005657*----------------------------------------------------------------
005658*  4235-LIST-NEW-ETI-BAND
005659*----------------------------------------------------------------
005660 4235-LIST-NEW-ETI-BAND.
005661     MOVE WS-NEW-ETI-UPPER-LIMIT (WS-ETI-SUB) TO WS-ED-ETI-LIMIT
005662     MOVE WS-NEW-ETI-1ST-BASE (WS-ETI-SUB) TO WS-ED-ETI-1ST-BASE
005663     MOVE WS-NEW-ETI-1ST-RATE (WS-ETI-SUB) TO WS-ED-ETI-1ST-RATE
005664     MOVE WS-NEW-ETI-2ND-BASE (WS-ETI-SUB) TO WS-ED-ETI-2ND-BASE
005666     MOVE WS-NEW-ETI-2ND-RATE (WS-ETI-SUB) TO WS-ED-ETI-2ND-RATE
005667     IF WS-NEW-ETI-TAPER-SW (WS-ETI-SUB) = "T"
005668         MOVE "-" TO WS-ED-ETI-SIGN
005669     ELSE
005670         MOVE "+" TO WS-ED-ETI-SIGN
005671     END-IF
005672     PERFORM 4310-WRITE-ETI-BAND-LINE THRU 4310-EXIT.
005673 4235-EXIT.
005674     EXIT.

005675*----------------------------------------------------------------
005676*  4240-LIST-NEW-EARN
005677*----------------------------------------------------------------
005678 4240-LIST-NEW-EARN.
005679     MOVE WS-NEW-EARN-CODE (WS-EARN-SUB) TO WS-ED-EARN-CODE
005680     MOVE WS-NEW-EARN-DESC (WS-EARN-SUB) TO WS-ED-EARN-DESC
005681     MOVE WS-NEW-EARN-TAXABLE-SW (WS-EARN-SUB)
005682         TO WS-ED-EARN-TAXABLE
005683     MOVE WS-NEW-EARN-UIF-SW (WS-EARN-SUB) TO WS-ED-EARN-UIF
005684     MOVE WS-NEW-EARN-IRP5-CODE (WS-EARN-SUB) TO WS-ED-EARN-IRP5
005685     MOVE WS-NEW-EARN-BONUS-SW (WS-EARN-SUB) TO WS-ED-EARN-BONUS
005686     MOVE WS-NEW-EARN-GL-ACCOUNT (WS-EARN-SUB)
005687         TO WS-ED-EARN-ACCOUNT
005688     PERFORM 4320-WRITE-EARN-LINE THRU 4320-EXIT.
005689 4240-EXIT.
005690     EXIT.

005692*----------------------------------------------------------------
005693*  4300-WRITE-ETI-HEADER-LINE - FROM THE EDITED FIELDS
005694*----------------------------------------------------------------
005695 4300-WRITE-ETI-HEADER-LINE.
005696     MOVE SPACES TO STAT-LIST-LINE
005697     STRING "  ETI AGES " WS-ED-ETI-MIN-AGE
005698         " TO " WS-ED-ETI-MAX-AGE
005699         "  MIN WAGE R" WS-ED-ETI-WAGE "/HR"
005700         "  STD MONTH HOURS " WS-ED-ETI-HOURS
005701         DELIMITED BY SIZE INTO STAT-LIST-LINE
005702     WRITE STAT-LIST-LINE.
005703 4300-EXIT.
005704     EXIT.

005705*----------------------------------------------------------------
005706*  4310-WRITE-ETI-BAND-LINE - FROM THE EDITED FIELDS
005707*  THE SIGN SHOWS WHETHER THE RATE ADDS TO THE BASE OR TAPERS
005708*  IT DOWN ACROSS THE BAND.
005709*----------------------------------------------------------------
005710 4310-WRITE-ETI-BAND-LINE.
005711     MOVE WS-ETI-SUB TO WS-ED-COUNT
005712     MOVE SPACES TO STAT-LIST-LINE
005713     STRING "  ETI BAND " WS-ED-COUNT
005714         "  BELOW R" WS-ED-ETI-LIMIT
005715         "  1ST-12 R" WS-ED-ETI-1ST-BASE
005716         " " WS-ED-ETI-SIGN " " WS-ED-ETI-1ST-RATE
005717         "  2ND-12 R" WS-ED-ETI-2ND-BASE
005718         " " WS-ED-ETI-SIGN " " WS-ED-ETI-2ND-RATE
005719         DELIMITED BY SIZE INTO STAT-LIST-LINE
005720     WRITE STAT-LIST-LINE.
005721 4310-EXIT.
005722     EXIT.

005723*----------------------------------------------------------------
005724*  4320-WRITE-EARN-LINE - FROM THE EDITED FIELDS
005725*----------------------------------------------------------------
005726 4320-WRITE-EARN-LINE.
005727     MOVE SPACES TO STAT-LIST-LINE
005728     STRING "  EARNINGS " WS-ED-EARN-CODE
005729         "  " WS-ED-EARN-DESC
005730         "  TAXABLE " WS-ED-EARN-TAXABLE
005731         "  UIF " WS-ED-EARN-UIF
005732         "  IRP5 " WS-ED-EARN-IRP5
005733         "  BONUS " WS-ED-EARN-BONUS
005734         "  GL " WS-ED-EARN-ACCOUNT
005735         DELIMITED BY SIZE INTO STAT-LIST-LINE
005736     WRITE STAT-LIST-LINE.
005737 4320-EXIT.
005738     EXIT.

005739*----------------------------------------------------------------
005740*  5000-APPLY-SET - WRITE OR REPLACE THE DATED RECORD
005742*----------------------------------------------------------------
005743 5000-APPLY-SET.
005744     MOVE SPACES TO STAT-PARM-RECORD
005746     MOVE WS-NEW-EFFECTIVE-DATE TO SP-EFFECTIVE-DATE
005747     MOVE WS-NEW-UIF-EE-RATE TO SP-UIF-EE-RATE
005748     MOVE WS-NEW-UIF-ER-RATE TO SP-UIF-ER-RATE
005750     MOVE WS-NEW-SDL-RATE TO SP-SDL-RATE
005760     MOVE WS-NEW-UIF-CEILING TO SP-UIF-CEILING
005770     MOVE WS-NEW-BRACKET-COUNT TO SP-BRACKET-COUNT
005820     PERFORM 5200-MOVE-ONE-DEPT THRU 5200-EXIT
005830         VARYING WS-DEPT-SUB FROM 1 BY 1
005840         UNTIL WS-DEPT-SUB > 20
005841     MOVE WS-NEW-ETI-MIN-AGE TO SP-ETI-MIN-AGE
005842     MOVE WS-NEW-ETI-MAX-AGE TO SP-ETI-MAX-AGE
005843     MOVE WS-NEW-ETI-MIN-WAGE TO SP-ETI-MIN-WAGE
005844     MOVE WS-NEW-ETI-STD-HOURS TO SP-ETI-STD-HOURS
005845     MOVE WS-NEW-ETI-BAND-COUNT TO SP-ETI-BAND-COUNT
005846     PERFORM 5300-MOVE-ONE-ETI-BAND THRU 5300-EXIT
005847         VARYING WS-ETI-SUB FROM 1 BY 1
005848         UNTIL WS-ETI-SUB > 4
005849     MOVE WS-NEW-EARN-COUNT TO SP-EARN-COUNT
005850     PERFORM 5400-MOVE-ONE-EARN-CODE THRU 5400-EXIT
005851         VARYING WS-EARN-SUB FROM 1 BY 1
005852         UNTIL WS-EARN-SUB > 12
005856     IF EXISTING-SET-FOUND
005860         REWRITE STAT-PARM-RECORD
005870             INVALID KEY
005880                 DISPLAY "STATLOAD: STATPARM REWRITE FAILED, "
006350 5200-EXIT.
006360     EXIT.

006361*----------------------------------------------------------------
006362*  5300-MOVE-ONE-ETI-BAND - UNUSED SLOTS CLEAR TO ZERO
006363*----------------------------------------------------------------
006364 5300-MOVE-ONE-ETI-BAND.
006365     IF WS-ETI-SUB > WS-NEW-ETI-BAND-COUNT
006366         MOVE ZERO TO SP-ETI-UPPER-LIMIT (WS-ETI-SUB)
006367         MOVE SPACE TO SP-ETI-TAPER-SW (WS-ETI-SUB)
006368         MOVE ZERO TO SP-ETI-1ST-BASE (WS-ETI-SUB)
006369         MOVE ZERO TO SP-ETI-1ST-RATE (WS-ETI-SUB)
006370         MOVE ZERO TO SP-ETI-2ND-BASE (WS-ETI-SUB)
006371         MOVE ZERO TO SP-ETI-2ND-RATE (WS-ETI-SUB)
006372     ELSE
006373         MOVE WS-NEW-ETI-UPPER-LIMIT (WS-ETI-SUB)
006374             TO SP-ETI-UPPER-LIMIT (WS-ETI-SUB)
006375         MOVE WS-NEW-ETI-TAPER-SW (WS-ETI-SUB)
006376             TO SP-ETI-TAPER-SW (WS-ETI-SUB)
006377         MOVE WS-NEW-ETI-1ST-BASE (WS-ETI-SUB)
006378             TO SP-ETI-1ST-BASE (WS-ETI-SUB)
006379         MOVE WS-NEW-ETI-1ST-RATE (WS-ETI-SUB)
006380             TO SP-ETI-1ST-RATE (WS-ETI-SUB)
006381         MOVE WS-NEW-ETI-2ND-BASE (WS-ETI-SUB)
006382             TO SP-ETI-2ND-BASE (WS-ETI-SUB)
006383         MOVE WS-NEW-ETI-2ND-RATE (WS-ETI-SUB)
006384             TO SP-ETI-2ND-RATE (WS-ETI-SUB)
006385     END-IF.
006386 5300-EXIT.
006387     EXIT.

006388*----------------------------------------------------------------
006389*  5400-MOVE-ONE-EARN-CODE - UNUSED SLOTS CLEAR TO SPACES/ZERO
006390*----------------------------------------------------------------
006391 5400-MOVE-ONE-EARN-CODE.
006392     IF WS-EARN-SUB > WS-NEW-EARN-COUNT
006393         MOVE SPACES TO SP-EARN-CODE (WS-EARN-SUB)
006394         MOVE SPACES TO SP-EARN-DESC (WS-EARN-SUB)
006395         MOVE "N" TO SP-EARN-TAXABLE-SW (WS-EARN-SUB)
006396         MOVE "N" TO SP-EARN-UIF-SW (WS-EARN-SUB)
006397         MOVE ZERO TO SP-EARN-IRP5-CODE (WS-EARN-SUB)
006398         MOVE "N" TO SP-EARN-BONUS-SW (WS-EARN-SUB)
006399         MOVE ZERO TO SP-EARN-GL-ACCOUNT (WS-EARN-SUB)
006400     ELSE
006401         MOVE WS-NEW-EARN-CODE (WS-EARN-SUB)
006402             TO SP-EARN-CODE (WS-EARN-SUB)
006403         MOVE WS-NEW-EARN-DESC (WS-EARN-SUB)
006404             TO SP-EARN-DESC (WS-EARN-SUB)
006405         MOVE WS-NEW-EARN-TAXABLE-SW (WS-EARN-SUB)
006406             TO SP-EARN-TAXABLE-SW (WS-EARN-SUB)
006407         MOVE WS-NEW-EARN-UIF-SW (WS-EARN-SUB)
006408             TO SP-EARN-UIF-SW (WS-EARN-SUB)
006409         MOVE WS-NEW-EARN-IRP5-CODE (WS-EARN-SUB)
006410             TO SP-EARN-IRP5-CODE (WS-EARN-SUB)
006411         MOVE WS-NEW-EARN-BONUS-SW (WS-EARN-SUB)
006412             TO SP-EARN-BONUS-SW (WS-EARN-SUB)
006413         MOVE WS-NEW-EARN-GL-ACCOUNT (WS-EARN-SUB)
006414             TO SP-EARN-GL-ACCOUNT (WS-EARN-SUB)
006415     END-IF.
006416 5400-EXIT.
006417     EXIT.

006418*----------------------------------------------------------------
006420*  9000-TERMINATE - CLOSE FILES, DISPLAY RUN SUMMARY
006422*----------------------------------------------------------------
006424 9000-TERMINATE.
006426     IF FATAL-OPEN-FAILURE
006428         DISPLAY "STATLOAD RUN FAILED - SEE CONSOLE MESSAGES"
006430         MOVE 16 TO RETURN-CODE
006440         GO TO 9000-EXIT
006450     END-IF
