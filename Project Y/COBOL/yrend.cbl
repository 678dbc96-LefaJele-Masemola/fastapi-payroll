000284*                  WELL AS THE PROOF) AND THE REJECTED RECORD
000285*                  STAYS OUT OF THE ARCHIVE TOTALS SO THE
000286*                  LEDGER PROOF SHOWS THE SHORTFALL.
000287*  2026-10-15 TLM  A PAY REVERSAL RUN'S LEDGER ENTRY IS NOW
000288*                  SUBTRACTED FROM THE LEDGER PROOF TOTALS.
000289*  2026-10-15 TLM  THE YEAR'S EMPLOYMENT TAX INCENTIVE (YTD-ETI)
000290*                  NOW CARRIES TO THE ARCHIVE FOR THE IRP5 RUN
000291*                  AND IS RESET WITH THE OTHER YTD FIGURES.
000292*  2026-10-15 TLM  THE MEMBER'S RETIREMENT FUND CONTRIBUTIONS
000293*                  (YTD-FUND-EE) LIKEWISE CARRY TO THE ARCHIVE
000294*                  AND ARE RESET.
000296*----------------------------------------------------------------

000298 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT YTD-MASTER
001070     05  WS-ARCH-UIF             PIC 9(11)V99 VALUE ZERO.

001080 01  WS-LEDGER-TOTALS.
001090     05  WS-CTL-GROSS            PIC S9(11)V99 VALUE ZERO.
001100     05  WS-CTL-PAYE             PIC S9(11)V99 VALUE ZERO.
001110     05  WS-CTL-UIF              PIC S9(11)V99 VALUE ZERO.

001120 01  WS-CLOSING-YEAR             PIC 9(04) VALUE ZERO.
001130 01  WS-NEW-YEAR                 PIC 9(04) VALUE ZERO.
002260     ELSE
002270         MOVE ZERO TO YA-PERIODS
002280     END-IF
002281     IF YTD-ETI NUMERIC
002282         MOVE YTD-ETI TO YA-ETI
002283     ELSE
002284         MOVE ZERO TO YA-ETI
002285     END-IF
002286     IF YTD-FUND-EE NUMERIC
002287         MOVE YTD-FUND-EE TO YA-FUND-EE
002288     ELSE
002289         MOVE ZERO TO YA-FUND-EE
002290     END-IF
002295     IF ARCHIVE-RECORD-FOUND
002300         REWRITE YTD-ARCHIVE-RECORD
002310             INVALID KEY
002320                 DISPLAY "YREND: YTDARCH REWRITE FAILED, "
002994*  UNDER THE NEW YEAR AND MUST PROVE THERE, NOT UNDER THE
002995*  PERIOD-END'S YEAR.  AN OLD RECORD WITH NO TAX YEAR ON IT
002996*  FALLS BACK TO THE PERIOD-END YEAR.
002997*  A REVERSAL RUN TOOK ITS MONEY BACK OFF THE YEAR, SO ITS
002998*  TOTALS ARE SUBTRACTED.
003000*----------------------------------------------------------------
003010 4100-SUM-ONE-CONTROL.
003020     READ PAY-CONTROL-FILE
003080     IF WS-CTL-YEAR NOT = WS-CLOSING-YEAR
003090         GO TO 4100-EXIT
003100     END-IF
003101     IF PCTL-REVERSAL
003102         IF PCTL-PAID OR PCTL-EFT-SUBMITTED
003103             ADD 1 TO WS-CTL-RUN-COUNT
003104             SUBTRACT PCTL-GROSS FROM WS-CTL-GROSS
003105             SUBTRACT PCTL-PAYE FROM WS-CTL-PAYE
003106             SUBTRACT PCTL-UIF FROM WS-CTL-UIF
003107         END-IF
003108         GO TO 4100-EXIT
003109     END-IF
003110     IF PCTL-PAID OR PCTL-EFT-SUBMITTED
003120         ADD 1 TO WS-CTL-RUN-COUNT
003130         ADD PCTL-GROSS TO WS-CTL-GROSS
004060     MOVE ZERO TO YTD-PAYE
004070     MOVE ZERO TO YTD-UIF
004080     MOVE ZERO TO YTD-PERIODS
004085     MOVE ZERO TO YTD-ETI
004087     MOVE ZERO TO YTD-FUND-EE
004090     REWRITE YTD-MASTER-RECORD
004100         INVALID KEY
004110             DISPLAY "YREND: YTDMAST REWRITE FAILED, STATUS "
