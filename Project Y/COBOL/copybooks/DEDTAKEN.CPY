000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-09-02 TLM  ORIGINAL COPYBOOK - DEDUCTIONS WITHHELD.
000171*  2026-10-15 TLM  ADDED THE REVERSAL FLAG - PAYREV APPENDS A
000172*                  COPY OF EACH DEDUCTION TAKEN FROM A VOIDED
000173*                  PAYMENT, FLAGGED "R", UNDER THE ORIGINAL
000174*                  PERIOD-END DATE AND FREQUENCY.  THE AMOUNT
000175*                  STAYS POSITIVE AND READERS SUBTRACT IT.
000176*                  TAKEN OUT OF THE FILLER; AN ORIGINAL RECORD
000177*                  CARRIES A SPACE THERE.
000178*  2026-10-15 TLM  ADDED THE RETIREMENT FUND TYPES - "R" IS THE
000179*                  MEMBER'S CONTRIBUTION DEDUCTED FROM PAY AND
000180*                  "E" THE EMPLOYER'S CONTRIBUTION FOR THE SAME
000181*                  MEMBERSHIP, BOTH UNDER THE FUND'S PAYEE.  AN
000182*                  "E" RECORD IS NOT A DEDUCTION FROM PAY BUT
000183*                  IS REMITTED WITH THE FUND'S MONEY, AND
000184*                  GLJRNL CREDITS IT TO OTHER-DEDUCTIONS
000185*                  PAYABLE, SO THE MONTH'S RECORDS STILL ADD TO
000186*                  THAT ACCOUNT.
000188*----------------------------------------------------------------
000190 01  DEDUCTION-TAKEN-RECORD.
000200     05  DK-PERIOD-END-DATE      PIC 9(08).
000210     05  DK-RUN-FREQUENCY        PIC X(01).
000260     05  DK-TYPE-CODE            PIC X(01).
000270         88  DK-TYPE-GARNISHEE           VALUE "G".
000280         88  DK-TYPE-VOLUNTARY           VALUE "V".
000283         88  DK-TYPE-FUND-MEMBER         VALUE "R".
000286         88  DK-TYPE-FUND-EMPLOYER       VALUE "E".
000290     05  DK-AMOUNT               PIC 9(07)V99.
000291     05  DK-REVERSAL-FLAG        PIC X(01).
000292         88  DK-REVERSAL                 VALUE "R".
000300     05  FILLER                  PIC X(07).
