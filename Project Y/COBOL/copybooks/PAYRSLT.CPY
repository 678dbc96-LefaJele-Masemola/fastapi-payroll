000114*                  SHARE THIS ONE HANDOFF FILE, AND EFTGEN
000115*                  MUST BE ABLE TO PROVE THE FILE ON DISK
000116*                  BELONGS TO THE PERIOD ON ITS PARM CARD.
000117*  2026-10-15 TLM  ADDED THE DEPARTMENT AND PAYMENT METHOD FROM
000118*                  THE MASTER - EFTGEN LEAVES CASH-PAID RECORDS
000119*                  OUT OF THE BATCH AND CASHPAY MAKES UP THEIR
000120*                  PAY PACKETS IN DEPARTMENT ORDER.  RECORD
000121*                  LENGTH UNCHANGED.
000125*----------------------------------------------------------------
000130 01  PAY-RESULT-RECORD.
000140     05  PR-EMP-NUMBER           PIC 9(06).
000150     05  PR-EMP-NAME             PIC X(30).
000160     05  PR-NET-PAY              PIC 9(07)V99.
000170     05  PR-PERIOD-END-DATE      PIC 9(08).
000180     05  PR-RUN-FREQUENCY        PIC X(01).
000182     05  PR-DEPT-CODE            PIC X(04).
000184     05  PR-PAY-METHOD           PIC X(01).
000186         88  PR-PAID-IN-CASH             VALUE "C".
000190     05  FILLER                  PIC X(05).
