000186*                  UNCHANGED; AN OLD RECORD CARRIES SPACES
000187*                  THERE AND ITS MONEY IS REPORTED AS HAVING NO
000188*                  PAYEE ON FILE INSTEAD OF BEING REMITTED.
000189*  2026-10-15 TLM  ADDED RETIREMENT FUND MEMBERSHIP - TYPE "R".
000190*                  THE PAYEE IS THE FUND (ITS FUND NUMBER ON
000191*                  THE PAYEE MASTER), THE PERCENTAGE IS THE
000192*                  MEMBER'S RATE AND THE NEW EMPLOYER RATE THE
000193*                  COMPANY'S, BOTH ON PENSIONABLE PAY; THE
000194*                  CALCULATION METHOD AND AMOUNT ARE NOT USED.
000195*                  THE EMPLOYER RATE IS TAKEN OUT OF THE
000196*                  FILLER, SO THE RECORD LENGTH IS UNCHANGED;
000197*                  AN OLD RECORD CARRIES SPACES THERE AND IS
000198*                  TREATED AS ZERO.  FUND LINES KEYED AS
000199*                  VOLUNTARY DEDUCTIONS ARE TO BE RE-KEYED AS
000200*                  TYPE "R" WITH BOTH RATES.
000203*----------------------------------------------------------------
000206 01  DEDUCTIONS-MASTER-RECORD.
000210     05  DED-KEY.
000220         10  DED-EMP-NUMBER      PIC 9(06).
000230         10  DED-SEQUENCE-NO     PIC 9(02).
000240     05  DED-TYPE-CODE           PIC X(01).
000250         88  DED-TYPE-GARNISHEE          VALUE "G".
000260         88  DED-TYPE-VOLUNTARY          VALUE "V".
000265         88  DED-TYPE-RETIREMENT         VALUE "R".
000270     05  DED-DESCRIPTION         PIC X(20).
000280     05  DED-CALC-METHOD         PIC X(01).
000290         88  DED-METHOD-FIXED-AMOUNT     VALUE "F".
000350     05  DED-PAYEE-ID-X          PIC X(04).
000360     05  DED-PAYEE-ID REDEFINES DED-PAYEE-ID-X
000370                                 PIC 9(04).
000380     05  DED-ER-PERCENTAGE       PIC 9(02)V99.
