000172*                  EFFECTIVE DATE (START DATE ON AN ADD,
000173*                  TERMINATION DATE ON A TERMINATE; BLANK MEANS
000174*                  THE RUN DATE).
000175*  2026-10-15 TLM  ADDED THE SA ID NUMBER (13) AND DATE OF
000176*                  BIRTH (8, CCYYMMDD) AFTER THE EFFECTIVE
000177*                  DATE.  THE CARD GREW FROM 91 TO 112 BYTES.
000178*                  BLANK ON A CHANGE CARD LEAVES THE MASTER
000179*                  VALUE UNCHANGED.
000180*  2026-10-15 TLM  ADDED THE PAYMENT METHOD (1) - "E" EFT OR
000181*                  "C" CASH - OUT OF THE FILLER; THE CARD STAYS
000182*                  112 BYTES.  BLANK ON AN ADD MEANS EFT; BLANK
000183*                  ON A CHANGE CARD LEAVES THE MASTER VALUE.
000184*  2026-10-15 TLM  ADDED THE EMPLOYMENT TYPE (1) - "P" PERMANENT
000185*                  OR "T" TEMPORARY - OUT OF THE FILLER; THE
000186*                  CARD STAYS 112 BYTES.  BLANK ON AN ADD MEANS
000187*                  PERMANENT; BLANK ON A CHANGE CARD LEAVES THE
000188*                  MASTER VALUE UNCHANGED.
000189*----------------------------------------------------------------
000190 01  MAINT-TRANS-RECORD.
000200     05  TRN-ACTION-CODE         PIC X(01).
000210         88  TRN-ACTION-ADD              VALUE "A".
000440     05  TRN-EFFECTIVE-DATE-X    PIC X(08).
000450     05  TRN-EFFECTIVE-DATE REDEFINES TRN-EFFECTIVE-DATE-X
000460                                 PIC 9(08).
000462     05  TRN-ID-NUMBER           PIC X(13).
000463     05  TRN-BIRTH-DATE-X        PIC X(08).
000464     05  TRN-BIRTH-DATE REDEFINES TRN-BIRTH-DATE-X
000465                                 PIC 9(08).
000466     05  TRN-PAY-METHOD          PIC X(01).
000467     05  TRN-EMPLOYMENT-TYPE     PIC X(01).
000470     05  FILLER                  PIC X(02).
