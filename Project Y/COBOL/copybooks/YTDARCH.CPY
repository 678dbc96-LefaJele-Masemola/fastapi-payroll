000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-09-02 TLM  ORIGINAL COPYBOOK - YTD ARCHIVE.
000171*  2026-10-15 TLM  ADDED THE YEAR'S EMPLOYMENT TAX INCENTIVE
000172*                  FOR THE IRP5.  TAKEN OUT OF THE FILLER, SO
000173*                  THE RECORD LENGTH IS UNCHANGED; AN ARCHIVE
000174*                  RECORD WRITTEN BEFORE IT CARRIES SPACES THERE
000175*                  AND IS TREATED AS ZERO.
000176*  2026-10-15 TLM  ADDED THE YEAR'S MEMBER RETIREMENT FUND
000177*                  CONTRIBUTIONS FOR THE IRP5 (CODE 4001).
000178*                  REPLACES THE FILLER AND THE RECORD GREW FROM
000179*                  66 TO 72 - EXISTING ARCHIVES NEED THE ONE-OFF
000180*                  CONVERSION, WHICH LEAVES SPACES THERE
000181*                  (TREATED AS ZERO).
000185*----------------------------------------------------------------
000190 01  YTD-ARCHIVE-RECORD.
000200     05  YA-KEY.
000210         10  YA-TAX-YEAR         PIC 9(04).
000240     05  YA-PAYE                 PIC 9(09)V99.
000250     05  YA-UIF                  PIC 9(09)V99.
000260     05  YA-PERIODS              PIC 9(03).
000265     05  YA-ETI                  PIC 9(05)V99.
000270     05  YA-FUND-EE              PIC 9(07)V99.
