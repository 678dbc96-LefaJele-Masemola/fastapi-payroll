000135*                  THE RECORD LENGTH IS UNCHANGED; AN EXISTING
000136*                  RECORD CARRIES SPACES THERE AND IS TREATED
000137*                  AS ZERO PERIODS BY THE PAY RUN.
000138*  2026-10-15 TLM  ADDED THE EMPLOYMENT TAX INCENTIVE CLAIMED
000139*                  FOR THE EMPLOYEE THIS TAX YEAR, FOR THE IRP5.
000140*                  TAKEN OUT OF THE FILLER, SO THE RECORD
000141*                  LENGTH IS UNCHANGED; AN EXISTING RECORD
000142*                  CARRIES SPACES THERE AND IS TREATED AS ZERO.
000143*  2026-10-15 TLM  ADDED THE MEMBER'S RETIREMENT FUND
000144*                  CONTRIBUTIONS THIS TAX YEAR - THEY REDUCE
000145*                  THE YTD GROSS THE CUMULATIVE PAYE IS
000146*                  WORKED ON, AND PRINT ON THE IRP5.  THE
000147*                  RECORD LENGTH GREW FROM 53 TO 62 - EXISTING
000148*                  FILES NEED THE ONE-OFF CONVERSION, WHICH
000149*                  LEAVES SPACES THERE (TREATED AS ZERO).
000152*----------------------------------------------------------------
000156 01  YTD-MASTER-RECORD.
000160     05  YTD-EMP-NUMBER          PIC 9(06).
000170     05  YTD-TAX-YEAR            PIC 9(04).
000180     05  YTD-GROSS               PIC 9(09)V99.
000190     05  YTD-PAYE                PIC 9(09)V99.
000200     05  YTD-UIF                 PIC 9(09)V99.
000210     05  YTD-PERIODS             PIC 9(03).
000220     05  YTD-ETI                 PIC 9(05)V99.
000230     05  YTD-FUND-EE             PIC 9(07)V99.
