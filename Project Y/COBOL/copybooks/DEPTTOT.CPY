000080*  GRAND TOTALS.  READ BY GLJRNL TO BUILD THE GENERAL LEDGER
000090*  JOURNAL, SO FINANCE NO LONGER RE-CAPTURES THE PRINTED
000100*  DEPARTMENT SUMMARY BY HAND.
000101*
000102*  A DEPARTMENT THAT PAID ONCE-OFF EARNINGS (BONUSES, COMMISSION
000103*  AND THE LIKE) HAS AN "E" RECORD AFTER ITS "D" RECORD FOR EACH
000104*  EARNINGS CODE, CARRYING THE AMOUNT, THE CODE AND THE EXPENSE
000105*  ACCOUNT IT IS CHARGED TO.  THE "D" AND "G" GROSS INCLUDES
000106*  THEM, AND THEIR DT-EARNINGS IS THE PART OF THE GROSS THEY
000107*  MAKE UP.
000110*
000120*  MODIFICATION HISTORY
000130*  DATE       INIT DESCRIPTION
000171*                  PAYABLE) INSTEAD OF WRAPPING TO ITS
000172*                  ABSOLUTE VALUE.  AN OLD RECORD'S UNSIGNED
000173*                  DIGITS STILL READ AS POSITIVE.
000174*  2026-10-15 TLM  ADDED THE EMPLOYER RETIREMENT FUND
000175*                  CONTRIBUTION, COSTED BY DEPARTMENT FOR THE
000176*                  JOURNAL.  REPLACES THE FILLER AND THE
000177*                  RECORD GREW BY TWO BYTES; THE FILE IS
000178*                  REWRITTEN BY EVERY RUN, AND A RECORD
000179*                  WITHOUT THE FIELD READS AS ZERO.
000180*  2026-10-15 TLM  ADDED THE "E" ONCE-OFF EARNINGS RECORD AND
000181*                  THE EARNINGS PART OF THE GROSS ON THE "D"
000182*                  AND "G" RECORDS.  THE RECORD GREW BY 42
000183*                  BYTES; A RECORD WITHOUT THEM READS AS ZERO.
000185*----------------------------------------------------------------
000187 01  DEPT-TOTAL-RECORD.
000190     05  DT-REC-TYPE             PIC X(01).
000200         88  DT-DEPT-RECORD              VALUE "D".
000210         88  DT-GRAND-RECORD             VALUE "G".
000211         88  DT-EARN-RECORD              VALUE "E".
000220     05  DT-PERIOD-END-DATE      PIC 9(08).
000230     05  DT-DEPT-CODE            PIC X(04).
000240     05  DT-EMP-COUNT            PIC 9(05).
000290     05  DT-SDL                  PIC 9(09)V99.
000300     05  DT-NET                  PIC 9(09)V99.
000310     05  DT-RUN-FREQUENCY        PIC X(01).
000320     05  DT-FUND-ER              PIC 9(09)V99.
000321     05  DT-EARNINGS             PIC 9(09)V99.
000322     05  DT-EARN-CODE            PIC X(03).
000323     05  DT-EARN-ACCOUNT         PIC 9(08).
000324     05  DT-EARN-DESC            PIC X(20).
