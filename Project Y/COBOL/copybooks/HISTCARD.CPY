000010*----------------------------------------------------------------
000020*  HISTCARD.CPY
000030*  EARNINGS HISTORY INQUIRY CARD
000040*
000050*  ONE CARD PER INQUIRY, READ BY EARNHIST.  EACH CARD NAMES AN
000060*  EMPLOYEE AND A RANGE OF PERIOD-END DATES (CCYYMMDD, BOTH
000070*  INCLUSIVE); AN EMPLOYEE NUMBER OF ZEROS ASKS FOR EVERY
000080*  EMPLOYEE ON THE PAY REGISTER OVER THE RANGE.  THE FIELDS
000090*  ARE CARRIED AS DISPLAY PICTURES WITH REDEFINED NUMERIC
000100*  VIEWS SO A MIS-KEYED CARD CAN BE REJECTED RATHER THAN
000110*  MISREAD.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 TLM  ORIGINAL COPYBOOK - EARNINGS HISTORY CARD.
000170*----------------------------------------------------------------
000180 01  HISTORY-CARD-RECORD.
000190     05  HC-EMP-NUMBER-X         PIC X(06).
000200     05  HC-EMP-NUMBER REDEFINES HC-EMP-NUMBER-X
000210                                 PIC 9(06).
000220     05  HC-FROM-DATE-X          PIC X(08).
000230     05  HC-FROM-DATE REDEFINES HC-FROM-DATE-X
000240                                 PIC 9(08).
000250     05  HC-TO-DATE-X            PIC X(08).
000260     05  HC-TO-DATE REDEFINES HC-TO-DATE-X
000270                                 PIC 9(08).
000280     05  HC-REQUESTED-BY         PIC X(20).
