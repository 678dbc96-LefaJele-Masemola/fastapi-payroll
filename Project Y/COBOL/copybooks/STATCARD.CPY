000060*  PARAMETER FILE.  ONE "H" HEADER CARD NAMES THE EFFECTIVE
000070*  DATE, THE UIF AND SDL RATES AND THE WEEKLY UIF CEILING; ONE
000080*  "B" CARD PER PAYE BRACKET IN ASCENDING ORDER OF UPPER LIMIT;
000090*  ONE "D" CARD PER AUTHORISED DEPARTMENT CODE; OPTIONALLY ONE
000092*  "E" CARD FOR THE EMPLOYMENT TAX INCENTIVE (AGE BAND, MINIMUM
000094*  HOURLY WAGE AND STANDARD MONTHLY HOURS) WITH ONE "I" CARD
000096*  PER ETI REMUNERATION BAND IN ASCENDING ORDER; AND OPTIONALLY
000097*  ONE "C" CARD PER EARNINGS CODE FOR THE ONCE-OFF EARNINGS
000098*  FILE (CODE, DESCRIPTION, TAXABLE AND UIF FLAGS, IRP5 SOURCE
000099*  CODE, ANNUAL-BONUS FLAG AND GL EXPENSE ACCOUNT).  THE NUMERIC
000100*  FIELDS ARE CARRIED AS DISPLAY PICTURES WITH REDEFINED
000110*  NUMERIC VIEWS SO A MIS-KEYED FIELD CAN BE REJECTED RATHER
000120*  THAN MISREAD.
000150*  DATE       INIT DESCRIPTION
000160*  ---------- ---- ------------------------------------------
000170*  2026-09-02 TLM  ORIGINAL COPYBOOK - PARAMETER LOAD CARD.
000173*  2026-10-15 TLM  ADDED THE "E" ETI HEADER AND "I" ETI BAND
000176*                  CARDS.
000177*  2026-10-15 TLM  ADDED THE "C" EARNINGS CODE CARD.
000180*----------------------------------------------------------------
000190 01  STAT-CARD-RECORD.
000200     05  SC-CARD-TYPE            PIC X(01).
000210         88  SC-HEADER-CARD              VALUE "H".
000220         88  SC-BRACKET-CARD             VALUE "B".
000230         88  SC-DEPT-CARD                VALUE "D".
000233         88  SC-ETI-CARD                 VALUE "E".
000236         88  SC-ETI-BAND-CARD            VALUE "I".
000237         88  SC-EARN-CODE-CARD           VALUE "C".
000240     05  SC-CARD-BODY            PIC X(79).
000250     05  SC-HEADER-FIELDS REDEFINES SC-CARD-BODY.
000260         10  SC-EFFECTIVE-DATE-X PIC X(08).
000530     05  SC-DEPT-FIELDS REDEFINES SC-CARD-BODY.
000540         10  SC-DEPT-CODE        PIC X(04).
000550         10  FILLER              PIC X(75).
000560     05  SC-ETI-FIELDS REDEFINES SC-CARD-BODY.
000570         10  SC-ETI-MIN-AGE-X    PIC X(02).
000580         10  SC-ETI-MIN-AGE REDEFINES SC-ETI-MIN-AGE-X
000590                                 PIC 9(02).
000600         10  SC-ETI-MAX-AGE-X    PIC X(02).
000610         10  SC-ETI-MAX-AGE REDEFINES SC-ETI-MAX-AGE-X
000620                                 PIC 9(02).
000630         10  SC-ETI-MIN-WAGE-X   PIC X(05).
000640         10  SC-ETI-MIN-WAGE REDEFINES SC-ETI-MIN-WAGE-X
000650                                 PIC 9(03)V99.
000660         10  SC-ETI-STD-HOURS-X  PIC X(03).
000670         10  SC-ETI-STD-HOURS REDEFINES SC-ETI-STD-HOURS-X
000680                                 PIC 9(03).
000690         10  FILLER              PIC X(67).
000700     05  SC-ETI-BAND-FIELDS REDEFINES SC-CARD-BODY.
000710         10  SC-ETI-UPPER-LIMIT-X PIC X(07).
000720         10  SC-ETI-UPPER-LIMIT REDEFINES SC-ETI-UPPER-LIMIT-X
000730                                 PIC 9(05)V99.
000740         10  SC-ETI-TAPER-SW     PIC X(01).
000750             88  SC-ETI-TAPERS           VALUE "T".
000760             88  SC-ETI-TAPER-VALID      VALUES "T" " ".
000770         10  SC-ETI-1ST-BASE-X   PIC X(06).
000780         10  SC-ETI-1ST-BASE REDEFINES SC-ETI-1ST-BASE-X
000790                                 PIC 9(04)V99.
000800         10  SC-ETI-1ST-RATE-X   PIC X(03).
000810         10  SC-ETI-1ST-RATE REDEFINES SC-ETI-1ST-RATE-X
000820                                 PIC V999.
000830         10  SC-ETI-2ND-BASE-X   PIC X(06).
000840         10  SC-ETI-2ND-BASE REDEFINES SC-ETI-2ND-BASE-X
000850                                 PIC 9(04)V99.
000860         10  SC-ETI-2ND-RATE-X   PIC X(03).
000870         10  SC-ETI-2ND-RATE REDEFINES SC-ETI-2ND-RATE-X
000880                                 PIC V999.
000890         10  FILLER              PIC X(53).
000891     05  SC-EARN-FIELDS REDEFINES SC-CARD-BODY.
000892         10  SC-EARN-CODE        PIC X(03).
000893         10  SC-EARN-DESC        PIC X(20).
000894         10  SC-EARN-TAXABLE-SW  PIC X(01).
000895             88  SC-EARN-TAXABLE-VALID   VALUES "Y" "N".
000896         10  SC-EARN-UIF-SW      PIC X(01).
000897             88  SC-EARN-UIF-VALID       VALUES "Y" "N".
000898         10  SC-EARN-IRP5-CODE-X PIC X(04).
000899         10  SC-EARN-IRP5-CODE REDEFINES SC-EARN-IRP5-CODE-X
000900                                 PIC 9(04).
000901         10  SC-EARN-BONUS-SW    PIC X(01).
000902             88  SC-EARN-BONUS-VALID     VALUES "Y" "N".
000903         10  SC-EARN-GL-ACCOUNT-X PIC X(08).
000904         10  SC-EARN-GL-ACCOUNT REDEFINES SC-EARN-GL-ACCOUNT-X
000905                                 PIC 9(08).
000906         10  FILLER              PIC X(41).
