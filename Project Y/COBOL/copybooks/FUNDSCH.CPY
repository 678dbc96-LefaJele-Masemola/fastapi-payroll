000010*----------------------------------------------------------------
000020*  FUNDSCH.CPY
000030*  RETIREMENT FUND MEMBER CONTRIBUTION SCHEDULE RECORD
000040*
000050*  THE MONTHLY SCHEDULE FILE FUNDSCHD SENDS EACH RETIREMENT
000060*  FUND WITH ITS REMITTANCE, SO THE FUND CAN ALLOCATE THE
000070*  MONEY TO ITS MEMBERS.  PER FUND: ONE "H" HEADER, ONE "D"
000080*  DETAIL PER MEMBER (THE MONTH'S PENSIONABLE PAY AND THE
000090*  MEMBER'S AND EMPLOYER'S CONTRIBUTIONS, NET OF ANY PAY
000100*  REVERSAL), AND ONE "T" TRAILER CARRYING THE COUNT AND
000110*  TOTALS.  120-BYTE FIXED RECORDS.
000120*
000130*  MODIFICATION HISTORY
000140*  DATE       INIT DESCRIPTION
000150*  ---------- ---- ------------------------------------------
000160*  2026-10-15 TLM  ORIGINAL COPYBOOK - FUND CONTRIBUTION SCHEDULE.
000170*----------------------------------------------------------------
000180 01  FUND-SCHEDULE-RECORD.
000190     05  FS-REC-TYPE             PIC X(01).
000200         88  FS-HEADER                   VALUE "H".
000210         88  FS-DETAIL                   VALUE "D".
000220         88  FS-TRAILER                  VALUE "T".
000230     05  FS-FUND-ID              PIC 9(04).
000240     05  FS-MONTH                PIC 9(06).
000250     05  FS-BODY                 PIC X(109).
000260     05  FS-HEADER-BODY REDEFINES FS-BODY.
000270         10  FS-FUND-NAME        PIC X(30).
000280         10  FS-RUN-DATE         PIC 9(06).
000290         10  FILLER              PIC X(73).
000300     05  FS-DETAIL-BODY REDEFINES FS-BODY.
000310         10  FS-EMP-NUMBER       PIC 9(06).
000320         10  FS-EMP-NAME         PIC X(30).
000330         10  FS-ID-NUMBER        PIC X(13).
000340         10  FS-PENSIONABLE-PAY  PIC S9(09)V99.
000350         10  FS-MEMBER-CONTRIB   PIC S9(07)V99.
000360         10  FS-EMPLOYER-CONTRIB PIC S9(07)V99.
000370         10  FILLER              PIC X(31).
000380     05  FS-TRAILER-BODY REDEFINES FS-BODY.
000390         10  FS-MEMBER-COUNT     PIC 9(05).
000400         10  FS-TOTAL-PENSION    PIC S9(11)V99.
000410         10  FS-TOTAL-MEMBER     PIC S9(09)V99.
000420         10  FS-TOTAL-EMPLOYER   PIC S9(09)V99.
000430         10  FS-TOTAL-CONTRIB    PIC S9(09)V99.
000440         10  FILLER              PIC X(58).
