000430*                  1000-INITIALIZE AND 9000-TERMINATE THRU
000440*                  THEIR EXIT PARAGRAPHS, AS THE OTHER
000450*                  PROGRAMS ALREADY DO.
000451*  2026-10-15 TLM  MAINTAINS THE NEW SA ID NUMBER AND DATE OF
000452*                  BIRTH.  BOTH ARE OPTIONAL, BUT A KEYED ID
000453*                  NUMBER MUST BE THIRTEEN DIGITS, A KEYED
000454*                  BIRTH DATE MUST BE A REAL DATE, AND WHERE
000455*                  THE RECORD CARRIES BOTH THE ID NUMBER MUST
000456*                  OPEN WITH THE BIRTH DATE (YYMMDD).  BOTH
000457*                  FIELDS ARE AUDITED.
000458*  2026-10-15 TLM  MAINTAINS THE NEW PAYMENT METHOD - "E" EFT
000459*                  OR "C" CASH, BLANK ON AN ADD MEANING EFT.
000460*                  ANY OTHER VALUE IS REJECTED.  AUDITED.
000462*  2026-10-15 TLM  MAINTAINS THE NEW EMPLOYMENT TYPE - "P"
000463*                  PERMANENT OR "T" TEMPORARY, BLANK ON AN ADD
000465*                  MEANING PERMANENT.  ANY OTHER VALUE IS
000466*                  REJECTED.  AUDITED.
000468*----------------------------------------------------------------

000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
001340     05  WS-NEW-DEPT-CODE        PIC X(04).
001350     05  WS-NEW-PAY-FREQUENCY    PIC X(01).
001360     05  WS-NEW-MONTHLY-SALARY   PIC 9(07)V99.
001361     05  WS-NEW-ID-NUMBER        PIC X(13).
001362     05  WS-NEW-ID-PARTS REDEFINES WS-NEW-ID-NUMBER.
001363         10  WS-NEW-ID-YYMMDD    PIC X(06).
001364         10  FILLER              PIC X(07).
001365     05  WS-NEW-BIRTH-DATE       PIC 9(08).
001366     05  WS-NEW-BIRTH-PARTS REDEFINES WS-NEW-BIRTH-DATE.
001367         10  WS-NEW-BIRTH-CC     PIC 9(02).
001368         10  WS-NEW-BIRTH-YYMMDD PIC X(06).
001369     05  WS-NEW-BIRTH-SPLIT REDEFINES WS-NEW-BIRTH-DATE.
001370         10  WS-NEW-BIRTH-YEAR   PIC 9(04).
001371         10  WS-NEW-BIRTH-MM     PIC 9(02).
001372         10  WS-NEW-BIRTH-DD     PIC 9(02).

001376 01  WS-AUDIT-WORK-FIELDS.
001380     05  WS-AUD-FIELD-NAME       PIC X(12).
001390     05  WS-AUD-BEFORE-IMAGE     PIC X(20).
001400     05  WS-AUD-AFTER-IMAGE      PIC X(20).
003920             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
003930             GO TO 3000-EXIT
003940     END-IF
003941     IF TRN-PAY-METHOD NOT = "E"
003942         AND TRN-PAY-METHOD NOT = "C"
003943         AND TRN-PAY-METHOD NOT = SPACE
003944             MOVE "INVALID PAY METHOD ON ADD"
003945                 TO WS-EXCEPTION-REASON
003946             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
003947             GO TO 3000-EXIT
003948     END-IF
003949     IF TRN-EMPLOYMENT-TYPE NOT = "P"
003950         AND TRN-EMPLOYMENT-TYPE NOT = "T"
003951         AND TRN-EMPLOYMENT-TYPE NOT = SPACE
003952             MOVE "INVALID EMPLOYMENT TYPE ON ADD"
003954                 TO WS-EXCEPTION-REASON
003955             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
003956             GO TO 3000-EXIT
003957     END-IF
003958     IF TRN-PAY-FREQUENCY = "M"
003960         IF TRN-MONTHLY-SALARY-X NOT NUMERIC
003970             OR TRN-MONTHLY-SALARY = ZERO
003980                 MOVE "MONTHLY SALARY MISSING ON ADD"
004090     IF INVALID-TRANSACTION
004100         GO TO 3000-EXIT
004110     END-IF
004111     MOVE SPACES TO WS-NEW-ID-NUMBER
004112     MOVE ZERO TO WS-NEW-BIRTH-DATE
004113     PERFORM 3500-EDIT-ID-AND-BIRTH THRU 3500-EXIT
004114     IF INVALID-TRANSACTION
004115         GO TO 3000-EXIT
004116     END-IF
004120     PERFORM 3400-SET-EFFECTIVE-DATE THRU 3400-EXIT
004130     MOVE SPACES TO EMPLOYEE-RECORD
004140     MOVE TRN-EMP-NUMBER TO EMP-NUMBER
004240     ELSE
004250         MOVE "W" TO EMP-PAY-FREQUENCY
004260     END-IF
004262     IF TRN-PAY-METHOD = "C"
004264         MOVE "C" TO EMP-PAY-METHOD
004266     ELSE
004267         MOVE "E" TO EMP-PAY-METHOD
004268     END-IF
004269     IF TRN-EMPLOYMENT-TYPE = "T"
004270         MOVE "T" TO EMP-EMPLOYMENT-TYPE
004271     ELSE
004272         MOVE "P" TO EMP-EMPLOYMENT-TYPE
004273     END-IF
004276     IF TRN-MONTHLY-SALARY-X NUMERIC
004280         MOVE TRN-MONTHLY-SALARY TO EMP-MONTHLY-SALARY
004290     ELSE
004300         MOVE ZERO TO EMP-MONTHLY-SALARY
004310     END-IF
004320     MOVE WS-EFFECTIVE-DATE TO EMP-START-DATE
004330     MOVE ZERO TO EMP-TERMINATION-DATE
004333     MOVE WS-NEW-ID-NUMBER TO EMP-ID-NUMBER
004336     MOVE WS-NEW-BIRTH-DATE TO EMP-BIRTH-DATE
004340     WRITE EMPLOYEE-RECORD
004350         INVALID KEY
004360             MOVE "MASTER WRITE REJECTED ON ADD"
004560     MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004570     MOVE EMP-PAY-FREQUENCY TO WS-AUD-AFTER-IMAGE
004580     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004582     MOVE "PAY METHOD" TO WS-AUD-FIELD-NAME
004584     MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004586     MOVE EMP-PAY-METHOD TO WS-AUD-AFTER-IMAGE
004587     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004588     MOVE "EMPL TYPE" TO WS-AUD-FIELD-NAME
004589     MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004590     MOVE EMP-EMPLOYMENT-TYPE TO WS-AUD-AFTER-IMAGE
004591     PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004595     IF EMP-PAY-MONTHLY
004600         MOVE "MTH SALARY" TO WS-AUD-FIELD-NAME
004610         MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004620         MOVE EMP-MONTHLY-SALARY TO WS-ED-SALARY
004630         MOVE WS-ED-SALARY TO WS-AUD-AFTER-IMAGE
004640         PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004650     END-IF
004651     IF EMP-ID-NUMBER NOT = SPACES
004652         MOVE "ID NUMBER" TO WS-AUD-FIELD-NAME
004653         MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004654         MOVE EMP-ID-NUMBER TO WS-AUD-AFTER-IMAGE
004655         PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004656     END-IF
004657     IF EMP-BIRTH-DATE NOT = ZERO
004658         MOVE "BIRTH DATE" TO WS-AUD-FIELD-NAME
004659         MOVE SPACES TO WS-AUD-BEFORE-IMAGE
004660         MOVE EMP-BIRTH-DATE TO WS-AUD-AFTER-IMAGE
004661         PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
004662     END-IF.
004666 3000-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
005450             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
005460             GO TO 3100-EXIT
005470     END-IF
005471     IF TRN-PAY-METHOD NOT = SPACE
005472         AND TRN-PAY-METHOD NOT = "E"
005473         AND TRN-PAY-METHOD NOT = "C"
005474             MOVE "INVALID PAY METHOD ON CHANGE"
005475                 TO WS-EXCEPTION-REASON
005476             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
005477             GO TO 3100-EXIT
005478     END-IF
005479     IF TRN-EMPLOYMENT-TYPE NOT = SPACE
005480         AND TRN-EMPLOYMENT-TYPE NOT = "P"
005481         AND TRN-EMPLOYMENT-TYPE NOT = "T"
005482             MOVE "INVALID EMPLOYMENT TYPE ON CHANGE"
005483                 TO WS-EXCEPTION-REASON
005484             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
005485             GO TO 3100-EXIT
005486     END-IF
005488     IF TRN-MONTHLY-SALARY-X NOT = SPACES
005490         AND TRN-MONTHLY-SALARY-X NOT NUMERIC
005500             MOVE "NON-NUMERIC MONTHLY SALARY ON CHANGE"
005510                 TO WS-EXCEPTION-REASON
005780     IF INVALID-TRANSACTION
005790         GO TO 3100-EXIT
005800     END-IF
005801*    THE ID NUMBER AND BIRTH DATE ARE EDITED AS THEY WILL STAND
005802*    AFTER THE CARD, SO A CARD KEYING ONLY ONE OF THEM IS STILL
005803*    CHECKED AGAINST THE OTHER ALREADY ON THE MASTER.  A RECORD
005804*    CONVERTED WITHOUT A BIRTH DATE CARRIES ZERO.
005805     MOVE EMP-ID-NUMBER TO WS-NEW-ID-NUMBER
005806     IF EMP-BIRTH-DATE NUMERIC
005807         MOVE EMP-BIRTH-DATE TO WS-NEW-BIRTH-DATE
005808     ELSE
005809         MOVE ZERO TO WS-NEW-BIRTH-DATE
005810     END-IF
005811     PERFORM 3500-EDIT-ID-AND-BIRTH THRU 3500-EXIT
005812     IF INVALID-TRANSACTION
005813         GO TO 3100-EXIT
005814     END-IF
005817     PERFORM 3150-MOVE-CHANGED-FIELDS THRU 3150-EXIT
005820     REWRITE EMPLOYEE-RECORD
005830         INVALID KEY
005840             MOVE "MASTER REWRITE REJECTED ON CHANGE"
006560             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006570             MOVE TRN-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
006580     END-IF
006581     IF TRN-PAY-METHOD NOT = SPACE
006582         AND TRN-PAY-METHOD NOT = EMP-PAY-METHOD
006583             MOVE "PAY METHOD" TO WS-AUD-FIELD-NAME
006584             MOVE EMP-PAY-METHOD TO WS-AUD-BEFORE-IMAGE
006585             MOVE TRN-PAY-METHOD TO WS-AUD-AFTER-IMAGE
006586             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006587             MOVE TRN-PAY-METHOD TO EMP-PAY-METHOD
006588     END-IF
006589     IF TRN-EMPLOYMENT-TYPE NOT = SPACE
006590         AND TRN-EMPLOYMENT-TYPE NOT = EMP-EMPLOYMENT-TYPE
006591             MOVE "EMPL TYPE" TO WS-AUD-FIELD-NAME
006592             MOVE EMP-EMPLOYMENT-TYPE TO WS-AUD-BEFORE-IMAGE
006593             MOVE TRN-EMPLOYMENT-TYPE TO WS-AUD-AFTER-IMAGE
006594             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006595             MOVE TRN-EMPLOYMENT-TYPE TO EMP-EMPLOYMENT-TYPE
006596     END-IF
006598     IF TRN-MONTHLY-SALARY-X NOT = SPACES
006600         AND TRN-MONTHLY-SALARY NOT = EMP-MONTHLY-SALARY
006610             MOVE "MTH SALARY" TO WS-AUD-FIELD-NAME
006620             MOVE EMP-MONTHLY-SALARY TO WS-ED-SALARY
006650             MOVE WS-ED-SALARY TO WS-AUD-AFTER-IMAGE
006660             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006670             MOVE TRN-MONTHLY-SALARY TO EMP-MONTHLY-SALARY
006680     END-IF
006681     IF WS-NEW-ID-NUMBER NOT = EMP-ID-NUMBER
006682         MOVE "ID NUMBER" TO WS-AUD-FIELD-NAME
006683         MOVE EMP-ID-NUMBER TO WS-AUD-BEFORE-IMAGE
006684         MOVE WS-NEW-ID-NUMBER TO WS-AUD-AFTER-IMAGE
006685         PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006686         MOVE WS-NEW-ID-NUMBER TO EMP-ID-NUMBER
006687     END-IF
006688     IF TRN-BIRTH-DATE-X NOT = SPACES
006689         AND TRN-BIRTH-DATE NOT = EMP-BIRTH-DATE
006690             MOVE "BIRTH DATE" TO WS-AUD-FIELD-NAME
006691             MOVE EMP-BIRTH-DATE TO WS-AUD-BEFORE-IMAGE
006692             MOVE WS-NEW-BIRTH-DATE TO WS-AUD-AFTER-IMAGE
006693             PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT
006694             MOVE WS-NEW-BIRTH-DATE TO EMP-BIRTH-DATE
006695     END-IF.
006697 3150-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
007390 3300-EXIT.
007400     EXIT.

007401*----------------------------------------------------------------
007402*  3500-EDIT-ID-AND-BIRTH - SA ID NUMBER AND DATE OF BIRTH
007403*  THE CANDIDATE VALUES (SPACES/ZERO ON AN ADD, THE MASTER'S ON
007404*  A CHANGE) ARE OVERLAID WITH WHATEVER THE CARD KEYS.  THE ID
007405*  NUMBER MUST BE THIRTEEN DIGITS, THE BIRTH DATE A REAL
007406*  CCYYMMDD DATE, AND WHEN BOTH ARE PRESENT THE FIRST SIX
007407*  DIGITS OF THE ID NUMBER MUST BE THE BIRTH DATE'S YYMMDD.
007408*----------------------------------------------------------------
007409 3500-EDIT-ID-AND-BIRTH.
007410     IF TRN-ID-NUMBER NOT = SPACES
007411         IF TRN-ID-NUMBER NUMERIC
007412             MOVE TRN-ID-NUMBER TO WS-NEW-ID-NUMBER
007413         ELSE
007414             MOVE "ID NUMBER NOT THIRTEEN DIGITS"
007415                 TO WS-EXCEPTION-REASON
007416             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
007417             GO TO 3500-EXIT
007418         END-IF
007419     END-IF
007420     IF TRN-BIRTH-DATE-X NOT = SPACES
007421         IF TRN-BIRTH-DATE-X NUMERIC
007422             MOVE TRN-BIRTH-DATE TO WS-NEW-BIRTH-DATE
007423         ELSE
007424             MOVE "NON-NUMERIC DATE OF BIRTH"
007425                 TO WS-EXCEPTION-REASON
007426             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
007427             GO TO 3500-EXIT
007428         END-IF
007429     END-IF
007430     IF WS-NEW-BIRTH-DATE = ZERO
007431         GO TO 3500-EXIT
007432     END-IF
007433     IF WS-NEW-BIRTH-YEAR < 1900
007434         OR WS-NEW-BIRTH-DATE > WS-RUN-DATE-CCYYMMDD
007435         OR WS-NEW-BIRTH-MM < 1 OR WS-NEW-BIRTH-MM > 12
007436         OR WS-NEW-BIRTH-DD < 1 OR WS-NEW-BIRTH-DD > 31
007437             MOVE "INVALID DATE OF BIRTH"
007438                 TO WS-EXCEPTION-REASON
007439             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
007440             GO TO 3500-EXIT
007441     END-IF
007442     IF WS-NEW-ID-NUMBER NOT = SPACES
007443         AND WS-NEW-ID-YYMMDD NOT = WS-NEW-BIRTH-YYMMDD
007444             MOVE "ID NUMBER DOES NOT MATCH DATE OF BIRTH"
007445                 TO WS-EXCEPTION-REASON
007446             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
007447     END-IF.
007448 3500-EXIT.
007449     EXIT.

007450*----------------------------------------------------------------
007452*  4000-WRITE-AUDIT-RECORD - ONE FIELD-LEVEL AUDIT TRAIL RECORD
007454*----------------------------------------------------------------
007456 4000-WRITE-AUDIT-RECORD.
007458     MOVE SPACES TO AUDIT-TRAIL-RECORD
007460     MOVE WS-RUN-DATE-CCYYMMDD TO AUD-DATE
007470     MOVE WS-RUN-TIME-HHMMSS TO AUD-TIME
007480     MOVE TRN-USER-ID TO AUD-USER-ID
