       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBW8MNT.

      ******************************************************************
      * FOREIGN-STATUS (W-8) CERTIFICATION - RECORDS, RENEWS AND
      * WITHDRAWS A NON-RESIDENT ALIEN CUSTOMER'S CERTIFICATION ON THE
      * CUSTOMER ROW. ACTION-IN:
      *   ' ' - INQUIRY: THE CERTIFICATION ON FILE IS RETURNED AND
      *         NOTHING CHANGES
      *   'C' - CERTIFY (OR RE-CERTIFY ON A NEW FORM): FORSTAT-IN 'F'
      *         FOR STATUTORY-RATE WITHHOLDING, OR 'T' CLAIMING A
      *         TREATY RATE OF TREATYPCT-IN WHOLE PERCENT; THE COUNTRY
      *         OF RESIDENCE (NOT 'US') AND THE DATE THE FORM WAS
      *         SIGNED, WHICH MAY NOT BE IN THE FUTURE
      *   'W' - WITHDRAW: THE CUSTOMER IS A U.S. PERSON AGAIN AND
      *         FALLS BACK UNDER THE W-9 / BACKUP-WITHHOLDING RULES
      *         (TINCERT-CD, MAINTAINED THROUGH FBSCUDAT)
      *
      * A W-8 STAYS IN FORCE THROUGH THE LAST DAY OF THE THIRD
      * CALENDAR YEAR AFTER THE YEAR IT WAS SIGNED, SO THE EXPIRY DATE
      * IS DERIVED HERE FROM THE FORM DATE, NOT KEYED; A FORM ALREADY
      * PAST IT IS REFUSED. INTPOST WITHHOLDS AT THE TREATY RATE ONLY
      * WHILE THE FORM IS IN FORCE AND AT THE STATUTORY RATE
      * OTHERWISE; W8EXPRPT LISTS FORMS COMING DUE FOR RENEWAL.
      *
      * EVERY CHANGE WRITES AN AUDIT-SEG ROW UNDER THE CUSTOMER, THE
      * SAME BEFORE/AFTER TRAIL FBSCUDAT WRITES, CARRYING THE OPERATOR
      * WHO KEYED IT. THE OPERATOR MUST BE SIGNED ON AT THIS TERMINAL
      * (FBOPRSGN), READ ON THE OPERATOR PCB (DBPCB2).
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(24) VALUE "NO CUSTOMER ON FILE".
       77  CUSTRETIRED     PIC  X(30) VALUE
             "CUSTOMER RETIRED BY MERGE".
       77  BADACTION       PIC  X(30) VALUE
             "ACTION MUST BE C OR W".
       77  BADFORSTAT      PIC  X(30) VALUE
             "STATUS MUST BE F OR T".
       77  BADCOUNTRY      PIC  X(30) VALUE
             "FOREIGN COUNTRY IS REQUIRED".
       77  BADFORMDATE     PIC  X(30) VALUE
             "FORM DATE INVALID OR IN FUTURE".
       77  FORMEXPIRED     PIC  X(30) VALUE
             "FORM HAS ALREADY EXPIRED".
       77  BADTREATY       PIC  X(32) VALUE
             "TREATY RATE MUST BE 0 TO 29 PCT".
       77  NOTFOREIGN      PIC  X(30) VALUE
             "NO W-8 ON FILE TO WITHDRAW".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * A TREATY CLAIM MUST BE BELOW THE STATUTORY RATE INTPOST
      * APPLIES (NRA-WH-RATE) - OTHERWISE THERE IS NOTHING TO CLAIM
       77  MAX-TREATY-PCT      PIC  S9(3) COMP-3 VALUE 29.
      * YEARS AFTER THE SIGNING YEAR THROUGH WHOSE END A W-8 STAYS IN
      * FORCE
       77  W8-LIFE-YEARS       PIC  S9(3) COMP-3 VALUE 3.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  CUSTID-IN       PIC  X(09).
           05  ACTION-IN       PIC  X(01).
           05  FORSTAT-IN      PIC  X(01).
           05  COUNTRY-IN      PIC  X(02).
      *    DATE THE FORM WAS SIGNED, YYYY-MM-DD
           05  FORMDATE-IN     PIC  X(10).
      *    TREATY RATE CLAIMED, WHOLE PERCENT - 'T' ONLY
           05  TREATYPCT-IN    PIC  X(03).
      *    OPERATOR KEYING THE ENTRY - MUST BE SIGNED ON AT THIS LTERM
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  CUSTID-OUT      PIC  S9(9) COMP-5.
           05  FORSTAT-OUT     PIC  X(01).
           05  COUNTRY-OUT     PIC  X(02).
           05  FORMDATE-OUT    PIC  X(10).
           05  TREATYRT-OUT    PIC  9V9(4).
           05  EXPIRY-OUT      PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    AUDIT-SSA INSERTS THE CHANGE ROW UNDER THE CUSTOMER HELD
      *    BY CUSTOMER-SSA1
       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CUSTOMER ROOT SEGMENT
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
           05  PHONE-CD        PIC  X(12).
           05  STATUS-CD       PIC  X(1).
           05  PASSWORD-CD     PIC  X(16).
           05  CUSTOMERTYPE-CD PIC  X(1).
           05  LASTLOGIN-CD    PIC  X(23).
           05  FAILEDLOGIN-CD  PIC  9(1).
           05  LOCKED-CD       PIC  X(1).
           05  LASTLOGOUT-CD   PIC  X(23).
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
      * HASHED CREDENTIAL FIELDS - SEE FBLOGIN
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
      * WHEN THIS ROW WAS RETIRED AS A DUPLICATE BY THE CUSTMRG MERGE
      * UTILITY, THE SURVIVING CUSTID - ZERO ON A LIVE ROW
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
      * DECEASED PROCESSING - SEE FBDECNOT/ESTDIST
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
      * TAXPAYER IDENTIFICATION - SEE INTPOST
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-CD      PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-CD SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-CD. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-CD      PIC  X(01).
           05  FORCTRY-CD      PIC  X(02).
           05  W8DATE-CD       PIC  X(10).
           05  TREATYRT-CD     PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-CD     PIC  X(10).

      *    AUDIT-SEG - SEE FBSCUDAT. ONLY THE W-8 FIELDS CHANGE HERE;
      *    EVERY OTHER BEFORE/AFTER PAIR CARRIES THE UNCHANGED VALUE.
       01  AUDIT-SEG.
           05  TIMESTMP-AUD    PIC  X(23).
           05  OLDLASTNAME-AUD    PIC  X(50).
           05  NEWLASTNAME-AUD    PIC  X(50).
           05  OLDFIRSTNAME-AUD   PIC  X(50).
           05  NEWFIRSTNAME-AUD   PIC  X(50).
           05  OLDADDRESS-AUD     PIC  X(80).
           05  NEWADDRESS-AUD     PIC  X(80).
           05  OLDCITY-AUD        PIC  X(25).
           05  NEWCITY-AUD        PIC  X(25).
           05  OLDSTATE-AUD       PIC  X(2).
           05  NEWSTATE-AUD       PIC  X(2).
           05  OLDZIPCODE-AUD     PIC  X(15).
           05  NEWZIPCODE-AUD     PIC  X(15).
           05  OLDPHONE-AUD       PIC  X(12).
           05  NEWPHONE-AUD       PIC  X(12).
           05  OLDTIN-AUD         PIC  X(09).
           05  NEWTIN-AUD         PIC  X(09).
           05  OLDTINCERT-AUD     PIC  X(01).
           05  NEWTINCERT-AUD     PIC  X(01).
           05  OLDEMAIL-AUD       PIC  X(50).
           05  NEWEMAIL-AUD       PIC  X(50).
           05  OLDSMS-AUD         PIC  X(12).
           05  NEWSMS-AUD         PIC  X(12).
           05  OLDOPTINS-AUD      PIC  X(08).
           05  NEWOPTINS-AUD      PIC  X(08).
           05  OLDDOB-AUD         PIC  X(10).
           05  NEWDOB-AUD         PIC  X(10).
           05  OLDOFFICER-AUD     PIC  9(09).
           05  NEWOFFICER-AUD     PIC  9(09).
           05  OLDFORSTAT-AUD     PIC  X(01).
           05  NEWFORSTAT-AUD     PIC  X(01).
           05  OLDFORCTRY-AUD     PIC  X(02).
           05  NEWFORCTRY-AUD     PIC  X(02).
           05  OLDW8DATE-AUD      PIC  X(10).
           05  NEWW8DATE-AUD      PIC  X(10).
           05  OLDTREATYRT-AUD    PIC  9V9(4).
           05  NEWTREATYRT-AUD    PIC  9V9(4).
           05  OLDW8EXPIRY-AUD    PIC  X(10).
           05  NEWW8EXPIRY-AUD    PIC  X(10).
      * OPERATOR WHO KEYED THE CHANGE - ZERO FOR A BATCH UPDATE
           05  OPERID-AUD         PIC  9(09).

      *    THE CERTIFICATION AS IT STOOD BEFORE THIS CHANGE
       01  WS-OLD-W8.
           05  WS-OLD-FORSTAT  PIC  X(01).
           05  WS-OLD-FORCTRY  PIC  X(02).
           05  WS-OLD-W8DATE   PIC  X(10).
           05  WS-OLD-TREATYRT PIC  S9(1)V9(4) COMP-3.
           05  WS-OLD-W8EXPIRY PIC  X(10).

      ******************************************************************
      *FORM-DATE EDIT AND EXPIRY DERIVATION
      ******************************************************************

       01  WS-FORM-DATE        PIC  X(10).
       01  WS-FORM-PARTS REDEFINES WS-FORM-DATE.
           05  WS-FORM-YEAR    PIC  9(04).
           05  WS-FORM-DASH1   PIC  X(01).
           05  WS-FORM-MONTH   PIC  9(02).
           05  WS-FORM-DASH2   PIC  X(01).
           05  WS-FORM-DAY     PIC  9(02).
       77  WS-EXPIRY-YEAR      PIC  9(04).
       01  WS-EXPIRY-DATE      PIC  X(10).
       77  WS-TREATY-PCT       PIC  S9(3) COMP-3.
       01  WS-TODAY-YMD        PIC  X(10).

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
             10  WS-CURRENT-YEAR         PIC 9(04).
             10  WS-CURRENT-MONTH        PIC 9(02).
             10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
             10  WS-CURRENT-HOURS        PIC 9(02).
             10  WS-CURRENT-MINUTE       PIC 9(02).
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  TIMESTAMP.
           05  YEAR-TS         PIC X(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  MONTH-TS        PIC X(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  DAY-TS          PIC X(2).
           05  FILLER          PIC X(1) VALUE ' '.
           05  HOUR-TS         PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  MINUTE-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  SECOND-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE '.'.
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

      ******************************************************************
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

       01  OPRSIGN-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SIGN-OPERID     PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

      ******************************************************************
      *I/O PCB
      ******************************************************************

       01  LTERMPCB.
           05  LOGTTERM        PIC  X(08).
           05  FILLER          PIC  X(02).
           05  TPSTAT          PIC  X(02).
           05  IODATE          PIC  X(04).
           05  IOTIME          PIC  X(04).
           05  FILLER          PIC  X(02).
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

      ******************************************************************
      *DATABASE PCB - CUSTOMER, WITH AUDIT SENSITIVE FOR INSERT
      ******************************************************************

       01  DBPCB.
           05  DBDNAME         PIC  X(08).
           05  SEGLEVEL        PIC  X(02).
           05  DBSTAT          PIC  X(02).
           05  PROCOPTS        PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  SEGNAMFB        PIC  X(08).
           05  LENKEY          PIC  9(08) COMP.
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).
           05  FILLER REDEFINES KEYFB.
               07  KEYFB1      PIC  X(9).
               07  FILLER      PIC  X(11).

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING FIELDS SO A SHORTER INQUIRY MESSAGE CAN'T
      * INHERIT A CERTIFICATION FROM AN EARLIER ONE
              MOVE SPACES TO ACTION-IN
              MOVE SPACES TO FORSTAT-IN
              MOVE SPACES TO COUNTRY-IN
              MOVE SPACES TO FORMDATE-IN
              MOVE SPACES TO TREATYPCT-IN
              MOVE SPACES TO OPERID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-W8 THRU MAINTAIN-W8-END

                PERFORM INSERT-IO THRU INSERT-IO-END
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
                  MOVE 1 TO TERM-IO
                ELSE
                  DISPLAY 'GU FROM IOPCB FAILED WITH STATUS CODE: '
                    TPSTAT
                END-IF
              END-IF
           END-PERFORM.
           STOP RUN.

      * PROCEDURE MAINTAIN-W8 : HOLDS THE CUSTOMER, VALIDATES THE
      * REQUESTED CHANGE AND RECORDS IT WITH ITS AUDIT ROW
       MAINTAIN-W8.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO FORSTAT-OUT.
           MOVE SPACES TO COUNTRY-OUT.
           MOVE SPACES TO FORMDATE-OUT.
           MOVE SPACES TO EXPIRY-OUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.

      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-W8-END
           END-IF.

           COMPUTE SSA-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO MAINTAIN-W8-END
           END-IF.
           MOVE CUSTID-CD TO CUSTID-OUT.
           PERFORM SET-W8-REPLY THRU SET-W8-REPLY-END.
           IF ACTION-IN = SPACE
             GO TO MAINTAIN-W8-END
           END-IF.

           IF MERGEDTO-CD NOT = 0
             MOVE CUSTRETIRED TO MSG-OUT
             GO TO MAINTAIN-W8-END
           END-IF.
           IF ACTION-IN NOT = 'C' AND ACTION-IN NOT = 'W'
             MOVE BADACTION TO MSG-OUT
             GO TO MAINTAIN-W8-END
           END-IF.

           MOVE FORSTAT-CD TO WS-OLD-FORSTAT.
           MOVE FORCTRY-CD TO WS-OLD-FORCTRY.
           MOVE W8DATE-CD TO WS-OLD-W8DATE.
           MOVE TREATYRT-CD TO WS-OLD-TREATYRT.
           MOVE W8EXPIRY-CD TO WS-OLD-W8EXPIRY.

           IF ACTION-IN = 'W'
             IF FORSTAT-CD = SPACE
               MOVE NOTFOREIGN TO MSG-OUT
               GO TO MAINTAIN-W8-END
             END-IF
             MOVE SPACE TO FORSTAT-CD
             MOVE SPACES TO FORCTRY-CD
             MOVE SPACES TO W8DATE-CD
             MOVE 0 TO TREATYRT-CD
             MOVE SPACES TO W8EXPIRY-CD
           ELSE
             PERFORM EDIT-CERTIFICATION THRU EDIT-CERTIFICATION-END
             IF MSG-OUT NOT = SPACES
               GO TO MAINTAIN-W8-END
             END-IF
             MOVE FORSTAT-IN TO FORSTAT-CD
             MOVE COUNTRY-IN TO FORCTRY-CD
             MOVE FORMDATE-IN TO W8DATE-CD
             COMPUTE TREATYRT-CD = WS-TREATY-PCT / 100
             MOVE WS-EXPIRY-DATE TO W8EXPIRY-CD
           END-IF.

           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO MAINTAIN-W8-END
           END-IF.
           PERFORM SET-W8-REPLY THRU SET-W8-REPLY-END.
           PERFORM WRITE-W8-AUDIT THRU WRITE-W8-AUDIT-END.
           IF MSG-OUT = SPACES
             IF ACTION-IN = 'W'
               MOVE 'W-8 CERTIFICATION WITHDRAWN' TO MSG-OUT
             ELSE
               MOVE 'W-8 CERTIFICATION RECORDED' TO MSG-OUT
             END-IF
           END-IF.
       MAINTAIN-W8-END.
           EXIT.

      * PROCEDURE EDIT-CERTIFICATION : VALIDATES A 'C' ENTRY AND
      * DERIVES THE FORM'S EXPIRY DATE. LEAVES THE REASON IN MSG-OUT
      * WHEN THE ENTRY IS REFUSED.
       EDIT-CERTIFICATION.
           IF FORSTAT-IN NOT = 'F' AND FORSTAT-IN NOT = 'T'
             MOVE BADFORSTAT TO MSG-OUT
             GO TO EDIT-CERTIFICATION-END
           END-IF.
           IF COUNTRY-IN = SPACES OR COUNTRY-IN = 'US'
             MOVE BADCOUNTRY TO MSG-OUT
             GO TO EDIT-CERTIFICATION-END
           END-IF.

           MOVE FORMDATE-IN TO WS-FORM-DATE.
           IF WS-FORM-YEAR NOT NUMERIC OR WS-FORM-MONTH NOT NUMERIC
              OR WS-FORM-DAY NOT NUMERIC
              OR WS-FORM-DASH1 NOT = '-' OR WS-FORM-DASH2 NOT = '-'
             MOVE BADFORMDATE TO MSG-OUT
             GO TO EDIT-CERTIFICATION-END
           END-IF.
           IF WS-FORM-MONTH < 1 OR WS-FORM-MONTH > 12
              OR WS-FORM-DAY < 1 OR WS-FORM-DAY > 31
              OR WS-FORM-DATE > WS-TODAY-YMD
             MOVE BADFORMDATE TO MSG-OUT
             GO TO EDIT-CERTIFICATION-END
           END-IF.

           COMPUTE WS-EXPIRY-YEAR = WS-FORM-YEAR + W8-LIFE-YEARS.
           MOVE SPACES TO WS-EXPIRY-DATE.
           STRING WS-EXPIRY-YEAR '-12-31' DELIMITED BY SIZE
              INTO WS-EXPIRY-DATE.
           IF WS-EXPIRY-DATE < WS-TODAY-YMD
             MOVE FORMEXPIRED TO MSG-OUT
             GO TO EDIT-CERTIFICATION-END
           END-IF.

           MOVE 0 TO WS-TREATY-PCT.
           IF FORSTAT-IN = 'T'
             IF TREATYPCT-IN = SPACES
               MOVE BADTREATY TO MSG-OUT
               GO TO EDIT-CERTIFICATION-END
             END-IF
             COMPUTE WS-TREATY-PCT = FUNCTION NUMVAL ( TREATYPCT-IN )
             IF WS-TREATY-PCT < 0 OR WS-TREATY-PCT > MAX-TREATY-PCT
               MOVE BADTREATY TO MSG-OUT
               GO TO EDIT-CERTIFICATION-END
             END-IF
           END-IF.
       EDIT-CERTIFICATION-END.
           EXIT.

      * PROCEDURE SET-W8-REPLY : THE CERTIFICATION NOW ON FILE
       SET-W8-REPLY.
           MOVE FORSTAT-CD TO FORSTAT-OUT.
           MOVE FORCTRY-CD TO COUNTRY-OUT.
           MOVE W8DATE-CD TO FORMDATE-OUT.
           MOVE TREATYRT-CD TO TREATYRT-OUT.
           MOVE W8EXPIRY-CD TO EXPIRY-OUT.
       SET-W8-REPLY-END.
           EXIT.

      * PROCEDURE WRITE-W8-AUDIT : THE BEFORE/AFTER ROW FOR THE
      * CERTIFICATION CHANGE
       WRITE-W8-AUDIT.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-AUD.
           MOVE LASTNAME-CD TO OLDLASTNAME-AUD.
           MOVE LASTNAME-CD TO NEWLASTNAME-AUD.
           MOVE FIRSTNAME-CD TO OLDFIRSTNAME-AUD.
           MOVE FIRSTNAME-CD TO NEWFIRSTNAME-AUD.
           MOVE ADDRESS-CD TO OLDADDRESS-AUD.
           MOVE ADDRESS-CD TO NEWADDRESS-AUD.
           MOVE CITY-CD TO OLDCITY-AUD.
           MOVE CITY-CD TO NEWCITY-AUD.
           MOVE STATE-CD TO OLDSTATE-AUD.
           MOVE STATE-CD TO NEWSTATE-AUD.
           MOVE ZIPCODE-CD TO OLDZIPCODE-AUD.
           MOVE ZIPCODE-CD TO NEWZIPCODE-AUD.
           MOVE PHONE-CD TO OLDPHONE-AUD.
           MOVE PHONE-CD TO NEWPHONE-AUD.
           MOVE TIN-CD TO OLDTIN-AUD.
           MOVE TIN-CD TO NEWTIN-AUD.
           MOVE TINCERT-CD TO OLDTINCERT-AUD.
           MOVE TINCERT-CD TO NEWTINCERT-AUD.
           MOVE EMAIL-CD TO OLDEMAIL-AUD.
           MOVE EMAIL-CD TO NEWEMAIL-AUD.
           MOVE SMS-CD TO OLDSMS-AUD.
           MOVE SMS-CD TO NEWSMS-AUD.
           MOVE OPTINS-CD TO OLDOPTINS-AUD.
           MOVE OPTINS-CD TO NEWOPTINS-AUD.
           MOVE DOB-CD TO OLDDOB-AUD.
           MOVE DOB-CD TO NEWDOB-AUD.
           MOVE OFFICER-CD TO OLDOFFICER-AUD.
           MOVE OFFICER-CD TO NEWOFFICER-AUD.
           MOVE WS-OLD-FORSTAT TO OLDFORSTAT-AUD.
           MOVE FORSTAT-CD TO NEWFORSTAT-AUD.
           MOVE WS-OLD-FORCTRY TO OLDFORCTRY-AUD.
           MOVE FORCTRY-CD TO NEWFORCTRY-AUD.
           MOVE WS-OLD-W8DATE TO OLDW8DATE-AUD.
           MOVE W8DATE-CD TO NEWW8DATE-AUD.
           MOVE WS-OLD-TREATYRT TO OLDTREATYRT-AUD.
           MOVE TREATYRT-CD TO NEWTREATYRT-AUD.
           MOVE WS-OLD-W8EXPIRY TO OLDW8EXPIRY-AUD.
           MOVE W8EXPIRY-CD TO NEWW8EXPIRY-AUD.
           COMPUTE OPERID-AUD = FUNCTION NUMVAL ( OPERID-IN ).
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, AUDIT-SEG, AUDIT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             DISPLAY 'W-8 AUDIT INSERT FAILED FOR CUSTID: '
                CUSTID-CD
           END-IF.
       WRITE-W8-AUDIT-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT = SPACES
             IF SIGNTERM-OPR NOT = SPACES AND SIGNTERM-OPR = LOGTTERM
                AND LOCKED-OPR NOT = 'Y'
               MOVE 'Y' TO WS-SIGNED-ON
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
