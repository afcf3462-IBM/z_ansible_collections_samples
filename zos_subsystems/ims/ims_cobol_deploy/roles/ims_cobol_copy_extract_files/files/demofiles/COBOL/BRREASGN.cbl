       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRREASGN.

      ******************************************************************
      * MASS DOMICILE-BRANCH AND RELATIONSHIP-OFFICER REASSIGNMENT -
      * WHEN A BRANCH CLOSES OR AN OFFICER LEAVES, THIS JOB MOVES
      * THE BOOK IN ONE RUN INSTEAD OF ONE ACCOUNT AT A TIME. IT IS
      * ALSO THE WAY A SINGLE ACCOUNT OR CUSTOMER IS REASSIGNED.
      *
      * DRIVEN BY THE REASGCTL CONTROL FILE IN THE USUAL QUOTED/COMMA
      * LAYOUT (FIRST COLUMN UNQUOTED), ONE RULE PER ROW:
      *   B,"<OLD BRANCH>","<NEW BRANCH>","<REASON>"
      *       EVERY ACCOUNT DOMICILED AT THE OLD BRANCH THAT IS NOT
      *       CLOSED MOVES TO THE NEW ONE (A CLOSED ACCOUNT STAYS
      *       WITH THE BRANCH THAT OWNED IT)
      *   A,<ACCID>,"<NEW BRANCH>","<REASON>"
      *       ONE ACCOUNT MOVES, WHATEVER ITS STATUS
      *   O,<OLD OPERID>,<NEW OPERID>,"<REASON>"
      *       EVERY CUSTOMER OF THE OLD OFFICER MOVES TO THE NEW ONE
      *   C,<CUSTID>,<NEW OPERID>,"<REASON>"
      *       ONE CUSTOMER MOVES
      * A SINGLE-ACCOUNT OR SINGLE-CUSTOMER RULE WINS OVER A BULK
      * RULE THAT WOULD ALSO CATCH THE SAME ROW.
      *
      * EVERY RULE IS VALIDATED BEFORE ANYTHING MOVES: THE NEW BRANCH
      * MUST BE AN ACTIVE BRANCH ON THE BRANCHES MASTER (THE OLD ONE
      * MERELY ON FILE - IT IS USUALLY THE ONE CLOSING), AND THE NEW
      * OFFICER AN OPERATOR ON FILE WHO IS NOT DISABLED. A RULE THAT
      * FAILS IS REJECTED AND LEAVES RC 4; THE OTHERS STILL RUN.
      *
      * EVERY MOVED ACCOUNT GETS AN ACCTAUD ROW (FIELD 'DOMBRANCH',
      * THE SAME OLD/NEW IDIOM FBACCMNT AND RATECHG USE) AND EVERY
      * MOVED CUSTOMER AN AUDIT ROW WITH THE OLD AND NEW OFFICER - THE
      * PROFILE FIELDS CARRY THE SAME VALUE BEFORE AND AFTER, AS
      * FBSCUDAT RECORDS AN UNCHANGED FIELD. A FAILED UPDATE LEAVES
      * RC 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASGCTL-FILE ASSIGN TO REASGCTL.
      *    BRANCH MASTER - CODE, NAME, REGION, STATUS; SEE
      *    LOAD-BRANCH-MASTER
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.

       DATA DIVISION.

       FILE SECTION.
         FD REASGCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REASGCTL-IN.
       01  REASGCTL-IN          PIC X(80).

         FD BRANCHES-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
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
      *REASSIGNMENT RULES FROM REASGCTL - VALIDATED AS THEY LOAD
      ******************************************************************

       77  MAX-RULES           PIC  9(05)        VALUE 00100.
       77  TOTAL-RULES         PIC  9(05)        VALUE 0.
       77  WS-RA-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-RA-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-RA-OK            PIC  X(01).
       77  WS-ACCT-RULES       PIC  9(05) COMP-5 VALUE 0.
       77  WS-CUST-RULES       PIC  9(05) COMP-5 VALUE 0.

       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 100 TIMES INDEXED BY RA-IX.
               10  RA-TYPE         PIC  X(01).
                   88  RA-BRANCH-RULE  VALUE 'B'.
                   88  RA-ACCOUNT-RULE VALUE 'A'.
                   88  RA-OFFICER-RULE VALUE 'O'.
                   88  RA-CUSTOMER-RULE VALUE 'C'.
      *        THE OLD BRANCH ('B'), OR THE ACCID / OLD OPERID /
      *        CUSTID THE RULE KEYS ON
               10  RA-FROM-BR      PIC  X(04).
               10  RA-FROM-ID      PIC  S9(18) COMP-5.
      *        THE NEW BRANCH ('B','A') OR NEW OPERID ('O','C')
               10  RA-TO-BR        PIC  X(04).
               10  RA-TO-OPER      PIC  S9(9) COMP-5.
               10  RA-REASON       PIC  X(30).
               10  RA-HITS         PIC  S9(9) COMP-5.

       01  TXT-RA-TYPE         PIC  X(01).
       01  TXT-RA-FROM         PIC  X(19).
       01  TXT-RA-TO           PIC  X(09).
       01  TXT-RA-REASON       PIC  X(30).
       01  WS-REASGCTL-EOF     PIC  X(01) VALUE 'N'.
           88  REASGCTL-EOF        VALUE 'Y'.

      * BRANCH MASTER - ONE ROW PER BRANCH FROM THE BRANCHES CONTROL
      * FILE ("<CODE>","<NAME>","<REGION>","<STATUS>", STATUS 'A'
      * ACTIVE / 'C' CLOSED), LOADED AT STARTUP AND SEARCHED BY
      * FIND-VALID-BRANCH - THE SAME TABLE IBTRAN VALIDATES
      * BRANCH-HIST AGAINST.
       77  MAX-BRANCHES        PIC  9(05)        VALUE 00050.
       77  TOTAL-BRANCHES      PIC  9(05)        VALUE 0.
       77  WS-BR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-SEARCH-CD     PIC  X(04).
       77  WS-BR-OK            PIC  X(01).

       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES
                          INDEXED BY BR-IX.
               10  BR-CODE         PIC  X(04).
               10  BR-NAME         PIC  X(20).
               10  BR-REGION       PIC  X(08).
               10  BR-STATUS       PIC  X(01).

       01  TXT-BR-LEAD         PIC  X(01).
       01  TXT-BR-CODE         PIC  X(04).
       01  TXT-BR-NAME         PIC  X(20).
       01  TXT-BR-REGION       PIC  X(08).
       01  TXT-BR-STATUS       PIC  X(01).
       01  WS-BRANCHES-EOF     PIC  X(01) VALUE 'N'.
           88  BRANCHES-EOF        VALUE 'Y'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    AUDIT-SSA INSERTS THE REASSIGNMENT ROW UNDER THE CUSTOMER
      *    CURRENTLY POSITIONED BY CUSTOMER-SSA1
       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCTAUD-SSA INSERTS THE REASSIGNMENT ROW UNDER THE ACCOUNT
      *    CURRENTLY POSITIONED BY ACCOUNT-SSA1 - SEE FBACCMNT FOR THE
      *    SEGMENT'S AUDIT-TRAIL IDIOM
       01  ACCTAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCTAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERATOR-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  OPR-OPERID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
           05  ACCTYPE-ACC     PIC  X(01).
           05  BALANCE-ACC     PIC  S9(13)V9(2) COMP-3.
           05  LASTTXID-ACC    PIC  S9(18) COMP-5.
           05  ACCTSTATUS-ACC  PIC  X(01).
           05  WDRLDATE-ACC    PIC  X(08).
           05  WDRLTODAY-ACC   PIC  S9(13)V9(2) COMP-3.
           05  INTRATE-ACC     PIC  S9(1)V9(4) COMP-3.
           05  CURRENCY-ACC    PIC  X(03).
      * CUSTOMER-SET LOW-BALANCE ALERT THRESHOLD - WHEN THE BALANCE
      * DROPS BELOW THIS AFTER A POSTING, IBTRAN FIRES THE LOW-
      * BALANCE NOTIFICATION HOOK. ZERO MEANS NO ALERT IS WANTED.
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
      * INTEREST ACCRUED DAILY BY INTPOST BUT NOT YET CAPITALIZED -
      * POSTED AS A SINGLE HISTORY ENTRY ON THE MONTH-END RUN. CARRIED
      * AT FOUR DECIMALS SO NIGHTLY FRACTIONS AREN'T LOST.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
      * TERM-DEPOSIT FIELDS - BLANK/ZERO ON AN OPEN-ENDED ACCOUNT.
      * SEE TDMATURE.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
      * APPROVED OVERDRAFT LINE - THE LOWEST THE BALANCE MAY GO IS
      * ZERO MINUS THIS LIMIT. ZERO MEANS NO OVERDRAFT.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
      * STATEMENT CYCLE (1-20) - WHICH NIGHTLY STMTGEN CYCLE RUN
      * PRODUCES THIS ACCOUNT'S STATEMENT. SEE CYCCTL.
           05  CYCLE-ACC       PIC  S9(3) COMP-3.
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

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
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
      * TAXPAYER IDENTIFICATION - SEE LOADCUST. A BLANK CERTIFICATION
      * FLAG ENROLLS UNCERTIFIED.
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS - SEE
      * NOTIFDSP FOR THE FLAG-BYTE MEANINGS
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
      * DATE OF BIRTH (YYYY-MM-DD) - VERIFIED AT ENROLLMENT, DRIVES
      * THE MINOR/CUSTODIAL CHECK IN FBACCOPN AND THE SENIOR FEE
      * WAIVER IN DORMFEE. BLANK MEANS NO DOB ON FILE.
           05  DOB-CD          PIC  X(10).
      * RELATIONSHIP VALUE BAND - STAMPED BY THE MONTHLY CUSTPROF
      * PROFITABILITY RUN. A BRAND-NEW RELATIONSHIP HAS NO SCORE.
           05  VALBAND-CD      PIC  X(01).
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, BYTE 2 SMS (SEE NTFSTAT)
           05  BADCONTACT-CD   PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
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

      *    AUDIT-SEG - THE SAME BEFORE/AFTER CHANGE TRAIL FBSCUDAT
      *    WRITES. ON A REASSIGNMENT ONLY THE OFFICER PAIR DIFFERS.
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
      * DATE-OF-BIRTH CAPTURE TRAIL - SEE FBSCUDAT
           05  OLDDOB-AUD         PIC  X(10).
           05  NEWDOB-AUD         PIC  X(10).
      * RELATIONSHIP-OFFICER TRAIL (OPERIDS, ZONED SO THE ROW STAYS
      * ALL-DISPLAY) - SEE BRREASGN
           05  OLDOFFICER-AUD     PIC  9(09).
           05  NEWOFFICER-AUD     PIC  9(09).
      * W-8 CERTIFICATION TRAIL (TREATY RATE ZONED, LIKE THE OFFICER)
      * - SEE FBW8MNT
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

      *    ACCTAUD-SEG - SEE FBACCMNT FOR THE AUDIT-TRAIL IDIOM
       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  FIELD-AAU       PIC  X(10).
           05  OLDVAL-AAU      PIC  X(16).
           05  NEWVAL-AAU      PIC  X(16).
           05  REASON-AAU      PIC  X(30).
           05  OPERID-AAU      PIC  S9(9) COMP-5.

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

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

       77  WS-OLD-BRANCH       PIC  X(04).
       77  WS-OLD-OFFICER      PIC  S9(9) COMP-5.
       77  WS-CUR-CUSTID       PIC  S9(9) COMP-5.
       77  WS-CUR-ACCID        PIC  S9(18) COMP-5.

       01  RULES-READ          PIC  S9(9) COMP-5 VALUE 0.
       01  RULES-REJECTED      PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-MOVED      PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-READ      PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-MOVED     PIC  S9(9) COMP-5 VALUE 0.
       01  MOVE-FAILURES       PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

      ******************************************************************
      *DATABASE PCB
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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER, AUDIT - UPDATE)
      *   DBPCB2 - ACCOUNT DATABASE (ACCOUNT, ACCTAUD - UPDATE)
      *   DBPCB3 - OPERATOR DATABASE (OPERATOR, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.
           PERFORM LOAD-RULES THRU LOAD-RULES-END.

      * ONE PASS OF THE ACCOUNT DATABASE FOR THE BRANCH RULES, ONE OF
      * THE CUSTOMER DATABASE FOR THE OFFICER RULES - EACH ONLY WHEN
      * A RULE OF ITS KIND SURVIVED VALIDATION
           IF WS-ACCT-RULES > 0
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
             PERFORM PROCESS-ACCOUNT THRU PROCESS-ACCOUNT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.
           IF WS-CUST-RULES > 0
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
             PERFORM PROCESS-CUSTOMER THRU PROCESS-CUSTOMER-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.

           DISPLAY '========================================'.
           DISPLAY 'REASSIGNMENT SUMMARY'.
           PERFORM SHOW-ONE-RULE THRU SHOW-ONE-RULE-END
              VARYING WS-RA-IX FROM 1 BY 1
              UNTIL WS-RA-IX > TOTAL-RULES.
           DISPLAY 'RULES READ:               ' RULES-READ.
           DISPLAY 'RULES REJECTED:           ' RULES-REJECTED.
           DISPLAY 'ACCOUNTS READ:            ' ACCOUNTS-READ.
           DISPLAY 'ACCOUNTS MOVED:           ' ACCOUNTS-MOVED.
           DISPLAY 'CUSTOMERS READ:           ' CUSTOMERS-READ.
           DISPLAY 'CUSTOMERS MOVED:          ' CUSTOMERS-MOVED.
           DISPLAY 'MOVE FAILURES:            ' MOVE-FAILURES.
           DISPLAY '========================================'.
           IF RULES-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF MOVE-FAILURES > 0
             DISPLAY 'REASSIGNMENT DID NOT COMPLETE'
             MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE LOAD-RULES : READS AND VALIDATES EVERY REASGCTL ROW
       LOAD-RULES.
           MOVE 0 TO TOTAL-RULES.
           MOVE 'N' TO WS-REASGCTL-EOF.
           OPEN INPUT REASGCTL-FILE.
           READ REASGCTL-FILE
             AT END
               MOVE 'Y' TO WS-REASGCTL-EOF
           END-READ.
           PERFORM LOAD-ONE-RULE THRU LOAD-ONE-RULE-END
              UNTIL REASGCTL-EOF.
           CLOSE REASGCTL-FILE.
           IF RULES-READ = 0
             DISPLAY 'REASGCTL - NO RULES - NOTHING TO DO'
           END-IF.
       LOAD-RULES-END.
           EXIT.

       LOAD-ONE-RULE.
           MOVE SPACES TO TXT-RA-TYPE.
           MOVE SPACES TO TXT-RA-FROM.
           MOVE SPACES TO TXT-RA-TO.
           MOVE SPACES TO TXT-RA-REASON.
           UNSTRING REASGCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RA-TYPE
                  TXT-RA-FROM
                  TXT-RA-TO
                  TXT-RA-REASON
           END-UNSTRING.

           IF TXT-RA-TYPE = SPACES
             GO TO LOAD-ONE-RULE-READ
           END-IF.
           ADD 1 TO RULES-READ.
           IF TOTAL-RULES NOT < MAX-RULES
             DISPLAY 'REASGCTL - RULE TABLE FULL, ROW REJECTED: '
                REASGCTL-IN
             ADD 1 TO RULES-REJECTED
             GO TO LOAD-ONE-RULE-READ
           END-IF.

           COMPUTE WS-RA-IX = TOTAL-RULES + 1.
           SET RA-IX TO WS-RA-IX.
           MOVE TXT-RA-TYPE TO RA-TYPE (RA-IX).
           MOVE SPACES TO RA-FROM-BR (RA-IX).
           MOVE 0 TO RA-FROM-ID (RA-IX).
           MOVE SPACES TO RA-TO-BR (RA-IX).
           MOVE 0 TO RA-TO-OPER (RA-IX).
           MOVE TXT-RA-REASON TO RA-REASON (RA-IX).
           MOVE 0 TO RA-HITS (RA-IX).
           MOVE 'Y' TO WS-RA-OK.

           IF RA-BRANCH-RULE (RA-IX) OR RA-ACCOUNT-RULE (RA-IX)
             MOVE TXT-RA-TO TO RA-TO-BR (RA-IX)
             MOVE TXT-RA-TO TO WS-BR-SEARCH-CD
             PERFORM FIND-VALID-BRANCH THRU FIND-VALID-BRANCH-END
             IF WS-BR-OK NOT = 'Y' OR TXT-RA-TO = SPACES
               DISPLAY 'REASGCTL - NEW BRANCH NOT ACTIVE: '
                  REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
           END-IF.

      * THE OLD BRANCH ONLY HAS TO BE ON FILE - IT IS USUALLY THE ONE
      * THAT HAS JUST CLOSED
           IF RA-BRANCH-RULE (RA-IX)
             MOVE TXT-RA-FROM TO RA-FROM-BR (RA-IX)
             MOVE TXT-RA-FROM TO WS-BR-SEARCH-CD
             PERFORM FIND-VALID-BRANCH THRU FIND-VALID-BRANCH-END
             IF WS-BR-FOUND-IX = 0 OR TXT-RA-FROM = SPACES
               DISPLAY 'REASGCTL - OLD BRANCH NOT ON FILE: '
                  REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
             IF RA-FROM-BR (RA-IX) = RA-TO-BR (RA-IX)
               DISPLAY 'REASGCTL - OLD AND NEW BRANCH ARE THE SAME: '
                  REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
           END-IF.

           IF RA-ACCOUNT-RULE (RA-IX) OR RA-OFFICER-RULE (RA-IX)
              OR RA-CUSTOMER-RULE (RA-IX)
             COMPUTE RA-FROM-ID (RA-IX) =
                FUNCTION NUMVAL ( TXT-RA-FROM )
             IF RA-FROM-ID (RA-IX) NOT > 0
               DISPLAY 'REASGCTL - MISSING KEY: ' REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
           END-IF.

           IF RA-OFFICER-RULE (RA-IX) OR RA-CUSTOMER-RULE (RA-IX)
             COMPUTE RA-TO-OPER (RA-IX) =
                FUNCTION NUMVAL ( TXT-RA-TO )
             PERFORM CHECK-NEW-OFFICER THRU CHECK-NEW-OFFICER-END
             IF RA-OFFICER-RULE (RA-IX)
                AND RA-FROM-ID (RA-IX) = RA-TO-OPER (RA-IX)
               DISPLAY 'REASGCTL - OLD AND NEW OFFICER ARE THE SAME: '
                  REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
           END-IF.

           IF NOT RA-BRANCH-RULE (RA-IX) AND NOT RA-ACCOUNT-RULE (RA-IX)
              AND NOT RA-OFFICER-RULE (RA-IX)
              AND NOT RA-CUSTOMER-RULE (RA-IX)
             DISPLAY 'REASGCTL - UNKNOWN RULE TYPE: ' REASGCTL-IN
             MOVE 'N' TO WS-RA-OK
           END-IF.

           IF WS-RA-OK = 'Y'
             ADD 1 TO TOTAL-RULES
             IF RA-BRANCH-RULE (RA-IX) OR RA-ACCOUNT-RULE (RA-IX)
               ADD 1 TO WS-ACCT-RULES
             ELSE
               ADD 1 TO WS-CUST-RULES
             END-IF
           ELSE
             ADD 1 TO RULES-REJECTED
           END-IF.

       LOAD-ONE-RULE-READ.
           READ REASGCTL-FILE
             AT END
               MOVE 'Y' TO WS-REASGCTL-EOF
           END-READ.
       LOAD-ONE-RULE-END.
           EXIT.

      * PROCEDURE CHECK-NEW-OFFICER : THE NEW OFFICER ON THE RULE AT
      * RA-IX MUST BE AN OPERATOR ON FILE WHO IS NOT DISABLED
       CHECK-NEW-OFFICER.
           MOVE RA-TO-OPER (RA-IX) TO OPR-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             DISPLAY 'REASGCTL - NEW OFFICER NOT ON FILE: '
                REASGCTL-IN
             MOVE 'N' TO WS-RA-OK
           ELSE
             IF DISABLED-OPR = 'Y'
               DISPLAY 'REASGCTL - NEW OFFICER IS DISABLED: '
                  REASGCTL-IN
               MOVE 'N' TO WS-RA-OK
             END-IF
           END-IF.
       CHECK-NEW-OFFICER-END.
           EXIT.

      * PROCEDURE PROCESS-ACCOUNT : FINDS THE RULE (IF ANY) THAT
      * CATCHES THE CURRENT ACCOUNT, MOVES IT, THEN ADVANCES
       PROCESS-ACCOUNT.
           IF DBSTAT = SPACES
             ADD 1 TO ACCOUNTS-READ
             MOVE 0 TO WS-RA-FOUND-IX
             PERFORM MATCH-ONE-ACCOUNT-RULE
                THRU MATCH-ONE-ACCOUNT-RULE-END
                VARYING WS-RA-IX FROM 1 BY 1
                UNTIL WS-RA-IX > TOTAL-RULES
                   OR WS-RA-FOUND-IX NOT = 0
             IF WS-RA-FOUND-IX = 0
               PERFORM MATCH-ONE-BRANCH-RULE
                  THRU MATCH-ONE-BRANCH-RULE-END
                  VARYING WS-RA-IX FROM 1 BY 1
                  UNTIL WS-RA-IX > TOTAL-RULES
                     OR WS-RA-FOUND-IX NOT = 0
             END-IF
             IF WS-RA-FOUND-IX NOT = 0
               PERFORM MOVE-ONE-ACCOUNT THRU MOVE-ONE-ACCOUNT-END
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-ACCOUNT-END.

       MATCH-ONE-ACCOUNT-RULE.
           SET RA-IX TO WS-RA-IX.
           IF RA-ACCOUNT-RULE (RA-IX)
              AND RA-FROM-ID (RA-IX) = ACCID-ACC
              AND RA-TO-BR (RA-IX) NOT = DOMBRANCH-ACC
             MOVE WS-RA-IX TO WS-RA-FOUND-IX
           END-IF.
       MATCH-ONE-ACCOUNT-RULE-END.
           EXIT.

       MATCH-ONE-BRANCH-RULE.
           SET RA-IX TO WS-RA-IX.
           IF RA-BRANCH-RULE (RA-IX)
              AND RA-FROM-BR (RA-IX) = DOMBRANCH-ACC
              AND ACCTSTATUS-ACC NOT = 'C'
             MOVE WS-RA-IX TO WS-RA-FOUND-IX
           END-IF.
       MATCH-ONE-BRANCH-RULE-END.
           EXIT.

      * PROCEDURE MOVE-ONE-ACCOUNT : RE-GHUS THE ACCOUNT, REPLACES THE
      * DOMICILE BRANCH, AND WRITES THE OLD/NEW ACCTAUD ROW
       MOVE-ONE-ACCOUNT.
           SET RA-IX TO WS-RA-FOUND-IX.
           MOVE ACCID-ACC TO WS-CUR-ACCID.
           MOVE WS-CUR-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'DOMICILE MOVE FAILED FOR ACCID: ' WS-CUR-ACCID
                ' ' BAD-STATUS
             ADD 1 TO MOVE-FAILURES
             GO TO MOVE-ONE-ACCOUNT-END
           END-IF.

           MOVE DOMBRANCH-ACC TO WS-OLD-BRANCH.
           MOVE RA-TO-BR (RA-IX) TO DOMBRANCH-ACC.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'DOMICILE MOVE FAILED FOR ACCID: ' WS-CUR-ACCID
                ' ' BAD-STATUS
             ADD 1 TO MOVE-FAILURES
             GO TO MOVE-ONE-ACCOUNT-END
           END-IF.
           ADD 1 TO ACCOUNTS-MOVED.
           ADD 1 TO RA-HITS (RA-IX).

           MOVE TIMESTAMP TO TIMESTMP-AAU.
           MOVE 'DOMBRANCH' TO FIELD-AAU.
           MOVE WS-OLD-BRANCH TO OLDVAL-AAU.
           MOVE RA-TO-BR (RA-IX) TO NEWVAL-AAU.
           MOVE RA-REASON (RA-IX) TO REASON-AAU.
           MOVE 0 TO OPERID-AAU.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'ACCTAUD ISRT FAILED FOR ACCID ' WS-CUR-ACCID
                ' ' BAD-STATUS
           END-IF.
       MOVE-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTOMER : FINDS THE RULE (IF ANY) THAT
      * CATCHES THE CURRENT CUSTOMER, MOVES IT, THEN ADVANCES
       PROCESS-CUSTOMER.
           IF DBSTAT = SPACES
             ADD 1 TO CUSTOMERS-READ
             MOVE 0 TO WS-RA-FOUND-IX
             PERFORM MATCH-ONE-CUSTOMER-RULE
                THRU MATCH-ONE-CUSTOMER-RULE-END
                VARYING WS-RA-IX FROM 1 BY 1
                UNTIL WS-RA-IX > TOTAL-RULES
                   OR WS-RA-FOUND-IX NOT = 0
             IF WS-RA-FOUND-IX = 0
               PERFORM MATCH-ONE-OFFICER-RULE
                  THRU MATCH-ONE-OFFICER-RULE-END
                  VARYING WS-RA-IX FROM 1 BY 1
                  UNTIL WS-RA-IX > TOTAL-RULES
                     OR WS-RA-FOUND-IX NOT = 0
             END-IF
             IF WS-RA-FOUND-IX NOT = 0
               PERFORM MOVE-ONE-CUSTOMER THRU MOVE-ONE-CUSTOMER-END
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-CUSTOMER-END.

       MATCH-ONE-CUSTOMER-RULE.
           SET RA-IX TO WS-RA-IX.
           IF RA-CUSTOMER-RULE (RA-IX)
              AND RA-FROM-ID (RA-IX) = CUSTID-CD
              AND RA-TO-OPER (RA-IX) NOT = OFFICER-CD
             MOVE WS-RA-IX TO WS-RA-FOUND-IX
           END-IF.
       MATCH-ONE-CUSTOMER-RULE-END.
           EXIT.

       MATCH-ONE-OFFICER-RULE.
           SET RA-IX TO WS-RA-IX.
           IF RA-OFFICER-RULE (RA-IX)
              AND RA-FROM-ID (RA-IX) = OFFICER-CD
             MOVE WS-RA-IX TO WS-RA-FOUND-IX
           END-IF.
       MATCH-ONE-OFFICER-RULE-END.
           EXIT.

      * PROCEDURE MOVE-ONE-CUSTOMER : RE-GHUS THE CUSTOMER, REPLACES
      * THE OFFICER, AND WRITES THE AUDIT ROW - EVERY PROFILE FIELD
      * THE SAME BEFORE AND AFTER, ONLY THE OFFICER PAIR DIFFERING
       MOVE-ONE-CUSTOMER.
           SET RA-IX TO WS-RA-FOUND-IX.
           MOVE CUSTID-CD TO WS-CUR-CUSTID.
           MOVE WS-CUR-CUSTID TO CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'OFFICER MOVE FAILED FOR CUSTID: ' WS-CUR-CUSTID
                ' ' BAD-STATUS
             ADD 1 TO MOVE-FAILURES
             GO TO MOVE-ONE-CUSTOMER-END
           END-IF.

           MOVE OFFICER-CD TO WS-OLD-OFFICER.
           MOVE RA-TO-OPER (RA-IX) TO OFFICER-CD.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'OFFICER MOVE FAILED FOR CUSTID: ' WS-CUR-CUSTID
                ' ' BAD-STATUS
             ADD 1 TO MOVE-FAILURES
             GO TO MOVE-ONE-CUSTOMER-END
           END-IF.
           ADD 1 TO CUSTOMERS-MOVED.
           ADD 1 TO RA-HITS (RA-IX).

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
           MOVE WS-OLD-OFFICER TO OLDOFFICER-AUD.
           MOVE OFFICER-CD TO NEWOFFICER-AUD.
           MOVE FORSTAT-CD TO OLDFORSTAT-AUD.
           MOVE FORSTAT-CD TO NEWFORSTAT-AUD.
           MOVE FORCTRY-CD TO OLDFORCTRY-AUD.
           MOVE FORCTRY-CD TO NEWFORCTRY-AUD.
           MOVE W8DATE-CD TO OLDW8DATE-AUD.
           MOVE W8DATE-CD TO NEWW8DATE-AUD.
           MOVE TREATYRT-CD TO OLDTREATYRT-AUD.
           MOVE TREATYRT-CD TO NEWTREATYRT-AUD.
           MOVE W8EXPIRY-CD TO OLDW8EXPIRY-AUD.
           MOVE W8EXPIRY-CD TO NEWW8EXPIRY-AUD.
           MOVE 0 TO OPERID-AUD.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, AUDIT-SEG, AUDIT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'AUDIT ISRT FAILED FOR CUSTID ' WS-CUR-CUSTID
                ' ' BAD-STATUS
           END-IF.
       MOVE-ONE-CUSTOMER-END.
           EXIT.

      * PROCEDURE SHOW-ONE-RULE : ONE SUMMARY LINE PER ACCEPTED RULE
      * WITH HOW MANY ROWS IT MOVED - A BULK RULE THAT MOVED NOTHING
      * USUALLY MEANS THE OLD CODE WAS MIS-KEYED
       SHOW-ONE-RULE.
           SET RA-IX TO WS-RA-IX.
           IF RA-BRANCH-RULE (RA-IX)
             DISPLAY 'BRANCH  ' RA-FROM-BR (RA-IX) ' TO '
                RA-TO-BR (RA-IX) ' MOVED ' RA-HITS (RA-IX)
           END-IF.
           IF RA-ACCOUNT-RULE (RA-IX)
             DISPLAY 'ACCOUNT ' RA-FROM-ID (RA-IX) ' TO '
                RA-TO-BR (RA-IX) ' MOVED ' RA-HITS (RA-IX)
           END-IF.
           IF RA-OFFICER-RULE (RA-IX)
             DISPLAY 'OFFICER ' RA-FROM-ID (RA-IX) ' TO '
                RA-TO-OPER (RA-IX) ' MOVED ' RA-HITS (RA-IX)
           END-IF.
           IF RA-CUSTOMER-RULE (RA-IX)
             DISPLAY 'CUSTOMER ' RA-FROM-ID (RA-IX) ' TO '
                RA-TO-OPER (RA-IX) ' MOVED ' RA-HITS (RA-IX)
           END-IF.
       SHOW-ONE-RULE-END.
           EXIT.

      * PROCEDURE FIND-VALID-BRANCH : WS-BR-SEARCH-CD AGAINST THE
      * BRANCH MASTER - UNKNOWN OR CLOSED FAILS, BLANK PASSES
       FIND-VALID-BRANCH.
           MOVE 'Y' TO WS-BR-OK.
           MOVE 0 TO WS-BR-FOUND-IX.
           IF WS-BR-SEARCH-CD = SPACES
             GO TO FIND-VALID-BRANCH-END
           END-IF.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING WS-BR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-BR-SEARCH-IX > TOTAL-BRANCHES
                 OR WS-BR-FOUND-IX NOT = 0.
           IF WS-BR-FOUND-IX = 0
             MOVE 'N' TO WS-BR-OK
           ELSE
             IF BR-STATUS (WS-BR-FOUND-IX) NOT = 'A'
               MOVE 'N' TO WS-BR-OK
             END-IF
           END-IF.
       FIND-VALID-BRANCH-END.
           EXIT.

       TEST-ONE-BRANCH.
           IF BR-CODE (WS-BR-SEARCH-IX) = WS-BR-SEARCH-CD
             MOVE WS-BR-SEARCH-IX TO WS-BR-FOUND-IX
           END-IF.
       TEST-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE LOAD-BRANCH-MASTER : QUOTED-COMMA CONTROL-FILE
      * LOADER, SAME IDIOM AS IBTRAN'S
       LOAD-BRANCH-MASTER.
           MOVE 0 TO TOTAL-BRANCHES.
           MOVE 'N' TO WS-BRANCHES-EOF.
           OPEN INPUT BRANCHES-FILE.
           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
           PERFORM LOAD-ONE-BRANCH THRU LOAD-ONE-BRANCH-END
              UNTIL BRANCHES-EOF.
           CLOSE BRANCHES-FILE.
       LOAD-BRANCH-MASTER-END.
           EXIT.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO TXT-BR-CODE.
           UNSTRING BRANCHES-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-BR-LEAD
                  TXT-BR-CODE
                  TXT-BR-NAME
                  TXT-BR-REGION
                  TXT-BR-STATUS
           END-UNSTRING.

           IF TXT-BR-CODE NOT = SPACES
             IF TOTAL-BRANCHES < MAX-BRANCHES
               ADD 1 TO TOTAL-BRANCHES
               SET BR-IX TO TOTAL-BRANCHES
               MOVE TXT-BR-CODE TO BR-CODE (BR-IX)
               MOVE TXT-BR-NAME TO BR-NAME (BR-IX)
               MOVE TXT-BR-REGION TO BR-REGION (BR-IX)
               MOVE TXT-BR-STATUS TO BR-STATUS (BR-IX)
             ELSE
               DISPLAY 'BRANCHES - BRANCH TABLE FULL, ROW SKIPPED: '
                  BRANCHES-IN
             END-IF
           END-IF.

           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
       LOAD-ONE-BRANCH-END.
           EXIT.
