      *    BRANCH MASTER - CODE, NAME, REGION, STATUS; SEE
      *    LOAD-BRANCH-MASTER
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.
      *    IRA ANNUAL CONTRIBUTION LIMITS BY TAX YEAR - SEE
      *    LOAD-IRA-LIMITS
           SELECT IRALIM-FILE ASSIGN TO IRALIM.

       DATA DIVISION.

            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

         FD IRALIM-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IRALIM-IN.
       01  IRALIM-IN            PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
             "BRANCH NOT ON FILE OR CLOSED        ".
       77  NOTLOGGEDON       PIC  X(34) VALUE
             "CUSTOMER IS NOT LOGGED ON".
       77  NOTSIGNEDON       PIC  X(34) VALUE
             "OPERATOR NOT SIGNED ON".
       77  NOTOWNER          PIC  X(34) VALUE
             "ACCOUNT NOT OWNED BY THIS CUSTOMER".
       77  SUBUSERREQ        PIC  X(34) VALUE
             "SUB-USER ID REQUIRED".
       77  NOSUBUSER         PIC  X(34) VALUE
             "SUB-USER DOES NOT EXIST".
       77  SUBNOTON          PIC  X(34) VALUE
             "SUB-USER NOT LOGGED ON".
       77  NOTENTITLED       PIC  X(34) VALUE
             "SUB-USER NOT ENTITLED TO FUNCTION".
       77  OVERSUBLIMIT      PIC  X(34) VALUE
             "AMOUNT OVER SUB-USER LIMIT".
       77  AMBIGUOUS         PIC  X(34) VALUE
             "ACCOUNT NUMBER AMBIGUOUS".
       77  ACCTINACTIVE      PIC  X(38) VALUE
             "INSUFFICIENT AVAILABLE FUNDS - ON HOLD".
       77  VELOCITYHOLD      PIC  X(42) VALUE
             "WITHDRAWAL HELD PENDING FRAUD REVIEW".
       77  BADVALDATE        PIC  X(38) VALUE
             "VALUE DATE INVALID OR OUTSIDE WINDOW".
       77  IRAYEARCLOSED     PIC  X(40) VALUE
             "IRA TAX YEAR NOT OPEN FOR CONTRIBUTIONS".
       77  IRALIMITEXCD      PIC  X(42) VALUE
             "CONTRIBUTION EXCEEDS THE IRA ANNUAL LIMIT".
       77  IRABADWH          PIC  X(40) VALUE
             "IRA WITHHOLDING ELECTION INVALID".
       77  IRANOXFER         PIC  X(42) VALUE
             "IRA FUNDS MOVE BY DEPOSIT OR WITHDRAWAL".

      * VELOCITY/FRAUD CHECK - A WITHDRAWAL IS HELD FOR REVIEW, RATHER
      * THAN POSTED, WHEN THE ACCOUNT'S WITHDRAWALS OVER THE TRAILING
       77  CUST-LOGGEDIN         PIC X(01) VALUE '1'.
       77  CUST-LOCKED           PIC X(01) VALUE '1'.

      * BUSINESS SUB-USER GATE - SEE CHECK-SUBUSER. WS-SUBID IS THE
      * SUB-USER POSTING (ZERO FOR AN ORDINARY CUSTOMER OR A TELLER)
      * AND IS STAMPED ON EVERY HISTORY ROW; WS-SUB-MSG CARRIES THE
      * REFUSAL BACK THROUGH CHECK-SESSION
       77  WS-SUBID              PIC S9(9) COMP-5 VALUE 0.
       77  WS-SUB-MSG            PIC X(34).
       77  WS-SUB-AMOUNT         PIC S9(13)V9(2) COMP-3.

      * OPERATOR ENTITLEMENT CHECK WORK FIELDS - SEE CHECK-OPER-LIMIT
       77  WS-OPERID             PIC S9(9) COMP-5.
       77  WS-OPERLIMIT-SW       PIC X(01) VALUE 'N'.
       77  WS-ODP-CREDIT-TXID  PIC S9(18) COMP-5.
       77  WS-ODP-DEBIT-TXID   PIC S9(18) COMP-5.
       77  WS-ODP-FEE-TXID     PIC S9(18) COMP-5.
      *    CHECKNUM-HIST MEMO ON THE FEE LEG - YRFEESUM COUNTS IT AS
      *    AN OVERDRAFT CHARGE
       77  ODP-FEE-MEMO        PIC X(16) VALUE 'ODP TRANSFER FEE'.

      * TOTAL-ACTIVE-HOLDS IS FOOTED ACROSS THE ACCOUNT'S HOLD
      * CHILDREN BEFORE A WITHDRAWAL IS ALLOWED TO POST - EVERY HOLD
       77  WS-BD-INT           PIC  S9(9) COMP-5.
       77  WS-BD-DOW           PIC  S9(4) COMP-5.

      ******************************************************************
      *VALUE DATING - A POSTING TAKEN AT OR AFTER POSTING-CUTOFF-HOUR,
      *OR ON A WEEKEND OR BANKCAL HOLIDAY, IS VALUE-DATED TO THE NEXT
      *BUSINESS DAY. A TELLER CORRECTING AN EARLIER ERROR MAY KEY A
      *BACK VALUE DATE (IN-VALDATE) UP TO VALDATE-MAX-BACK-DAYS OLD.
      *THE VALUE DATE GOES ON EVERY HISTORY ROW THE MESSAGE WRITES -
      *SPACES WHEN IT IS TODAY - AND VALSCAN TURNS IT INTO THE
      *INTEREST ADJUSTMENT INTPOST AND LOANBILL APPLY.
      ******************************************************************

       77  POSTING-CUTOFF-HOUR PIC  9(02)        VALUE 17.
       77  VALDATE-MAX-BACK-DAYS PIC S9(4) COMP-5 VALUE 90.
       77  WS-VALUE-DATE       PIC  X(10)        VALUE SPACES.
       77  WS-VALDATE-OK       PIC  X(01).
       77  WS-VD-TODAY-YMD     PIC  X(10).
       77  WS-VD-EARLIEST-YMD  PIC  X(10).
       77  WS-VD-INT           PIC  S9(9) COMP-5.
       01  WS-VD-N             PIC  9(08).
       01  WS-VD-X REDEFINES WS-VD-N.
           05  VDS-YEAR        PIC  9(04).
           05  VDS-MONTH       PIC  9(02).
           05  VDS-DAY         PIC  9(02).

      ******************************************************************
      *CLOSED ACCOUNTING PERIODS - ONE PERCTL ROOT ROW PER MONTH
      *PERCLOSE HAS CLOSED (OR TRIED TO), KEYED YYYY-MM, ON ITS OWN PCB
      *(DBPCB11). A BACK VALUE DATE MAY NOT REACH INTO A CLOSED MONTH -
      *A CORRECTION OF A CLOSED MONTH'S ROW POSTS IN THE CURRENT PERIOD,
      *LINKED TO THE ORIGINAL BY REFTXID-HIST, AND IS PICKED UP BY THE
      *PRIOR-PERIOD-ADJUSTMENT REPORT (PPADJRPT). SUCH A VALUE DATE IS
      *MOVED FORWARD TO THE FIRST DAY OF THE EARLIEST OPEN MONTH.
      ******************************************************************

       01  PERCTL-SEG.
           05  PERIOD-PC       PIC  X(07).
           05  STATUS-PC       PIC  X(01).
               88  PERIOD-CLOSED     VALUE 'C'.
           05  PEREND-PC       PIC  X(10).
           05  TBALOK-PC       PIC  X(01).
           05  GLEXOK-PC       PIC  X(01).
           05  INTPOK-PC       PIC  X(01).
           05  SUSPOPEN-PC     PIC  S9(9) COMP-5.
           05  CHECKTS-PC      PIC  X(23).
           05  CLOSEDTS-PC     PIC  X(23).

       01  PERCTL-SSA1.
           05  FILLER          PIC  X(08)        VALUE "PERCTL  ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "PERIOD  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  PC-PERIOD       PIC  X(07)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       77  WS-PC-SW            PIC  X(01).

      ******************************************************************
      *POISON-MESSAGE QUARANTINE - SEE QUARMSG.CPY
      ******************************************************************
           COPY QUARMSG.
           COPY QUARNOTE.
           COPY POSTEVT.

      ******************************************************************
      *INDIVIDUAL RETIREMENT ACCOUNTS - ACCTYPE 'I' ON PRODCAT. EVERY
      *POSTING TO ONE IS CODED ON AN IRATXN CHILD (SEE IRATXN.CPY): A
      *DEPOSIT IS A CONTRIBUTION FOR THE TAX YEAR ON THE MESSAGE, HELD
      *TO THAT YEAR'S LIMIT; A WITHDRAWAL IS A DISTRIBUTION CARRYING
      *ITS WITHHOLDING ELECTION. THE LIMITS COME FROM THE IRALIM
      *CONTROL FILE, ONE ROW PER TAX YEAR:
      *
      *   "<YYYY>",<LIMIT>,<CATCH-UP>,<CATCH-UP AGE>,"<YYYY-MM-DD>"
      *
      *THE LAST COLUMN IS THE YEAR'S FILING DEADLINE - THE LAST DAY A
      *PRIOR-YEAR CONTRIBUTION IS TAKEN. A YEAR WITH NO ROW TAKES NO
      *CONTRIBUTIONS.
      ******************************************************************

           COPY IRATXN.

       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.
      * FEDERAL WITHHOLDING APPLIED TO A DISTRIBUTION WHEN THE HOLDER
      * MAKES NO ELECTION ON THE WITHDRAWAL, AND THE AGE IN MONTHS
      * (59 1/2) FROM WHICH A DISTRIBUTION IS NO LONGER EARLY
       77  IRA-DEFAULT-FEDPCT  PIC S9(3) COMP-3 VALUE 10.
       77  IRA-NORMAL-AGE-MOS  PIC S9(4) COMP-5 VALUE 714.
       77  MAX-IRA-LIMITS      PIC  9(05)        VALUE 00010.
       77  TOTAL-IRA-LIMITS    PIC  9(05)        VALUE 0.
       77  WS-IL-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-IL-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  IRA-LIMIT-TABLE.
           05  IRA-LIMIT-ENTRY OCCURS 10 TIMES
                          INDEXED BY IL-IX.
               10  IL-TAXYEAR      PIC  9(04).
               10  IL-LIMIT        PIC  S9(13)V9(2) COMP-3.
               10  IL-CATCHUP      PIC  S9(13)V9(2) COMP-3.
               10  IL-CATCHUP-AGE  PIC  S9(3) COMP-3.
               10  IL-DEADLINE     PIC  X(10).

       01  TXT-IL-LEAD         PIC  X(01).
       01  TXT-IL-TAXYEAR      PIC  X(04).
       01  TXT-IL-LIMIT        PIC  X(16).
       01  TXT-IL-CATCHUP      PIC  X(16).
       01  TXT-IL-AGE          PIC  X(03).
       01  TXT-IL-DEADLINE     PIC  X(10).
       01  WS-IRALIM-EOF       PIC  X(01) VALUE 'N'.
           88  IRALIM-EOF          VALUE 'Y'.

      * PER-POSTING IRA WORK FIELDS - SEE CHECK-IRA-POSTING
       77  WS-IRA-OK           PIC X(01).
       77  WS-IRA-KIND         PIC X(01).
       77  WS-IRA-TAXYEAR      PIC 9(04).
       77  WS-IRA-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-IRA-YEARTOTAL    PIC S9(13)V9(2) COMP-3.
       77  WS-IRA-ALLOWED      PIC S9(13)V9(2) COMP-3.
       77  WS-IRA-FEDPCT       PIC S9(3) COMP-3.
       77  WS-IRA-STPCT        PIC S9(3) COMP-3.
       77  WS-IRA-DISTCODE     PIC X(01).
       77  WS-IRA-TXID         PIC S9(18) COMP-5.
       77  WS-IRA-CUSTID       PIC S9(9) COMP-5.
       77  WS-IRA-AGE-MOS      PIC S9(5) COMP-5.
       77  SRC-ACCTYPE         PIC X(01).
       01  WS-IRA-DOB          PIC X(10).
       01  FILLER REDEFINES WS-IRA-DOB.
           05  IRA-DOB-YEAR    PIC 9(04).
           05  FILLER          PIC X(01).
           05  IRA-DOB-MONTH   PIC 9(02).
           05  FILLER          PIC X(01).
           05  IRA-DOB-DAY     PIC 9(02).

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  PURG                PIC  X(04)        VALUE "PURG".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  NEXT-CALL           PIC  X(04)        VALUE "    ".

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
      *    HOLD-SEG ROWS ARE PLACED/RELEASED BY FBHOLDMNT - EVERY ROW
      *    STILL ON FILE IS AN ACTIVE HOLD AGAINST THE ACCOUNT
       01  HOLD-SEG.
           05  HOLDREASON-HLD  PIC  X(30).
           05  EXPDATE-HLD     PIC  X(08).
           05  PLACEDBY-HLD    PIC  S9(9) COMP-5.
      * HOLD TYPE - SPACE FOR A TELLER/LEGAL/DEPOSIT AVAILABILITY HOLD,
      * 'P' FOR A CARD PURCHASE AUTHORIZATION FBCARDTXN PLACED. ON A
      * 'P' HOLD THE AUTHORIZATION CODE, CARD, MERCHANT, MERCHANT
      * CATEGORY CODE, NETWORK REFERENCE AND AUTHORIZATION TIME ARE
      * CARRIED SO THE NETWORK'S CLEARING RECORD CAN BE MATCHED BACK
      * TO IT. SPACES ON EVERY OTHER HOLD.
           05  HOLDTYPE-HLD    PIC  X(01).
               88  HOLD-PURCHASE-AUTH VALUE "P".
           05  AUTHCODE-HLD    PIC  X(06).
           05  CARDNUM-HLD     PIC  X(16).
           05  MERCHNAME-HLD   PIC  X(25).
           05  MCC-HLD         PIC  X(04).
           05  NETREF-HLD      PIC  X(16).
           05  AUTHTS-HLD      PIC  X(23).

      *    CHKDEP-SEG - ONE ROW PER CHECK DEPOSITED WITH US, CAPTURED
      *    AT POSTING TIME WITH THE DRAWER'S MICR LINE SO CASHLTR CAN
      *    PRESENT IT TO THE PAYING BANK. THE ITEM IS KNOWN BY ITS
      *    ACCOUNT AND DEPOSIT TXID - THE PAIR RDIPOST MATCHES A
      *    RETURNED ITEM ON.
       01  CHKDEP-SEG.
           05  ACCID-CKD       PIC  S9(18) COMP-5.
           05  TXID-CKD        PIC  S9(18) COMP-5.
           05  AMOUNT-CKD      PIC  S9(13)V9(2) COMP-3.
           05  DRWRTN-CKD      PIC  X(09).
           05  DRWACC-CKD      PIC  X(17).
           05  CHECKNUM-CKD    PIC  X(16).
           05  CHANNEL-CKD     PIC  X(01).
           05  CAPTDATE-CKD    PIC  X(10).
      *    'C' CAPTURED, AWAITING PRESENTMENT; 'P' PRESENTED ON THE
      *    PRESDATE-CKD CASH LETTER; 'X' NOT PRESENTABLE (NO USABLE
      *    MICR LINE) - LEFT FOR THE BACK OFFICE
           05  STATUS-CKD      PIC  X(01).
           05  PRESDATE-CKD    PIC  X(10).

      *    ODPLINK-SEG - THE ACCOUNT'S OVERDRAFT-PROTECTION FUNDING
      *    LINK. SEE FBODPMNT AND TRY-ODP-TRANSFER.
      *    ZERO FOR EVERY OTHER TRXTYPE-REV. WITHOUT THIS, APPROVING A
      *    HELD TRANSFER HAD NO WAY TO KNOW WHERE THE CREDIT LEG BELONGED.
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

      *    SUSPENS-SEG RECORDS A TRANSACTION WHOSE HISTORY-SEG ROW
      *    POSTED BUT WHOSE FOLLOW-ON ACCOUNT-SEG REPL THEN FAILED,
      *    'A'TM, 'B'ATCH POSTERS, 'C'HECK CLEARING, 'N'ETWORK/ACH,
      *    'W'IRE. TOTALED AND RECONCILED NIGHTLY BY CHSETTLE.
           05  CHANNEL-HIST    PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      *    TSTAT-SEG RECORDS THE START/STOP OF EACH UNIT OF WORK FOR
      *    THE DASHBOARD EXTRACT
      * MUST COVER THE FULL SEGMENT
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
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
      *    OPERATOR-SEG - ONE ROW PER TELLER, LOADED BY LOADOPER.
      *    LIMIT-OPR IS THE MOST THE TELLER MAY POST WITHOUT A
      *    SUPERVISOR; A TELLER WITH NO ROW ON FILE IS NOT LIMITED
      * 'Y' WHEN FBOPRMNT HAS DISABLED THE OPERATOR - EVERY POSTING
      * PARKS FOR A SUPERVISOR FROM THE NEXT CHECK-OPER-LIMIT ON
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN. PWDHASH-OPR IS
      * THE SAME MULTIPLY-AND-MOD TRANSFORM FBPWDRST APPLIES TO
      * CUSTOMER PASSWORDS, ZERO UNTIL ONE IS ISSUED (LOADOPER OR
      * FBOPRMNT 'W'); PWDFORCE-OPR 'Y' FORCES A CHANGE AT THE NEXT
      * SIGN-ON. FAILCNT-OPR COUNTS CONSECUTIVE BAD SIGN-ONS AND
      * LOCKED-OPR 'Y' REFUSES SIGN-ON UNTIL A SUPERVISOR RESETS THE
      * CREDENTIAL. SIGNTERM-OPR IS THE LTERM THE OPERATOR IS SIGNED
      * ON AT (SPACES WHEN SIGNED OFF) AND SIGNTS-OPR WHEN - TELLER
      * POSTINGS AND OPERATOR MAINTENANCE ARE ONLY HONORED FROM THAT
      * TERMINAL.
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

      *    GWCORR-SEG - SEE FBAPIGW FOR HOW A ROW IS OPENED PENDING
      *    AND WHAT THE BRIDGE DOES WITH THE COMPLETED RESULT
      * CHANNEL THE MESSAGE CAME THROUGH - BLANK MEANS THE TELLER
      * CHANNEL; FBAPIGW STAMPS 'P' ON THE MESSAGES IT SWITCHES HERE
           05  IN-CHANNEL      PIC  X(01).
      * VALUE DATE (YYYY-MM-DD) KEYED BY A TELLER BACK-DATING A
      * CORRECTION - OPTIONAL TRAILING FIELD, BLANK ON EVERY ORDINARY
      * POSTING. SEE SET-VALUE-DATE.
           05  IN-VALDATE      PIC  X(10).
      * DRAWER'S MICR LINE OF A CHECK DEPOSITED AT THE TELLER (IN-
      * CHANNEL 'K') - ROUTING, ACCOUNT AND SERIAL AS READ OFF THE
      * ITEM. OPTIONAL TRAILING FIELDS; WITHOUT THEM THE ITEM IS STILL
      * CAPTURED, BUT CASHLTR CANNOT PRESENT IT. SEE
      * CAPTURE-DEPOSITED-CHECK.
           05  IN-DRWRTN       PIC  X(09).
           05  IN-DRWACC       PIC  X(17).
           05  IN-CHECKNUM     PIC  X(16).
      * IRA FIELDS - OPTIONAL TRAILING, READ ONLY ON A POSTING TO AN
      * ACCTYPE 'I' ACCOUNT. IN-TAXYEAR IS THE TAX YEAR A DEPOSIT IS A
      * CONTRIBUTION FOR (BLANK IS THE CURRENT YEAR). IN-WHFED AND
      * IN-WHSTATE ARE A DISTRIBUTION'S WITHHOLDING ELECTION AS WHOLE
      * PERCENTAGES, 000-100 - A BLANK FEDERAL ELECTION TAKES
      * IRA-DEFAULT-FEDPCT, A BLANK STATE ONE WITHHOLDS NOTHING.
           05  IN-TAXYEAR      PIC  X(04).
           05  IN-WHFED        PIC  X(03).
           05  IN-WHSTATE      PIC  X(03).
      * BUSINESS SUB-USER POSTING - OPTIONAL TRAILING, REQUIRED ONLY
      * WHEN THE CUSTOMER HAS SUB-USERS SWITCHED ON (SUBUSER.CPY)
           05  IN-SUBID        PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  FILLER          PIC  X(08)        VALUE "REVIEW  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CHKDEP-SSA IS USED TO ISRT THE CAPTURED CHECK UNDER THE
      *    ACCOUNT CURRENTLY POSITIONED BY ACCOUNT-SSA1
       01  CHKDEP-SSA.
           05  FILLER          PIC  X(08)        VALUE "CHKDEP  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    SUSPENS-SSA IS USED TO ISRT A SUSPENS-SEG ROW UNDER THE
      *    ACCOUNT CURRENTLY POSITIONED BY ACCOUNT-SSA1
       01  SUSPENS-SSA.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    SUBUSER-SEG, BIZCTL-SEG AND THEIR SSAS - READ UNDER THE
      *    CUSTOMER ON DBPCB8 BY CHECK-SUBUSER
           COPY SUBUSER.

      *    OPERATOR-SSA1 RETRIEVES THE TELLER'S ENTITLEMENT RECORD
      *    (LOADED BY LOADOPER) ON ITS OWN PCB (DBPCB6)
       01  OPERATOR-SSA1.
       COPY JNI.

       01  IOPCBA POINTER.
       01  ALTPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB8 POINTER.
       01  DBPCB9 POINTER.
       01  DBPCB10 POINTER.
       01  DBPCB11 POINTER.
       01  DBPCB12 POINTER.

      ******************************************************************
      *I/O PCB
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

      ******************************************************************
      *EXPRESS ALTERNATE PCB - DESTINATION FBMSGTRK, SET IN THE PSB
      ******************************************************************

       01  QNOTEPCB.
           05  QNOTEDEST       PIC  X(08).
           05  FILLER          PIC  X(02).
           05  QNOTESTAT       PIC  X(02).

      ******************************************************************
      *EVENT ALTERNATE PCB - POSTING-EVENTS DESTINATION, SET IN THE PSB
      ******************************************************************

       01  EVTPCB.
           05  EVTDEST         PIC  X(08).
           05  FILLER          PIC  X(02).
           05  EVTSTAT         PIC  X(02).

      ******************************************************************
      *DATABASE PCB
      ******************************************************************

       PROCEDURE DIVISION
      *      ENTRY "DLITCBL"
             USING  IOPCBA, ALTPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3,
                    DBPCB4, DBPCB5, DBPCB6, DBPCB7, DBPCB8, DBPCB9,
                    DBPCB10, DBPCB11, DBPCB12.

       BEGIN.

           PERFORM LOAD-TIER-PROFILES THRU LOAD-TIER-PROFILES-END.
           PERFORM LOAD-AVAIL-SCHEDULE THRU LOAD-AVAIL-SCHEDULE-END.
           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.
           PERFORM LOAD-IRA-LIMITS THRU LOAD-IRA-LIMITS-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           SET ADDRESS OF QNOTEPCB TO ADDRESS OF ALTPCBA.
      *     DISPLAY 'IOPCBA   = ' IOPCBA.
      *     DISPLAY 'LTERMPCB = ' LTERMPCB.
      *     DISPLAY 'JAVA     = ' JAVA-PRIMED.
              MOVE SPACES TO IN-OPERID
              MOVE SPACES TO IN-BRANCH
              MOVE SPACES TO IN-CHANNEL
              MOVE SPACES TO IN-VALDATE
              MOVE SPACES TO IN-DRWRTN
              MOVE SPACES TO IN-DRWACC
              MOVE SPACES TO IN-CHECKNUM
              MOVE SPACES TO IN-TAXYEAR
              MOVE SPACES TO IN-WHFED
              MOVE SPACES TO IN-WHSTATE
              MOVE SPACES TO IN-SUBID
              MOVE 0 TO WS-SUBID
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
      *     DISPLAY 'AFTER CALLING DLI'
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN

      * A MESSAGE IMS KEEPS HANDING BACK AFTER ABENDS IS SET ASIDE
      * FOR AN OPERATOR INSTEAD OF BEING WORKED AGAIN
                PERFORM CHECK-REDELIVERY THRU CHECK-REDELIVERY-END
                IF MESSAGE-QUARANTINED
                  MOVE ZEROS TO OUTPUT-AREA
                  MOVE QM-NOTPROCESSED TO MSG-OUT
                  PERFORM RECORD-CORRELATION
                     THRU RECORD-CORRELATION-END
                  PERFORM INSERT-IO THRU INSERT-IO-END
                ELSE

      * DOING ACCOUNT DEPOSIT/WITHDRAWAL
                PERFORM TSTAT-START THRU TSTAT-START-END

                PERFORM RECORD-CORRELATION THRU RECORD-CORRELATION-END

                PERFORM INSERT-IO THRU INSERT-IO-END
                END-IF
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
       LOAD-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE LOAD-IRA-LIMITS : READS THE IRALIM CONTROL FILE INTO
      * IRA-LIMIT-TABLE AT STARTUP - SAME IDIOM AS LOAD-BRANCH-MASTER.
      * A MISSING FILE LEAVES THE TABLE EMPTY, AND EVERY IRA
      * CONTRIBUTION IS REFUSED UNTIL THE LIMITS ARE LOADED.
       LOAD-IRA-LIMITS.
           MOVE 0 TO TOTAL-IRA-LIMITS.
           MOVE 'N' TO WS-IRALIM-EOF.
           OPEN INPUT IRALIM-FILE.
           READ IRALIM-FILE
             AT END
               MOVE 'Y' TO WS-IRALIM-EOF
           END-READ.
           PERFORM LOAD-ONE-IRA-LIMIT THRU LOAD-ONE-IRA-LIMIT-END
              UNTIL IRALIM-EOF.
           CLOSE IRALIM-FILE.
       LOAD-IRA-LIMITS-END.
           EXIT.

       LOAD-ONE-IRA-LIMIT.
           MOVE SPACES TO TXT-IL-TAXYEAR.
           UNSTRING IRALIM-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-IL-LEAD
                  TXT-IL-TAXYEAR
                  TXT-IL-LIMIT
                  TXT-IL-CATCHUP
                  TXT-IL-AGE
                  TXT-IL-DEADLINE
           END-UNSTRING.

           IF TXT-IL-TAXYEAR IS NUMERIC
             IF TOTAL-IRA-LIMITS < MAX-IRA-LIMITS
               ADD 1 TO TOTAL-IRA-LIMITS
               SET IL-IX TO TOTAL-IRA-LIMITS
               MOVE TXT-IL-TAXYEAR TO IL-TAXYEAR (IL-IX)
               COMPUTE IL-LIMIT (IL-IX) =
                  FUNCTION NUMVAL (TXT-IL-LIMIT)
               COMPUTE IL-CATCHUP (IL-IX) =
                  FUNCTION NUMVAL (TXT-IL-CATCHUP)
               COMPUTE IL-CATCHUP-AGE (IL-IX) =
                  FUNCTION NUMVAL (TXT-IL-AGE)
               MOVE TXT-IL-DEADLINE TO IL-DEADLINE (IL-IX)
             ELSE
               DISPLAY 'IRALIM - IRA LIMIT TABLE FULL, ROW SKIPPED: '
                  IRALIM-IN
             END-IF
           END-IF.

           READ IRALIM-FILE
             AT END
               MOVE 'Y' TO WS-IRALIM-EOF
           END-READ.
       LOAD-ONE-IRA-LIMIT-END.
           EXIT.

      * PROCEDURE FIND-IRA-LIMIT : LINEAR SCAN OF IRA-LIMIT-TABLE FOR
      * WS-IRA-TAXYEAR, LEAVING WS-IL-FOUND-IX 0 IF NOT FOUND
       FIND-IRA-LIMIT.
           MOVE 0 TO WS-IL-FOUND-IX.
           PERFORM TEST-ONE-IRA-LIMIT THRU TEST-ONE-IRA-LIMIT-END
              VARYING WS-IL-SEARCH-IX FROM 1 BY 1
              UNTIL WS-IL-SEARCH-IX > TOTAL-IRA-LIMITS
                 OR WS-IL-FOUND-IX NOT = 0.
       FIND-IRA-LIMIT-END.

       TEST-ONE-IRA-LIMIT.
           IF IL-TAXYEAR (WS-IL-SEARCH-IX) = WS-IRA-TAXYEAR
             MOVE WS-IL-SEARCH-IX TO WS-IL-FOUND-IX
           END-IF.
       TEST-ONE-IRA-LIMIT-END.

      * PROCEDURE DUPLICATE-REF-CHECK : WHEN THE MESSAGE CARRIES A
      * CLIENT REFERENCE, SCANS THE ACCOUNT'S HISTORY FOR A ROW THAT
      * ALREADY POSTED WITH IT INSIDE THE RETENTION WINDOW - READ
      * ACTIVE-SESSION ENFORCEMENT - A CUSTOMER-INITIATED MESSAGE IS
      * ONLY HONORED WHILE FBLOGIN'S SESSION STATE SAYS THE CUSTOMER
      * IS LOGGED ON AND NOT LOCKED OR SWEPT. THE TELLER CHANNEL
      * (IN-OPERID PRESENT) IS CHECKED AGAINST THE TELLER'S OWN
      * FBOPRSGN SIGN-ON INSTEAD, NOT THE CUSTOMER'S.
             PERFORM CHECK-SESSION THRU CHECK-SESSION-END
             IF WS-SESSION-OK = 'N'
               IF IN-OPERID NOT = SPACES
                 MOVE NOTSIGNEDON TO MSG-OUT
               ELSE
               IF WS-SUB-MSG NOT = SPACES
                 MOVE WS-SUB-MSG TO MSG-OUT
               ELSE
                 MOVE NOTLOGGEDON TO MSG-OUT
               END-IF
               END-IF
             ELSE
      * OWNERSHIP ENFORCEMENT - THE CUSTOMER ON THE MESSAGE MUST HOLD
      * A CUSTACCS ROW LINKING THEM TO THE ACCOUNT BEING POSTED (THE
               PERFORM GET-ACCOUNT-SUMMARY THRU
                 GET-ACCOUNT-SUMMARY-END
             ELSE
      * VALUE DATE FOR EVERY HISTORY ROW THIS MESSAGE WRITES
             PERFORM SET-VALUE-DATE THRU SET-VALUE-DATE-END
             IF WS-VALDATE-OK = 'N'
               MOVE BADVALDATE TO MSG-OUT
             ELSE
             IF IN-TRXTYPE = 't' OR IN-TRXTYPE = 'T'
               PERFORM POST-TRANSFER THRU POST-TRANSFER-END
             ELSE
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF.

       ACCOUNT-ACTIVITY-END.

      * PROCEDURE SET-VALUE-DATE : SETS WS-VALUE-DATE FOR THIS
      * MESSAGE. A KEYED IN-VALDATE MUST BE A YYYY-MM-DD NO LATER
      * THAN TODAY AND NO OLDER THAN VALDATE-MAX-BACK-DAYS, OR THE
      * MESSAGE IS REFUSED (WS-VALDATE-OK 'N'). WITHOUT ONE, A
      * POSTING BEFORE THE CUTOFF ON A BUSINESS DAY TAKES EFFECT
      * TODAY (SPACES); ANY OTHER IS VALUE-DATED TO THE NEXT BANKCAL
      * BUSINESS DAY. ONLY A TELLER MESSAGE (IN-OPERID PRESENT, SIGN-ON
      * ALREADY PROVED BY CHECK-OPER-SIGNON) MAY CARRY IN-VALDATE - A
      * CUSTOMER CANNOT BACK-VALUE THEIR OWN POSTING.
       SET-VALUE-DATE.
           MOVE 'Y' TO WS-VALDATE-OK.
           MOVE SPACES TO WS-VALUE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-VD-TODAY-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-VD-TODAY-YMD.
           COMPUTE WS-VD-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ).

           IF IN-VALDATE NOT = SPACES
             IF IN-OPERID = SPACES
               DISPLAY 'VALUE DATE REFUSED - NOT A TELLER: ' IN-VALDATE
               MOVE 'N' TO WS-VALDATE-OK
               GO TO SET-VALUE-DATE-END
             END-IF
             COMPUTE WS-VD-N = FUNCTION DATE-OF-INTEGER (
                WS-VD-INT - VALDATE-MAX-BACK-DAYS )
             MOVE SPACES TO WS-VD-EARLIEST-YMD
             STRING VDS-YEAR '-' VDS-MONTH '-' VDS-DAY
                INTO WS-VD-EARLIEST-YMD
             IF IN-VALDATE (5:1) NOT = '-'
                OR IN-VALDATE (8:1) NOT = '-'
                OR IN-VALDATE (6:2) < '01' OR IN-VALDATE (6:2) > '12'
                OR IN-VALDATE (9:2) < '01' OR IN-VALDATE (9:2) > '31'
                OR IN-VALDATE > WS-VD-TODAY-YMD
                OR IN-VALDATE < WS-VD-EARLIEST-YMD
               DISPLAY 'VALUE DATE REFUSED: ' IN-VALDATE
               MOVE 'N' TO WS-VALDATE-OK
             ELSE
               IF IN-VALDATE < WS-VD-TODAY-YMD
                 MOVE IN-VALDATE TO WS-VALUE-DATE
                 MOVE 'N' TO WS-PC-SW
                 PERFORM TEST-VALDATE-PERIOD
                    THRU TEST-VALDATE-PERIOD-END
                    UNTIL WS-PC-SW = 'Y'
               END-IF
             END-IF
             GO TO SET-VALUE-DATE-END
           END-IF.

           MOVE WS-VD-TODAY-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
           IF WS-BD-SW = 'Y' AND
              WS-CURRENT-HOURS < POSTING-CUTOFF-HOUR
             GO TO SET-VALUE-DATE-END
           END-IF.

           MOVE 'N' TO WS-BD-SW.
           PERFORM STEP-ONE-VALUE-DAY THRU STEP-ONE-VALUE-DAY-END
              UNTIL WS-BD-SW = 'Y'.
           MOVE WS-BD-TEST-YMD TO WS-VALUE-DATE.
       SET-VALUE-DATE-END.
           EXIT.

      * PROCEDURE TEST-VALDATE-PERIOD : WS-PC-SW COMES BACK 'Y' WHEN
      * WS-VALUE-DATE'S MONTH IS STILL OPEN. A CLOSED MONTH MOVES THE
      * VALUE DATE TO THE FIRST OF THE FOLLOWING MONTH FOR THE NEXT
      * PASS; REACHING TODAY LEAVES IT UNVALUED (SPACES).
       TEST-VALDATE-PERIOD.
           MOVE 'Y' TO WS-PC-SW.
           MOVE WS-VALUE-DATE (1:7) TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB11.
           CALL 'CBLTDLI'
             USING GU, DBPCB, PERCTL-SEG, PERCTL-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO TEST-VALDATE-PERIOD-END
           END-IF.
           IF NOT PERIOD-CLOSED
             GO TO TEST-VALDATE-PERIOD-END
           END-IF.

           DISPLAY 'VALUE DATE ' WS-VALUE-DATE ' IN CLOSED PERIOD '
              PERIOD-PC ' - MOVED FORWARD'.
           COMPUTE VDS-YEAR = FUNCTION NUMVAL ( WS-VALUE-DATE (1:4) ).
           COMPUTE VDS-MONTH = FUNCTION NUMVAL ( WS-VALUE-DATE (6:2) ).
           IF VDS-MONTH = 12
             ADD 1 TO VDS-YEAR
             MOVE 1 TO VDS-MONTH
           ELSE
             ADD 1 TO VDS-MONTH
           END-IF.
           MOVE 1 TO VDS-DAY.
           MOVE SPACES TO WS-VALUE-DATE.
           STRING VDS-YEAR '-' VDS-MONTH '-' VDS-DAY
              INTO WS-VALUE-DATE.
           IF WS-VALUE-DATE NOT < WS-VD-TODAY-YMD
             MOVE SPACES TO WS-VALUE-DATE
           ELSE
             MOVE 'N' TO WS-PC-SW
           END-IF.
       TEST-VALDATE-PERIOD-END.
           EXIT.

       STEP-ONE-VALUE-DAY.
           COMPUTE WS-VD-INT = WS-VD-INT + 1.
           COMPUTE WS-VD-N = FUNCTION DATE-OF-INTEGER ( WS-VD-INT ).
           MOVE SPACES TO WS-BD-TEST-YMD.
           STRING VDS-YEAR '-' VDS-MONTH '-' VDS-DAY
              INTO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
       STEP-ONE-VALUE-DAY-END.
           EXIT.

      * PROCEDURE RESOLVE-ACCT-NUMBERS : CUSTOMERS AND TELLERS KNOW
      * THE SHORT ACCNUM-CA PRINTED ON THE PAPERWORK, NOT THE
      * INTERNAL 18-DIGIT ACCID THAT FAT-FINGERS INTO THE WRONG
       READ-ONE-AVAIL-RULE-END.
           EXIT.

      * PROCEDURE CAPTURE-DEPOSITED-CHECK : INSERTS THE CHKDEP ITEM
      * ROW FOR A CHECK-CHANNEL DEPOSIT UNDER THE ACCOUNT JUST REPL'D
      * ON DBPCB1, KEYED BY THE DEPOSIT'S OWN TXID (STILL IN
      * TXID-HIST - A DEPOSIT POSTS NO LINKED FEE ENTRY). THE ITEM
      * WAITS AT 'C' FOR CASHLTR TO PRESENT IT.
       CAPTURE-DEPOSITED-CHECK.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           MOVE ACCID-HIST TO ACCID-CKD.
           MOVE TXID-HIST TO TXID-CKD.
           MOVE AMOUNT-HIST TO AMOUNT-CKD.
           MOVE IN-DRWRTN TO DRWRTN-CKD.
           MOVE IN-DRWACC TO DRWACC-CKD.
           MOVE IN-CHECKNUM TO CHECKNUM-CKD.
           MOVE CHANNEL-HIST TO CHANNEL-CKD.
           MOVE TIMESTMP-HIST (1:10) TO CAPTDATE-CKD.
           MOVE 'C' TO STATUS-CKD.
           MOVE SPACES TO PRESDATE-CKD.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'DEPOSITED CHECK CAPTURE ISRT FAILED'
           END-IF.
       CAPTURE-DEPOSITED-CHECK-END.
           EXIT.

      * PROCEDURE PLACE-AVAILABILITY-HOLD : INSERTS THE AVAILABILITY
      * HOLD UNDER THE ACCOUNT JUST REPL'D ON DBPCB1. THE HOLDID IS
      * HIGHEST-PLUS-ONE ACROSS THE ACCOUNT'S HOLD CHILDREN - THE
           MOVE 'FUNDS AVAILABILITY HOLD' TO HOLDREASON-HLD.
           MOVE WS-AVAIL-EXPDATE TO EXPDATE-HLD.
           MOVE 0 TO PLACEDBY-HLD.
           MOVE SPACES TO HOLDTYPE-HLD.
           MOVE SPACES TO AUTHCODE-HLD.
           MOVE SPACES TO CARDNUM-HLD.
           MOVE SPACES TO MERCHNAME-HLD.
           MOVE SPACES TO MCC-HLD.
           MOVE SPACES TO NETREF-HLD.
           MOVE SPACES TO AUTHTS-HLD.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, HOLD-SEG, HOLD-SSA.
             MOVE INCREMENT-ODP TO WS-ODP-INCREMENT
             MOVE FEE-ODP TO WS-ODP-FEE
           END-IF.
      * RESTORE POSITION/HOLD ON THE SOURCE ACCOUNT. AN IRA NEITHER
      * PULLS NOR FUNDS AN OVERDRAFT TRANSFER - SEE POST-TRANSFER
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF WS-ODP-FOUND = 'N' OR WS-ODP-FUNDACC = 0
              OR ACCTYPE-ACC = IRA-ACCTYPE
             GO TO TRY-ODP-TRANSFER-END
           END-IF.

             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES OR
              ACCTSTATUS-ACC NOT = ACCT-OPEN OR
              ACCTYPE-ACC = IRA-ACCTYPE OR
              BALANCE-ACC - WS-ODP-XFER - WS-ODP-FEE
                 < MIN-BALANCE - ODLIMIT-ACC
             MOVE WS-ODP-SRC-ACCID TO ACCID
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE WS-VALUE-DATE TO VALDATE-HIST.
           MOVE WS-SUBID TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
           IF DBSTAT = SPACES
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
           END-IF.
           IF DBSTAT NOT = SPACES
             DISPLAY 'ODP DEBIT LEG INSERT FAILED: ' DBSTAT
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
      * LINKED TRANSFER FEE ON THE FUNDING SIDE
           COMPUTE TXID-HIST = WS-ODP-FEE-TXID.
           MOVE 'f' TO TRANSTYP-HIST.
           MOVE ODP-FEE-MEMO TO CHECKNUM-HIST.
           COMPUTE AMOUNT-HIST = WS-ODP-FEE.
           COMPUTE REFTXID-HIST = WS-ODP-DEBIT-TXID.
           COMPUTE BALAFTER-HIST = BALANCE-ACC - WS-ODP-XFER
              - WS-ODP-FEE.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
           IF DBSTAT = SPACES
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
           END-IF.
           MOVE SPACES TO CHECKNUM-HIST.
           IF DBSTAT NOT = SPACES
             DISPLAY 'ODP FEE LEG INSERT FAILED: ' DBSTAT
           END-IF.
           COMPUTE BALAFTER-HIST = BALANCE-ACC + WS-ODP-XFER.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
           IF DBSTAT = SPACES
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
           END-IF.
           IF DBSTAT NOT = SPACES
             DISPLAY 'ODP CREDIT LEG INSERT FAILED: ' DBSTAT
           END-IF.
      * PROCEDURE CHECK-SESSION : VERIFIES THE CUSTOMER NAMED ON THE
      * MESSAGE HOLDS AN ACTIVE SESSION - STATUS-CD LOGGED ON AND NOT
      * LOCKED. A MESSAGE CARRYING AN OPERATOR ID IS THE TELLER
      * CHANNEL - THE OPERATOR MUST INSTEAD BE SIGNED ON AT THIS LTERM
      * AND NOT LOCKED OUT (FBOPRSGN), READ ON THE OPERATOR PCB
      * (DBPCB6). READS ON ITS OWN PCBS SO NO POSTING POSITION IS
      * DISTURBED. A BUSINESS WITH SUB-USERS SWITCHED ON MUST ALSO
      * NAME A SUB-USER ENTITLED TO POST THE AMOUNT - SEE
      * CHECK-SUBUSER.
       CHECK-SESSION.
           MOVE 'Y' TO WS-SESSION-OK.
           MOVE 0 TO WS-SUBID.
           MOVE SPACES TO WS-SUB-MSG.
           IF IN-OPERID NOT = SPACES
             PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END
             GO TO CHECK-SESSION-END
           END-IF.
           COMPUTE SESS-CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).
             IF STATUS-CD NOT = CUST-LOGGEDIN OR
                LOCKED-CD = CUST-LOCKED
               MOVE 'N' TO WS-SESSION-OK
             ELSE
               PERFORM CHECK-SUBUSER THRU CHECK-SUBUSER-END
               IF WS-SUB-MSG NOT = SPACES
                 MOVE 'N' TO WS-SESSION-OK
               END-IF
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-SESSION-END.
           EXIT.

      * PROCEDURE CHECK-SUBUSER : WHEN THE CUSTOMER HAS SUB-USERS
      * SWITCHED ON (AN ACTIVE BIZCTL UNDER IT, READ ON DBPCB8) THE
      * MESSAGE MUST NAME AN ACTIVE, UNLOCKED SUB-USER WITH A SESSION
      * OPEN, ENTITLED TO INITIATE, WHOSE PER-ITEM LIMIT COVERS THE
      * AMOUNT. A VIEW-ONLY SUB-USER MAY POST NOTHING. LEAVES THE
      * REFUSAL IN WS-SUB-MSG, OR WS-SUBID SET FOR THE HISTORY ROWS
       CHECK-SUBUSER.
           CALL 'CBLTDLI'
             USING GU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT NOT = SPACES OR NOT BZC-ACTIVE
             IF IN-SUBID NOT = SPACES
               MOVE NOSUBUSER TO WS-SUB-MSG
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF IN-SUBID = SPACES
             MOVE SUBUSERREQ TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.

           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( IN-SUBID ).
           CALL 'CBLTDLI'
             USING GU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1, SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOSUBUSER TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-ACTIVE OR LOCKED-SUB = 'Y'
              OR SESSION-SUB NOT = '1'
             MOVE SUBNOTON TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-CAN-INITIATE
             MOVE NOTENTITLED TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           COMPUTE WS-SUB-AMOUNT = FUNCTION NUMVAL ( IN-AMOUNT ).
           IF LIMIT-SUB > 0 AND WS-SUB-AMOUNT > LIMIT-SUB
             MOVE OVERSUBLIMIT TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           MOVE SUBID-SUB TO WS-SUBID.
       CHECK-SUBUSER-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE TELLER'S SIGNED-ON TERMINAL
      * MUST BE THE ONE THIS MESSAGE CAME FROM
       CHECK-OPER-SIGNON.
           COMPUTE OPR-OPERID = FUNCTION NUMVAL ( IN-OPERID ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'N' TO WS-SESSION-OK
           ELSE
             IF SIGNTERM-OPR = SPACES OR SIGNTERM-OPR NOT = LOGTTERM
                OR LOCKED-OPR = 'Y'
               MOVE 'N' TO WS-SESSION-OK
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
           EXIT.

      * PROCEDURE TSTAT-START : RECORDS THE START OF THIS UNIT OF
      * WORK ON THE TSTAT DASHBOARD EXTRACT DATABASE
       TSTAT-START.
               MOVE 'ACCT INACTIVE' TO WS-DECL-REASON
               PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             ELSE
      * IRA POSTING RULES - A DEPOSIT MUST FIT UNDER ITS TAX YEAR'S
      * CONTRIBUTION LIMIT, A WITHDRAWAL MUST CARRY A GOOD WITHHOLDING
      * ELECTION. CHECK-IRA-POSTING SETS MSG-OUT AND THE DECLINE
      * REASON WHEN IT REFUSES.
             MOVE 'Y' TO WS-IRA-OK
             IF ACCTYPE-ACC = IRA-ACCTYPE
               PERFORM CHECK-IRA-POSTING THRU CHECK-IRA-POSTING-END
             END-IF
             IF WS-IRA-OK = 'N'
               PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             ELSE
      * UPDATE THE HISTORY SEG
               COMPUTE ACCID-HIST = ACCID
               COMPUTE TXID-HIST = ACCID-HIST * MULT-FACTOR
                 + LASTTXID-ACC + 1
               MOVE TXID-HIST TO WS-IRA-TXID
               MOVE IN-TRXTYPE TO TRANSTYP-HIST
               COMPUTE AMOUNT-HIST = FUNCTION NUMVAL( IN-AMOUNT )
               COMPUTE REFTXID-HIST = 0
                 MOVE WS-CURRENT-SECOND TO SECOND-TS
                 MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS
                 MOVE TIMESTAMP TO TIMESTMP-HIST
                 IF (IN-TRXTYPE = 'd' OR IN-TRXTYPE = 'D')
                    AND (IN-CHANNEL = 'K' OR IN-CHANNEL = 'R')
                   MOVE IN-CHECKNUM TO CHECKNUM-HIST
                 ELSE
                   MOVE SPACES TO CHECKNUM-HIST
                 END-IF
                 MOVE IN-CLIENTREF TO CLIENTREF-HIST
                 COMPUTE OPERID-HIST = FUNCTION NUMVAL ( IN-OPERID )
                 MOVE IN-BRANCH TO BRANCH-HIST
                 ELSE
                   MOVE IN-CHANNEL TO CHANNEL-HIST
                 END-IF
                 MOVE WS-VALUE-DATE TO VALDATE-HIST
                 MOVE WS-SUBID TO SUBID-HIST
                 IF WDRL-FEE > 0
                   MOVE BAL-AFTER-WDRL TO BALAFTER-HIST
                 ELSE
                 SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
                 CALL "CBLTDLI"
                   USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                 IF DBSTAT = SPACES
                   PERFORM PUBLISH-POSTING-EVENT
                      THRU PUBLISH-POSTING-EVENT-END
                 END-IF
                 IF DBSTAT NOT = SPACES
                   DISPLAY 'BAD STATUS CODE: ' DBSTAT
                   MOVE 1 TO TERM-IO
                   ELSE
                     MOVE IN-CHANNEL TO CHANNEL-HIST
                   END-IF
                   MOVE WS-VALUE-DATE TO VALDATE-HIST
                   MOVE WS-SUBID TO SUBID-HIST
                   MOVE WDRL-FEE TO AMOUNT-HIST
                   MOVE PROSPECTIVE-BAL TO BALAFTER-HIST

                   SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
                   CALL "CBLTDLI"
                     USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                   IF DBSTAT = SPACES
                     PERFORM PUBLISH-POSTING-EVENT
                        THRU PUBLISH-POSTING-EVENT-END
                   END-IF
                   IF DBSTAT NOT = SPACES
                     DISPLAY 'BAD STATUS CODE: ' DBSTAT
                     MOVE 1 TO TERM-IO
      * FUNDS-AVAILABILITY SCHEDULING - A CHECK-CHANNEL DEPOSIT OVER
      * THE THRESHOLD HOLDS EVERYTHING ABOVE THE NEXT-DAY PORTION
      * UNTIL THE SCHEDULE RELEASES IT THROUGH HOLDEXPR
      * A CHECK-CHANNEL DEPOSIT IS ALSO CAPTURED AS AN ITEM FOR THE
      * NIGHT'S OUTBOUND CASH LETTER
                   IF (IN-TRXTYPE = 'd' OR IN-TRXTYPE = 'D')
                      AND (IN-CHANNEL = 'K' OR IN-CHANNEL = 'R')
                     PERFORM CAPTURE-DEPOSITED-CHECK
                        THRU CAPTURE-DEPOSITED-CHECK-END
                   END-IF
                   IF (IN-TRXTYPE = 'd' OR IN-TRXTYPE = 'D')
                      AND (IN-CHANNEL = 'K' OR IN-CHANNEL = 'R')
                      AND AMOUNT-HIST > AVAIL-THRESHOLD
                     PERFORM PLACE-AVAILABILITY-HOLD
                        THRU PLACE-AVAILABILITY-HOLD-END
                   END-IF
      * CODE THE POSTING ON THE IRA'S OWN CONTRIBUTION/DISTRIBUTION
      * TRAIL FOR THE YEAR-END FILINGS
                   IF ACCTYPE-ACC = IRA-ACCTYPE
                     PERFORM RECORD-IRA-POSTING
                        THRU RECORD-IRA-POSTING-END
                   END-IF
                 END-IF
      * RETRIEVE BALANCE TO RETURN TO CLIENT
                 COMPUTE BALANCE-ZONED = BALANCE-ACC + 0
               END-IF
               END-IF
             END-IF
             END-IF
             END-IF.

       POST-DEPOSIT-WITHDRAWAL-END.

      * PROCEDURE CHECK-IRA-POSTING : A POSTING TO AN IRA, WITH DBPCB1
      * HELD ON THE ACCOUNT. A WITHDRAWAL IS A DISTRIBUTION FOR THE
      * CURRENT YEAR - ITS WITHHOLDING ELECTION IS CHECKED AND ITS
      * DISTRIBUTION CODE SET FROM THE HOLDER'S AGE. A DEPOSIT IS A
      * CONTRIBUTION FOR IN-TAXYEAR, REFUSED WHEN THE YEAR IS NOT
      * OPEN (NOT THE CURRENT YEAR, OR THE PRIOR YEAR PAST ITS FILING
      * DEADLINE, OR NO IRALIM ROW) OR WHEN IT WOULD TAKE THE YEAR'S
      * CONTRIBUTIONS OVER THE LIMIT - THE CATCH-UP AMOUNT INCLUDED
      * FOR A HOLDER AT THE CATCH-UP AGE BY THE END OF THE TAX YEAR.
      * THE HOLDER'S DATE OF BIRTH IS READ ON DBPCB8, THE SAME PCB
      * RESOLVE-TIER USES. LEAVES DBPCB1 HELD ON THE ACCOUNT.
       CHECK-IRA-POSTING.
           MOVE 'Y' TO WS-IRA-OK.
           COMPUTE WS-IRA-AMOUNT = FUNCTION NUMVAL ( IN-AMOUNT ).
           MOVE 0 TO WS-IRA-FEDPCT.
           MOVE 0 TO WS-IRA-STPCT.
           MOVE SPACE TO WS-IRA-DISTCODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY DELIMITED BY SIZE INTO WS-TODAY-YMD.

           COMPUTE WS-IRA-CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).
           MOVE SPACES TO WS-IRA-DOB.
           MOVE WS-IRA-CUSTID TO SESS-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB8.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             MOVE DOB-CD TO WS-IRA-DOB
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           IF IRA-DOB-YEAR IS NOT NUMERIC OR
              IRA-DOB-MONTH IS NOT NUMERIC OR
              IRA-DOB-DAY IS NOT NUMERIC
             MOVE SPACES TO WS-IRA-DOB
           END-IF.

           IF IN-TRXTYPE = 'w' OR IN-TRXTYPE = 'W'
             MOVE 'D' TO WS-IRA-KIND
             MOVE WS-CURRENT-YEAR TO WS-IRA-TAXYEAR
             PERFORM CHECK-IRA-ELECTION THRU CHECK-IRA-ELECTION-END
             GO TO CHECK-IRA-POSTING-END
           END-IF.

           MOVE 'C' TO WS-IRA-KIND.
           IF IN-TAXYEAR = SPACES
             MOVE WS-CURRENT-YEAR TO WS-IRA-TAXYEAR
           ELSE
             IF IN-TAXYEAR IS NUMERIC
               MOVE IN-TAXYEAR TO WS-IRA-TAXYEAR
             ELSE
               MOVE 0 TO WS-IRA-TAXYEAR
             END-IF
           END-IF.

           PERFORM FIND-IRA-LIMIT THRU FIND-IRA-LIMIT-END.
           IF WS-IL-FOUND-IX = 0 OR
              (WS-IRA-TAXYEAR NOT = WS-CURRENT-YEAR AND
               WS-IRA-TAXYEAR NOT = WS-CURRENT-YEAR - 1)
             MOVE 'N' TO WS-IRA-OK
             MOVE IRAYEARCLOSED TO MSG-OUT
             MOVE 'IRA TAX YEAR' TO WS-DECL-REASON
             GO TO CHECK-IRA-POSTING-END
           END-IF.
           SET IL-IX TO WS-IL-FOUND-IX.
           IF WS-IRA-TAXYEAR NOT = WS-CURRENT-YEAR AND
              WS-TODAY-YMD > IL-DEADLINE (IL-IX)
             MOVE 'N' TO WS-IRA-OK
             MOVE IRAYEARCLOSED TO MSG-OUT
             MOVE 'IRA TAX YEAR' TO WS-DECL-REASON
             GO TO CHECK-IRA-POSTING-END
           END-IF.

           MOVE IL-LIMIT (IL-IX) TO WS-IRA-ALLOWED.
           IF WS-IRA-DOB NOT = SPACES
             IF WS-IRA-TAXYEAR - IRA-DOB-YEAR
                  NOT < IL-CATCHUP-AGE (IL-IX)
               ADD IL-CATCHUP (IL-IX) TO WS-IRA-ALLOWED
             END-IF
           END-IF.

      * FOOT THE TAX YEAR'S CONTRIBUTIONS ALREADY ON FILE - THE SAME
      * GHNP CHILD WALK SUM-ACTIVE-HOLDS USES - THEN PUT THE HOLD BACK
      * ON THE ACCOUNT FOR THE REPL
           MOVE 0 TO WS-IRA-YEARTOTAL.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, IRATXN-SEG, IRATXN-SSA.
           PERFORM FOOT-ONE-IRA-ROW THRU FOOT-ONE-IRA-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.

           IF WS-IRA-YEARTOTAL + WS-IRA-AMOUNT > WS-IRA-ALLOWED
             MOVE 'N' TO WS-IRA-OK
             MOVE IRALIMITEXCD TO MSG-OUT
             MOVE 'IRA LIMIT' TO WS-DECL-REASON
             DISPLAY 'IRA CONTRIBUTION REFUSED - YEAR: ' WS-IRA-TAXYEAR
                ' ON FILE: ' WS-IRA-YEARTOTAL
                ' LIMIT: ' WS-IRA-ALLOWED
           END-IF.
       CHECK-IRA-POSTING-END.
           EXIT.

       FOOT-ONE-IRA-ROW.
           IF DBSTAT = SPACES
             IF IRA-CONTRIBUTION AND TAXYEAR-IRA = WS-IRA-TAXYEAR
               ADD AMOUNT-IRA TO WS-IRA-YEARTOTAL
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, IRATXN-SEG, IRATXN-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-IRA-ROW-END.

      * PROCEDURE CHECK-IRA-ELECTION : THE DISTRIBUTION'S FEDERAL AND
      * STATE WITHHOLDING PERCENTAGES - BLANK FEDERAL TAKES THE
      * DEFAULT, BLANK STATE IS NONE, ANYTHING ELSE MUST BE 000-100 AND
      * THE TWO TOGETHER NO MORE THAN 100 - AND THE DISTRIBUTION CODE:
      * '7' FROM 59 1/2, '1' (EARLY) BEFORE IT OR WITH NO DATE OF BIRTH
      * ON FILE
       CHECK-IRA-ELECTION.
           IF IN-WHFED = SPACES
             MOVE IRA-DEFAULT-FEDPCT TO WS-IRA-FEDPCT
           ELSE
             IF IN-WHFED IS NUMERIC
               MOVE IN-WHFED TO WS-IRA-FEDPCT
             ELSE
               MOVE 'N' TO WS-IRA-OK
             END-IF
           END-IF.
           IF IN-WHSTATE NOT = SPACES
             IF IN-WHSTATE IS NUMERIC
               MOVE IN-WHSTATE TO WS-IRA-STPCT
             ELSE
               MOVE 'N' TO WS-IRA-OK
             END-IF
           END-IF.
           IF WS-IRA-FEDPCT + WS-IRA-STPCT > 100
             MOVE 'N' TO WS-IRA-OK
           END-IF.
           IF WS-IRA-OK = 'N'
             MOVE IRABADWH TO MSG-OUT
             MOVE 'IRA WITHHOLDING' TO WS-DECL-REASON
             GO TO CHECK-IRA-ELECTION-END
           END-IF.

           MOVE '1' TO WS-IRA-DISTCODE.
           IF WS-IRA-DOB NOT = SPACES
             COMPUTE WS-IRA-AGE-MOS =
                (WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH)
                - (IRA-DOB-YEAR * 12 + IRA-DOB-MONTH)
             IF WS-CURRENT-DAY < IRA-DOB-DAY
               SUBTRACT 1 FROM WS-IRA-AGE-MOS
             END-IF
             IF WS-IRA-AGE-MOS NOT < IRA-NORMAL-AGE-MOS
               MOVE '7' TO WS-IRA-DISTCODE
             END-IF
           END-IF.
       CHECK-IRA-ELECTION-END.
           EXIT.

      * PROCEDURE RECORD-IRA-POSTING : INSERTS THE IRATXN ROW FOR THE
      * CONTRIBUTION OR DISTRIBUTION JUST POSTED, UNDER THE ACCOUNT
      * JUST REPL'D ON DBPCB1, KEYED BY THE POSTING'S OWN TXID (SAVED
      * IN WS-IRA-TXID BEFORE ANY LINKED FEE ENTRY REUSED TXID-HIST).
      * A DISTRIBUTION'S WITHHOLDING IS FIGURED ON THE GROSS AMOUNT.
       RECORD-IRA-POSTING.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           MOVE WS-IRA-TXID TO TXID-IRA.
           MOVE ACCID-ACC TO ACCID-IRA.
           MOVE WS-IRA-KIND TO KIND-IRA.
           MOVE WS-IRA-TAXYEAR TO TAXYEAR-IRA.
           MOVE TIMESTMP-HIST (1:10) TO POSTDATE-IRA.
           MOVE WS-IRA-AMOUNT TO AMOUNT-IRA.
           MOVE WS-IRA-FEDPCT TO FEDPCT-IRA.
           COMPUTE FEDWH-IRA ROUNDED =
              WS-IRA-AMOUNT * WS-IRA-FEDPCT / 100.
           MOVE WS-IRA-STPCT TO STPCT-IRA.
           COMPUTE STWH-IRA ROUNDED =
              WS-IRA-AMOUNT * WS-IRA-STPCT / 100.
           MOVE WS-IRA-DISTCODE TO DISTCODE-IRA.
           MOVE WS-IRA-CUSTID TO CUSTID-IRA.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, IRATXN-SEG, IRATXN-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'IRA POSTING DETAIL ISRT FAILED'
           ELSE
             IF IRA-DISTRIBUTION
               DISPLAY 'IRA DISTRIBUTION - GROSS: ' AMOUNT-IRA
                  ' FED WH: ' FEDWH-IRA ' STATE WH: ' STWH-IRA
                  ' CODE: ' DISTCODE-IRA
             END-IF
           END-IF.
       RECORD-IRA-POSTING-END.
           EXIT.

      * PROCEDURE CHECK-OPER-LIMIT : WHEN THE MESSAGE NAMES A TELLER,
      * RETRIEVES THE OPERATOR ENTITLEMENT RECORD ON DBPCB6 AND SETS
      * WS-OPERLIMIT-SW WHEN AMOUNT-HIST EXCEEDS THE TELLER'S LIMIT.
           END-IF
           END-IF
           MOVE "P" TO STATUS-REV.
           MOVE 0 TO DECOPER-REV.
           MOVE SPACES TO DECTS-REV.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, REVIEW-SEG, REVIEW-SSA.
             COMPUTE SRC-BALANCE = BALANCE-ACC
             MOVE ODLIMIT-ACC TO SRC-ODLIMIT
             MOVE CURRENCY-ACC TO SRC-CURRENCY
             MOVE ACCTYPE-ACC TO SRC-ACCTYPE

      * DAILY WITHDRAWAL LIMIT, VELOCITY/FRAUD, AND ACTIVE-HOLD CHECKS
      * ON THE SOURCE (DEBIT) LEG - THE SAME THREE CONTROLS
               MOVE 'ACCT INACTIVE' TO WS-DECL-REASON
               PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             ELSE
      * MONEY ENTERS AND LEAVES AN IRA ONLY AS A CODED DEPOSIT OR
      * WITHDRAWAL, SO EVERY DOLLAR IS A CONTRIBUTION OR A
      * DISTRIBUTION WITH ITS WITHHOLDING - A TRANSFER LEG CARRIES
      * NEITHER, AND IS REFUSED ON EITHER SIDE
             IF ACCTYPE-ACC = IRA-ACCTYPE OR SRC-ACCTYPE = IRA-ACCTYPE
               MOVE IRANOXFER TO MSG-OUT
               MOVE 'IRA TRANSFER' TO WS-DECL-REASON
               PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             ELSE
      * OVERDRAFT/NSF CHECK ON THE SOURCE LEG OF THE TRANSFER, IN
      * SOURCE-CURRENCY TERMS - CONVERSION ONLY AFFECTS THE AMOUNT
      * POSTED TO THE DESTINATION LEG BELOW
               ELSE
                 MOVE IN-CHANNEL TO CHANNEL-HIST
               END-IF
               MOVE WS-VALUE-DATE TO VALDATE-HIST
               MOVE WS-SUBID TO SUBID-HIST

      * RE-ESTABLISH POSITION ON THE SOURCE ACCOUNT, DEBIT IT, AND
      * INSERT ITS HISTORY LEG LINKED TO THE DESTINATION'S TXID
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               CALL "CBLTDLI"
                 USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
               IF DBSTAT = SPACES
                 PERFORM PUBLISH-POSTING-EVENT
                    THRU PUBLISH-POSTING-EVENT-END
               END-IF
               IF DBSTAT NOT = SPACES
                 DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 MOVE 1 TO TERM-IO
               ELSE
                 MOVE IN-CHANNEL TO CHANNEL-HIST
               END-IF
               MOVE WS-VALUE-DATE TO VALDATE-HIST
               MOVE WS-SUBID TO SUBID-HIST
               COMPUTE AMOUNT-HIST = XFER-AMOUNT-DST
               COMPUTE REFTXID-HIST = SRC-TXID
               COMPUTE BALAFTER-HIST = BALANCE-ACC + XFER-AMOUNT-DST
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               CALL "CBLTDLI"
                 USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
               IF DBSTAT = SPACES
                 PERFORM PUBLISH-POSTING-EVENT
                    THRU PUBLISH-POSTING-EVENT-END
               END-IF
               IF DBSTAT NOT = SPACES
                 DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 MOVE 1 TO TERM-IO
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF.
               ELSE
                 MOVE IN-CHANNEL TO CHANNEL-HIST
               END-IF
               MOVE WS-VALUE-DATE TO VALDATE-HIST
               MOVE WS-SUBID TO SUBID-HIST

               COMPUTE ACCID-HIST = RVSL-ACCID
               COMPUTE TXID-HIST = RVSL-NEW-TXID
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               CALL "CBLTDLI"
                 USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
               IF DBSTAT = SPACES
                 PERFORM PUBLISH-POSTING-EVENT
                    THRU PUBLISH-POSTING-EVENT-END
               END-IF
               IF DBSTAT NOT = SPACES
                 DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 MOVE 1 TO TERM-IO
           END-IF.
       INSERT-IO-END.

      * PROCEDURE CHECK-REDELIVERY : LOOKS THE MESSAGE JUST RECEIVED UP
      * ON QUARMSG BY ITS IMS ENQUEUE STAMP. ONE ALREADY DELIVERED
      * QM-MAX-DELIVERIES TIMES HAS ABENDED THIS TRANSACTION THAT OFTEN
      * AND IS QUARANTINED; ANY OTHER IS NOTED TO FBMSGTRK ON THE
      * EXPRESS PCB SO THE DELIVERY IS COUNTED EVEN IF THIS ONE ABENDS.
       CHECK-REDELIVERY.
           MOVE 'N' TO WS-QUAR-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           MOVE LTERMPCB (13:12) TO QM-STAMP-TEXT.
           MOVE LOGTTERM TO QM-KEY-LTERM.
           MOVE QM-STAMP-DATE TO QM-KEY-DATE.
           MOVE QM-STAMP-TIME TO QM-KEY-TIME.
           MOVE QM-STAMP-SEQ TO QM-KEY-SEQ.
           MOVE QM-MSGKEY TO QM-SSA-KEY.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB12.
           CALL 'CBLTDLI'
             USING GU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT = SPACES
             IF QM-QUARANTINED OR DELIVERIES-QM NOT < QM-MAX-DELIVERIES
               PERFORM QUARANTINE-MESSAGE
                  THRU QUARANTINE-MESSAGE-END
               GO TO CHECK-REDELIVERY-END
             END-IF
           ELSE
             IF DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.

           MOVE 'IBMSGTRK' TO QN-TRAN-CODE.
           MOVE QM-MSGKEY TO QN-MSGKEY.
           MOVE 'IBTRAN  ' TO QN-SRCTRAN.
           MOVE LOGTTERM TO QN-LTERM.
           MOVE TIMESTAMP TO QN-TIMESTMP.
           COMPUTE QN-PAYLEN = LL-IN - 4.
           IF QN-PAYLEN > LENGTH OF QN-PAYLOAD
             MOVE LENGTH OF QN-PAYLOAD TO QN-PAYLEN
           END-IF.
           IF QN-PAYLEN < 0
             MOVE 0 TO QN-PAYLEN
           END-IF.
           MOVE INPUT-AREA (5:) TO QN-PAYLOAD.
           COMPUTE LL-QN = LENGTH OF QNOTE-MSG.
           MOVE 0 TO ZZ-QN.
           CALL 'CBLTDLI' USING ISRT, QNOTEPCB, QNOTE-MSG.
           IF QNOTESTAT NOT = SPACES
             DISPLAY 'DELIVERY NOTE ISRT FAILED WITH STATUS CODE: '
                QNOTESTAT
             GO TO CHECK-REDELIVERY-END
           END-IF.

      * THE NOTE GOES OUT ON AN EXPRESS PCB - PURG RELEASES IT NOW
      * SO IT IS SENT EVEN IF THIS UNIT OF WORK LATER BACKS OUT
           CALL 'CBLTDLI' USING PURG, QNOTEPCB.
           IF QNOTESTAT NOT = SPACES
             DISPLAY 'DELIVERY NOTE PURG FAILED WITH STATUS CODE: '
                QNOTESTAT
           END-IF.
       CHECK-REDELIVERY-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           EXIT.

      * PROCEDURE QUARANTINE-MESSAGE : FLIPS THE MESSAGE'S QUARMSG ROW
      * QUARANTINED AND COUNTS THIS DELIVERY - THE MESSAGE IS CONSUMED
      * WITHOUT BEING WORKED AND WAITS ON FBQUAMNT
       QUARANTINE-MESSAGE.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO QUARANTINE-MESSAGE-END
           END-IF.
           IF NOT QM-QUARANTINED
             MOVE 'Q' TO STATUS-QM
             MOVE TIMESTAMP TO QUARTS-QM
           END-IF.
           ADD 1 TO DELIVERIES-QM.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, QUARMSG-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           MOVE 'Y' TO WS-QUAR-SW.
           DISPLAY 'MESSAGE QUARANTINED: ' MSGKEY-QM ' DELIVERIES '
              DELIVERIES-QM.
       QUARANTINE-MESSAGE-END.
           EXIT.

      * PROCEDURE JAVA-SAVEHIST
      * This procedure does
      *    jobject NewDirectByteBuffer(JNIEnv* env, void*
             DISPLAY BAD-STATUS
           END-IF.
       INSERT-NOTIFQ-ROW-END.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * THE PCB IS NOT EXPRESS - IMS SENDS THE EVENT ONLY WHEN THIS
      * MESSAGE'S UNIT OF WORK COMMITS AT THE NEXT GU, AND DISCARDS IT
      * IF THE UNIT OF WORK BACKS OUT. A FAILED ISRT DOES NOT STOP THE
      * POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'IBTRAN' TO PE-SOURCE.
           MOVE TXID-HIST TO PE-TXID.
           MOVE ACCID-HIST TO PE-ACCID.
           MOVE REFTXID-HIST TO PE-REFTXID.
           MOVE TRANSTYP-HIST TO PE-TRANSTYP.
           MOVE AMOUNT-HIST TO PE-AMOUNT.
           MOVE BALAFTER-HIST TO PE-BALAFTER.
           MOVE CHANNEL-HIST TO PE-CHANNEL.
           MOVE CLIENTREF-HIST TO PE-CLIENTREF.
           MOVE TIMESTMP-HIST TO PE-TIMESTMP.
           COMPUTE LL-PE = LENGTH OF PE-EVENT-MSG.
           MOVE 0 TO ZZ-PE.
           CALL 'CBLTDLI' USING ISRT, EVTPCB, PE-EVENT-MSG.
           IF EVTSTAT NOT = SPACES
             DISPLAY 'POSTING EVENT ISRT FAILED WITH STATUS CODE: '
                EVTSTAT ' TXID: ' PE-TXID
             ADD 1 TO EVENTS-FAILED
           ELSE
             ADD 1 TO EVENTS-PUBLISHED
           END-IF.
       PUBLISH-POSTING-EVENT-END.
           EXIT.
