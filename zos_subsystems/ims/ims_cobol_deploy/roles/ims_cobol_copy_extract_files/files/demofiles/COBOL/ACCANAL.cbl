       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCANAL.

      ******************************************************************
      * MONTHLY COMMERCIAL ACCOUNT ANALYSIS - ONE ANALYSIS STATEMENT
      * PER BUSINESS CUSTOMER (CUSTOMERTYPE-CD 'B') FOR THE FULL
      * CALENDAR MONTH BEFORE THE RUN DATE, AND ONE NET SERVICE
      * CHARGE IN PLACE OF THE INDIVIDUAL ITEM FEES.
      *
      * THE CUSTOMER'S ACCOUNTS ARE GATHERED THROUGH CUSTACCS THE WAY
      * RELSTMT GATHERS THEM - PRIMARY-EQUIVALENT OWNERSHIP ('P' OR
      * 'M') ONLY, OPEN ACCOUNTS ONLY. FOR EACH ACCOUNT THE JOB TAKES
      *
      *   - THE AVERAGE LEDGER BALANCE OVER THE PERIOD, FROM THE
      *     ACCUMULATED BALSNAP EXTRACTS (BALSNAPI) THE WAY DORMFEE
      *     AVERAGES THEM; AN ACCOUNT WITH NO SNAPSHOT IN THE PERIOD
      *     FALLS BACK TO ITS CURRENT BALANCE
      *   - THE AVERAGE FLOAT - EACH BRANCH/ATM DEPOSIT OF THE PERIOD
      *     IS UNCOLLECTED FOR THE SCHEDULE'S FLOAT DAYS (ACH, INSTANT
      *     AND WIRE CREDITS ARE COLLECTED FUNDS ON ARRIVAL); THE
      *     AVERAGE COLLECTED BALANCE IS LEDGER LESS FLOAT
      *   - ITS ITEM VOLUMES FROM HISTORY (READ THROUGH THE ACCIDHX
      *     INDEX): DEPOSITS, CHECKS PAID (CHKPOST 'w' ROWS, CHANNEL
      *     'C'), ACH AND INSTANT ITEMS (ACHPOST/ACHOUT, CHANNEL 'N'
      *     OR 'I'), WIRES (CHANNEL 'W'), AND THE POSITIVE-PAY
      *     EXCEPTIONS (PPEX) PRESENTED IN THE PERIOD
      *
      * THE EARNINGS CREDIT IS THE RELATIONSHIP'S AVERAGE COLLECTED
      * BALANCE, LESS THE RESERVE PERCENTAGE, AT THE EARNINGS CREDIT
      * RATE FOR THE DAYS IN THE PERIOD (ACTUAL/365). IT OFFSETS THE
      * PRICED SERVICE CHARGES; ONLY A POSITIVE NET IS CHARGED, AS ONE
      * 'm' (MAINTENANCE FEE) HISTORY ROW ON THE ACCOUNT WITH THE
      * LARGEST AVERAGE COLLECTED BALANCE - THE SAME ENTRY, GL MAPPING
      * AND REVERSAL HANDLING DORMFEE'S FEE GETS. CREDIT IN EXCESS OF
      * THE CHARGES IS NOT CARRIED FORWARD.
      *
      * THE ANLSCHED SERVICE-CHARGE SCHEDULE (THE TRXRULES LOADING
      * IDIOM, FIRST COLUMN UNQUOTED) PRICES THE RUN:
      *
      *   ECR,0.0150       EARNINGS CREDIT RATE, ANNUAL
      *   RESERVE,10.00    PERCENT OF COLLECTED BALANCE NOT CREDITED
      *   FLOAT,1          DAYS A BRANCH DEPOSIT IS UNCOLLECTED
      *   ACCOUNT,15.00    PER ANALYZED ACCOUNT PER MONTH
      *   DEPOSIT,0.25     PER DEPOSIT
      *   CHECK,0.15       PER CHECK PAID
      *   ACH,0.10         PER ACH OR INSTANT ITEM
      *   WIRE,15.00       PER WIRE
      *   PPEX,5.00        PER POSITIVE-PAY EXCEPTION
      *   ACCTYPE,C        ANALYZE THIS ACCOUNT TYPE (MAY REPEAT)
      *
      * A SERVICE WITH NO ROW IS NOT CHARGED, NO ECR ROW MEANS NO
      * CREDIT. WITH NO ACCTYPE ROWS EVERY ACCOUNT TYPE BUT LOANS
      * ('L'), CREDIT CARDS ('R') AND TERM DEPOSITS ('T') IS ANALYZED.
      *
      * SIMCTL AND CHECKPOINT/RESTART WORK AS IN DORMFEE - SEE
      * SIMPOST.CPY; A RESTART RESUMES AFTER THE LAST CUSTOMER
      * CHECKPOINTED, SO NO CUSTOMER IS CHARGED TWICE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SERVICE-CHARGE SCHEDULE - READ ONCE AT STARTUP
           SELECT ANLSCHED-FILE ASSIGN TO ANLSCHED.
      *    ACCUMULATED NIGHTLY BALANCE SNAPSHOTS - SEE BALSNAP
           SELECT BALSNAPI-FILE ASSIGN TO BALSNAPI.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.

       DATA DIVISION.

       FILE SECTION.
         FD ANLSCHED-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ANLSCHED-IN.
       01  ANLSCHED-IN          PIC X(80).

         FD BALSNAPI-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BALSNAPI-IN.
       01  BALSNAPI-IN          PIC X(80).

         FD SIMCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SIMCTL-IN.
       01  SIMCTL-IN            PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *CHECKPOINT/RESTART - A CHECKPOINT IS TAKEN EVERY CHKP-INTERVAL
      *BUSINESS CUSTOMERS, KEYED ON THE LAST ONE FULLY PROCESSED, SO A
      *RERUN AFTER AN ABEND RESUMES AFTER IT INSTEAD OF CHARGING THE
      *CUSTOMERS ALREADY DONE A SECOND TIME
      ******************************************************************

       77  CHKP                PIC  X(04)        VALUE "CHKP".
       77  XRST                PIC  X(04)        VALUE "XRST".
       77  CHKP-INTERVAL       PIC  9(05)        VALUE 00100.

       01  CHKP-ID.
           05  FILLER          PIC  X(05)        VALUE "ACANL".
           05  CHKP-COUNTER    PIC  9(03)        VALUE 0.

       01  RESTART-DATA.
           05  RESTART-LAST-CUSTID    PIC S9(9) COMP-5.
           05  RESTART-ANALYZED-CT    PIC S9(9) COMP-5.
           05  RESTART-POSTED-CT      PIC S9(9) COMP-5.
           05  RESTART-NOCHG-CT       PIC S9(9) COMP-5.
           05  RESTART-CHARGED        PIC S9(13)V9(2) COMP-3.

       77  RESTART-AREA-LEN    PIC S9(8) COMP.
       77  WS-RESUME-SKIP      PIC X(01) VALUE 'N'.
       77  WS-SINCE-CHKP       PIC S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  ACCT-OPEN             PIC X(01) VALUE 'O'.
       77  ANL-BUSINESS-TYPE     PIC X(01) VALUE 'B'.
       77  MULT-FACTOR           PIC S9(18) COMP-5 VALUE 10000000000.

       77  FEE-ACCID             PIC S9(18) COMP-5.
       77  FEE-TXID              PIC S9(18) COMP-5.
      *    CHECKNUM-HIST MEMO ON THE NET CHARGE - SEE YRFEESUM
       77  ANL-CHARGE-MEMO       PIC X(16) VALUE 'ANALYSIS CHARGE'.

      ******************************************************************
      *SERVICE-CHARGE SCHEDULE - FROM ANLSCHED AT STARTUP. THE PRICED
      *SERVICES ARE A FIXED LIST; THE SCHEDULE ROW CODE PICKS THE
      *SERVICE, THE DESCRIPTION IS WHAT THE STATEMENT PRINTS.
      ******************************************************************

       77  SC-ECR-RATE         PIC  S9(1)V9(4) COMP-3 VALUE 0.
       77  SC-RESERVE-PCT      PIC  S9(3)V9(2) COMP-3 VALUE 0.
       77  SC-FLOAT-DAYS       PIC  S9(4) COMP-5 VALUE 0.

       77  MAX-SERVICES        PIC  9(05)        VALUE 00006.
       77  SVC-ACCOUNT         PIC  9(05)        VALUE 00001.
       77  SVC-DEPOSIT         PIC  9(05)        VALUE 00002.
       77  SVC-CHECK           PIC  9(05)        VALUE 00003.
       77  SVC-ACH             PIC  9(05)        VALUE 00004.
       77  SVC-WIRE            PIC  9(05)        VALUE 00005.
       77  SVC-PPEX            PIC  9(05)        VALUE 00006.
       77  WS-SV-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-SV-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  SERVICE-DEFS.
           05  FILLER          PIC  X(32)
                               VALUE "ACCOUNT ACCOUNT MAINTENANCE     ".
           05  FILLER          PIC  X(32)
                               VALUE "DEPOSIT DEPOSITS                ".
           05  FILLER          PIC  X(32)
                               VALUE "CHECK   CHECKS PAID             ".
           05  FILLER          PIC  X(32)
                               VALUE "ACH     ACH / INSTANT ITEMS     ".
           05  FILLER          PIC  X(32)
                               VALUE "WIRE    WIRES                   ".
           05  FILLER          PIC  X(32)
                               VALUE "PPEX    POSITIVE PAY EXCEPTIONS ".
       01  SERVICE-DEF-TABLE REDEFINES SERVICE-DEFS.
           05  SERVICE-DEF OCCURS 6 TIMES.
               10  SV-CODE         PIC  X(08).
               10  SV-DESC         PIC  X(24).

       01  SERVICE-PRICES.
           05  SV-PRICE OCCURS 6 TIMES PIC S9(13)V9(2) COMP-3.

      *    THE CURRENT CUSTOMER'S VOLUMES AND CHARGES
       01  SERVICE-VOLUMES.
           05  SV-VOLUME OCCURS 6 TIMES PIC S9(9) COMP-5.
       01  SERVICE-CHARGES.
           05  SV-CHARGE OCCURS 6 TIMES PIC S9(13)V9(2) COMP-3.

      *    ACCOUNT TYPES TO ANALYZE - EMPTY MEANS ALL BUT 'L', 'R', 'T'
       77  MAX-ANLTYPES        PIC  9(05)        VALUE 00010.
       77  TOTAL-ANLTYPES      PIC  9(05)        VALUE 0.
       77  WS-AT-IX            PIC  9(05) COMP-5 VALUE 0.
       01  ANLTYPE-TABLE.
           05  ANLTYPE-CODE OCCURS 10 TIMES PIC X(01).
       77  WS-TYPE-SW          PIC X(01).
           88  TYPE-IS-ANALYZED    VALUE 'Y'.

       01  TXT-SC-KEY          PIC  X(08).
       01  TXT-SC-VALUE        PIC  X(16).
       01  WS-ANLSCHED-EOF     PIC  X(01) VALUE 'N'.
           88  ANLSCHED-EOF        VALUE 'Y'.

      ******************************************************************
      *AVERAGE-DAILY-BALANCE TABLE - PER-ACCOUNT SUM AND COUNT OF THE
      *SNAPSHOT BALANCES DATED INSIDE THE ANALYSIS PERIOD, BUILT ONCE
      *AT STARTUP FROM BALSNAPI - DORMFEE'S TABLE
      ******************************************************************

       77  MAX-ADB-ACCTS         PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-ADB-ACCTS       PIC S9(9) COMP-5 VALUE 0.
       77  WS-ADB-IX             PIC S9(9) COMP-5.
       77  WS-ADB-FOUND-IX       PIC S9(9) COMP-5.
       77  WS-ADB-ACCID          PIC S9(18) COMP-5.

       01  ADB-TABLE.
           05  ADB-ROW OCCURS 2000 TIMES.
               10  ADB-ACCID     PIC S9(18) COMP-5.
               10  ADB-SUM       PIC S9(15)V9(2) COMP-3.
               10  ADB-COUNT     PIC S9(9) COMP-5.

      *    THE SNAPSHOT LINE OPENS WITH A QUOTED DATE - TXT-SNAP-LEAD
      *    SOAKS UP THE EMPTY LEADING TOKEN, AS IN DORMFEE
       01  TXT-SNAP-LEAD         PIC X(1).
       01  TXT-SNAP-DATE         PIC X(10).
       01  TXT-SNAP-ACCID        PIC X(19).
       01  TXT-SNAP-BALANCE      PIC X(16).
       01  TXT-SNAP-STATUS       PIC X(01).
       77  WS-SNAP-ACCID         PIC S9(18) COMP-5.
       77  WS-SNAP-BALANCE       PIC S9(13)V9(2) COMP-3.
       01  WS-BALSNAPI-EOF       PIC X(01) VALUE 'N'.
           88  BALSNAPI-EOF          VALUE 'Y'.

      ******************************************************************
      *ANALYSIS PERIOD - THE FULL CALENDAR MONTH BEFORE THE RUN DATE,
      *DERIVED EXACTLY AS STMTGEN AND RELSTMT DERIVE IT
      ******************************************************************

       77  WS-THIS-MONTH-1ST   PIC 9(08).
       77  WS-INT-DATE-MINUS   PIC S9(9) COMP-5.
       01  WS-PERIOD-END-N     PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-END-N.
           05  PE-YEAR         PIC 9(04).
           05  PE-MONTH        PIC 9(02).
           05  PE-DAY          PIC 9(02).
       01  WS-PERIOD-START-N   PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-START-N.
           05  PS-YEAR         PIC 9(04).
           05  PS-MONTH        PIC 9(02).
           05  PS-DAY          PIC 9(02).
       01  PERIOD-START-YMD    PIC X(10).
       01  PERIOD-END-YMD      PIC X(10).
       77  PERIOD-START-INT    PIC S9(9) COMP-5.
       77  PERIOD-END-INT      PIC S9(9) COMP-5.
       77  PERIOD-DAYS         PIC S9(4) COMP-5.
       77  WS-POST-INT         PIC S9(9) COMP-5.
       77  WS-FLOAT-WEIGHT     PIC S9(4) COMP-5.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 RE-ESTABLISHES THE DRIVING POSITION AFTER A
      *    CHECKPOINT
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    PPEX-SSA WALKS THE POSITIVE-PAY EXCEPTION CHILDREN OF THE
      *    ACCOUNT POSITIONED BY ACCOUNT-SSA1
       01  PPEX-SSA.
           05  FILLER          PIC  X(08)        VALUE "PPEX    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSAX READS ONE ACCOUNT'S HISTORY ROWS DIRECTLY
      *    THROUGH ACCIDHX, THE SECONDARY-INDEX SEARCH FIELD ON
      *    ACCID-HIST IN THE HISTORY DBD
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
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
      *    LASTLOGIN-CD THROUGH DECDATE-CD - 126 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(126).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

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
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TRANSTYP-HIST   PIC  X(1).
           05  AMOUNT-HIST     PIC  S9(13)V9(2) COMP-3.
           05  REFTXID-HIST    PIC  S9(18) COMP-5.
           05  ACCID-HIST      PIC  S9(18) COMP-5.
           05  BALAFTER-HIST   PIC  S9(13)V9(2) COMP-3.
           05  CHECKNUM-HIST   PIC  X(16).
           05  CLIENTREF-HIST  PIC  X(16).
           05  OPERID-HIST     PIC  S9(9) COMP-5.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
           05  CHANNEL-HIST    PIC  X(01).
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      *    HIST-YMD - THE DATE PART OF TIMESTMP-HIST, PAST THE 8-BYTE
      *    COMP-5 TXID-HIST, AS IN DORMFEE
       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
           05  HIST-YMD        PIC  X(10).
           05  FILLER          PIC  X(25).

      *    PPEX-SEG - SEE CHKPOST'S PARK-PP-EXCEPTION
       01  PPEX-SEG.
           05  ACCID-PPX       PIC  S9(18) COMP-5.
           05  PPXID-PPX       PIC  S9(9) COMP-5.
           05  CHECKNUM-PPX    PIC  X(16).
           05  AMOUNT-PPX      PIC  S9(13)V9(2) COMP-3.
           05  PRESDATE-PPX    PIC  X(10).
           05  REASON-PPX      PIC  X(20).
           05  STATUS-PPX      PIC  X(01).
           05  DECBY-PPX       PIC  S9(9) COMP-5.
           05  DECDATE-PPX     PIC  X(10).

      ******************************************************************
      *THE CURRENT CUSTOMER'S ANALYZED ACCOUNTS
      ******************************************************************

       01  OWNED-TABLE.
           05  OWNED-ROW OCCURS 20 TIMES INDEXED BY ON-IX.
               10  ON-ACCID        PIC  S9(18) COMP-5.
               10  ON-ACCNUM       PIC  S9(9) COMP-5.
               10  ON-ACCTYPE      PIC  X(01).
               10  ON-SNAPSHOTS    PIC  S9(9) COMP-5.
               10  ON-AVG-LEDGER   PIC  S9(13)V9(2) COMP-3.
               10  ON-FLOAT-SUM    PIC  S9(15)V9(2) COMP-3.
               10  ON-AVG-FLOAT    PIC  S9(13)V9(2) COMP-3.
               10  ON-AVG-COLL     PIC  S9(13)V9(2) COMP-3.
               10  ON-ITEMS        PIC  S9(9) COMP-5.

       77  OWNED-COUNT         PIC  S9(4) COMP-5.
       77  WS-OWNED-IX         PIC  S9(4) COMP-5.
       77  WS-CHARGE-IX        PIC  S9(4) COMP-5.
       77  WS-CUR-CUSTID       PIC  S9(9) COMP-5.
       77  WS-OWNED-FULL       PIC  X(01).

      *    RELATIONSHIP TOTALS FOR THE STATEMENT
       77  REL-AVG-LEDGER      PIC  S9(15)V9(2) COMP-3.
       77  REL-AVG-FLOAT       PIC  S9(15)V9(2) COMP-3.
       77  REL-AVG-COLL        PIC  S9(15)V9(2) COMP-3.
       77  REL-RESERVE         PIC  S9(15)V9(2) COMP-3.
       77  REL-INVESTABLE      PIC  S9(15)V9(2) COMP-3.
       77  REL-EARN-CREDIT     PIC  S9(13)V9(2) COMP-3.
       77  REL-SVC-CHARGES     PIC  S9(13)V9(2) COMP-3.
       77  REL-NET-CHARGE      PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *STATEMENT EDIT FIELDS
      ******************************************************************

       01  TXT-AMT             PIC  -(12)9.99.
       01  TXT-AMT2            PIC  -(12)9.99.
       01  TXT-PRICE           PIC  -(8)9.99.
       01  TXT-CNT             PIC  Z(8)9.
       01  TXT-ACCNUM          PIC  Z(8)9.
       01  TXT-CUSTID          PIC  Z(8)9.
       01  TXT-RATE            PIC  9.9999.
       01  TXT-PCT             PIC  ZZ9.99.

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

       01  TODAY-YMD           PIC  X(10).

       01  CUSTOMERS-ANALYZED  PIC  S9(9) COMP-5 VALUE 0.
       01  CHARGES-POSTED      PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-NO-CHARGE PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-CHARGED       PIC  S9(13)V9(2) COMP-3 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

           COPY SIMPOST.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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

      * IOPCBA THE I/O PCB, EVTPCBA THE EVENT ALTERNATE PCB, DBPCB1
      * CUSTOMER (DRIVING WALK), DBPCB2 CUSTACCS, DBPCB3 ACCOUNT AND
      * ITS PPEX CHILDREN, DBPCB4 HISTORY
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
      * XRST RETURNS THE LAST CHECKPOINT'S SAVED KEY AND COUNTS -
      * ZERO ON A FRESH RUN THAT HAS NEVER CHECKPOINTED
           MOVE 0 TO RESTART-LAST-CUSTID.
           MOVE 0 TO RESTART-ANALYZED-CT.
           MOVE 0 TO RESTART-POSTED-CT.
           MOVE 0 TO RESTART-NOCHG-CT.
           MOVE 0 TO RESTART-CHARGED.
           COMPUTE RESTART-AREA-LEN = LENGTH OF RESTART-DATA.
           CALL 'CBLTDLI'
             USING XRST, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
           IF RESTART-LAST-CUSTID NOT = 0
             MOVE 'Y' TO WS-RESUME-SKIP
             MOVE RESTART-ANALYZED-CT TO CUSTOMERS-ANALYZED
             MOVE RESTART-POSTED-CT TO CHARGES-POSTED
             MOVE RESTART-NOCHG-CT TO CUSTOMERS-NO-CHARGE
             MOVE RESTART-CHARGED TO TOTAL-CHARGED
             DISPLAY 'RESTARTING AFTER CHECKPOINT - RESUMING AFTER '
                'CUSTID: ' RESTART-LAST-CUSTID
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.
           PERFORM COMPUTE-ANALYSIS-PERIOD
              THRU COMPUTE-ANALYSIS-PERIOD-END.
           PERFORM LOAD-SCHEDULE THRU LOAD-SCHEDULE-END.
           PERFORM LOAD-ADB-TABLE THRU LOAD-ADB-TABLE-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM PROCESS-CUSTOMER THRU PROCESS-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE TOTAL-CHARGED TO TXT-AMT.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT ANALYSIS SUMMARY - ' PERIOD-START-YMD
              ' TO ' PERIOD-END-YMD.
           DISPLAY 'CUSTOMERS ANALYZED:       ' CUSTOMERS-ANALYZED.
           DISPLAY 'NET CHARGES POSTED:       ' CHARGES-POSTED.
           DISPLAY 'CREDIT COVERED CHARGES:   ' CUSTOMERS-NO-CHARGE.
           DISPLAY 'TOTAL NET CHARGED:        ' TXT-AMT.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

           STOP RUN.

      * PROCEDURE COMPUTE-ANALYSIS-PERIOD : THE PRIOR CALENDAR MONTH,
      * AS INTEGER DAYS FOR THE FLOAT WEIGHTING AND AS YYYY-MM-DD FOR
      * THE STRAIGHT STRING COMPARES
       COMPUTE-ANALYSIS-PERIOD.
           COMPUTE WS-THIS-MONTH-1ST = WS-CURRENT-YEAR * 10000
              + WS-CURRENT-MONTH * 100 + 1.
           COMPUTE WS-INT-DATE-MINUS =
              FUNCTION INTEGER-OF-DATE ( WS-THIS-MONTH-1ST ) - 1.
           COMPUTE WS-PERIOD-END-N =
              FUNCTION DATE-OF-INTEGER ( WS-INT-DATE-MINUS ).
           COMPUTE WS-PERIOD-START-N = PE-YEAR * 10000
              + PE-MONTH * 100 + 1.
           STRING PS-YEAR '-' PS-MONTH '-' PS-DAY
              INTO PERIOD-START-YMD.
           STRING PE-YEAR '-' PE-MONTH '-' PE-DAY
              INTO PERIOD-END-YMD.
           COMPUTE PERIOD-START-INT =
              FUNCTION INTEGER-OF-DATE ( WS-PERIOD-START-N ).
           MOVE WS-INT-DATE-MINUS TO PERIOD-END-INT.
           COMPUTE PERIOD-DAYS = PERIOD-END-INT - PERIOD-START-INT + 1.
       COMPUTE-ANALYSIS-PERIOD-END.
           EXIT.

      * PROCEDURE LOAD-SCHEDULE : THE SERVICE-CHARGE SCHEDULE, ECHOED
      * AT THE HEAD OF THE RUN SO THE STATEMENTS CAN BE PROVED
       LOAD-SCHEDULE.
           INITIALIZE SERVICE-PRICES.
           MOVE 'N' TO WS-ANLSCHED-EOF.
           OPEN INPUT ANLSCHED-FILE.
           READ ANLSCHED-FILE
             AT END
               MOVE 'Y' TO WS-ANLSCHED-EOF
           END-READ.
           PERFORM LOAD-ONE-SCHED-ROW THRU LOAD-ONE-SCHED-ROW-END
              UNTIL ANLSCHED-EOF.
           CLOSE ANLSCHED-FILE.

           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT ANALYSIS - PERIOD ' PERIOD-START-YMD
              ' TO ' PERIOD-END-YMD.
           MOVE SC-ECR-RATE TO TXT-RATE.
           DISPLAY 'EARNINGS CREDIT RATE:     ' TXT-RATE.
           MOVE SC-RESERVE-PCT TO TXT-PCT.
           DISPLAY 'RESERVE PERCENT:          ' TXT-PCT.
           DISPLAY 'DEPOSIT FLOAT DAYS:       ' SC-FLOAT-DAYS.
           PERFORM SHOW-ONE-PRICE THRU SHOW-ONE-PRICE-END
              VARYING WS-SV-IX FROM 1 BY 1
              UNTIL WS-SV-IX > MAX-SERVICES.
           DISPLAY '========================================'.
       LOAD-SCHEDULE-END.
           EXIT.

       LOAD-ONE-SCHED-ROW.
           MOVE SPACES TO TXT-SC-KEY.
           MOVE SPACES TO TXT-SC-VALUE.
           UNSTRING ANLSCHED-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-SC-KEY
                  TXT-SC-VALUE
           END-UNSTRING.

           EVALUATE TXT-SC-KEY
             WHEN SPACES
               CONTINUE
             WHEN 'ECR     '
               COMPUTE SC-ECR-RATE = FUNCTION NUMVAL ( TXT-SC-VALUE )
             WHEN 'RESERVE '
               COMPUTE SC-RESERVE-PCT =
                  FUNCTION NUMVAL ( TXT-SC-VALUE )
             WHEN 'FLOAT   '
               COMPUTE SC-FLOAT-DAYS =
                  FUNCTION NUMVAL ( TXT-SC-VALUE )
             WHEN 'ACCTYPE '
               IF TOTAL-ANLTYPES < MAX-ANLTYPES
                 ADD 1 TO TOTAL-ANLTYPES
                 MOVE TXT-SC-VALUE (1:1)
                    TO ANLTYPE-CODE (TOTAL-ANLTYPES)
                 DISPLAY 'ANALYZED ACCOUNT TYPE:    '
                    TXT-SC-VALUE (1:1)
               ELSE
                 DISPLAY 'ANLSCHED - ACCOUNT TYPE TABLE FULL, ROW '
                    'SKIPPED: ' ANLSCHED-IN
               END-IF
             WHEN OTHER
               MOVE 0 TO WS-SV-FOUND-IX
               PERFORM TEST-ONE-SVC-CODE THRU TEST-ONE-SVC-CODE-END
                  VARYING WS-SV-IX FROM 1 BY 1
                  UNTIL WS-SV-IX > MAX-SERVICES
                     OR WS-SV-FOUND-IX > 0
               IF WS-SV-FOUND-IX > 0
                 COMPUTE SV-PRICE (WS-SV-FOUND-IX) =
                    FUNCTION NUMVAL ( TXT-SC-VALUE )
               ELSE
                 DISPLAY 'ANLSCHED - UNKNOWN ROW IGNORED: '
                    ANLSCHED-IN
               END-IF
           END-EVALUATE.

           READ ANLSCHED-FILE
             AT END
               MOVE 'Y' TO WS-ANLSCHED-EOF
           END-READ.
       LOAD-ONE-SCHED-ROW-END.
           EXIT.

       TEST-ONE-SVC-CODE.
           IF SV-CODE (WS-SV-IX) = TXT-SC-KEY
             MOVE WS-SV-IX TO WS-SV-FOUND-IX
           END-IF.
       TEST-ONE-SVC-CODE-END.
           EXIT.

       SHOW-ONE-PRICE.
           MOVE SV-PRICE (WS-SV-IX) TO TXT-PRICE.
           DISPLAY 'PRICE ' SV-DESC (WS-SV-IX) ' ' TXT-PRICE.
       SHOW-ONE-PRICE-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTOMER : ANALYZES A BUSINESS CUSTOMER,
      * THEN ADVANCES THE DRIVING WALK
       PROCESS-CUSTOMER.
           IF DBSTAT = SPACES
      * ON A RESTART, WALK PAST THE CUSTOMERS A PRIOR CHECKPOINT
      * ALREADY CONFIRMED PROCESSED. A SIMULATION RUN HAS NOTHING TO
      * COMMIT AND TAKES NO CHECKPOINTS.
             IF WS-RESUME-SKIP = 'Y'
               IF CUSTID-CD = RESTART-LAST-CUSTID
                 MOVE 'N' TO WS-RESUME-SKIP
               END-IF
             ELSE
               IF CUSTOMERTYPE-CD = ANL-BUSINESS-TYPE
                 MOVE CUSTID-CD TO WS-CUR-CUSTID
                 PERFORM ANALYZE-CUSTOMER THRU ANALYZE-CUSTOMER-END
                 ADD 1 TO WS-SINCE-CHKP
                 IF WS-SINCE-CHKP NOT < CHKP-INTERVAL
                    AND NOT SIMULATING
                   PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
                 END-IF
               END-IF
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

      * PROCEDURE ANALYZE-CUSTOMER : GATHERS THE ANALYZED ACCOUNTS,
      * PRICES THE MONTH, PRINTS THE STATEMENT AND POSTS THE NET
       ANALYZE-CUSTOMER.
           MOVE 0 TO OWNED-COUNT.
           MOVE 'N' TO WS-OWNED-FULL.
           INITIALIZE SERVICE-VOLUMES.
           INITIALIZE SERVICE-CHARGES.

      * GATHER THE PRIMARY-OWNED ACCOUNTS THROUGH CUSTACCS (DBPCB2)
           MOVE WS-CUR-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM GATHER-ONE-OWNED THRU GATHER-ONE-OWNED-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF WS-OWNED-FULL = 'Y'
             DISPLAY 'ACCANAL: CUSTID ' WS-CUR-CUSTID
                ' OWNS MORE THAN 20 ACCOUNTS - THE REST NOT ANALYZED'
           END-IF.

      * MEASURE EACH ONE; AN ACCOUNT NOT OPEN OR NOT OF AN ANALYZED
      * TYPE DROPS OUT OF THE TABLE HERE
           MOVE 1 TO WS-OWNED-IX.
           PERFORM MEASURE-ONE-ACCOUNT THRU MEASURE-ONE-ACCOUNT-END
              UNTIL WS-OWNED-IX > OWNED-COUNT.
           IF OWNED-COUNT = 0
             GO TO ANALYZE-CUSTOMER-END
           END-IF.
           ADD 1 TO CUSTOMERS-ANALYZED.

      * RELATIONSHIP BALANCES AND THE EARNINGS CREDIT
           MOVE 0 TO REL-AVG-LEDGER.
           MOVE 0 TO REL-AVG-FLOAT.
           MOVE 0 TO REL-AVG-COLL.
           MOVE 1 TO WS-CHARGE-IX.
           PERFORM ROLL-UP-ONE-ACCOUNT THRU ROLL-UP-ONE-ACCOUNT-END
              VARYING WS-OWNED-IX FROM 1 BY 1
              UNTIL WS-OWNED-IX > OWNED-COUNT.
           IF REL-AVG-COLL > 0
             COMPUTE REL-RESERVE ROUNDED =
                REL-AVG-COLL * SC-RESERVE-PCT / 100
             COMPUTE REL-INVESTABLE = REL-AVG-COLL - REL-RESERVE
             COMPUTE REL-EARN-CREDIT ROUNDED =
                REL-INVESTABLE * SC-ECR-RATE * PERIOD-DAYS / 365
           ELSE
             MOVE 0 TO REL-RESERVE
             MOVE 0 TO REL-INVESTABLE
             MOVE 0 TO REL-EARN-CREDIT
           END-IF.

      * PRICE THE VOLUMES
           MOVE OWNED-COUNT TO SV-VOLUME (SVC-ACCOUNT).
           MOVE 0 TO REL-SVC-CHARGES.
           PERFORM PRICE-ONE-SERVICE THRU PRICE-ONE-SERVICE-END
              VARYING WS-SV-IX FROM 1 BY 1
              UNTIL WS-SV-IX > MAX-SERVICES.
           IF REL-SVC-CHARGES > REL-EARN-CREDIT
             COMPUTE REL-NET-CHARGE = REL-SVC-CHARGES - REL-EARN-CREDIT
           ELSE
             MOVE 0 TO REL-NET-CHARGE
           END-IF.

           PERFORM PRINT-ANALYSIS-STATEMENT
              THRU PRINT-ANALYSIS-STATEMENT-END.

           IF REL-NET-CHARGE > 0
             PERFORM POST-NET-CHARGE THRU POST-NET-CHARGE-END
           ELSE
             ADD 1 TO CUSTOMERS-NO-CHARGE
           END-IF.
       ANALYZE-CUSTOMER-END.
           EXIT.

       GATHER-ONE-OWNED.
           IF DBSTAT = SPACES
      * ONLY THE PRIMARY-EQUIVALENT OWNER IS ANALYZED ON AN ACCOUNT
             IF OWNERROLE-CA = 'P' OR OWNERROLE-CA = 'M'
               IF OWNED-COUNT < 20
                 ADD 1 TO OWNED-COUNT
                 SET ON-IX TO OWNED-COUNT
                 MOVE ACCID-CA TO ON-ACCID (ON-IX)
                 MOVE ACCNUM-CA TO ON-ACCNUM (ON-IX)
               ELSE
                 MOVE 'Y' TO WS-OWNED-FULL
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       GATHER-ONE-OWNED-END.

      * PROCEDURE MEASURE-ONE-ACCOUNT : AVERAGE LEDGER, FLOAT AND
      * COLLECTED BALANCE AND THE ITEM VOLUMES OF OWNED ROW
      * WS-OWNED-IX - OR, FOR AN ACCOUNT THAT IS NOT ANALYZED, CLOSES
      * THE TABLE UP OVER IT
       MEASURE-ONE-ACCOUNT.
           SET ON-IX TO WS-OWNED-IX.
           MOVE ON-ACCID (ON-IX) TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'N' TO WS-TYPE-SW
           ELSE
             PERFORM CHECK-ANALYZED-TYPE THRU CHECK-ANALYZED-TYPE-END
           END-IF.
           IF NOT TYPE-IS-ANALYZED OR ACCTSTATUS-ACC NOT = ACCT-OPEN
             PERFORM DROP-OWNED-ROW THRU DROP-OWNED-ROW-END
             GO TO MEASURE-ONE-ACCOUNT-END
           END-IF.
           MOVE ACCTYPE-ACC TO ON-ACCTYPE (ON-IX).

      * AVERAGE LEDGER FROM THE PERIOD'S SNAPSHOTS, OR THE CURRENT
      * BALANCE WHEN THERE ARE NONE
           MOVE ON-ACCID (ON-IX) TO WS-ADB-ACCID.
           PERFORM FIND-ADB-ROW-BY-ACCID THRU FIND-ADB-ROW-BY-ACCID-END.
           IF WS-ADB-FOUND-IX > 0
             MOVE ADB-COUNT (WS-ADB-FOUND-IX) TO ON-SNAPSHOTS (ON-IX)
             COMPUTE ON-AVG-LEDGER (ON-IX) ROUNDED =
                ADB-SUM (WS-ADB-FOUND-IX) / ADB-COUNT (WS-ADB-FOUND-IX)
           ELSE
             MOVE 0 TO ON-SNAPSHOTS (ON-IX)
             MOVE BALANCE-ACC TO ON-AVG-LEDGER (ON-IX)
           END-IF.

      * FLOAT AND ITEM VOLUMES FROM THE PERIOD'S HISTORY (DBPCB4)
           MOVE 0 TO ON-FLOAT-SUM (ON-IX).
           MOVE 0 TO ON-ITEMS (ON-IX).
           MOVE ON-ACCID (ON-IX) TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM COUNT-ONE-HIST-ROW THRU COUNT-ONE-HIST-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * POSITIVE-PAY EXCEPTIONS PRESENTED IN THE PERIOD (DBPCB3,
      * UNDER THE ACCOUNT JUST READ)
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT = SPACES
             CALL 'CBLTDLI'
               USING GNP, DBPCB, PPEX-SEG, PPEX-SSA
             PERFORM COUNT-ONE-PPEX THRU COUNT-ONE-PPEX-END
                UNTIL DBSTAT NOT = SPACES
             IF DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.

           COMPUTE ON-AVG-FLOAT (ON-IX) ROUNDED =
              ON-FLOAT-SUM (ON-IX) / PERIOD-DAYS.
           COMPUTE ON-AVG-COLL (ON-IX) =
              ON-AVG-LEDGER (ON-IX) - ON-AVG-FLOAT (ON-IX).
           ADD 1 TO WS-OWNED-IX.
       MEASURE-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE DROP-OWNED-ROW : REMOVES ROW WS-OWNED-IX, MOVING THE
      * LAST ROW INTO ITS PLACE - THE NEXT PASS MEASURES THAT ROW
       DROP-OWNED-ROW.
           IF WS-OWNED-IX < OWNED-COUNT
             MOVE OWNED-ROW (OWNED-COUNT) TO OWNED-ROW (WS-OWNED-IX)
           END-IF.
           SUBTRACT 1 FROM OWNED-COUNT.
       DROP-OWNED-ROW-END.
           EXIT.

       CHECK-ANALYZED-TYPE.
           MOVE 'N' TO WS-TYPE-SW.
           IF TOTAL-ANLTYPES = 0
             IF ACCTYPE-ACC NOT = 'L' AND ACCTYPE-ACC NOT = 'T'
                AND ACCTYPE-ACC NOT = 'R'
               MOVE 'Y' TO WS-TYPE-SW
             END-IF
             GO TO CHECK-ANALYZED-TYPE-END
           END-IF.
           PERFORM TEST-ONE-ANLTYPE THRU TEST-ONE-ANLTYPE-END
              VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > TOTAL-ANLTYPES OR TYPE-IS-ANALYZED.
       CHECK-ANALYZED-TYPE-END.
           EXIT.

       TEST-ONE-ANLTYPE.
           IF ANLTYPE-CODE (WS-AT-IX) = ACCTYPE-ACC
             MOVE 'Y' TO WS-TYPE-SW
           END-IF.
       TEST-ONE-ANLTYPE-END.
           EXIT.

      * PROCEDURE COUNT-ONE-HIST-ROW : ONE HISTORY ROW OF THE PERIOD
      * INTO ITS PRICED SERVICE - CHANNEL FIRST, SO A WIRE OR ACH
      * CREDIT IS NOT ALSO PRICED AS A DEPOSIT. FEES, INTEREST,
      * TRANSFERS AND REVERSALS ARE NOT PRICED ITEMS.
       COUNT-ONE-HIST-ROW.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO COUNT-ONE-HIST-ROW-END
           END-IF.
           IF ACCID-HIST NOT = ON-ACCID (ON-IX)
              OR HIST-YMD < PERIOD-START-YMD
              OR HIST-YMD > PERIOD-END-YMD
              OR (TRANSTYP-HIST NOT = 'd' AND TRANSTYP-HIST NOT = 'w')
             GO TO COUNT-ONE-HIST-NEXT
           END-IF.

           EVALUATE TRUE
             WHEN CHANNEL-HIST = 'W'
               ADD 1 TO SV-VOLUME (SVC-WIRE)
               ADD 1 TO ON-ITEMS (ON-IX)
             WHEN CHANNEL-HIST = 'N' OR CHANNEL-HIST = 'I'
               ADD 1 TO SV-VOLUME (SVC-ACH)
               ADD 1 TO ON-ITEMS (ON-IX)
             WHEN TRANSTYP-HIST = 'w' AND CHANNEL-HIST = 'C'
               ADD 1 TO SV-VOLUME (SVC-CHECK)
               ADD 1 TO ON-ITEMS (ON-IX)
             WHEN TRANSTYP-HIST = 'd'
               ADD 1 TO SV-VOLUME (SVC-DEPOSIT)
               ADD 1 TO ON-ITEMS (ON-IX)
      *        UNCOLLECTED FOR THE FLOAT DAYS, OR TO PERIOD END IF
      *        SOONER - AMOUNT TIMES DAYS, AVERAGED OVER THE PERIOD
               COMPUTE WS-POST-INT = FUNCTION INTEGER-OF-DATE (
                  FUNCTION NUMVAL ( HIST-YMD (1:4) ) * 10000
                  + FUNCTION NUMVAL ( HIST-YMD (6:2) ) * 100
                  + FUNCTION NUMVAL ( HIST-YMD (9:2) ) )
               COMPUTE WS-FLOAT-WEIGHT = PERIOD-END-INT - WS-POST-INT
                  + 1
               IF WS-FLOAT-WEIGHT > SC-FLOAT-DAYS
                 MOVE SC-FLOAT-DAYS TO WS-FLOAT-WEIGHT
               END-IF
               COMPUTE ON-FLOAT-SUM (ON-IX) = ON-FLOAT-SUM (ON-IX)
                  + AMOUNT-HIST * WS-FLOAT-WEIGHT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       COUNT-ONE-HIST-NEXT.
           CALL 'CBLTDLI'
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX.
       COUNT-ONE-HIST-ROW-END.
           EXIT.

       COUNT-ONE-PPEX.
           IF PRESDATE-PPX NOT < PERIOD-START-YMD
              AND PRESDATE-PPX NOT > PERIOD-END-YMD
             ADD 1 TO SV-VOLUME (SVC-PPEX)
             ADD 1 TO ON-ITEMS (ON-IX)
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, PPEX-SEG, PPEX-SSA.
       COUNT-ONE-PPEX-END.
           EXIT.

      * PROCEDURE ROLL-UP-ONE-ACCOUNT : RELATIONSHIP TOTALS, AND THE
      * ACCOUNT WITH THE LARGEST COLLECTED BALANCE CARRIES THE CHARGE
       ROLL-UP-ONE-ACCOUNT.
           SET ON-IX TO WS-OWNED-IX.
           ADD ON-AVG-LEDGER (ON-IX) TO REL-AVG-LEDGER.
           ADD ON-AVG-FLOAT (ON-IX) TO REL-AVG-FLOAT.
           ADD ON-AVG-COLL (ON-IX) TO REL-AVG-COLL.
           IF ON-AVG-COLL (ON-IX) > ON-AVG-COLL (WS-CHARGE-IX)
             MOVE WS-OWNED-IX TO WS-CHARGE-IX
           END-IF.
       ROLL-UP-ONE-ACCOUNT-END.
           EXIT.

       PRICE-ONE-SERVICE.
           COMPUTE SV-CHARGE (WS-SV-IX) =
              SV-VOLUME (WS-SV-IX) * SV-PRICE (WS-SV-IX).
           ADD SV-CHARGE (WS-SV-IX) TO REL-SVC-CHARGES.
       PRICE-ONE-SERVICE-END.
           EXIT.

      * PROCEDURE PRINT-ANALYSIS-STATEMENT : BALANCE SUMMARY, EARNINGS
      * CREDIT, SERVICE CHARGES AND THE NET FOR ONE CUSTOMER
       PRINT-ANALYSIS-STATEMENT.
           MOVE WS-CUR-CUSTID TO TXT-CUSTID.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT ANALYSIS STATEMENT - CUSTID: '
              FUNCTION TRIM ( TXT-CUSTID ).
           DISPLAY 'CUSTOMER: ' FIRSTNAME-CD (1:20) ' '
              LASTNAME-CD (1:25).
           DISPLAY 'PERIOD: ' PERIOD-START-YMD ' TO ' PERIOD-END-YMD
              ' (' PERIOD-DAYS ' DAYS)'.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNT   TYPE      AVG LEDGER       AVG FLOAT'
              '   AVG COLLECTED     ITEMS'.
           PERFORM PRINT-ONE-ACCOUNT-LINE
              THRU PRINT-ONE-ACCOUNT-LINE-END
              VARYING WS-OWNED-IX FROM 1 BY 1
              UNTIL WS-OWNED-IX > OWNED-COUNT.

           DISPLAY '----------------------------------------'.
           MOVE REL-AVG-LEDGER TO TXT-AMT.
           DISPLAY 'AVERAGE LEDGER BALANCE        ' TXT-AMT.
           MOVE REL-AVG-FLOAT TO TXT-AMT.
           DISPLAY 'LESS AVERAGE FLOAT            ' TXT-AMT.
           MOVE REL-AVG-COLL TO TXT-AMT.
           DISPLAY 'AVERAGE COLLECTED BALANCE     ' TXT-AMT.
           MOVE REL-RESERVE TO TXT-AMT.
           MOVE SC-RESERVE-PCT TO TXT-PCT.
           DISPLAY 'LESS RESERVE AT ' TXT-PCT '%       ' TXT-AMT.
           MOVE REL-INVESTABLE TO TXT-AMT.
           DISPLAY 'INVESTABLE BALANCE            ' TXT-AMT.
           MOVE REL-EARN-CREDIT TO TXT-AMT.
           MOVE SC-ECR-RATE TO TXT-RATE.
           DISPLAY 'EARNINGS CREDIT AT ' TXT-RATE '      ' TXT-AMT.

           DISPLAY '----------------------------------------'.
           DISPLAY 'SERVICE                     VOLUME   UNIT PRICE'
              '          CHARGE'.
           PERFORM PRINT-ONE-SERVICE THRU PRINT-ONE-SERVICE-END
              VARYING WS-SV-IX FROM 1 BY 1
              UNTIL WS-SV-IX > MAX-SERVICES.
           DISPLAY '----------------------------------------'.
           MOVE REL-SVC-CHARGES TO TXT-AMT.
           DISPLAY 'TOTAL SERVICE CHARGES         ' TXT-AMT.
           MOVE REL-EARN-CREDIT TO TXT-AMT.
           DISPLAY 'LESS EARNINGS CREDIT          ' TXT-AMT.
           MOVE REL-NET-CHARGE TO TXT-AMT.
           DISPLAY 'NET SERVICE CHARGE            ' TXT-AMT.
           IF REL-NET-CHARGE > 0
             MOVE ON-ACCNUM (WS-CHARGE-IX) TO TXT-ACCNUM
             DISPLAY 'CHARGED TO ACCOUNT NUMBER     '
                FUNCTION TRIM ( TXT-ACCNUM )
           ELSE
             COMPUTE TXT-AMT = REL-EARN-CREDIT - REL-SVC-CHARGES
             DISPLAY 'EXCESS CREDIT (NOT CARRIED)   ' TXT-AMT
           END-IF.
           DISPLAY '========================================'.
       PRINT-ANALYSIS-STATEMENT-END.
           EXIT.

       PRINT-ONE-ACCOUNT-LINE.
           SET ON-IX TO WS-OWNED-IX.
           MOVE ON-ACCNUM (ON-IX) TO TXT-ACCNUM.
           MOVE ON-AVG-LEDGER (ON-IX) TO TXT-AMT.
           MOVE ON-AVG-FLOAT (ON-IX) TO TXT-AMT2.
           MOVE ON-AVG-COLL (ON-IX) TO TXT-PRICE.
           MOVE ON-ITEMS (ON-IX) TO TXT-CNT.
           DISPLAY TXT-ACCNUM ' ' ON-ACCTYPE (ON-IX) ' ' TXT-AMT
              ' ' TXT-AMT2 ' ' TXT-PRICE ' ' TXT-CNT.
           IF ON-SNAPSHOTS (ON-IX) = 0
             DISPLAY '          NO SNAPSHOTS IN PERIOD - CURRENT '
                'BALANCE USED'
           END-IF.
       PRINT-ONE-ACCOUNT-LINE-END.
           EXIT.

       PRINT-ONE-SERVICE.
           MOVE SV-VOLUME (WS-SV-IX) TO TXT-CNT.
           MOVE SV-PRICE (WS-SV-IX) TO TXT-PRICE.
           MOVE SV-CHARGE (WS-SV-IX) TO TXT-AMT.
           DISPLAY SV-DESC (WS-SV-IX) ' ' TXT-CNT ' ' TXT-PRICE
              ' ' TXT-AMT.
       PRINT-ONE-SERVICE-END.
           EXIT.

      * PROCEDURE POST-NET-CHARGE : THE ONE NET SERVICE CHARGE, AS AN
      * 'm' HISTORY ROW ON THE CHARGED ACCOUNT FOLLOWED BY ITS
      * ACCOUNT REPL - DORMFEE'S POST-MAINT-FEE MECHANICS
       POST-NET-CHARGE.
           SET ON-IX TO WS-CHARGE-IX.
           MOVE ON-ACCID (ON-IX) TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             CALL 'CBLTDLI'
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
           ELSE
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'ACCOUNT READ FAILED FOR ACCID: ' ACCID
             GO TO POST-NET-CHARGE-END
           END-IF.

           MOVE ACCID-ACC TO FEE-ACCID.
           COMPUTE FEE-TXID = FEE-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE ANL-CHARGE-MEMO TO CHECKNUM-HIST.
           MOVE SPACES TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.
           COMPUTE ACCID-HIST = FEE-ACCID.
           COMPUTE TXID-HIST = FEE-TXID.
           MOVE 'm' TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = REL-NET-CHARGE.
           COMPUTE REFTXID-HIST = 0.
           COMPUTE BALAFTER-HIST = BALANCE-ACC - REL-NET-CHARGE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           IF SIMULATING
             MOVE 'ANALYSIS' TO SIM-KIND
             PERFORM NOTE-HISTORY-ENTRY THRU NOTE-HISTORY-ENTRY-END
           ELSE
             CALL "CBLTDLI"
               USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
             IF DBSTAT = SPACES
               PERFORM PUBLISH-POSTING-EVENT
                  THRU PUBLISH-POSTING-EVENT-END
             END-IF
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'HISTORY INSERT FAILED FOR ACCID: ' FEE-ACCID
             GO TO POST-NET-CHARGE-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC - REL-NET-CHARGE.
           IF NOT SIMULATING
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'ACCOUNT UPDATE FAILED FOR ACCID: ' FEE-ACCID
           ELSE
             ADD 1 TO CHARGES-POSTED
             ADD REL-NET-CHARGE TO TOTAL-CHARGED
           END-IF.
       POST-NET-CHARGE-END.
           EXIT.

      * PROCEDURE LOAD-ADB-TABLE : READS THE ACCUMULATED NIGHTLY
      * SNAPSHOTS, ACCUMULATING SUM AND COUNT PER ACCOUNT FOR THE
      * ROWS DATED INSIDE THE ANALYSIS PERIOD
       LOAD-ADB-TABLE.
           MOVE 0 TO TOTAL-ADB-ACCTS.
           OPEN INPUT BALSNAPI-FILE.
           READ BALSNAPI-FILE
             AT END
               MOVE 'Y' TO WS-BALSNAPI-EOF
           END-READ.
           PERFORM LOAD-ONE-SNAPSHOT THRU LOAD-ONE-SNAPSHOT-END
              UNTIL BALSNAPI-EOF.
           CLOSE BALSNAPI-FILE.
           DISPLAY 'ACCANAL - ADB TABLE BUILT FOR ' TOTAL-ADB-ACCTS
              ' ACCOUNTS'.
       LOAD-ADB-TABLE-END.
           EXIT.

       LOAD-ONE-SNAPSHOT.
           MOVE SPACES TO TXT-SNAP-DATE.
           UNSTRING BALSNAPI-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-SNAP-LEAD
                  TXT-SNAP-DATE
                  TXT-SNAP-ACCID
                  TXT-SNAP-BALANCE
                  TXT-SNAP-STATUS
           END-UNSTRING.

           IF TXT-SNAP-DATE NOT < PERIOD-START-YMD
              AND TXT-SNAP-DATE NOT > PERIOD-END-YMD
             COMPUTE WS-SNAP-ACCID =
                FUNCTION NUMVAL ( TXT-SNAP-ACCID )
             COMPUTE WS-SNAP-BALANCE =
                FUNCTION NUMVAL ( TXT-SNAP-BALANCE )
             MOVE WS-SNAP-ACCID TO WS-ADB-ACCID
             PERFORM FIND-ADB-ROW-BY-ACCID
                THRU FIND-ADB-ROW-BY-ACCID-END
             IF WS-ADB-FOUND-IX = 0
               IF TOTAL-ADB-ACCTS < MAX-ADB-ACCTS
                 ADD 1 TO TOTAL-ADB-ACCTS
                 MOVE TOTAL-ADB-ACCTS TO WS-ADB-FOUND-IX
                 MOVE WS-SNAP-ACCID TO ADB-ACCID (WS-ADB-FOUND-IX)
                 MOVE 0 TO ADB-SUM (WS-ADB-FOUND-IX)
                 MOVE 0 TO ADB-COUNT (WS-ADB-FOUND-IX)
               ELSE
                 DISPLAY 'ACCANAL: ADB TABLE FULL - ACCID '
                    WS-SNAP-ACCID ' NOT AVERAGED'
               END-IF
             END-IF
             IF WS-ADB-FOUND-IX > 0
               ADD WS-SNAP-BALANCE TO ADB-SUM (WS-ADB-FOUND-IX)
               ADD 1 TO ADB-COUNT (WS-ADB-FOUND-IX)
             END-IF
           END-IF.

           READ BALSNAPI-FILE
             AT END
               MOVE 'Y' TO WS-BALSNAPI-EOF
           END-READ.
       LOAD-ONE-SNAPSHOT-END.
           EXIT.

       FIND-ADB-ROW-BY-ACCID.
           MOVE 0 TO WS-ADB-FOUND-IX.
           PERFORM TEST-ONE-ADB-ROW THRU TEST-ONE-ADB-ROW-END
              VARYING WS-ADB-IX FROM 1 BY 1
              UNTIL WS-ADB-IX > TOTAL-ADB-ACCTS
                 OR WS-ADB-FOUND-IX NOT = 0.
       FIND-ADB-ROW-BY-ACCID-END.
           EXIT.

       TEST-ONE-ADB-ROW.
           IF ADB-ACCID (WS-ADB-IX) = WS-ADB-ACCID
             MOVE WS-ADB-IX TO WS-ADB-FOUND-IX
           END-IF.
       TEST-ONE-ADB-ROW-END.

      * PROCEDURE TAKE-CHECKPOINT : COMMITS THE WORK SO FAR AND SAVES
      * THE LAST CUSTOMER PROCESSED. CHKP RELEASES DATABASE POSITION,
      * SO THE CUSTOMER JUST PROCESSED IS RE-RETRIEVED BY KEY AND THE
      * DRIVING GN CONTINUES FROM THERE.
       TAKE-CHECKPOINT.
           MOVE 0 TO WS-SINCE-CHKP.
           ADD 1 TO CHKP-COUNTER.
           MOVE WS-CUR-CUSTID TO RESTART-LAST-CUSTID.
           MOVE CUSTOMERS-ANALYZED TO RESTART-ANALYZED-CT.
           MOVE CHARGES-POSTED TO RESTART-POSTED-CT.
           MOVE CUSTOMERS-NO-CHARGE TO RESTART-NOCHG-CT.
           MOVE TOTAL-CHARGED TO RESTART-CHARGED.
           CALL 'CBLTDLI'
             USING CHKP, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
           DISPLAY 'CHECKPOINT TAKEN: ' CHKP-ID.

           MOVE RESTART-LAST-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       TAKE-CHECKPOINT-END.

      * PROCEDURE READ-SIMULATION-CARD : ONE OPTIONAL CARD ON SIMCTL -
      * 'S' IN THE FIRST COLUMN MAKES THIS A SIMULATION RUN THAT POSTS
      * NOTHING. NO CARD IS THE NORMAL POSTING RUN.
       READ-SIMULATION-CARD.
           MOVE 'P' TO WS-RUN-MODE.
           MOVE SPACES TO TXT-SIM-MODE.
           MOVE 'N' TO WS-SIMCTL-EOF.
           OPEN INPUT SIMCTL-FILE.
           READ SIMCTL-FILE
             AT END
               MOVE 'Y' TO WS-SIMCTL-EOF
           END-READ.
           CLOSE SIMCTL-FILE.
           IF NOT SIMCTL-EOF
             UNSTRING SIMCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-SIM-MODE
             END-UNSTRING
             IF TXT-SIM-MODE = 'S'
               MOVE 'S' TO WS-RUN-MODE
             END-IF
           END-IF.
           IF SIMULATING
             DISPLAY '========================================'
             DISPLAY 'ACCANAL WOULD-POST REPORT - ' TODAY-YMD
             DISPLAY 'MODE: SIMULATION - NOTHING WILL POST'
             DISPLAY '========================================'
           END-IF.
       READ-SIMULATION-CARD-END.
           EXIT.

      * PROCEDURE NOTE-WOULD-POST : ONE LINE OF THE WOULD-POST REPORT
      * FOR THE ENTRY IN SIM-ENTRY, ROLLED INTO ITS PRODUCT'S TOTAL
       NOTE-WOULD-POST.
           ADD 1 TO SIM-ENTRIES.
           IF SIM-ACCID NOT = SIM-LAST-ACCID
             ADD 1 TO SIM-ACCOUNTS
             MOVE SIM-ACCID TO SIM-LAST-ACCID
           END-IF.
           MOVE SIM-ACCID TO SIM-ACCID-E.
           MOVE SIM-AMOUNT TO SIM-AMOUNT-E.
           MOVE SIM-BALAFTER TO SIM-BALAFTER-E.
           DISPLAY 'WOULD POST ' SIM-ACCID-E ' ' SIM-ACCTYPE ' '
              SIM-CURRENCY ' ' SIM-KIND ' ' SIM-TRANSTYP ' '
              SIM-AMOUNT-E ' BAL AFTER ' SIM-BALAFTER-E.

           MOVE 0 TO WS-SP-FOUND-IX.
           PERFORM FIND-ONE-SIMPROD THRU FIND-ONE-SIMPROD-END
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > TOTAL-SIMPROD OR WS-SP-FOUND-IX > 0.
           IF WS-SP-FOUND-IX = 0
             IF TOTAL-SIMPROD < MAX-SIMPROD
               ADD 1 TO TOTAL-SIMPROD
               MOVE TOTAL-SIMPROD TO WS-SP-FOUND-IX
               MOVE SIM-ACCTYPE TO SP-ACCTYPE (WS-SP-FOUND-IX)
               MOVE SIM-CURRENCY TO SP-CURRENCY (WS-SP-FOUND-IX)
               MOVE SIM-KIND TO SP-KIND (WS-SP-FOUND-IX)
               MOVE SIM-TRANSTYP TO SP-TRANSTYP (WS-SP-FOUND-IX)
               MOVE 0 TO SP-COUNT (WS-SP-FOUND-IX)
               MOVE 0 TO SP-AMOUNT (WS-SP-FOUND-IX)
             ELSE
               DISPLAY 'WOULD-POST PRODUCT TABLE FULL - ' SIM-ACCTYPE
                  ' ' SIM-CURRENCY ' ' SIM-KIND ' NOT TOTALLED'
               GO TO NOTE-WOULD-POST-END
             END-IF
           END-IF.
           ADD 1 TO SP-COUNT (WS-SP-FOUND-IX).
           ADD SIM-AMOUNT TO SP-AMOUNT (WS-SP-FOUND-IX).
       NOTE-WOULD-POST-END.
           EXIT.

       FIND-ONE-SIMPROD.
           IF SP-ACCTYPE (WS-SP-IX) = SIM-ACCTYPE
              AND SP-CURRENCY (WS-SP-IX) = SIM-CURRENCY
              AND SP-KIND (WS-SP-IX) = SIM-KIND
              AND SP-TRANSTYP (WS-SP-IX) = SIM-TRANSTYP
             MOVE WS-SP-IX TO WS-SP-FOUND-IX
           END-IF.
       FIND-ONE-SIMPROD-END.
           EXIT.

      * PROCEDURE PRINT-WOULD-POST-TOTALS : THE PRODUCT TOTALS THAT
      * CLOSE A SIMULATION RUN'S WOULD-POST REPORT
       PRINT-WOULD-POST-TOTALS.
           DISPLAY '========================================'.
           DISPLAY 'ACCANAL WOULD-POST TOTALS BY PRODUCT'.
           DISPLAY 'TYPE CUR KIND       CODE   ENTRIES'
              '              AMOUNT'.
           PERFORM PRINT-ONE-SIMPROD THRU PRINT-ONE-SIMPROD-END
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > TOTAL-SIMPROD.
           DISPLAY 'ACCOUNTS:                 ' SIM-ACCOUNTS.
           DISPLAY 'ENTRIES:                  ' SIM-ENTRIES.
           DISPLAY 'SIMULATION RUN - NOTHING WAS POSTED'.
           DISPLAY '========================================'.
       PRINT-WOULD-POST-TOTALS-END.
           EXIT.

       PRINT-ONE-SIMPROD.
           MOVE SP-COUNT (WS-SP-IX) TO SIM-COUNT-E.
           MOVE SP-AMOUNT (WS-SP-IX) TO SIM-TOTAL-E.
           DISPLAY '   ' SP-ACCTYPE (WS-SP-IX) ' '
              SP-CURRENCY (WS-SP-IX) ' ' SP-KIND (WS-SP-IX) ' '
              SP-TRANSTYP (WS-SP-IX) '  ' SIM-COUNT-E ' '
              SIM-TOTAL-E.
       PRINT-ONE-SIMPROD-END.
           EXIT.

      * PROCEDURE NOTE-HISTORY-ENTRY : A WOULD-POST LINE FOR THE
      * HISTORY ROW BUILT IN HISTORY-SEG, PRICED TO THE PRODUCT OF THE
      * ACCOUNT IN ACCOUNT-SEG - THE CALLER HAS SET THE KIND
       NOTE-HISTORY-ENTRY.
           MOVE TRANSTYP-HIST TO SIM-TRANSTYP.
           MOVE AMOUNT-HIST TO SIM-AMOUNT.
           MOVE BALAFTER-HIST TO SIM-BALAFTER.
           MOVE ACCID-HIST TO SIM-ACCID.
           MOVE ACCTYPE-ACC TO SIM-ACCTYPE.
           MOVE CURRENCY-ACC TO SIM-CURRENCY.
           PERFORM NOTE-WOULD-POST THRU NOTE-WOULD-POST-END.
       NOTE-HISTORY-ENTRY-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'ACCANAL ' TO PE-SOURCE.
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
