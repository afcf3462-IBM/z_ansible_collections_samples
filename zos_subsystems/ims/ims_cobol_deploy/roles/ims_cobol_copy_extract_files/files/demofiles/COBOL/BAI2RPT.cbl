       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2RPT.

      ******************************************************************
      * BAI2 PRIOR-DAY CASH MANAGEMENT REPORTING FOR CORPORATE
      * CLIENTS - A TREASURY CUSTOMER'S ERP LOADS A STANDARD BAI
      * VERSION 2 FILE EVERY MORNING INSTEAD OF READING A STATEMENT.
      *
      * ENROLMENT IS THE BAI2CTL CONTROL FILE, QUOTED/COMMA:
      *   "S","<OUR BANK ID>"           SENDER/ORIGINATOR - FIRST CARD
      *   "D","YYYY-MM-DD"              OPTIONAL AS-OF DATE FOR A
      *                                 RERUN - DEFAULT IS YESTERDAY
      *   "C",<CUSTID>,"<RECEIVER ID>"  ONE PER ENROLLED CUSTOMER
      * ONLY A BUSINESS CUSTOMER (CUSTOMERTYPE-CD 'B') STILL ON FILE
      * AND NOT MERGED AWAY IS REPORTED.
      *
      * EACH ENROLLED CUSTOMER GETS ONE BAI2 FILE (01 ... 99) ON THE
      * BAI2OUT DATASET - THE TRANSMISSION STEP SPLITS IT AT THE 01
      * RECORDS AND ROUTES EACH FILE BY ITS RECEIVER ID. ONE GROUP
      * (02/98, AS-OF-DATE MODIFIER 2 - FINAL PREVIOUS DAY) HOLDS AN
      * ACCOUNT (03 ... 49) FOR EVERY ACCOUNT THE CUSTOMER OWNS AS
      * PRIMARY-EQUIVALENT ('P' OR 'M' ON CUSTACCS, AS RELSTMT):
      *   03  010 OPENING LEDGER, 015 CLOSING LEDGER - THE
      *       BALAFTER-HIST DERIVATION STMTGEN USES, FOR THE ONE DAY
      *       045 CLOSING AVAILABLE - CLOSING LEDGER LESS ACTIVE HOLDS
      *       AND PENDING WITHDRAWAL-SHAPED REVIEWS, FBAVBAL'S FIGURE
      *       100/400 TOTAL CREDITS/DEBITS WITH ITEM COUNTS
      *   16  ONE PER HISTORY ROW POSTED ON THE AS-OF DATE, TYPE CODE
      *       FROM THE BAI2MAP CONTROL FILE (THE GLMAP LOADING IDIOM):
      *         "<TRANSTYP>[<CHANNEL>]","<CREDIT CODE>","<DEBIT CODE>"
      *       A ROW KEYED ON TRANSTYP AND CHANNEL BEATS ONE KEYED ON
      *       TRANSTYP ALONE; AN UNMAPPED ROW GOES AS 399 / 699
      *       (MISCELLANEOUS CREDIT / DEBIT) AND IS COUNTED. BANK
      *       REFERENCE IS TXID-HIST; CUSTOMER REFERENCE IS
      *       CHECKNUM-HIST, OR CLIENTREF-HIST WHEN THERE IS NO CHECK
      *       NUMBER - WHEN THERE ARE BOTH, AN 88 CONTINUATION CARRIES
      *       THE CLIENT REFERENCE IN THE TEXT.
      *   49/98/99 CONTROL TOTALS (SUM OF EVERY AMOUNT BELOW THEM) AND
      *       RECORD COUNTS AS THE BAI2 SPECIFICATION DEFINES THEM.
      *
      * DELIVERY IS TRACKED PER CUSTOMER ON BAI2LOG (OPENED EXTEND -
      * IT IS THE STANDING HISTORY): ONE ROW PER ENROLLED CUSTOMER PER
      * RUN WITH THE FILE ID, ACCOUNTS, RECORDS AND CONTROL TOTAL SENT,
      * OR WHY NOTHING WAS.
      *   "RUN DATE","AS-OF",CUSTID,"RECEIVER","FILE ID","STATUS",
      *   ACCOUNTS,RECORDS,CONTROL TOTAL,"REASON"
      * STATUS 'G' GENERATED, 'N' NO OWNED ACCOUNTS, 'R' REJECTED.
      * A REJECTED ENROLMENT OR AN UNMAPPED TYPE CODE ENDS RC 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI2CTL-FILE ASSIGN TO BAI2CTL.
           SELECT BAI2MAP-FILE ASSIGN TO BAI2MAP.
           SELECT BAI2OUT-FILE ASSIGN TO BAI2OUT.
           SELECT BAI2LOG-FILE ASSIGN TO BAI2LOG.

       DATA DIVISION.

       FILE SECTION.
         FD BAI2CTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BAI2CTL-IN.
       01  BAI2CTL-IN           PIC X(80).

         FD BAI2MAP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BAI2MAP-IN.
       01  BAI2MAP-IN           PIC X(80).

         FD BAI2OUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BAI2OUT-OUT.
       01  BAI2OUT-OUT          PIC X(80).

         FD BAI2LOG-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BAI2LOG-OUT.
       01  BAI2LOG-OUT          PIC X(160).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".

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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  BAI-BUSINESS-TYPE   PIC X(01) VALUE 'B'.
       77  BAI-RECORD-LENGTH   PIC X(02) VALUE '80'.
       77  BAI-MISC-CREDIT     PIC X(03) VALUE '399'.
       77  BAI-MISC-DEBIT      PIC X(03) VALUE '699'.
       77  BAI-DEFAULT-CCY     PIC X(03) VALUE 'USD'.

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

       01  HOLD-SSA.
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  REVIEW-SSA.
           05  FILLER          PIC  X(08)        VALUE "REVIEW  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

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
           05  LASTLOGIN-CD    PIC  X(23).
           05  FAILEDLOGIN-CD  PIC  9(1).
           05  LOCKED-CD       PIC  X(1).
           05  LASTLOGOUT-CD   PIC  X(23).
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
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

      *    EVERY HOLD ROW STILL ON FILE IS AN ACTIVE HOLD - SEE FBAVBAL
       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDID-HLD      PIC  S9(9) COMP-5.
           05  HOLDAMT-HLD     PIC  S9(13)V9(2) COMP-3.
           05  HOLDREASON-HLD  PIC  X(30).
           05  EXPDATE-HLD     PIC  X(08).
           05  PLACEDBY-HLD    PIC  S9(9) COMP-5.
           05  HOLDTYPE-HLD    PIC  X(01).
           05  AUTHCODE-HLD    PIC  X(06).
           05  CARDNUM-HLD     PIC  X(16).
           05  MERCHNAME-HLD   PIC  X(25).
           05  MCC-HLD         PIC  X(04).
           05  NETREF-HLD      PIC  X(16).
           05  AUTHTS-HLD      PIC  X(23).

       01  REVIEW-SEG.
           05  ACCID-REV       PIC  S9(18) COMP-5.
           05  REVID-REV       PIC  S9(9) COMP-5.
           05  TRXTYPE-REV     PIC  X(01).
           05  AMOUNT-REV      PIC  S9(13)V9(2) COMP-3.
           05  FLAGDATE-REV    PIC  X(08).
           05  REASON-REV      PIC  X(30).
           05  STATUS-REV      PIC  X(01).
               88  REVIEW-PENDING   VALUE "P".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

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
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
           05  HIST-YMD        PIC  X(10).
           05  FILLER          PIC  X(25).

      ******************************************************************
      *BAI TYPE-CODE MAP - ONE ROW PER TRANSTYP (OPTIONALLY PER
      *TRANSTYP AND CHANNEL), FROM THE BAI2MAP CONTROL FILE AT STARTUP
      ******************************************************************

       77  MAX-BAIMAPS         PIC  9(05)        VALUE 00040.
       77  TOTAL-BAIMAPS       PIC  9(05)        VALUE 0.
       77  WS-BM-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-BM-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  BAIMAP-TABLE.
           05  BAIMAP-ENTRY OCCURS 40 TIMES
                          INDEXED BY BM-IX.
               10  BM-TRANSTYP     PIC  X(01).
               10  BM-CHANNEL      PIC  X(01).
               10  BM-CREDIT-CODE  PIC  X(03).
               10  BM-DEBIT-CODE   PIC  X(03).

       01  TXT-BM-KEY          PIC  X(04).
       01  TXT-BM-CREDIT       PIC  X(03).
       01  TXT-BM-DEBIT        PIC  X(03).
       01  WS-BAIMAP-EOF       PIC  X(01) VALUE 'N'.
           88  BAIMAP-EOF          VALUE 'Y'.

      ******************************************************************
      *CONTROL CARDS
      ******************************************************************

       01  TXT-CTL-TYPE        PIC  X(01).
       01  TXT-CTL-FIELD2      PIC  X(19).
       01  TXT-CTL-FIELD3      PIC  X(19).
       01  WS-BAI2CTL-EOF      PIC  X(01) VALUE 'N'.
           88  BAI2CTL-EOF         VALUE 'Y'.

       01  BAI-SENDER-ID       PIC  X(19) VALUE SPACES.
       01  BAI-RECEIVER-ID     PIC  X(19).
       77  WS-CUR-CUSTID       PIC  S9(9) COMP-5.

      ******************************************************************
      *THE CUSTOMER'S FILE - ACCOUNTS, COUNTS AND CONTROL TOTALS
      ******************************************************************

       01  OWNED-TABLE.
           05  OWNED-ROW OCCURS 20 TIMES INDEXED BY ON-IX.
               10  ON-ACCID        PIC  S9(18) COMP-5.
               10  ON-ACCNUM       PIC  S9(9) COMP-5.

       77  OWNED-COUNT         PIC  S9(4) COMP-5.
       77  WS-OWNED-IX         PIC  S9(4) COMP-5.

      *    RECORD COUNTS - EVERY WRITE ADDS TO ALL THREE; EACH IS
      *    RESET WHEN ITS 01, 02 OR 03 RECORD OPENS IT
       77  BAI-FILE-RECS       PIC  S9(9) COMP-5 VALUE 0.
       77  BAI-GROUP-RECS      PIC  S9(9) COMP-5 VALUE 0.
       77  BAI-ACCT-RECS       PIC  S9(9) COMP-5 VALUE 0.
       77  BAI-GROUP-ACCTS     PIC  S9(9) COMP-5 VALUE 0.

      *    CONTROL TOTALS IN CENTS
       77  BAI-ACCT-TOTAL      PIC  S9(17) COMP-3 VALUE 0.
       77  BAI-GROUP-TOTAL     PIC  S9(17) COMP-3 VALUE 0.

       77  WS-OPENING-LEDGER   PIC  S9(13)V9(2) COMP-3.
       77  WS-CLOSING-LEDGER   PIC  S9(13)V9(2) COMP-3.
       77  WS-CLOSING-AVAIL    PIC  S9(13)V9(2) COMP-3.
       77  WS-HOLD-TOTAL       PIC  S9(13)V9(2) COMP-3.
       77  WS-PEND-TOTAL       PIC  S9(13)V9(2) COMP-3.
       77  WS-CREDIT-TOTAL     PIC  S9(13)V9(2) COMP-3.
       77  WS-DEBIT-TOTAL      PIC  S9(13)V9(2) COMP-3.
       77  WS-CREDIT-COUNT     PIC  S9(9) COMP-5.
       77  WS-DEBIT-COUNT      PIC  S9(9) COMP-5.
       77  WS-HAVE-ACTIVITY    PIC  X(01).
           88  NO-ACTIVITY         VALUE 'N'.

       77  WS-AMT-IN           PIC  S9(13)V9(2) COMP-3.
       77  WS-CENTS            PIC  S9(17) COMP-3.
       01  TXT-CENTS           PIC  -(17)9.
       01  TXT-CENTS2          PIC  -(17)9.
       01  TXT-CENTS3          PIC  -(17)9.
       01  TXT-CENTS4          PIC  -(17)9.
       01  TXT-CENTS5          PIC  -(17)9.
       01  TXT-COUNT           PIC  Z(8)9.
       01  TXT-COUNT2          PIC  Z(8)9.
       01  TXT-COUNT3          PIC  Z(8)9.
       01  TXT-ACCNUM          PIC  Z(8)9.
       01  TXT-TXID            PIC  Z(17)9.
       01  TXT-CUSTID          PIC  Z(8)9.

       01  WS-TYPE-CODE        PIC  X(03).
       01  WS-CUST-REF         PIC  X(16).
       01  WS-ACCT-CCY         PIC  X(03).
       01  WS-TEXT             PIC  X(20).
       01  WS-FILE-ID          PIC  X(06).
       01  WS-LOG-STATUS       PIC  X(01).
       01  WS-LOG-REASON       PIC  X(30).

      ******************************************************************
      *AS-OF AND CREATION DATES
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

       01  TODAY-YMD           PIC X(10).
       01  ASOF-YMD            PIC X(10).
       77  WS-TODAY-N          PIC 9(08).
       77  WS-INT-DATE         PIC S9(9) COMP-5.
       01  WS-ASOF-N           PIC 9(08).
       01  FILLER REDEFINES WS-ASOF-N.
           05  AO-YEAR         PIC 9(04).
           05  AO-MONTH        PIC 9(02).
           05  AO-DAY          PIC 9(02).
      *    YYMMDD AND HHMM AS THE 01 AND 02 RECORDS CARRY THEM
       01  BAI-CREATE-DATE     PIC X(06).
       01  BAI-CREATE-TIME     PIC X(04).
       01  BAI-ASOF-DATE       PIC X(06).

       77  CUSTOMERS-ENROLLED  PIC  S9(9) COMP-5 VALUE 0.
       77  FILES-GENERATED     PIC  S9(9) COMP-5 VALUE 0.
       77  ENROLMENTS-REJECTED PIC  S9(9) COMP-5 VALUE 0.
       77  ACCOUNTS-REPORTED   PIC  S9(9) COMP-5 VALUE 0.
       77  DETAILS-REPORTED    PIC  S9(9) COMP-5 VALUE 0.
       77  DETAILS-UNMAPPED    PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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

      * DBPCB1 CUSTOMER, DBPCB2 CUSTACCS, DBPCB3 ACCOUNT WITH HOLD AND
      * REVIEW SENSITIVE, DBPCB4 HISTORY THROUGH ACCIDHX
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           STRING WS-CURRENT-YEAR (3:2) WS-CURRENT-MONTH
                  WS-CURRENT-DAY INTO BAI-CREATE-DATE.
           STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE
                  INTO BAI-CREATE-TIME.
      *    THE FILE ID IS THE CREATION TIME - A RERUN LATER THE SAME
      *    DAY IS A DIFFERENT FILE TO THE RECEIVER
           STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE
                  WS-CURRENT-SECOND INTO WS-FILE-ID.
           COMPUTE WS-TODAY-N = WS-CURRENT-YEAR * 10000
              + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.
           COMPUTE WS-INT-DATE =
              FUNCTION INTEGER-OF-DATE ( WS-TODAY-N ) - 1.
           COMPUTE WS-ASOF-N = FUNCTION DATE-OF-INTEGER ( WS-INT-DATE ).
           PERFORM SET-ASOF-DATE THRU SET-ASOF-DATE-END.

           PERFORM LOAD-BAI-MAP THRU LOAD-BAI-MAP-END.

           OPEN INPUT BAI2CTL-FILE.
           OPEN OUTPUT BAI2OUT-FILE.
           OPEN EXTEND BAI2LOG-FILE.
           READ BAI2CTL-FILE
             AT END
               MOVE 'Y' TO WS-BAI2CTL-EOF
           END-READ.
           PERFORM PROCESS-ONE-CARD THRU PROCESS-ONE-CARD-END
              UNTIL BAI2CTL-EOF.
           CLOSE BAI2CTL-FILE.
           CLOSE BAI2OUT-FILE.
           CLOSE BAI2LOG-FILE.

           DISPLAY '========================================'.
           DISPLAY 'BAI2 PRIOR-DAY REPORTING - AS OF ' ASOF-YMD.
           DISPLAY 'CUSTOMERS ENROLLED:  ' CUSTOMERS-ENROLLED.
           DISPLAY 'FILES GENERATED:     ' FILES-GENERATED.
           DISPLAY 'ENROLMENTS REJECTED: ' ENROLMENTS-REJECTED.
           DISPLAY 'ACCOUNTS REPORTED:   ' ACCOUNTS-REPORTED.
           DISPLAY 'TRANSACTIONS (16):   ' DETAILS-REPORTED.
           DISPLAY 'UNMAPPED TYPE CODES: ' DETAILS-UNMAPPED.
           DISPLAY '========================================'.

           IF ENROLMENTS-REJECTED > 0 OR DETAILS-UNMAPPED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       SET-ASOF-DATE.
           MOVE SPACES TO ASOF-YMD.
           STRING AO-YEAR '-' AO-MONTH '-' AO-DAY INTO ASOF-YMD.
           MOVE SPACES TO BAI-ASOF-DATE.
           STRING ASOF-YMD (3:2) ASOF-YMD (6:2) ASOF-YMD (9:2)
              DELIMITED BY SIZE INTO BAI-ASOF-DATE.
       SET-ASOF-DATE-END.
           EXIT.

      * PROCEDURE LOAD-BAI-MAP : THE TRANSTYP-TO-BAI-TYPE-CODE MAP,
      * ONE CONTROL ROW PER CODE - THE GLMAP LOADING IDIOM
       LOAD-BAI-MAP.
           MOVE 0 TO TOTAL-BAIMAPS.
           OPEN INPUT BAI2MAP-FILE.
           READ BAI2MAP-FILE
             AT END
               MOVE 'Y' TO WS-BAIMAP-EOF
           END-READ.
           PERFORM LOAD-ONE-BAIMAP THRU LOAD-ONE-BAIMAP-END
              UNTIL BAIMAP-EOF.
           CLOSE BAI2MAP-FILE.
       LOAD-BAI-MAP-END.
           EXIT.

       LOAD-ONE-BAIMAP.
           MOVE SPACES TO TXT-BM-KEY.
           MOVE SPACES TO TXT-BM-CREDIT.
           MOVE SPACES TO TXT-BM-DEBIT.
           UNSTRING BAI2MAP-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-BM-KEY
                  TXT-BM-KEY
                  TXT-BM-CREDIT
                  TXT-BM-DEBIT
           END-UNSTRING.

           IF TXT-BM-KEY NOT = SPACES AND TXT-BM-KEY (3:2) = SPACES
             IF TOTAL-BAIMAPS < MAX-BAIMAPS
               ADD 1 TO TOTAL-BAIMAPS
               SET BM-IX TO TOTAL-BAIMAPS
               MOVE TXT-BM-KEY (1:1) TO BM-TRANSTYP (BM-IX)
               MOVE TXT-BM-KEY (2:1) TO BM-CHANNEL (BM-IX)
               MOVE TXT-BM-CREDIT TO BM-CREDIT-CODE (BM-IX)
               MOVE TXT-BM-DEBIT TO BM-DEBIT-CODE (BM-IX)
             ELSE
               DISPLAY 'BAI2MAP - MAP TABLE FULL, ROW SKIPPED: '
                  BAI2MAP-IN
             END-IF
           END-IF.

           READ BAI2MAP-FILE
             AT END
               MOVE 'Y' TO WS-BAIMAP-EOF
           END-READ.
       LOAD-ONE-BAIMAP-END.
           EXIT.

      * PROCEDURE PROCESS-ONE-CARD : THE SENDER AND AS-OF CARDS SET
      * THE RUN UP; EACH CUSTOMER CARD PRODUCES THAT CUSTOMER'S FILE
       PROCESS-ONE-CARD.
           MOVE SPACES TO TXT-CTL-TYPE TXT-CTL-FIELD2 TXT-CTL-FIELD3.
           UNSTRING BAI2CTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-CTL-TYPE
                  TXT-CTL-TYPE
                  TXT-CTL-FIELD2
                  TXT-CTL-FIELD3
           END-UNSTRING.

           EVALUATE TXT-CTL-TYPE
             WHEN 'S'
               MOVE TXT-CTL-FIELD2 TO BAI-SENDER-ID
             WHEN 'D'
               MOVE TXT-CTL-FIELD2 (1:4) TO AO-YEAR
               MOVE TXT-CTL-FIELD2 (6:2) TO AO-MONTH
               MOVE TXT-CTL-FIELD2 (9:2) TO AO-DAY
               PERFORM SET-ASOF-DATE THRU SET-ASOF-DATE-END
               DISPLAY 'AS-OF DATE OVERRIDDEN: ' ASOF-YMD
             WHEN 'C'
               ADD 1 TO CUSTOMERS-ENROLLED
               COMPUTE WS-CUR-CUSTID =
                  FUNCTION NUMVAL ( TXT-CTL-FIELD2 )
               MOVE TXT-CTL-FIELD3 TO BAI-RECEIVER-ID
               PERFORM REPORT-CUSTOMER THRU REPORT-CUSTOMER-END
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           READ BAI2CTL-FILE
             AT END
               MOVE 'Y' TO WS-BAI2CTL-EOF
           END-READ.
       PROCESS-ONE-CARD-END.
           EXIT.

      * PROCEDURE REPORT-CUSTOMER : VALIDATES THE ENROLMENT, GATHERS
      * THE OWNED ACCOUNTS AND WRITES THE CUSTOMER'S BAI2 FILE
       REPORT-CUSTOMER.
           MOVE 0 TO OWNED-COUNT.
           MOVE 0 TO BAI-FILE-RECS.
           MOVE 0 TO BAI-GROUP-TOTAL.
           MOVE 0 TO BAI-GROUP-ACCTS.
           MOVE SPACES TO WS-LOG-REASON.

           IF BAI-SENDER-ID = SPACES
             MOVE 'NO SENDER CARD' TO WS-LOG-REASON
             GO TO REPORT-CUSTOMER-REJECT
           END-IF.
           IF BAI-RECEIVER-ID = SPACES
             MOVE 'NO RECEIVER ID' TO WS-LOG-REASON
             GO TO REPORT-CUSTOMER-REJECT
           END-IF.

           MOVE WS-CUR-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'CUSTOMER NOT ON FILE' TO WS-LOG-REASON
             GO TO REPORT-CUSTOMER-REJECT
           END-IF.
           IF CUSTOMERTYPE-CD NOT = BAI-BUSINESS-TYPE
             MOVE 'NOT A BUSINESS CUSTOMER' TO WS-LOG-REASON
             GO TO REPORT-CUSTOMER-REJECT
           END-IF.
           IF MERGEDTO-CD NOT = 0
             MOVE 'CUSTOMER MERGED AWAY' TO WS-LOG-REASON
             GO TO REPORT-CUSTOMER-REJECT
           END-IF.

      * THE PRIMARY-OWNED ACCOUNTS THROUGH CUSTACCS (DBPCB2)
           MOVE WS-CUR-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM GATHER-ONE-OWNED THRU GATHER-ONE-OWNED-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF OWNED-COUNT = 0
             MOVE 'N' TO WS-LOG-STATUS
             MOVE 'NO OWNED ACCOUNTS' TO WS-LOG-REASON
             PERFORM WRITE-DELIVERY-LOG THRU WRITE-DELIVERY-LOG-END
             GO TO REPORT-CUSTOMER-END
           END-IF.

      * 01 FILE HEADER AND 02 GROUP HEADER
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '01,' FUNCTION TRIM (BAI-SENDER-ID) ','
                   FUNCTION TRIM (BAI-RECEIVER-ID) ','
                   BAI-CREATE-DATE ',' BAI-CREATE-TIME ','
                   WS-FILE-ID ',' BAI-RECORD-LENGTH ',,2/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.

           MOVE 0 TO BAI-GROUP-RECS.
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '02,' FUNCTION TRIM (BAI-RECEIVER-ID) ','
                   FUNCTION TRIM (BAI-SENDER-ID) ',1,'
                   BAI-ASOF-DATE ',,,2/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.

           PERFORM REPORT-ONE-ACCOUNT THRU REPORT-ONE-ACCOUNT-END
              VARYING WS-OWNED-IX FROM 1 BY 1
              UNTIL WS-OWNED-IX > OWNED-COUNT.

      * 98 GROUP TRAILER AND 99 FILE TRAILER - ONE GROUP, SO THE FILE
      * CONTROL TOTAL IS THE GROUP'S
           ADD 1 TO BAI-GROUP-RECS.
           MOVE BAI-GROUP-TOTAL TO TXT-CENTS.
           MOVE BAI-GROUP-ACCTS TO TXT-COUNT.
           MOVE BAI-GROUP-RECS TO TXT-COUNT2.
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '98,' FUNCTION TRIM (TXT-CENTS) ','
                   FUNCTION TRIM (TXT-COUNT) ','
                   FUNCTION TRIM (TXT-COUNT2) '/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.

           ADD 1 TO BAI-FILE-RECS.
           MOVE BAI-FILE-RECS TO TXT-COUNT2.
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '99,' FUNCTION TRIM (TXT-CENTS) ',1,'
                   FUNCTION TRIM (TXT-COUNT2) '/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           WRITE BAI2OUT-OUT.

           ADD 1 TO FILES-GENERATED.
           MOVE 'G' TO WS-LOG-STATUS.
           PERFORM WRITE-DELIVERY-LOG THRU WRITE-DELIVERY-LOG-END.
           GO TO REPORT-CUSTOMER-END.

       REPORT-CUSTOMER-REJECT.
           ADD 1 TO ENROLMENTS-REJECTED.
           DISPLAY 'BAI2 ENROLMENT REJECTED - CUSTID: ' WS-CUR-CUSTID
              ' ' WS-LOG-REASON.
           MOVE 'R' TO WS-LOG-STATUS.
           PERFORM WRITE-DELIVERY-LOG THRU WRITE-DELIVERY-LOG-END.
       REPORT-CUSTOMER-END.
           EXIT.

       GATHER-ONE-OWNED.
           IF DBSTAT = SPACES
             IF (OWNERROLE-CA = 'P' OR OWNERROLE-CA = 'M')
                AND OWNED-COUNT < 20
               ADD 1 TO OWNED-COUNT
               SET ON-IX TO OWNED-COUNT
               MOVE ACCID-CA TO ON-ACCID (ON-IX)
               MOVE ACCNUM-CA TO ON-ACCNUM (ON-IX)
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
           EXIT.

      * PROCEDURE REPORT-ONE-ACCOUNT : THE 03 SUMMARY, A 16 PER
      * PRIOR-DAY POSTING AND THE 49 TRAILER. THE HISTORY IS READ
      * TWICE - ONCE TO FOOT THE BALANCES AND TOTALS THE 03 RECORD
      * CARRIES AHEAD OF THE DETAIL, ONCE TO WRITE THE 16 RECORDS.
       REPORT-ONE-ACCOUNT.
           SET ON-IX TO WS-OWNED-IX.
           MOVE ON-ACCID (ON-IX) TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO REPORT-ONE-ACCOUNT-END
           END-IF.
           MOVE CURRENCY-ACC TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
             MOVE BAI-DEFAULT-CCY TO WS-ACCT-CCY
           END-IF.

      *    FBAVBAL'S ARITHMETIC - ACTIVE HOLDS AND PENDING
      *    WITHDRAWAL-SHAPED REVIEWS UNDER THE ACCOUNT
           MOVE 0 TO WS-HOLD-TOTAL.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM FOOT-ONE-HOLD THRU FOOT-ONE-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           MOVE 0 TO WS-PEND-TOTAL.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, REVIEW-SEG, REVIEW-SSA.
           PERFORM FOOT-ONE-REVIEW THRU FOOT-ONE-REVIEW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      *    PASS 1 - BALANCES AND TOTALS
           MOVE 0 TO WS-OPENING-LEDGER.
           MOVE 0 TO WS-CLOSING-LEDGER.
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-CREDIT-COUNT.
           MOVE 0 TO WS-DEBIT-COUNT.
           MOVE 'N' TO WS-HAVE-ACTIVITY.
           MOVE ON-ACCID (ON-IX) TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM FOOT-ONE-HISTORY THRU FOOT-ONE-HISTORY-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF NO-ACTIVITY
             MOVE WS-OPENING-LEDGER TO WS-CLOSING-LEDGER
           END-IF.
           COMPUTE WS-CLOSING-AVAIL = WS-CLOSING-LEDGER
              - WS-HOLD-TOTAL - WS-PEND-TOTAL.

      *    03 ACCOUNT IDENTIFIER AND SUMMARY
           MOVE 0 TO BAI-ACCT-RECS.
           MOVE 0 TO BAI-ACCT-TOTAL.
           MOVE WS-OPENING-LEDGER TO WS-AMT-IN.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           MOVE TXT-CENTS TO TXT-CENTS2.
           MOVE WS-CLOSING-LEDGER TO WS-AMT-IN.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           MOVE TXT-CENTS TO TXT-CENTS3.
           MOVE WS-CLOSING-AVAIL TO WS-AMT-IN.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           MOVE TXT-CENTS TO TXT-CENTS4.
           MOVE WS-CREDIT-TOTAL TO WS-AMT-IN.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           MOVE TXT-CENTS TO TXT-CENTS5.
           MOVE WS-DEBIT-TOTAL TO WS-AMT-IN.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           MOVE WS-CREDIT-COUNT TO TXT-COUNT.
           MOVE WS-DEBIT-COUNT TO TXT-COUNT2.
           MOVE ON-ACCNUM (ON-IX) TO TXT-ACCNUM.
      *    03 OVERFLOWS 80 BYTES ONCE BALANCES RUN TO MILLIONS, SO
      *    THE TOTALS GO ON AN 88 CONTINUATION
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '03,' FUNCTION TRIM (TXT-ACCNUM) ','
                   WS-ACCT-CCY
                   ',010,' FUNCTION TRIM (TXT-CENTS2) ',,'
                   ',015,' FUNCTION TRIM (TXT-CENTS3) ',,'
                   ',045,' FUNCTION TRIM (TXT-CENTS4) ',,/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '88,100,' FUNCTION TRIM (TXT-CENTS5) ','
                   FUNCTION TRIM (TXT-COUNT) ','
                   ',400,' FUNCTION TRIM (TXT-CENTS) ','
                   FUNCTION TRIM (TXT-COUNT2) ',/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.
           COMPUTE BAI-ACCT-TOTAL = ( WS-OPENING-LEDGER
              + WS-CLOSING-LEDGER + WS-CLOSING-AVAIL
              + WS-CREDIT-TOTAL + WS-DEBIT-TOTAL ) * 100.

      *    PASS 2 - THE 16 RECORDS
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM DETAIL-ONE-HISTORY THRU DETAIL-ONE-HISTORY-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      *    49 ACCOUNT TRAILER
           ADD 1 TO BAI-ACCT-RECS.
           MOVE BAI-ACCT-TOTAL TO TXT-CENTS.
           MOVE BAI-ACCT-RECS TO TXT-COUNT.
           MOVE SPACES TO BAI2OUT-OUT.
           STRING '49,' FUNCTION TRIM (TXT-CENTS) ','
                   FUNCTION TRIM (TXT-COUNT) '/'
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.

           ADD BAI-ACCT-TOTAL TO BAI-GROUP-TOTAL.
           ADD 1 TO BAI-GROUP-ACCTS.
           ADD 1 TO ACCOUNTS-REPORTED.
       REPORT-ONE-ACCOUNT-END.
           EXIT.

       FOOT-ONE-HOLD.
           IF DBSTAT = SPACES
             ADD HOLDAMT-HLD TO WS-HOLD-TOTAL
             CALL 'CBLTDLI'
               USING GNP, DBPCB, HOLD-SEG, HOLD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-HOLD-END.
           EXIT.

       FOOT-ONE-REVIEW.
           IF DBSTAT = SPACES
             IF REVIEW-PENDING AND
                (TRXTYPE-REV = 'w' OR TRXTYPE-REV = 'W' OR
                 TRXTYPE-REV = 't' OR TRXTYPE-REV = 'T')
               ADD AMOUNT-REV TO WS-PEND-TOTAL
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, REVIEW-SEG, REVIEW-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-REVIEW-END.
           EXIT.

      * PROCEDURE FOOT-ONE-HISTORY : THE OPENING/CLOSING DERIVATION
      * STMTGEN USES, OVER THE ONE AS-OF DAY. HISTARCH'S 'C'
      * CARRY-FORWARD ANCHOR SEEDS THE OPENING BUT IS NOT A POSTING,
      * AND NEITHER IS FBPRDCNV'S ZERO-AMOUNT 'p' CONVERSION MEMO.
       FOOT-ONE-HISTORY.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ON-ACCID (ON-IX)
               IF HIST-YMD < ASOF-YMD
                 MOVE BALAFTER-HIST TO WS-OPENING-LEDGER
               END-IF
               IF HIST-YMD = ASOF-YMD AND TRANSTYP-HIST NOT = 'C'
                  AND TRANSTYP-HIST NOT = 'p'
                 MOVE BALAFTER-HIST TO WS-CLOSING-LEDGER
                 MOVE 'Y' TO WS-HAVE-ACTIVITY
                 IF AMOUNT-HIST < 0
                   SUBTRACT AMOUNT-HIST FROM WS-DEBIT-TOTAL
                   ADD 1 TO WS-DEBIT-COUNT
                 ELSE
                   ADD AMOUNT-HIST TO WS-CREDIT-TOTAL
                   ADD 1 TO WS-CREDIT-COUNT
                 END-IF
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-HISTORY-END.
           EXIT.

       DETAIL-ONE-HISTORY.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ON-ACCID (ON-IX)
                AND HIST-YMD = ASOF-YMD AND TRANSTYP-HIST NOT = 'C'
                AND TRANSTYP-HIST NOT = 'p'
               PERFORM WRITE-DETAIL THRU WRITE-DETAIL-END
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       DETAIL-ONE-HISTORY-END.
           EXIT.

      * PROCEDURE WRITE-DETAIL : ONE 16 TRANSACTION DETAIL - TYPE
      * CODE, UNSIGNED AMOUNT (THE TYPE CODE CARRIES THE DIRECTION),
      * IMMEDIATE AVAILABILITY, BANK AND CUSTOMER REFERENCES
       WRITE-DETAIL.
           PERFORM FIND-TYPE-CODE THRU FIND-TYPE-CODE-END.
           IF AMOUNT-HIST < 0
             COMPUTE WS-AMT-IN = 0 - AMOUNT-HIST
           ELSE
             MOVE AMOUNT-HIST TO WS-AMT-IN
           END-IF.
           PERFORM EDIT-CENTS THRU EDIT-CENTS-END.
           ADD WS-CENTS TO BAI-ACCT-TOTAL.
           MOVE TXID-HIST TO TXT-TXID.
           IF CHECKNUM-HIST NOT = SPACES
             MOVE CHECKNUM-HIST TO WS-CUST-REF
           ELSE
             MOVE CLIENTREF-HIST TO WS-CUST-REF
           END-IF.
           EVALUATE TRANSTYP-HIST
             WHEN 'd'  MOVE 'DEPOSIT' TO WS-TEXT
             WHEN 'w'  MOVE 'WITHDRAWAL' TO WS-TEXT
             WHEN 't'  MOVE 'TRANSFER' TO WS-TEXT
             WHEN 'i'  MOVE 'INTEREST' TO WS-TEXT
             WHEN 'f'  MOVE 'FEE' TO WS-TEXT
             WHEN 'm'  MOVE 'SERVICE CHARGE' TO WS-TEXT
             WHEN 'r'  MOVE 'REVERSAL' TO WS-TEXT
             WHEN 'x'  MOVE 'FOREIGN EXCHANGE' TO WS-TEXT
             WHEN OTHER MOVE 'ADJUSTMENT' TO WS-TEXT
           END-EVALUATE.

           MOVE SPACES TO BAI2OUT-OUT.
           STRING '16,' WS-TYPE-CODE ','
                   FUNCTION TRIM (TXT-CENTS) ',0,'
                   FUNCTION TRIM (TXT-TXID) ','
                   FUNCTION TRIM (WS-CUST-REF) ','
                   FUNCTION TRIM (WS-TEXT)
              DELIMITED BY SIZE INTO BAI2OUT-OUT
           END-STRING.
           PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END.
      *    A CHECK WITH A CLIENT REFERENCE AS WELL - THE CLIENT
      *    REFERENCE CONTINUES THE TEXT
           IF CHECKNUM-HIST NOT = SPACES
              AND CLIENTREF-HIST NOT = SPACES
             MOVE SPACES TO BAI2OUT-OUT
             STRING '88, CLIENT REF ' FUNCTION TRIM (CLIENTREF-HIST)
                DELIMITED BY SIZE INTO BAI2OUT-OUT
             END-STRING
             PERFORM WRITE-BAI-RECORD THRU WRITE-BAI-RECORD-END
           END-IF.
           ADD 1 TO DETAILS-REPORTED.
       WRITE-DETAIL-END.
           EXIT.

      * PROCEDURE FIND-TYPE-CODE : TRANSTYP AND CHANNEL FIRST, THEN
      * TRANSTYP ALONE, THEN MISCELLANEOUS CREDIT/DEBIT
       FIND-TYPE-CODE.
           MOVE 0 TO WS-BM-FOUND-IX.
           PERFORM TEST-ONE-CHANNEL-MAP THRU TEST-ONE-CHANNEL-MAP-END
              VARYING WS-BM-SEARCH-IX FROM 1 BY 1
              UNTIL WS-BM-SEARCH-IX > TOTAL-BAIMAPS
                 OR WS-BM-FOUND-IX NOT = 0.
           IF WS-BM-FOUND-IX = 0
             PERFORM TEST-ONE-TYPE-MAP THRU TEST-ONE-TYPE-MAP-END
                VARYING WS-BM-SEARCH-IX FROM 1 BY 1
                UNTIL WS-BM-SEARCH-IX > TOTAL-BAIMAPS
                   OR WS-BM-FOUND-IX NOT = 0
           END-IF.

           IF WS-BM-FOUND-IX = 0
             ADD 1 TO DETAILS-UNMAPPED
             DISPLAY 'NO BAI2 MAPPING FOR TRANSTYP ' TRANSTYP-HIST
                ' CHANNEL ' CHANNEL-HIST ' TXID ' TXID-HIST
             IF AMOUNT-HIST < 0
               MOVE BAI-MISC-DEBIT TO WS-TYPE-CODE
             ELSE
               MOVE BAI-MISC-CREDIT TO WS-TYPE-CODE
             END-IF
           ELSE
             SET BM-IX TO WS-BM-FOUND-IX
             IF AMOUNT-HIST < 0
               MOVE BM-DEBIT-CODE (BM-IX) TO WS-TYPE-CODE
             ELSE
               MOVE BM-CREDIT-CODE (BM-IX) TO WS-TYPE-CODE
             END-IF
           END-IF.
       FIND-TYPE-CODE-END.
           EXIT.

       TEST-ONE-CHANNEL-MAP.
           IF BM-TRANSTYP (WS-BM-SEARCH-IX) = TRANSTYP-HIST
              AND BM-CHANNEL (WS-BM-SEARCH-IX) = CHANNEL-HIST
              AND CHANNEL-HIST NOT = SPACE
             MOVE WS-BM-SEARCH-IX TO WS-BM-FOUND-IX
           END-IF.
       TEST-ONE-CHANNEL-MAP-END.
           EXIT.

       TEST-ONE-TYPE-MAP.
           IF BM-TRANSTYP (WS-BM-SEARCH-IX) = TRANSTYP-HIST
              AND BM-CHANNEL (WS-BM-SEARCH-IX) = SPACE
             MOVE WS-BM-SEARCH-IX TO WS-BM-FOUND-IX
           END-IF.
       TEST-ONE-TYPE-MAP-END.
           EXIT.

      * PROCEDURE EDIT-CENTS : WS-AMT-IN AS WHOLE CENTS, NO DECIMAL
      * POINT - THE BAI2 AMOUNT FORM - IN WS-CENTS AND TXT-CENTS
       EDIT-CENTS.
           COMPUTE WS-CENTS = WS-AMT-IN * 100.
           MOVE WS-CENTS TO TXT-CENTS.
       EDIT-CENTS-END.
           EXIT.

       WRITE-BAI-RECORD.
           WRITE BAI2OUT-OUT.
           ADD 1 TO BAI-FILE-RECS.
           ADD 1 TO BAI-GROUP-RECS.
           ADD 1 TO BAI-ACCT-RECS.
       WRITE-BAI-RECORD-END.
           EXIT.

      * PROCEDURE WRITE-DELIVERY-LOG : THE CUSTOMER'S ROW ON THE
      * STANDING BAI2LOG DELIVERY HISTORY
       WRITE-DELIVERY-LOG.
           MOVE WS-CUR-CUSTID TO TXT-CUSTID.
           MOVE BAI-GROUP-ACCTS TO TXT-COUNT.
           MOVE BAI-FILE-RECS TO TXT-COUNT2.
           MOVE BAI-GROUP-TOTAL TO TXT-CENTS.
           MOVE SPACES TO BAI2LOG-OUT.
           STRING '"' TODAY-YMD '","' ASOF-YMD '",'
                   FUNCTION TRIM (TXT-CUSTID) ',"'
                   FUNCTION TRIM (BAI-RECEIVER-ID) '","'
                   WS-FILE-ID '","' WS-LOG-STATUS '",'
                   FUNCTION TRIM (TXT-COUNT) ','
                   FUNCTION TRIM (TXT-COUNT2) ','
                   FUNCTION TRIM (TXT-CENTS) ',"'
                   FUNCTION TRIM (WS-LOG-REASON) '"'
              DELIMITED BY SIZE INTO BAI2LOG-OUT
           END-STRING.
           WRITE BAI2LOG-OUT.
       WRITE-DELIVERY-LOG-END.
           EXIT.
