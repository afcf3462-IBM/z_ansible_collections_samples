       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLNBOOK.

      ******************************************************************
      * ONLINE INSTALLMENT LOAN BOOKING - A LOAN APPROVED IN THE
      * MORNING IS FUNDED THE SAME DAY INSTEAD OF WAITING FOR THE
      * OVERNIGHT LOADACCT/LOADLOAN RUN. THE OFFICER KEYS THE
      * CUSTOMER, PRINCIPAL, NOTE RATE, TERM IN MONTHS AND THE DEPOSIT
      * ACCOUNT PAYMENTS ARE DRAWN FROM (AND THE PROCEEDS PAID INTO);
      * THE FIRST DUE DATE IS OPTIONAL AND DEFAULTS TO ONE MONTH OUT.
      * THE LEVEL MONTHLY PAYMENT IS COMPUTED HERE ON THE USUAL
      * AMORTIZATION FORMULA AT ONE TWELFTH OF THE NOTE RATE.
      *
      * THE BOOKING OPERATOR MUST BE SIGNED ON AT THIS TERMINAL (SEE
      * FBOPRSGN). A PRINCIPAL OVER THE OPERATOR'S LIMIT-OPR, OR ANY
      * BOOKING BY A DISABLED OPERATOR, PARKS AS A 'LOANBOOK' PENDCHG
      * ROW FOR A SUPERVISOR THROUGH FBPNDMNT - THE SAME GATE FBSTOMNT
      * USES - AND BOOKS WHEN THE APPROVED MESSAGE IS RELEASED BACK.
      *
      * IN ONE UNIT OF WORK THE BOOKING INSERTS THE 'L' ACCOUNT ROW
      * (ITS ACCID DERIVED FROM THE CUSTOMER'S CUSTACCS ROWS THE WAY
      * FBACCOPN DERIVES ONE, THE PRINCIPAL CARRIED AS A NEGATIVE
      * BALANCE-ACC), ITS LOANTERM CHILD AND THE CUSTOMER'S 'P'
      * CUSTACCS ROW, AND DISBURSES THE PROCEEDS AS A TWO-LEG,
      * REFTXID-LINKED 't' POSTING FROM THE LOAN INTO THE DEPOSIT
      * ACCOUNT. IF ANY STEP FAILS THE WHOLE BOOKING IS BACKED OUT
      * (ROLB) AND NOTHING IS LEFT HALF-BOOKED. LOANBILL BILLS THE
      * LOAN FROM ITS FIRST DUE DATE ON.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  BADPRINCIPAL    PIC  X(28) VALUE "PRINCIPAL MUST BE OVER 0".
       77  BADRATE         PIC  X(24) VALUE "INVALID NOTE RATE".
       77  BADTERM         PIC  X(24) VALUE "INVALID TERM IN MONTHS".
       77  BADFIRSTDUE     PIC  X(32) VALUE
             "FIRST DUE DATE MUST BE FUTURE".
       77  NOPAYACCT       PIC  X(28) VALUE
             "PAYMENT ACCOUNT NOT ON FILE".
       77  PAYNOTOPEN      PIC  X(26) VALUE "PAYMENT ACCOUNT NOT OPEN".
       77  PAYNOTDEPOSIT   PIC  X(32) VALUE
             "PAYMENT ACCOUNT NOT A DEPOSIT".
       77  PAYNOTOWNED     PIC  X(32) VALUE
             "PAYMENT ACCOUNT NOT CUSTOMERS".
       77  BADPAYMENT      PIC  X(32) VALUE
             "PAYMENT CANNOT BE COMPUTED".
       77  NOOPERID        PIC  X(26) VALUE "BOOKING OPERATOR REQUIRED".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  ACCTEXISTS      PIC  X(26) VALUE "ACCOUNT ALREADY ON FILE".
       77  LOANBOOKED      PIC  X(26) VALUE "LOAN BOOKED AND FUNDED".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  ROLB                PIC  X(04)        VALUE "ROLB".
       77  NEXT-CALL           PIC  X(04)        VALUE "    ".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".
       77  DUPKEY              PIC  X(02)        VALUE "II".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  LOAN-ACCTYPE        PIC X(01) VALUE 'L'.
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.
       77  MAX-TERM-MOS        PIC S9(3) COMP-3 VALUE 360.

      * ACCID = CUSTID * ACCID-MULT + THE CUSTOMER'S NEXT ACCOUNT
      * SEQUENCE - THE DERIVATION FBACCOPN USES
       77  ACCID-MULT          PIC S9(18) COMP-5 VALUE 1000.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.
       77  ACCNUM-BASE         PIC S9(18) COMP-5 VALUE 1000000000.

       77  WS-CUSTID           PIC S9(9) COMP-5.
       77  WS-ACCT-SEQ         PIC S9(9) COMP-5.
       77  WS-CA-DONE          PIC X(01).
       77  WS-PAY-OWNED        PIC X(01).
       77  WS-NEW-ACCID        PIC S9(18) COMP-5.
       77  WS-NEW-ACCNUM       PIC S9(9) COMP-5.
       77  WS-PAY-ACCID        PIC S9(18) COMP-5.
       77  WS-PAY-CURRENCY     PIC X(03).
       77  WS-PRINCIPAL        PIC S9(13)V9(2) COMP-3.
       77  WS-RATE             PIC S9(1)V9(4) COMP-3.
       77  WS-TERMMOS          PIC S9(3) COMP-3.
       77  WS-PAYMENT          PIC S9(13)V9(2) COMP-3.
       77  WS-FIRSTDUE         PIC X(10).
       77  WS-BOOK-OPER        PIC S9(9) COMP-5.
       77  WS-LOAN-TXID        PIC S9(18) COMP-5.
       77  WS-PAY-TXID         PIC S9(18) COMP-5.
       77  WS-BACKOUT          PIC X(01).

      * AMORTIZATION - THE MONTHLY RATE AND (1 + RATE) ** TERM
       77  WS-MO-RATE          PIC S9(1)V9(12) COMP-3.
       77  WS-GROWTH           PIC S9(6)V9(12) COMP-3.

      * FIRST DUE DATE DEFAULT - ONE MONTH OUT, CLAMPED TO THE LAST
      * DAY OF A SHORTER MONTH THE WAY LOANBILL ADVANCES NEXTDUE-LN
       77  WS-RESULT-YEAR      PIC 9(4).
       77  WS-RESULT-MONTH     PIC 9(2).
       77  WS-RESULT-DAY       PIC 9(2).
       77  WS-NEXTMO-YEAR      PIC 9(4).
       77  WS-NEXTMO-MONTH     PIC 9(2).
       77  WS-INT-DATE-PLUS    PIC S9(9) COMP-5.
       01  WS-LASTDAY-DATE     PIC 9(08).
       01  FILLER REDEFINES WS-LASTDAY-DATE.
           05  FILLER          PIC 9(06).
           05  WS-LASTDAY-DAY  PIC 9(02).
       01  NRD-DATE.
           05  NRD-YEAR        PIC 9(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  NRD-MONTH       PIC 9(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  NRD-DAY         PIC 9(2).
       01  TODAY-YMD           PIC X(10).

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

      *    LOANTERM-SEG - THE INSTALLMENT LOAN'S NOTE TERMS. SEE
      *    LOANBILL FOR HOW PAYMENTS POST AND INTEREST ACCRUES, AND
      *    LOANAGE FOR THE DELINQUENCY AGING DERIVED FROM NEXTDUE-LN.
       01  LOANTERM-SEG.
           05  ACCID-LN        PIC  S9(18) COMP-5.
           05  PRINCIPAL-LN    PIC  S9(13)V9(2) COMP-3.
           05  RATE-LN         PIC  S9(1)V9(4) COMP-3.
           05  TERMMOS-LN      PIC  S9(3) COMP-3.
           05  PAYMENT-LN      PIC  S9(13)V9(2) COMP-3.
           05  NEXTDUE-LN      PIC  X(10).
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY) - SEE LNINTYR
           05  TAXRPT-LN       PIC  X(01).

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

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  CUSTID-IN       PIC  X(09).
           05  PRINCIPAL-IN    PIC  X(16).
           05  RATE-IN         PIC  X(07).
           05  TERMMOS-IN      PIC  X(04).
           05  PAYACCID-IN     PIC  X(18).
      * FIRST PAYMENT DUE (YYYY-MM-DD) - BLANK IS ONE MONTH FROM TODAY
           05  FIRSTDUE-IN     PIC  X(10).
      * BOOKING OPERATOR AND BRANCH - THE OPERATOR'S LIMIT-OPR IS THE
      * LARGEST PRINCIPAL THEY MAY BOOK WITHOUT A SUPERVISOR
           05  OPERID-IN       PIC  X(09).
           05  BRANCH-IN       PIC  X(04).
      * 'Y' FOR A LOAN SECURED BY REAL PROPERTY, WHOSE INTEREST IS
      * REPORTED ON THE YEAR-END FILING - BLANK IS NOT REPORTABLE
           05  TAXRPT-IN       PIC  X(01).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  ACCID-OUT       PIC  S9(18) COMP-5.
           05  ACCNUM-OUT      PIC  S9(9) COMP-5.
           05  PAYMENT-OUT     PIC  S9(13)V9(2) COMP-3.
           05  FIRSTDUE-OUT    PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCOUNT-SSA1 READS THE PAYMENT ACCOUNT, AND IS THE PARENT
      *    PATH FOR THE NEW LOAN'S LOANTERM CHILD
       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTACCS-SSA2 WALKS THE CUSTOMER'S OWNERSHIP ROWS - THE NEXT
      *    ACCOUNT SEQUENCE, AND WHETHER THE PAYMENT ACCOUNT IS THEIRS
       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

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
      *DUAL-CONTROL GATE - A PRINCIPAL OVER THE BOOKING OPERATOR'S
      *LIMIT-OPR PARKS AS A PENDING-CHANGE ROW FOR A SECOND OPERATOR
      *WITH SUPV AUTHORITY TO APPROVE OR REJECT THROUGH FBPNDMNT. AN
      *APPROVED BOOKING COMES BACK AS A SWITCHED MESSAGE; THE GATE
      *RECOGNIZES IT BY ITS MATCHING 'A' ROW AND FLIPS THAT ROW 'D' AS
      *IT BOOKS. STATUS ROWS ARE NEVER DLET'D - THE REVIEW-SEG
      *DISPOSITION IDIOM.
      ******************************************************************

       77  WS-DC-APPROVED      PIC  X(01).
       77  PCH-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.
       77  WS-PCH-OPER         PIC  S9(9) COMP-5.
       77  PARKEDPENDING       PIC  X(32) VALUE
             "OVER LIMIT - PARKED FOR APPROVAL".
       77  WS-PAYLOAD-LEN      PIC  S9(4) COMP-5.

       01  PENDCHG-SEG.
           05  PCHID-PC        PIC  S9(18) COMP-5.
           05  ACTION-PC       PIC  X(08).
           05  ENTOPER-PC      PIC  S9(9) COMP-5.
           05  STATUS-PC       PIC  X(01).
               88  PEND-PENDING    VALUE "P".
               88  PEND-APPROVED   VALUE "A".
               88  PEND-APPLIED    VALUE "D".
               88  PEND-REJECTED   VALUE "R".
           05  ENTTS-PC        PIC  X(23).
           05  DECOPER-PC      PIC  S9(9) COMP-5.
           05  DECTS-PC        PIC  X(23).
           05  PAYLOAD-PC      PIC  X(400).
      * LENGTH OF THE PARKED MESSAGE BODY - THE RELEASE SWITCH
      * RE-ENTERS THE TARGET AT EXACTLY THE SIZE IT WAS TAKEN AT,
      * NOT AT THE FULL 400-BYTE PARKING AREA
           05  PAYLEN-PC       PIC  S9(4) COMP-5.

       01  PENDCHG-SSA.
           05  FILLER          PIC  X(08)        VALUE "PENDCHG ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).
       77  WS-OPER-FOUND       PIC  X(01).
       77  WS-DC-RELEASED      PIC  X(01).

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
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.

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
           05  FILLER REDEFINES KEYFB.
               07  KEYFB1      PIC  X(9).
               07  FILLER      PIC  X(11).

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5,
                    DBPCB6.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING FIELDS SO A SHORTER MESSAGE CAN'T INHERIT
      * THEM FROM AN EARLIER, LONGER ONE - SAME GUARD IBTRAN USES
              MOVE SPACES TO FIRSTDUE-IN
              MOVE SPACES TO OPERID-IN
              MOVE SPACES TO BRANCH-IN
              MOVE SPACES TO TAXRPT-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM BOOK-LOAN THRU BOOK-LOAN-END

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

      * PROCEDURE BOOK-LOAN : CHECKS THE OPERATOR, VALIDATES THE
      * BOOKING, COMPUTES THE PAYMENT, APPLIES THE LIMIT GATE, AND
      * BOOKS AND FUNDS THE LOAN
       BOOK-LOAN.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO FIRSTDUE-OUT.
           MOVE 'N' TO WS-BACKOUT.

      * THE BOOKING OPERATOR MUST BE SIGNED ON AT THIS TERMINAL -
      * UNLESS THIS IS AN APPROVED BOOKING FBPNDMNT RELEASED FROM THE
      * SUPERVISOR'S
           IF OPERID-IN = SPACES
             MOVE NOOPERID TO MSG-OUT
             GO TO BOOK-LOAN-END
           END-IF.
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             PERFORM CHECK-RELEASED-ENTRY THRU CHECK-RELEASED-ENTRY-END
             IF WS-DC-RELEASED NOT = 'Y' OR WS-OPER-FOUND NOT = 'Y'
               MOVE NOTSIGNEDON TO MSG-OUT
               GO TO BOOK-LOAN-END
             END-IF
           END-IF.

           PERFORM VALIDATE-BOOKING THRU VALIDATE-BOOKING-END.
           IF MSG-OUT NOT = SPACES
             GO TO BOOK-LOAN-END
           END-IF.
           PERFORM COMPUTE-PAYMENT THRU COMPUTE-PAYMENT-END.
           IF MSG-OUT NOT = SPACES
             GO TO BOOK-LOAN-END
           END-IF.

      * LIMIT GATE - OVER THE OPERATOR'S AUTHORITY PARKS FOR A
      * SUPERVISOR UNLESS THIS IS THE APPROVED RE-ENTRY
           IF WS-PRINCIPAL > LIMIT-OPR OR DISABLED-OPR = 'Y'
             PERFORM CHECK-DUAL-APPROVAL THRU CHECK-DUAL-APPROVAL-END
             IF WS-DC-APPROVED = 'N'
               PERFORM PARK-PENDING-CHANGE
                  THRU PARK-PENDING-CHANGE-END
               IF MSG-OUT = SPACES
                 MOVE PARKEDPENDING TO MSG-OUT
                 MOVE WS-PAYMENT TO PAYMENT-OUT
                 MOVE WS-FIRSTDUE TO FIRSTDUE-OUT
               END-IF
               GO TO BOOK-LOAN-END
             END-IF
           END-IF.

           PERFORM INSERT-LOAN-ACCOUNT THRU INSERT-LOAN-ACCOUNT-END.
           IF MSG-OUT = SPACES
             PERFORM DISBURSE-PROCEEDS THRU DISBURSE-PROCEEDS-END
           END-IF.

      * ANYTHING LEFT HALF-DONE IS BACKED OUT - INCLUDING THE APPROVED
      * PENDCHG ROW'S FLIP, SO THE RELEASE CAN BE TRIED AGAIN
           IF MSG-OUT NOT = SPACES
             IF WS-BACKOUT = 'Y'
               CALL 'CBLTDLI' USING ROLB, LTERMPCB
             END-IF
             GO TO BOOK-LOAN-END
           END-IF.

           MOVE LOANBOOKED TO MSG-OUT.
           MOVE WS-NEW-ACCID TO ACCID-OUT.
           MOVE WS-NEW-ACCNUM TO ACCNUM-OUT.
           MOVE WS-PAYMENT TO PAYMENT-OUT.
           MOVE WS-FIRSTDUE TO FIRSTDUE-OUT.
       BOOK-LOAN-END.
           EXIT.

      * PROCEDURE VALIDATE-BOOKING : THE TERMS MUST MAKE SENSE, THE
      * CUSTOMER MUST EXIST, AND THE PAYMENT ACCOUNT MUST BE ONE OF
      * THE CUSTOMER'S OPEN DEPOSIT ACCOUNTS
       VALIDATE-BOOKING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO TODAY-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL ( PRINCIPAL-IN ).
           COMPUTE WS-TERMMOS = FUNCTION NUMVAL ( TERMMOS-IN ).
           COMPUTE WS-PAY-ACCID = FUNCTION NUMVAL ( PAYACCID-IN ).
           IF WS-PRINCIPAL NOT > 0
             MOVE BADPRINCIPAL TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
           IF RATE-IN = SPACES
             MOVE BADRATE TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
           COMPUTE WS-RATE = FUNCTION NUMVAL ( RATE-IN ).
           IF WS-RATE < 0
             MOVE BADRATE TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
           IF WS-TERMMOS < 1 OR WS-TERMMOS > MAX-TERM-MOS
             MOVE BADTERM TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.

           IF FIRSTDUE-IN = SPACES
             PERFORM DEFAULT-FIRST-DUE THRU DEFAULT-FIRST-DUE-END
           ELSE
             MOVE FIRSTDUE-IN TO WS-FIRSTDUE
             IF WS-FIRSTDUE NOT > TODAY-YMD
                OR WS-FIRSTDUE (5:1) NOT = '-'
                OR WS-FIRSTDUE (8:1) NOT = '-'
               MOVE BADFIRSTDUE TO MSG-OUT
               GO TO VALIDATE-BOOKING-END
             END-IF
           END-IF.

           MOVE WS-CUSTID TO CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO VALIDATE-BOOKING-END
           END-IF.

           MOVE WS-PAY-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOPAYACCT TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE PAYNOTOPEN TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
           IF ACCTYPE-ACC = LOAN-ACCTYPE OR ACCTYPE-ACC = CREDIT-ACCTYPE
             MOVE PAYNOTDEPOSIT TO MSG-OUT
             GO TO VALIDATE-BOOKING-END
           END-IF.
      * THE LOAN IS BOOKED IN THE CURRENCY IT IS PAID IN
           MOVE CURRENCY-ACC TO WS-PAY-CURRENCY.

      * THE SAME CUSTACCS WALK THAT WILL NUMBER THE LOAN TELLS US
      * WHETHER THE PAYMENT ACCOUNT IS THE CUSTOMER'S
           PERFORM DERIVE-NEW-ACCID THRU DERIVE-NEW-ACCID-END.
           IF WS-PAY-OWNED NOT = 'Y'
             MOVE PAYNOTOWNED TO MSG-OUT
           END-IF.
       VALIDATE-BOOKING-END.
           EXIT.

      * PROCEDURE DEFAULT-FIRST-DUE : ONE MONTH FROM TODAY, CLAMPED TO
      * THE LAST DAY OF A SHORTER MONTH
       DEFAULT-FIRST-DUE.
           IF WS-CURRENT-MONTH = 12
             COMPUTE WS-RESULT-YEAR = WS-CURRENT-YEAR + 1
             MOVE 1 TO WS-RESULT-MONTH
           ELSE
             MOVE WS-CURRENT-YEAR TO WS-RESULT-YEAR
             COMPUTE WS-RESULT-MONTH = WS-CURRENT-MONTH + 1
           END-IF.
           IF WS-RESULT-MONTH = 12
             COMPUTE WS-NEXTMO-YEAR = WS-RESULT-YEAR + 1
             MOVE 1 TO WS-NEXTMO-MONTH
           ELSE
             MOVE WS-RESULT-YEAR TO WS-NEXTMO-YEAR
             COMPUTE WS-NEXTMO-MONTH = WS-RESULT-MONTH + 1
           END-IF.
           COMPUTE WS-INT-DATE-PLUS = FUNCTION INTEGER-OF-DATE (
             WS-NEXTMO-YEAR * 10000 + WS-NEXTMO-MONTH * 100 + 1) - 1.
           COMPUTE WS-LASTDAY-DATE =
             FUNCTION DATE-OF-INTEGER (WS-INT-DATE-PLUS).
           IF WS-CURRENT-DAY > WS-LASTDAY-DAY
             MOVE WS-LASTDAY-DAY TO WS-RESULT-DAY
           ELSE
             MOVE WS-CURRENT-DAY TO WS-RESULT-DAY
           END-IF.
           MOVE WS-RESULT-YEAR TO NRD-YEAR.
           MOVE WS-RESULT-MONTH TO NRD-MONTH.
           MOVE WS-RESULT-DAY TO NRD-DAY.
           MOVE NRD-DATE TO WS-FIRSTDUE.
       DEFAULT-FIRST-DUE-END.
           EXIT.

      * PROCEDURE COMPUTE-PAYMENT : THE LEVEL MONTHLY PAYMENT THAT
      * RETIRES THE PRINCIPAL OVER THE TERM AT ONE TWELFTH OF THE
      * NOTE RATE - P * R * (1 + R) ** N / ((1 + R) ** N - 1) - OR
      * THE PRINCIPAL OVER THE TERM ON AN INTEREST-FREE NOTE
       COMPUTE-PAYMENT.
           IF WS-RATE = 0
             COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL / WS-TERMMOS
             GO TO COMPUTE-PAYMENT-END
           END-IF.
           COMPUTE WS-MO-RATE = WS-RATE / 12.
           COMPUTE WS-GROWTH = ( 1 + WS-MO-RATE ) ** WS-TERMMOS
             ON SIZE ERROR
               MOVE BADPAYMENT TO MSG-OUT
               GO TO COMPUTE-PAYMENT-END
           END-COMPUTE.
           IF WS-GROWTH NOT > 1
             MOVE BADPAYMENT TO MSG-OUT
             GO TO COMPUTE-PAYMENT-END
           END-IF.
           COMPUTE WS-PAYMENT ROUNDED =
              WS-PRINCIPAL * WS-MO-RATE * WS-GROWTH / ( WS-GROWTH - 1 )
             ON SIZE ERROR
               MOVE BADPAYMENT TO MSG-OUT
           END-COMPUTE.
       COMPUTE-PAYMENT-END.
           EXIT.

      * PROCEDURE DERIVE-NEW-ACCID : WALKS THE CUSTOMER'S CUSTACCS
      * ROWS - COUNTING THEM FOR THE NEXT ACCOUNT SEQUENCE AND NOTING
      * THE PAYMENT ACCOUNT AMONG THEM - THEN DERIVES THE NEW ACCID
      * AND ACCNUM THE WAY FBACCOPN DOES
       DERIVE-NEW-ACCID.
           MOVE 0 TO WS-ACCT-SEQ.
           MOVE 'N' TO WS-CA-DONE.
           MOVE 'N' TO WS-PAY-OWNED.
           MOVE WS-CUSTID TO CA-CUSTID.
           MOVE GU TO NEXT-CALL.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           PERFORM COUNT-ONE-CUSTACCS THRU COUNT-ONE-CUSTACCS-END
              UNTIL WS-CA-DONE = 'Y'.

           COMPUTE WS-NEW-ACCID = WS-CUSTID * ACCID-MULT
              + WS-ACCT-SEQ + 1.
           COMPUTE WS-NEW-ACCNUM =
              FUNCTION MOD ( WS-NEW-ACCID, ACCNUM-BASE ).
       DERIVE-NEW-ACCID-END.
           EXIT.

       COUNT-ONE-CUSTACCS.
           CALL 'CBLTDLI'
             USING NEXT-CALL, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           IF DBSTAT = SPACES
             ADD 1 TO WS-ACCT-SEQ
             IF ACCID-CA = WS-PAY-ACCID
               MOVE 'Y' TO WS-PAY-OWNED
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE 'Y' TO WS-CA-DONE
           END-IF.
           MOVE GN TO NEXT-CALL.
       COUNT-ONE-CUSTACCS-END.

      * PROCEDURE INSERT-LOAN-ACCOUNT : INSERTS THE 'L' ACCOUNT ROW
      * WITH THE PRINCIPAL ALREADY OWED (AND THE DISBURSEMENT AS ITS
      * FIRST POSTING), ITS LOANTERM CHILD, AND THE CUSTOMER'S 'P'
      * CUSTACCS ROW
       INSERT-LOAN-ACCOUNT.
           MOVE WS-NEW-ACCID TO ACCID-ACC.
           MOVE LOAN-ACCTYPE TO ACCTYPE-ACC.
           COMPUTE BALANCE-ACC = 0 - WS-PRINCIPAL.
           MOVE 1 TO LASTTXID-ACC.
           MOVE ACCT-OPEN TO ACCTSTATUS-ACC.
           MOVE SPACES TO WDRLDATE-ACC.
           MOVE 0 TO WDRLTODAY-ACC.
           MOVE WS-RATE TO INTRATE-ACC.
           MOVE WS-PAY-CURRENCY TO CURRENCY-ACC.
           MOVE 0 TO LOWBALALERT-ACC.
           MOVE 0 TO ACCRINT-ACC.
      * THE TERM LIVES ON LOANTERM - THE ACCOUNT'S MATURITY FIELDS
      * BELONG TO TERM DEPOSITS AND STAY CLEAR FOR TDMATURE
           MOVE SPACES TO MATDATE-ACC.
           MOVE 0 TO TERMMOS-ACC.
           MOVE SPACES TO MATDISP-ACC.
           MOVE 0 TO PAYOUTACC-ACC.
           MOVE 0 TO ODLIMIT-ACC.
           COMPUTE CYCLE-ACC = FUNCTION MOD ( WS-NEW-ACCID 20 ) + 1.
           MOVE TODAY-YMD TO OPENDATE-ACC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           IF DBSTAT = DUPKEY
             MOVE ACCTEXISTS TO MSG-OUT
             MOVE 'Y' TO WS-BACKOUT
             GO TO INSERT-LOAN-ACCOUNT-END
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             MOVE 'Y' TO WS-BACKOUT
             GO TO INSERT-LOAN-ACCOUNT-END
           END-IF.
      * FROM HERE ON A FAILURE LEAVES SOMETHING TO BACK OUT
           MOVE 'Y' TO WS-BACKOUT.

           MOVE WS-NEW-ACCID TO ACCID-LN.
           MOVE WS-PRINCIPAL TO PRINCIPAL-LN.
           MOVE WS-RATE TO RATE-LN.
           MOVE WS-TERMMOS TO TERMMOS-LN.
           MOVE WS-PAYMENT TO PAYMENT-LN.
           MOVE WS-FIRSTDUE TO NEXTDUE-LN.
           MOVE WS-PAY-ACCID TO PAYACCID-LN.
           MOVE 0 TO PAIDMOS-LN.
           MOVE SPACES TO LASTPAID-LN.
           IF TAXRPT-IN = 'Y'
             MOVE 'Y' TO TAXRPT-LN
           ELSE
             MOVE 'N' TO TAXRPT-LN
           END-IF.
           MOVE WS-NEW-ACCID TO ACCID.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, LOANTERM-SEG, ACCOUNT-SSA1,
                   LOANTERM-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO INSERT-LOAN-ACCOUNT-END
           END-IF.

           MOVE WS-CUSTID TO CUSTID-CA.
           MOVE WS-NEW-ACCID TO ACCID-CA.
           MOVE WS-NEW-ACCNUM TO ACCNUM-CA.
           MOVE 'P' TO OWNERROLE-CA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       INSERT-LOAN-ACCOUNT-END.
           EXIT.

      * PROCEDURE DISBURSE-PROCEEDS : THE TWO-LEG, REFTXID-LINKED 't'
      * POSTING LOANBILL USES FOR A PAYMENT, RUN THE OTHER WAY - THE
      * LOAN LEG (ALREADY IN THE NEW ACCOUNT'S BALANCE AND LASTTXID)
      * AND THE CREDIT TO THE PAYMENT ACCOUNT
       DISBURSE-PROCEEDS.
           MOVE WS-PAY-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO DISBURSE-PROCEEDS-END
           END-IF.

           COMPUTE WS-LOAN-TXID = WS-NEW-ACCID * MULT-FACTOR + 1.
           COMPUTE WS-PAY-TXID = WS-PAY-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE SPACES TO CHECKNUM-HIST.
           MOVE SPACES TO CLIENTREF-HIST.
           MOVE WS-BOOK-OPER TO OPERID-HIST.
           MOVE BRANCH-IN TO BRANCH-HIST.
           MOVE LOGTTERM TO TERMID-HIST.
           MOVE 'T' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

      * LOAN LEG - THE PRINCIPAL DRAWN, LINKED TO THE DEPOSIT CREDIT
           COMPUTE ACCID-HIST = WS-NEW-ACCID.
           COMPUTE TXID-HIST = WS-LOAN-TXID.
           MOVE 't' TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = 0 - WS-PRINCIPAL.
           COMPUTE REFTXID-HIST = WS-PAY-TXID.
           COMPUTE BALAFTER-HIST = 0 - WS-PRINCIPAL.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO DISBURSE-PROCEEDS-END
           END-IF.

      * DEPOSIT LEG - THE PROCEEDS, LINKED BACK TO THE LOAN LEG
           COMPUTE ACCID-HIST = WS-PAY-ACCID.
           COMPUTE TXID-HIST = WS-PAY-TXID.
           MOVE 't' TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = WS-PRINCIPAL.
           COMPUTE REFTXID-HIST = WS-LOAN-TXID.
           COMPUTE BALAFTER-HIST = BALANCE-ACC + WS-PRINCIPAL.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO DISBURSE-PROCEEDS-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC + WS-PRINCIPAL.
           CALL "CBLTDLI"
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       DISBURSE-PROCEEDS-END.
           EXIT.

      * PROCEDURE CHECK-DUAL-APPROVAL : LOOKS FOR AN 'A' PENDING-
      * CHANGE ROW WHOSE PAYLOAD MATCHES THIS EXACT MESSAGE - THE
      * SWITCHED RE-ENTRY FBPNDMNT RELEASES ON APPROVAL. A HIT FLIPS
      * THE ROW 'D' AND LETS THE BOOKING PROCEED.
       CHECK-DUAL-APPROVAL.
           MOVE 'N' TO WS-DC-APPROVED.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           PERFORM TEST-ONE-APPROVAL THRU TEST-ONE-APPROVAL-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR WS-DC-APPROVED = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-DUAL-APPROVAL-END.
           EXIT.

       TEST-ONE-APPROVAL.
           IF DBSTAT = SPACES
             IF PEND-APPROVED
                AND PAYLOAD-PC (1:WS-PAYLOAD-LEN)
                    = INPUT-AREA (5:WS-PAYLOAD-LEN)
               MOVE 'D' TO STATUS-PC
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, PENDCHG-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
               MOVE 'Y' TO WS-DC-APPROVED
             ELSE
               CALL 'CBLTDLI'
                 USING GHN, DBPCB, PENDCHG-SEG, PENDCHG-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-APPROVAL-END.

      * PROCEDURE PARK-PENDING-CHANGE : RECORDS THE BOOKING AS A
      * PENDING ROW FOR A SUPERVISOR'S DISPOSITION
       PARK-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           COMPUTE WS-PCH-OPER = FUNCTION NUMVAL ( OPERID-IN ).
           COMPUTE PCHID-PC = WS-PCH-OPER * PCH-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE 'LOANBOOK' TO ACTION-PC.
           MOVE WS-PCH-OPER TO ENTOPER-PC.
           MOVE 'P' TO STATUS-PC.
           MOVE TIMESTAMP TO ENTTS-PC.
           MOVE 0 TO DECOPER-PC.
           MOVE SPACES TO DECTS-PC.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           MOVE SPACES TO PAYLOAD-PC.
           MOVE INPUT-AREA (5:WS-PAYLOAD-LEN) TO PAYLOAD-PC.
           MOVE WS-PAYLOAD-LEN TO PAYLEN-PC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'PENDCHG ISRT FAILED'
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       PARK-PENDING-CHANGE-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN. THE
      * OPERATOR ROW READ HERE ALSO CARRIES THE LIMIT THE GATE TESTS.
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           MOVE 'N' TO WS-OPER-FOUND.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           MOVE SIGN-OPERID TO WS-BOOK-OPER.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT = SPACES
             MOVE 'Y' TO WS-OPER-FOUND
             IF SIGNTERM-OPR NOT = SPACES AND SIGNTERM-OPR = LOGTTERM
                AND LOCKED-OPR NOT = 'Y'
               MOVE 'Y' TO WS-SIGNED-ON
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
           EXIT.

      * PROCEDURE CHECK-RELEASED-ENTRY : READ-ONLY LOOK FOR AN APPROVED
      * PENDCHG ROW MATCHING THIS EXACT MESSAGE. FBPNDMNT'S RELEASE
      * SWITCH ARRIVES UNDER THE APPROVING SUPERVISOR'S LTERM, NOT THE
      * BOOKING OPERATOR'S, AND THE SUPERVISOR WAS SIGN-ON CHECKED
      * THERE. CHECK-DUAL-APPROVAL STILL FLIPS THE ROW WHEN IT BOOKS.
       CHECK-RELEASED-ENTRY.
           MOVE 'N' TO WS-DC-RELEASED.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING GU, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           PERFORM TEST-ONE-RELEASE THRU TEST-ONE-RELEASE-END
              UNTIL DBSTAT NOT = SPACES OR WS-DC-RELEASED = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-RELEASED-ENTRY-END.
           EXIT.

       TEST-ONE-RELEASE.
           IF PEND-APPROVED
              AND PAYLOAD-PC (1:WS-PAYLOAD-LEN)
                  = INPUT-AREA (5:WS-PAYLOAD-LEN)
             MOVE 'Y' TO WS-DC-RELEASED
           ELSE
             CALL 'CBLTDLI'
               USING GN, DBPCB, PENDCHG-SEG, PENDCHG-SSA
           END-IF.
       TEST-ONE-RELEASE-END.

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
