       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPROD.

      ******************************************************************
      * RECORDS PRODUCTION FOR SUBPOENAS AND CUSTOMER DATA-ACCESS
      * REQUESTS - ONE RUN ASSEMBLES EVERYTHING WE HOLD ON ONE
      * CUSTOMER, OR ON ONE ACCOUNT, INTO A SINGLE PACKAGE ON RECPKG
      * IN PLACE OF FBRELSUM/FBHSRCH/HISTRTRV/SECRPT OUTPUT PASTED
      * TOGETHER BY HAND. ONE CONTROL CARD ON RECPCTL:
      *
      *   <C|A>,<CUSTID OR ACCID>,<FROM YYYY-MM-DD>,<TO YYYY-MM-DD>,
      *     <REQUESTER OPERID>,<CASE REFERENCE>
      *
      * (ONE LINE, PLAIN COMMAS; EITHER DATE MAY BE LEFT EMPTY FOR AN
      * OPEN END). 'C' PRODUCES THE CUSTOMER AND EVERY ACCOUNT
      * CUSTACCS TIES THEM TO; 'A' PRODUCES THE ONE ACCOUNT AND THE
      * PROFILES OF ITS OWNERS. THE PACKAGE, ONE QUOTED/COMMA ROW PER
      * ITEM, TAGGED:
      *
      *   R  CHAIN OF CUSTODY - CASE REFERENCE, REQUESTER, RUN TIME,
      *      SUBJECT AND DATE RANGE (FIRST ROW OF THE PACKAGE)
      *   P  CUSTOMER PROFILE AS IT STANDS TODAY (TIN MASKED TO
      *      THE LAST FOUR, AS ON EVERY REPORT)
      *   U  PROFILE CHANGE HISTORY - ONE ROW PER FIELD CHANGED ON
      *      EACH AUDIT ROW IN THE RANGE ('C' ONLY; TIN MASKED)
      *   O  OWNERSHIP - THE CUSTACCS ROWS
      *   A  ACCOUNT AS IT STANDS TODAY ("NOT ON LIVE FILE" ONCE
      *      ARCHACCT HAS ARCHIVED IT)
      *   D  HOLDS CURRENTLY ON THE ACCOUNT
      *   H  LIVE HISTORY IN THE RANGE
      *   Z  ARCHIVED HISTORY IN THE RANGE - THE ARCHHIST LINE AS
      *      HISTARCH/ARCHACCT WROTE IT (GENERATIONS CONCATENATED ON
      *      ONE DD, AS FOR HISTRTRV)
      *   K  CARDS ('A' - ONLY CARDS DRAWN ON THE ACCOUNT)
      *   W  WIRES TAKEN IN THE RANGE
      *   N  NOTIFICATIONS QUEUED OR SENT IN THE RANGE ('C' ONLY)
      *   S  SECURITY EVENTS IN THE RANGE ('C' ONLY)
      *   T  ROW COUNTS BY TAG (LAST ROW OF THE PACKAGE)
      *
      * THE REQUESTER MUST BE AN ENABLED OPERATOR AND THE CASE
      * REFERENCE IS REQUIRED. THE PRODUCTION ITSELF IS LOGGED AS AN
      * INQAUDIT ROW (TRANCODE 'RECPROD') SO INQRPT SHOWS WHO PULLED
      * THE CUSTOMER'S RECORDS AND WHEN. A BAD CARD, AN UNKNOWN
      * REQUESTER OR A CUSTOMER NOT ON FILE PRODUCES NOTHING - RC 8
      * (AN ACCOUNT NO LONGER ON FILE IS STILL PRODUCED FROM ITS
      * OWNERSHIP ROWS AND THE ARCHIVE). RC 8 ALSO IF THE INQAUDIT ROW
      * COULD NOT BE WRITTEN; RC 4 IF A TABLE LIMIT CUT THE PACKAGE
      * SHORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECPCTL-FILE ASSIGN TO RECPCTL.
           SELECT ARCHHIST-FILE ASSIGN TO ARCHHIST.
           SELECT RECPKG-FILE ASSIGN TO RECPKG.

       DATA DIVISION.

       FILE SECTION.
         FD RECPCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RECPCTL-IN.
       01  RECPCTL-IN          PIC X(80).

         FD ARCHHIST-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ARCHHIST-IN.
       01  ARCHHIST-IN         PIC X(400).

         FD RECPKG-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RECPKG-OUT.
       01  RECPKG-OUT          PIC X(400).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

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
      *CONTROL CARD
      ******************************************************************

       01  TXT-CTL-SCOPE       PIC  X(01).
       01  TXT-CTL-ID          PIC  X(19).
       01  TXT-CTL-FROM        PIC  X(10).
       01  TXT-CTL-TO          PIC  X(10).
       01  TXT-CTL-OPER        PIC  X(09).
       01  TXT-CTL-CASE        PIC  X(30).

       01  WS-SCOPE            PIC  X(01) VALUE SPACE.
           88  PRODUCE-CUSTOMER     VALUE 'C'.
           88  PRODUCE-ACCOUNT      VALUE 'A'.
       77  WS-SUBJECT-ID       PIC S9(18) COMP-5 VALUE 0.
       01  WS-FROM-YMD         PIC  X(10) VALUE SPACES.
       01  WS-TO-YMD           PIC  X(10) VALUE SPACES.
       77  WS-REQ-OPERID       PIC S9(9) COMP-5 VALUE 0.
       01  WS-REQ-NAME         PIC  X(30) VALUE SPACES.
       01  WS-CASE-REF         PIC  X(30) VALUE SPACES.
       01  WS-CARD-BAD         PIC  X(40) VALUE SPACES.

       01  WS-RECPCTL-EOF      PIC  X(01) VALUE 'N'.
           88  RECPCTL-EOF         VALUE 'Y'.
       01  WS-ARCH-EOF         PIC  X(01) VALUE 'N'.
           88  ARCH-EOF            VALUE 'Y'.

      * DATE-RANGE TEST - WS-TEST-YMD IN, WS-IN-RANGE OUT
       01  WS-TEST-YMD         PIC  X(10).
       01  WS-IN-RANGE         PIC  X(01).

      ******************************************************************
      *THE SUBJECT'S CUSTOMERS AND ACCOUNTS. 'C' - ONE CUSTOMER AND THE
      *ACCOUNTS THEY OWN; 'A' - ONE ACCOUNT AND ITS OWNERS.
      ******************************************************************

       77  MAX-PKG-CUST        PIC S9(4) COMP-5 VALUE 20.
       77  MAX-PKG-ACC         PIC S9(4) COMP-5 VALUE 200.
       77  TOTAL-PKG-CUST      PIC S9(4) COMP-5 VALUE 0.
       77  TOTAL-PKG-ACC       PIC S9(4) COMP-5 VALUE 0.
       77  WS-CU-IX            PIC S9(4) COMP-5.
       77  WS-AC-IX            PIC S9(4) COMP-5.
       01  WS-TABLE-FULL       PIC  X(01) VALUE 'N'.
       01  WS-ACC-MATCH        PIC  X(01).

       01  PKG-CUST-TABLE.
           05  PKG-CUSTID      PIC S9(9) COMP-5 OCCURS 20 TIMES.
       01  PKG-ACC-TABLE.
           05  PKG-ACCID       PIC S9(18) COMP-5 OCCURS 200 TIMES.

      ******************************************************************
      *ARCHIVE LINE WORK AREAS - THE SAME COLUMNS HISTRTRV SIFTS ON
      ******************************************************************

       01  TXT-LEAD            PIC  X(1).
       01  TXT-TXID            PIC  X(19).
       01  TXT-TIMESTMP        PIC  X(23).
       01  TXT-TRANSTYP        PIC  X(1).
       01  TXT-AMOUNT          PIC  X(15).
       01  TXT-REFTXID         PIC  X(19).
       01  TXT-ACCID           PIC  X(19).
       77  WS-LINE-ACCID       PIC S9(18) COMP-5 VALUE 0.

      ******************************************************************
      *PACKAGE ROW WORK AREAS
      ******************************************************************

       01  TXT-ID1-E           PIC  Z(17)9.
       01  TXT-ID2-E           PIC  Z(17)9.
       01  TXT-ID3-E           PIC  Z(17)9.
       01  TXT-AMT-E           PIC  -(12)9.99.
       01  TXT-AMT2-E          PIC  -(12)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.
       01  AUD-FIELD           PIC  X(10).
       01  AUD-OLD             PIC  X(80).
       01  AUD-NEW             PIC  X(80).
       01  AUD-OLD-OFFICER     PIC  Z(8)9.
       01  AUD-NEW-OFFICER     PIC  Z(8)9.
       01  AUD-OLD-RATE        PIC  9.9999.
       01  AUD-NEW-RATE        PIC  9.9999.

      * THE TIN GOES INTO THE PACKAGE MASKED TO ITS LAST FOUR - SEE
      * MASK-TIN
           COPY TINPROT.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CARD-SSA.
           05  FILLER          PIC  X(08)        VALUE "CARD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
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

      *    ONE ACCOUNT'S HISTORY, READ DIRECTLY THROUGH THE ACCIDHX
      *    SECONDARY INDEX ON ACCID-HIST
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  NOTIFQ-SSA.
           05  FILLER          PIC  X(08)        VALUE "NOTIFQ  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPRSIGN-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SIGN-OPERID     PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  INQAUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "INQAUDIT".
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
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
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

       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  CARDNUM-CRD     PIC  X(16).
           05  PINHASH-CRD     PIC  S9(9) COMP-5.
           05  ACCID-CRD       PIC  S9(18) COMP-5.
           05  CARDSTATUS-CRD  PIC  X(1).
           05  EXPIRY-CRD      PIC  X(07).
           05  ATMLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  PINFAILS-CRD    PIC  9(1).
           05  TRAVELLIM-CRD   PIC  S9(13)V9(2) COMP-3.
           05  TRAVELEXP-CRD   PIC  X(10).
           05  REPLFOR-CRD     PIC  X(16).
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

      *    AUDIT-SEG - THE BEFORE/AFTER CHANGE TRAIL FBSCUDAT WRITES,
      *    THE WHOLE PROFILE ON BOTH SIDES OF EVERY ROW
       01  AUDIT-SEG.
           05  TIMESTMP-AUD    PIC  X(23).
           05  TIMESTMP-AUD-PARTS REDEFINES TIMESTMP-AUD.
             10  AUD-YMD       PIC  X(10).
             10  FILLER        PIC  X(13).
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
      * OWNERROLE-CA LETS MORE THAN ONE CUSTACCS ROW SHARE THE SAME
      * ACCID-CA AS A JOINT OWNER - SEE LOADCUSA
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
           05  OPENDATE-ACC    PIC  X(10).
           05  DOMBRANCH-ACC   PIC  X(04).

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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TIMESTMP-PARTS REDEFINES TIMESTMP-HIST.
               10  HIST-YMD    PIC  X(10).
               10  FILLER      PIC  X(13).
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

       01  WIRE-SEG.
           05  WIREID-WIR      PIC  S9(18) COMP-5.
           05  ACCID-WIR       PIC  S9(18) COMP-5.
           05  CUSTID-WIR      PIC  S9(9) COMP-5.
           05  AMOUNT-WIR      PIC  S9(13)V9(2) COMP-3.
           05  BENROUTE-WIR    PIC  X(09).
           05  BENACCT-WIR     PIC  X(18).
           05  BENREF-WIR      PIC  X(16).
           05  STATUS-WIR      PIC  X(01).
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
           05  BENNAME-WIR     PIC  X(35).
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

       01  NOTIFQ-SEG.
           05  NOTIFID-NTF     PIC  S9(18) COMP-5.
           05  CUSTID-NTF      PIC  S9(9) COMP-5.
           05  EVTTYPE-NTF     PIC  X(1).
           05  CHANNEL-NTF     PIC  X(1).
           05  CONTACT-NTF     PIC  X(50).
           05  MSGTEXT-NTF     PIC  X(60).
           05  STATUS-NTF      PIC  X(1).
           05  ATTEMPTS-NTF    PIC  9(1).
           05  CREATETS-NTF    PIC  X(23).
           05  SENTTS-NTF      PIC  X(23).

       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

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
      *INQUIRY ACCESS AUDIT - THE PRODUCTION IS ITSELF A READ OF THE
      *CUSTOMER'S DATA AND IS LOGGED THE SAME WAY FBRELSUM LOGS ITS
      *INQUIRIES
      ******************************************************************

       77  INQ-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

       01  INQAUDIT-SEG.
           05  INQID-INQ       PIC  S9(18) COMP-5.
           05  OPERID-INQ      PIC  S9(9) COMP-5.
           05  CUSTID-INQ      PIC  S9(9) COMP-5.
           05  ACCID-INQ       PIC  S9(18) COMP-5.
           05  TRANCODE-INQ    PIC  X(08).
           05  TIMESTMP-INQ    PIC  X(23).

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
      *ROW COUNTS BY TAG
      ******************************************************************

       01  ROWS-P              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-U              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-O              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-A              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-D              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-H              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-Z              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-K              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-W              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-N              PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-S              PIC  S9(9) COMP-5 VALUE 0.
       01  ARCH-LINES-READ     PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - CUSTOMER WITH ITS CARD AND AUDIT CHILDREN (READ)
      *   DBPCB2 - CUSTACCS (READ)
      *   DBPCB3 - ACCOUNT WITH ITS HOLD CHILDREN (READ)
      *   DBPCB4 - HISTORY THROUGH ACCIDHX (READ)
      *   DBPCB5 - WIRE (READ)
      *   DBPCB6 - NOTIFQ (READ)
      *   DBPCB7 - SECEVT (READ)
      *   DBPCB8 - OPERATOR (READ)
      *   DBPCB9 - INQAUDIT (INSERT)
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.
       01  DBPCB7 POINTER.
       01  DBPCB8 POINTER.
       01  DBPCB9 POINTER.

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
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5, DBPCB6,
                    DBPCB7, DBPCB8, DBPCB9.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-END.
           IF WS-CARD-BAD = SPACES
             PERFORM CHECK-REQUESTER THRU CHECK-REQUESTER-END
           END-IF.
           IF WS-CARD-BAD = SPACES
             PERFORM COLLECT-SUBJECT THRU COLLECT-SUBJECT-END
           END-IF.
           IF WS-CARD-BAD NOT = SPACES
             DISPLAY 'RECPROD - ' WS-CARD-BAD
             DISPLAY 'RECPROD - NOTHING PRODUCED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT RECPKG-FILE.
           PERFORM WRITE-CUSTODY-ROW THRU WRITE-CUSTODY-ROW-END.

      * THE PEOPLE - PROFILE, CARDS AND ('C') PROFILE CHANGES
           PERFORM PRODUCE-ONE-CUSTOMER THRU PRODUCE-ONE-CUSTOMER-END
              VARYING WS-CU-IX FROM 1 BY 1
              UNTIL WS-CU-IX > TOTAL-PKG-CUST.

      * THE ACCOUNTS - ACCOUNT ROW, HOLDS, LIVE HISTORY
           PERFORM PRODUCE-ONE-ACCOUNT THRU PRODUCE-ONE-ACCOUNT-END
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > TOTAL-PKG-ACC.

      * ARCHIVED HISTORY OFF THE ARCHHIST GENERATIONS
           OPEN INPUT ARCHHIST-FILE.
           READ ARCHHIST-FILE
             AT END
               MOVE 'Y' TO WS-ARCH-EOF
           END-READ.
           PERFORM SIFT-ONE-ARCH-LINE THRU SIFT-ONE-ARCH-LINE-END
              UNTIL ARCH-EOF.
           CLOSE ARCHHIST-FILE.

      * WIRES
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, WIRE-SEG, WIRE-SSA.
           PERFORM PRODUCE-ONE-WIRE THRU PRODUCE-ONE-WIRE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * CUSTOMER-LEVEL LOGS - NOTIFICATIONS AND SECURITY EVENTS
           IF PRODUCE-CUSTOMER
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6
             CALL "CBLTDLI"
               USING GU, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA
             PERFORM PRODUCE-ONE-NOTIF THRU PRODUCE-ONE-NOTIF-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7
             CALL "CBLTDLI"
               USING GU, DBPCB, SECEVT-SEG, SECEVT-SSA
             PERFORM PRODUCE-ONE-SECEVT THRU PRODUCE-ONE-SECEVT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.

           PERFORM WRITE-TOTALS-ROW THRU WRITE-TOTALS-ROW-END.
           CLOSE RECPKG-FILE.

           DISPLAY '========================================'.
           DISPLAY 'RECORDS PRODUCTION'.
           DISPLAY 'CASE REFERENCE:           ' WS-CASE-REF.
           DISPLAY 'REQUESTED BY:             ' WS-REQ-OPERID
              ' ' WS-REQ-NAME.
           DISPLAY 'PRODUCED AT:              ' TIMESTAMP.
           IF PRODUCE-CUSTOMER
             DISPLAY 'CUSTOMER:                 ' WS-SUBJECT-ID
           ELSE
             DISPLAY 'ACCOUNT:                  ' WS-SUBJECT-ID
           END-IF.
           DISPLAY 'FROM:                     ' WS-FROM-YMD.
           DISPLAY 'TO:                       ' WS-TO-YMD.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROFILES:                 ' ROWS-P.
           DISPLAY 'PROFILE CHANGES:          ' ROWS-U.
           DISPLAY 'OWNERSHIP ROWS:           ' ROWS-O.
           DISPLAY 'ACCOUNTS:                 ' ROWS-A.
           DISPLAY 'HOLDS:                    ' ROWS-D.
           DISPLAY 'LIVE HISTORY ROWS:        ' ROWS-H.
           DISPLAY 'ARCHIVED HISTORY ROWS:    ' ROWS-Z.
           DISPLAY 'CARDS:                    ' ROWS-K.
           DISPLAY 'WIRES:                    ' ROWS-W.
           DISPLAY 'NOTIFICATIONS:            ' ROWS-N.
           DISPLAY 'SECURITY EVENTS:          ' ROWS-S.
           DISPLAY 'ARCHIVE LINES READ:       ' ARCH-LINES-READ.
           DISPLAY '========================================'.

           IF WS-TABLE-FULL = 'Y'
             DISPLAY 'RECPROD - MORE THAN ' MAX-PKG-CUST
                ' OWNERS OR ' MAX-PKG-ACC ' ACCOUNTS - PACKAGE '
                'IS INCOMPLETE'
             MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-INQAUDIT THRU WRITE-INQAUDIT-END.

           STOP RUN.

      * PROCEDURE READ-CONTROL-CARD : FIRST CARD ONLY. ANY FAULT
      * LEAVES ITS REASON IN WS-CARD-BAD
       READ-CONTROL-CARD.
           MOVE SPACES TO TXT-CTL-SCOPE.
           MOVE SPACES TO TXT-CTL-ID.
           MOVE SPACES TO TXT-CTL-FROM.
           MOVE SPACES TO TXT-CTL-TO.
           MOVE SPACES TO TXT-CTL-OPER.
           MOVE SPACES TO TXT-CTL-CASE.
           OPEN INPUT RECPCTL-FILE.
           READ RECPCTL-FILE
             AT END
               MOVE 'Y' TO WS-RECPCTL-EOF
           END-READ.
           CLOSE RECPCTL-FILE.
           IF RECPCTL-EOF
             MOVE 'NO CONTROL CARD ON RECPCTL' TO WS-CARD-BAD
             GO TO READ-CONTROL-CARD-END
           END-IF.

           UNSTRING RECPCTL-IN DELIMITED BY ','
             INTO TXT-CTL-SCOPE
                  TXT-CTL-ID
                  TXT-CTL-FROM
                  TXT-CTL-TO
                  TXT-CTL-OPER
                  TXT-CTL-CASE
           END-UNSTRING.

           MOVE TXT-CTL-SCOPE TO WS-SCOPE.
           IF NOT PRODUCE-CUSTOMER AND NOT PRODUCE-ACCOUNT
             MOVE 'SCOPE MUST BE C OR A' TO WS-CARD-BAD
             GO TO READ-CONTROL-CARD-END
           END-IF.
           IF TXT-CTL-ID NOT = SPACES
             COMPUTE WS-SUBJECT-ID = FUNCTION NUMVAL ( TXT-CTL-ID )
           END-IF.
           IF WS-SUBJECT-ID NOT > 0
             MOVE 'NO CUSTID OR ACCID ON THE CARD' TO WS-CARD-BAD
             GO TO READ-CONTROL-CARD-END
           END-IF.
           MOVE TXT-CTL-FROM TO WS-FROM-YMD.
           MOVE TXT-CTL-TO TO WS-TO-YMD.
           IF WS-FROM-YMD NOT = SPACES AND WS-TO-YMD NOT = SPACES
              AND WS-FROM-YMD > WS-TO-YMD
             MOVE 'FROM DATE IS AFTER TO DATE' TO WS-CARD-BAD
             GO TO READ-CONTROL-CARD-END
           END-IF.
           IF TXT-CTL-OPER NOT = SPACES
             COMPUTE WS-REQ-OPERID = FUNCTION NUMVAL ( TXT-CTL-OPER )
           END-IF.
           MOVE TXT-CTL-CASE TO WS-CASE-REF.
           IF WS-CASE-REF = SPACES
             MOVE 'NO CASE REFERENCE ON THE CARD' TO WS-CARD-BAD
           END-IF.
       READ-CONTROL-CARD-END.
           EXIT.

      * PROCEDURE CHECK-REQUESTER : THE REQUESTER MUST BE AN ENABLED
      * OPERATOR - THE NAME GOES ON THE CUSTODY ROW
       CHECK-REQUESTER.
           IF WS-REQ-OPERID NOT > 0
             MOVE 'NO REQUESTER OPERID ON THE CARD' TO WS-CARD-BAD
             GO TO CHECK-REQUESTER-END
           END-IF.
           MOVE WS-REQ-OPERID TO SIGN-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB8.
           CALL "CBLTDLI"
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT NOT = SPACES
             MOVE 'REQUESTER IS NOT AN OPERATOR' TO WS-CARD-BAD
             GO TO CHECK-REQUESTER-END
           END-IF.
           IF DISABLED-OPR = 'Y'
             MOVE 'REQUESTER OPERATOR IS DISABLED' TO WS-CARD-BAD
             GO TO CHECK-REQUESTER-END
           END-IF.
           MOVE NAME-OPR TO WS-REQ-NAME.
       CHECK-REQUESTER-END.
           EXIT.

      * PROCEDURE COLLECT-SUBJECT : CONFIRMS A CUSTOMER SUBJECT IS ON
      * FILE AND SEEDS THE TABLES WITH THE SUBJECT. THE OTHER SIDE
      * (ACCOUNTS OR OWNERS) IS FILLED BY THE OWNERSHIP WALK, WHICH
      * WAITS UNTIL THE CUSTODY ROW IS WRITTEN
       COLLECT-SUBJECT.
           IF PRODUCE-CUSTOMER
             MOVE WS-SUBJECT-ID TO CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             IF DBSTAT NOT = SPACES
               MOVE 'CUSTOMER NOT ON FILE' TO WS-CARD-BAD
               GO TO COLLECT-SUBJECT-END
             END-IF
             MOVE 1 TO TOTAL-PKG-CUST
             MOVE WS-SUBJECT-ID TO PKG-CUSTID (1)
           ELSE
             MOVE 1 TO TOTAL-PKG-ACC
             MOVE WS-SUBJECT-ID TO PKG-ACCID (1)
           END-IF.
       COLLECT-SUBJECT-END.
           EXIT.

      * PROCEDURE WRITE-CUSTODY-ROW : THE R ROW, THEN THE OWNERSHIP
      * ROWS ('C' - THE CUSTOMER'S CUSTACCS; 'A' - EVERY ROW ON THE
      * ACCOUNT) WHICH ALSO COMPLETE THE TABLES
       WRITE-CUSTODY-ROW.
           MOVE WS-REQ-OPERID TO TXT-ID1-E.
           MOVE WS-SUBJECT-ID TO TXT-ID2-E.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'R,"' FUNCTION TRIM (WS-CASE-REF) '",'
                  FUNCTION TRIM (TXT-ID1-E) ','
                  '"' FUNCTION TRIM (WS-REQ-NAME) '",'
                  '"' TIMESTAMP '","' WS-SCOPE '",'
                  FUNCTION TRIM (TXT-ID2-E) ','
                  '"' WS-FROM-YMD '","' WS-TO-YMD '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           IF PRODUCE-CUSTOMER
             MOVE WS-SUBJECT-ID TO CA-CUSTID
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
             PERFORM PRODUCE-ONE-OWNERSHIP
                THRU PRODUCE-ONE-OWNERSHIP-END
                UNTIL DBSTAT NOT = SPACES
           ELSE
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
             PERFORM PRODUCE-ONE-OWNERSHIP
                THRU PRODUCE-ONE-OWNERSHIP-END
                UNTIL DBSTAT NOT = SPACES
           END-IF.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       WRITE-CUSTODY-ROW-END.
           EXIT.

       PRODUCE-ONE-OWNERSHIP.
           IF PRODUCE-ACCOUNT AND ACCID-CA NOT = WS-SUBJECT-ID
             GO TO PRODUCE-ONE-OWNERSHIP-NEXT
           END-IF.
           MOVE CUSTID-CA TO TXT-ID1-E.
           MOVE ACCID-CA TO TXT-ID2-E.
           MOVE ACCNUM-CA TO TXT-ID3-E.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'O,' FUNCTION TRIM (TXT-ID1-E) ','
                  FUNCTION TRIM (TXT-ID2-E) ','
                  FUNCTION TRIM (TXT-ID3-E) ','
                  '"' OWNERROLE-CA '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.
           ADD 1 TO ROWS-O.
           IF PRODUCE-CUSTOMER
             IF TOTAL-PKG-ACC < MAX-PKG-ACC
               ADD 1 TO TOTAL-PKG-ACC
               MOVE ACCID-CA TO PKG-ACCID (TOTAL-PKG-ACC)
             ELSE
               MOVE 'Y' TO WS-TABLE-FULL
             END-IF
           ELSE
             IF TOTAL-PKG-CUST < MAX-PKG-CUST
               ADD 1 TO TOTAL-PKG-CUST
               MOVE CUSTID-CA TO PKG-CUSTID (TOTAL-PKG-CUST)
             ELSE
               MOVE 'Y' TO WS-TABLE-FULL
             END-IF
           END-IF.
       PRODUCE-ONE-OWNERSHIP-NEXT.
           IF PRODUCE-CUSTOMER
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
           ELSE
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           END-IF.
       PRODUCE-ONE-OWNERSHIP-END.
           EXIT.

      * PROCEDURE PRODUCE-ONE-CUSTOMER : P ROW, K ROWS AND ('C') THE
      * U ROWS FOR PKG-CUSTID (WS-CU-IX)
       PRODUCE-ONE-CUSTOMER.
           MOVE PKG-CUSTID (WS-CU-IX) TO CUSTID.
           MOVE PKG-CUSTID (WS-CU-IX) TO TXT-ID1-E.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE SPACES TO RECPKG-OUT
             STRING 'P,' FUNCTION TRIM (TXT-ID1-E) ','
                    '"NOT ON FILE"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-P
             GO TO PRODUCE-ONE-CUSTOMER-END
           END-IF.
           MOVE TIN-CD TO TINP-STORED.
           PERFORM MASK-TIN THRU MASK-TIN-END.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'P,' FUNCTION TRIM (TXT-ID1-E) ','
                  '"' FUNCTION TRIM (LASTNAME-CD) '",'
                  '"' FUNCTION TRIM (FIRSTNAME-CD) '",'
                  '"' FUNCTION TRIM (ADDRESS-CD) '",'
                  '"' FUNCTION TRIM (CITY-CD) '",'
                  '"' STATE-CD '","' FUNCTION TRIM (ZIPCODE-CD) '",'
                  '"' PHONE-CD '","' FUNCTION TRIM (EMAIL-CD) '",'
                  '"' SMS-CD '","' DOB-CD '","' TINP-MASKED '",'
                  '"' STATUS-CD '","' DECEASED-CD '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.
           ADD 1 TO ROWS-P.

           CALL "CBLTDLI"
             USING GNP, DBPCB, CARD-SEG, CARD-SSA.
           PERFORM PRODUCE-ONE-CARD THRU PRODUCE-ONE-CARD-END
              UNTIL DBSTAT NOT = SPACES.

           IF PRODUCE-CUSTOMER
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             CALL "CBLTDLI"
               USING GNP, DBPCB, AUDIT-SEG, AUDIT-SSA
             PERFORM PRODUCE-ONE-AUDIT THRU PRODUCE-ONE-AUDIT-END
                UNTIL DBSTAT NOT = SPACES
           END-IF.
       PRODUCE-ONE-CUSTOMER-END.
           EXIT.

       PRODUCE-ONE-CARD.
           IF PRODUCE-CUSTOMER OR ACCID-CRD = WS-SUBJECT-ID
             MOVE CUSTID-CRD TO TXT-ID1-E
             MOVE ACCID-CRD TO TXT-ID2-E
             MOVE SPACES TO RECPKG-OUT
             STRING 'K,' FUNCTION TRIM (TXT-ID1-E) ','
                    '"' CARDNUM-CRD '",'
                    FUNCTION TRIM (TXT-ID2-E) ','
                    '"' CARDSTATUS-CRD '","' EXPIRY-CRD '",'
                    '"' REPLFOR-CRD '"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-K
           END-IF.
           CALL "CBLTDLI"
             USING GNP, DBPCB, CARD-SEG, CARD-SSA.
       PRODUCE-ONE-CARD-END.
           EXIT.

      * PROCEDURE PRODUCE-ONE-AUDIT : ONE U ROW PER FIELD THE AUDIT
      * ROW CHANGED. THE ENROLLMENT ROW (BLANK BEFORE VALUES) COMES
      * OUT AS A ROW PER FIELD SET.
       PRODUCE-ONE-AUDIT.
           MOVE AUD-YMD TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF WS-IN-RANGE = 'N'
             GO TO PRODUCE-ONE-AUDIT-NEXT
           END-IF.
           IF OLDLASTNAME-AUD NOT = NEWLASTNAME-AUD
             MOVE 'LASTNAME' TO AUD-FIELD
             MOVE OLDLASTNAME-AUD TO AUD-OLD
             MOVE NEWLASTNAME-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDFIRSTNAME-AUD NOT = NEWFIRSTNAME-AUD
             MOVE 'FIRSTNAME' TO AUD-FIELD
             MOVE OLDFIRSTNAME-AUD TO AUD-OLD
             MOVE NEWFIRSTNAME-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDADDRESS-AUD NOT = NEWADDRESS-AUD
             MOVE 'ADDRESS' TO AUD-FIELD
             MOVE OLDADDRESS-AUD TO AUD-OLD
             MOVE NEWADDRESS-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDCITY-AUD NOT = NEWCITY-AUD
             MOVE 'CITY' TO AUD-FIELD
             MOVE OLDCITY-AUD TO AUD-OLD
             MOVE NEWCITY-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDSTATE-AUD NOT = NEWSTATE-AUD
             MOVE 'STATE' TO AUD-FIELD
             MOVE OLDSTATE-AUD TO AUD-OLD
             MOVE NEWSTATE-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDZIPCODE-AUD NOT = NEWZIPCODE-AUD
             MOVE 'ZIPCODE' TO AUD-FIELD
             MOVE OLDZIPCODE-AUD TO AUD-OLD
             MOVE NEWZIPCODE-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDPHONE-AUD NOT = NEWPHONE-AUD
             MOVE 'PHONE' TO AUD-FIELD
             MOVE OLDPHONE-AUD TO AUD-OLD
             MOVE NEWPHONE-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDTIN-AUD NOT = NEWTIN-AUD
             MOVE 'TIN' TO AUD-FIELD
             MOVE OLDTIN-AUD TO TINP-STORED
             PERFORM MASK-TIN THRU MASK-TIN-END
             MOVE TINP-MASKED TO AUD-OLD
             MOVE NEWTIN-AUD TO TINP-STORED
             PERFORM MASK-TIN THRU MASK-TIN-END
             MOVE TINP-MASKED TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDTINCERT-AUD NOT = NEWTINCERT-AUD
             MOVE 'TINCERT' TO AUD-FIELD
             MOVE OLDTINCERT-AUD TO AUD-OLD
             MOVE NEWTINCERT-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDEMAIL-AUD NOT = NEWEMAIL-AUD
             MOVE 'EMAIL' TO AUD-FIELD
             MOVE OLDEMAIL-AUD TO AUD-OLD
             MOVE NEWEMAIL-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDSMS-AUD NOT = NEWSMS-AUD
             MOVE 'SMS' TO AUD-FIELD
             MOVE OLDSMS-AUD TO AUD-OLD
             MOVE NEWSMS-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDOPTINS-AUD NOT = NEWOPTINS-AUD
             MOVE 'OPTINS' TO AUD-FIELD
             MOVE OLDOPTINS-AUD TO AUD-OLD
             MOVE NEWOPTINS-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDDOB-AUD NOT = NEWDOB-AUD
             MOVE 'DOB' TO AUD-FIELD
             MOVE OLDDOB-AUD TO AUD-OLD
             MOVE NEWDOB-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDOFFICER-AUD NOT = NEWOFFICER-AUD
             MOVE 'OFFICER' TO AUD-FIELD
             MOVE OLDOFFICER-AUD TO AUD-OLD-OFFICER
             MOVE NEWOFFICER-AUD TO AUD-NEW-OFFICER
             MOVE AUD-OLD-OFFICER TO AUD-OLD
             MOVE AUD-NEW-OFFICER TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDFORSTAT-AUD NOT = NEWFORSTAT-AUD
             MOVE 'FORSTAT' TO AUD-FIELD
             MOVE OLDFORSTAT-AUD TO AUD-OLD
             MOVE NEWFORSTAT-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDFORCTRY-AUD NOT = NEWFORCTRY-AUD
             MOVE 'FORCTRY' TO AUD-FIELD
             MOVE OLDFORCTRY-AUD TO AUD-OLD
             MOVE NEWFORCTRY-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDW8DATE-AUD NOT = NEWW8DATE-AUD
             MOVE 'W8DATE' TO AUD-FIELD
             MOVE OLDW8DATE-AUD TO AUD-OLD
             MOVE NEWW8DATE-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDTREATYRT-AUD NOT = NEWTREATYRT-AUD
             MOVE 'TREATYRT' TO AUD-FIELD
             MOVE OLDTREATYRT-AUD TO AUD-OLD-RATE
             MOVE NEWTREATYRT-AUD TO AUD-NEW-RATE
             MOVE AUD-OLD-RATE TO AUD-OLD
             MOVE AUD-NEW-RATE TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
           IF OLDW8EXPIRY-AUD NOT = NEWW8EXPIRY-AUD
             MOVE 'W8EXPIRY' TO AUD-FIELD
             MOVE OLDW8EXPIRY-AUD TO AUD-OLD
             MOVE NEWW8EXPIRY-AUD TO AUD-NEW
             PERFORM WRITE-AUDIT-FIELD THRU WRITE-AUDIT-FIELD-END
           END-IF.
       PRODUCE-ONE-AUDIT-NEXT.
           CALL "CBLTDLI"
             USING GNP, DBPCB, AUDIT-SEG, AUDIT-SSA.
       PRODUCE-ONE-AUDIT-END.
           EXIT.

       WRITE-AUDIT-FIELD.
           MOVE CUSTID-CD TO TXT-ID1-E.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'U,' FUNCTION TRIM (TXT-ID1-E) ','
                  '"' TIMESTMP-AUD '",'
                  '"' FUNCTION TRIM (AUD-FIELD) '",'
                  '"' FUNCTION TRIM (AUD-OLD) '",'
                  '"' FUNCTION TRIM (AUD-NEW) '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.
           ADD 1 TO ROWS-U.
       WRITE-AUDIT-FIELD-END.
           EXIT.

      * PROCEDURE PRODUCE-ONE-ACCOUNT : A ROW AND D ROWS FROM THE LIVE
      * ACCOUNT, THEN H ROWS FROM ITS HISTORY IN THE RANGE
       PRODUCE-ONE-ACCOUNT.
           MOVE PKG-ACCID (WS-AC-IX) TO ACCID.
           MOVE PKG-ACCID (WS-AC-IX) TO TXT-ID1-E.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE SPACES TO RECPKG-OUT
             STRING 'A,' FUNCTION TRIM (TXT-ID1-E) ','
                    '"NOT ON LIVE FILE"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-A
             GO TO PRODUCE-ONE-ACCOUNT-HIST
           END-IF.
           MOVE BALANCE-ACC TO TXT-AMT-E.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'A,' FUNCTION TRIM (TXT-ID1-E) ','
                  '"' ACCTYPE-ACC '","' ACCTSTATUS-ACC '",'
                  FUNCTION TRIM (TXT-AMT-E) ','
                  '"' CURRENCY-ACC '","' OPENDATE-ACC '",'
                  '"' DOMBRANCH-ACC '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.
           ADD 1 TO ROWS-A.

           CALL "CBLTDLI"
             USING GNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM PRODUCE-ONE-HOLD THRU PRODUCE-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES.

       PRODUCE-ONE-ACCOUNT-HIST.
           MOVE PKG-ACCID (WS-AC-IX) TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM PRODUCE-ONE-HISTORY THRU PRODUCE-ONE-HISTORY-END
              UNTIL DBSTAT NOT = SPACES.
       PRODUCE-ONE-ACCOUNT-END.
           EXIT.

       PRODUCE-ONE-HOLD.
           MOVE ACCID-HLD TO TXT-ID1-E.
           MOVE HOLDID-HLD TO TXT-ID2-E.
           MOVE PLACEDBY-HLD TO TXT-ID3-E.
           MOVE HOLDAMT-HLD TO TXT-AMT-E.
           MOVE SPACES TO RECPKG-OUT.
           STRING 'D,' FUNCTION TRIM (TXT-ID1-E) ','
                  FUNCTION TRIM (TXT-ID2-E) ','
                  FUNCTION TRIM (TXT-AMT-E) ','
                  '"' FUNCTION TRIM (HOLDREASON-HLD) '",'
                  '"' EXPDATE-HLD '",'
                  FUNCTION TRIM (TXT-ID3-E) ','
                  '"' HOLDTYPE-HLD '","'
                  FUNCTION TRIM (MERCHNAME-HLD) '"'
              DELIMITED BY SIZE INTO RECPKG-OUT.
           WRITE RECPKG-OUT.
           ADD 1 TO ROWS-D.
           CALL "CBLTDLI"
             USING GNP, DBPCB, HOLD-SEG, HOLD-SSA.
       PRODUCE-ONE-HOLD-END.
           EXIT.

       PRODUCE-ONE-HISTORY.
           MOVE HIST-YMD TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF ACCID-HIST = HX-ACCID AND WS-IN-RANGE = 'Y'
             MOVE ACCID-HIST TO TXT-ID1-E
             MOVE TXID-HIST TO TXT-ID2-E
             MOVE OPERID-HIST TO TXT-ID3-E
             MOVE AMOUNT-HIST TO TXT-AMT-E
             MOVE BALAFTER-HIST TO TXT-AMT2-E
             MOVE SPACES TO RECPKG-OUT
             STRING 'H,' FUNCTION TRIM (TXT-ID1-E) ','
                    FUNCTION TRIM (TXT-ID2-E) ','
                    '"' TIMESTMP-HIST '","' TRANSTYP-HIST '",'
                    FUNCTION TRIM (TXT-AMT-E) ','
                    FUNCTION TRIM (TXT-AMT2-E) ','
                    '"' CHECKNUM-HIST '","' CLIENTREF-HIST '",'
                    FUNCTION TRIM (TXT-ID3-E) ','
                    '"' BRANCH-HIST '","' TERMID-HIST '",'
                    '"' CHANNEL-HIST '","' VALDATE-HIST '"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-H
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX.
       PRODUCE-ONE-HISTORY-END.
           EXIT.

      * PROCEDURE SIFT-ONE-ARCH-LINE : PARSED JUST FAR ENOUGH TO TEST
      * THE ACCID AND DATE, AS HISTRTRV DOES; A MATCH IS COPIED AFTER
      * ITS Z TAG
       SIFT-ONE-ARCH-LINE.
           ADD 1 TO ARCH-LINES-READ.
           MOVE SPACES TO TXT-TIMESTMP.
           MOVE SPACES TO TXT-ACCID.
           UNSTRING ARCHHIST-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LEAD
                  TXT-TXID
                  TXT-TIMESTMP
                  TXT-TRANSTYP
                  TXT-AMOUNT
                  TXT-REFTXID
                  TXT-ACCID
           END-UNSTRING.
           IF TXT-ACCID = SPACES
             GO TO SIFT-ONE-ARCH-LINE-NEXT
           END-IF.
           COMPUTE WS-LINE-ACCID = FUNCTION NUMVAL ( TXT-ACCID ).
           MOVE 'N' TO WS-ACC-MATCH.
           PERFORM TEST-ONE-PKG-ACC THRU TEST-ONE-PKG-ACC-END
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > TOTAL-PKG-ACC OR WS-ACC-MATCH = 'Y'.
           IF WS-ACC-MATCH = 'N'
             GO TO SIFT-ONE-ARCH-LINE-NEXT
           END-IF.
           MOVE TXT-TIMESTMP (1:10) TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF WS-IN-RANGE = 'Y'
             MOVE SPACES TO RECPKG-OUT
             STRING 'Z,' ARCHHIST-IN
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-Z
           END-IF.
       SIFT-ONE-ARCH-LINE-NEXT.
           READ ARCHHIST-FILE
             AT END
               MOVE 'Y' TO WS-ARCH-EOF
           END-READ.
       SIFT-ONE-ARCH-LINE-END.
           EXIT.

       TEST-ONE-PKG-ACC.
           IF PKG-ACCID (WS-AC-IX) = WS-LINE-ACCID
             MOVE 'Y' TO WS-ACC-MATCH
           END-IF.
       TEST-ONE-PKG-ACC-END.
           EXIT.

      * PROCEDURE PRODUCE-ONE-WIRE : A WIRE OFF ONE OF THE ACCOUNTS,
      * OR ('C') TAKEN FOR THE CUSTOMER, IN THE RANGE
       PRODUCE-ONE-WIRE.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO PRODUCE-ONE-WIRE-END
           END-IF.
           MOVE 'N' TO WS-ACC-MATCH.
           IF PRODUCE-CUSTOMER AND CUSTID-WIR = WS-SUBJECT-ID
             MOVE 'Y' TO WS-ACC-MATCH
           END-IF.
           MOVE ACCID-WIR TO WS-LINE-ACCID.
           PERFORM TEST-ONE-PKG-ACC THRU TEST-ONE-PKG-ACC-END
              VARYING WS-AC-IX FROM 1 BY 1
              UNTIL WS-AC-IX > TOTAL-PKG-ACC OR WS-ACC-MATCH = 'Y'.
           MOVE TAKENTS-WIR (1:10) TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF WS-ACC-MATCH = 'Y' AND WS-IN-RANGE = 'Y'
             MOVE WIREID-WIR TO TXT-ID1-E
             MOVE ACCID-WIR TO TXT-ID2-E
             MOVE CUSTID-WIR TO TXT-ID3-E
             MOVE AMOUNT-WIR TO TXT-AMT-E
             MOVE SPACES TO RECPKG-OUT
             STRING 'W,' FUNCTION TRIM (TXT-ID1-E) ','
                    FUNCTION TRIM (TXT-ID2-E) ','
                    FUNCTION TRIM (TXT-ID3-E) ','
                    FUNCTION TRIM (TXT-AMT-E) ','
                    '"' BENROUTE-WIR '","' BENACCT-WIR '",'
                    '"' FUNCTION TRIM (BENNAME-WIR) '",'
                    '"' BENCTRY-WIR '","' BENREF-WIR '",'
                    '"' STATUS-WIR '","' TAKENTS-WIR '",'
                    '"' SENTTS-WIR '","' CONFTS-WIR '"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-W
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, WIRE-SEG, WIRE-SSA.
       PRODUCE-ONE-WIRE-END.
           EXIT.

       PRODUCE-ONE-NOTIF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO PRODUCE-ONE-NOTIF-END
           END-IF.
           MOVE CREATETS-NTF (1:10) TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF CUSTID-NTF = WS-SUBJECT-ID AND WS-IN-RANGE = 'Y'
             MOVE NOTIFID-NTF TO TXT-ID1-E
             MOVE CUSTID-NTF TO TXT-ID2-E
             MOVE SPACES TO RECPKG-OUT
             STRING 'N,' FUNCTION TRIM (TXT-ID1-E) ','
                    FUNCTION TRIM (TXT-ID2-E) ','
                    '"' EVTTYPE-NTF '","' CHANNEL-NTF '",'
                    '"' FUNCTION TRIM (CONTACT-NTF) '",'
                    '"' FUNCTION TRIM (MSGTEXT-NTF) '",'
                    '"' STATUS-NTF '","' CREATETS-NTF '",'
                    '"' SENTTS-NTF '"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-N
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA.
       PRODUCE-ONE-NOTIF-END.
           EXIT.

       PRODUCE-ONE-SECEVT.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO PRODUCE-ONE-SECEVT-END
           END-IF.
           MOVE TIMESTMP-SEV (1:10) TO WS-TEST-YMD.
           PERFORM TEST-IN-RANGE THRU TEST-IN-RANGE-END.
           IF CUSTID-SEV = WS-SUBJECT-ID AND WS-IN-RANGE = 'Y'
             MOVE EVTID-SEV TO TXT-ID1-E
             MOVE CUSTID-SEV TO TXT-ID2-E
             MOVE SPACES TO RECPKG-OUT
             STRING 'S,' FUNCTION TRIM (TXT-ID1-E) ','
                    FUNCTION TRIM (TXT-ID2-E) ','
                    '"' EVTTYPE-SEV '","' TIMESTMP-SEV '",'
                    '"' FUNCTION TRIM (DEVICE-SEV) '"'
                DELIMITED BY SIZE INTO RECPKG-OUT
             WRITE RECPKG-OUT
             ADD 1 TO ROWS-S
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, SECEVT-SEG, SECEVT-SSA.
       PRODUCE-ONE-SECEVT-END.
           EXIT.

      * PROCEDURE TEST-IN-RANGE : WS-TEST-YMD AGAINST THE CARD'S
      * BOUNDS - AN EMPTY BOUND IS OPEN
       TEST-IN-RANGE.
           MOVE 'Y' TO WS-IN-RANGE.
           IF WS-FROM-YMD NOT = SPACES AND WS-TEST-YMD < WS-FROM-YMD
             MOVE 'N' TO WS-IN-RANGE
           END-IF.
           IF WS-TO-YMD NOT = SPACES AND WS-TEST-YMD > WS-TO-YMD
             MOVE 'N' TO WS-IN-RANGE
           END-IF.
       TEST-IN-RANGE-END.
           EXIT.

       WRITE-TOTALS-ROW.
           MOVE SPACES TO RECPKG-OUT.
           MOVE ROWS-P TO TXT-CNT-E.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E)
              DELIMITED BY SIZE INTO RECPKG-OUT.
           MOVE ROWS-U TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-O TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-A TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-D TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-H TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-Z TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-K TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-W TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-N TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           MOVE ROWS-S TO TXT-CNT-E.
           PERFORM APPEND-TOTAL THRU APPEND-TOTAL-END.
           WRITE RECPKG-OUT.
       WRITE-TOTALS-ROW-END.
           EXIT.

      * PROCEDURE APPEND-TOTAL : ADDS ",<COUNT>" TO THE T ROW - THE
      * COUNTS RUN IN THE ORDER P,U,O,A,D,H,Z,K,W,N,S
       APPEND-TOTAL.
           STRING FUNCTION TRIM (RECPKG-OUT) ','
                  FUNCTION TRIM (TXT-CNT-E)
              DELIMITED BY SIZE INTO AUD-OLD.
           MOVE AUD-OLD TO RECPKG-OUT.
       APPEND-TOTAL-END.
           EXIT.

      * PROCEDURE WRITE-INQAUDIT : THE PRODUCTION'S OWN ACCESS ROW -
      * THE REQUESTER, THE SUBJECT AND WHEN (DBPCB9)
       WRITE-INQAUDIT.
           COMPUTE INQID-INQ = WS-REQ-OPERID * INQ-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-REQ-OPERID TO OPERID-INQ.
           IF PRODUCE-CUSTOMER
             MOVE WS-SUBJECT-ID TO CUSTID-INQ
             MOVE 0 TO ACCID-INQ
           ELSE
             MOVE 0 TO CUSTID-INQ
             IF TOTAL-PKG-CUST > 0
               MOVE PKG-CUSTID (1) TO CUSTID-INQ
             END-IF
             MOVE WS-SUBJECT-ID TO ACCID-INQ
           END-IF.
           MOVE 'RECPROD ' TO TRANCODE-INQ.
           MOVE TIMESTAMP TO TIMESTMP-INQ.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB9.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, INQAUDIT-SEG, INQAUDIT-SSA.
           IF DBSTAT NOT = SPACES
             DISPLAY 'INQAUDIT ISRT FAILED WITH STATUS CODE: ' DBSTAT
             DISPLAY 'RECPROD - PRODUCTION NOT LOGGED - RECORD THE '
                'CUSTODY BY HAND BEFORE RELEASING THE PACKAGE'
             MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-INQAUDIT-END.
           EXIT.

      * PROCEDURE MASK-TIN : TINP-STORED MASKED TO ITS LAST FOUR IN
      * TINP-MASKED - THE LAST FOUR ARE NEVER ENCIPHERED (SEE TINPROT),
      * SO NO DECRYPTION IS NEEDED. A BLANK TIN STAYS BLANK.
       MASK-TIN.
           IF TINP-STORED = SPACES
             MOVE SPACES TO TINP-MASKED
           ELSE
             MOVE '*****' TO TINP-MASKED (1:5)
             MOVE TINP-STORED (6:4) TO TINP-MASKED (6:4)
           END-IF.
       MASK-TIN-END.
           EXIT.
