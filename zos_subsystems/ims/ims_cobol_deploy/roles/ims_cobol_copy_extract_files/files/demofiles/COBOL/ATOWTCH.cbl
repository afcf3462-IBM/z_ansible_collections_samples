       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATOWTCH.

      ******************************************************************
      * ACCOUNT-TAKEOVER SURVEILLANCE - A TAKEOVER FOLLOWS A KNOWN
      * SEQUENCE. THIS NIGHTLY JOB LOOKS FOR ALL THREE STEPS, IN ORDER,
      * INSIDE THE LAST ATO-WINDOW-DAYS:
      *
      *   1. PROFILE CHANGE - AN FBSCUDAT AUDIT ROW WHERE THE ADDRESS,
      *      CITY, ZIP, PHONE, EMAIL OR SMS NUMBER CHANGED (THE
      *      ENROLLMENT ROW, WITH BLANK BEFORE VALUES, DOES NOT COUNT)
      *   2. NEW CREDENTIAL OR NEW WAY OUT - AFTER THE CHANGE, ANY OF:
      *      SECEVT 'U' (FBPWDRST PASSWORD RESET OR AN UNLOCK),
      *      SECEVT 'R' (CARD ISSUED OR REPLACED BY FBCARDMNT),
      *      SECEVT 'E' (EXTERNAL PAYEE ADDED BY FBEXTMNT), A NEW
      *      FBALSMNT ALIAS, OR A WIRE TO A BENEFICIARY (ROUTING PLUS
      *      ACCOUNT) THE CUSTOMER HAD NOT WIRED BEFORE THE CHANGE
      *   3. LARGE OUTBOUND MOVE - AFTER STEP 2, A WITHDRAWAL ('w', ANY
      *      CHANNEL) OF AT LEAST ATO-LARGE-AMT FROM AN ACCOUNT THE
      *      CUSTOMER OWNS (CUSTACCS, JOINT OWNERSHIP INCLUDED)
      *
      * A FLAGGED CUSTOMER GETS A PENDING REVIEW ROW (TRXTYPE-REV 'K',
      * THE LARGEST OUTBOUND AMOUNT) UNDER THE ACCOUNT THE MONEY LEFT,
      * FOR THE FRAUD DESK TO WORK IN FBREVMNT - APPROVING A 'K' ROW
      * POSTS NOTHING. THE CUSTOMER IS WARNED THROUGH NOTIFQ (EVENT 'T')
      * AT THE EMAIL AND SMS/PHONE ON FILE BEFORE THE CHANGE, WHATEVER
      * THEIR OPT-INS - THE NEW CONTACT DETAILS MAY BE THE FRAUDSTER'S.
      * AN ACCOUNT WITH A 'K' REVIEW STILL PENDING IS NOT RE-FLAGGED.
      * RETURN-CODE 4 WHEN ANY CUSTOMER WAS FLAGGED.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

      * HOW FAR BACK THE WHOLE CHAIN MUST FALL - CHANGE HERE TO WIDEN
      * OR NARROW THE WATCH, AS WITH SELFDEAL'S SD-WINDOW-DAYS
       77  ATO-WINDOW-DAYS     PIC S9(4) COMP-5 VALUE 7.
       77  ATO-LARGE-AMT       PIC S9(13)V9(2) COMP-3 VALUE 5000.
       77  ATO-REASON          PIC X(30)
                                  VALUE 'ACCOUNT TAKEOVER PATTERN'.
       77  NTF-TIME-MULT       PIC S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *CANDIDATES - ONE ROW PER CUSTOMER WITH A PROFILE CHANGE IN THE
      *WINDOW. AT-STEPTS IS HIGH-VALUES UNTIL A STEP-2 EVENT IS FOUND.
      ******************************************************************

       77  MAX-ATO             PIC S9(9) COMP-5 VALUE 500.
       77  TOTAL-ATO           PIC S9(9) COMP-5 VALUE 0.
       77  WS-AT-IX            PIC S9(9) COMP-5.
       77  WS-AT-FOUND-IX      PIC S9(9) COMP-5.
       77  WS-FIND-CUSTID      PIC S9(9) COMP-5.

       01  ATO-TABLE.
           05  ATO-ROW OCCURS 500 TIMES.
               10  AT-CUSTID       PIC S9(9) COMP-5.
               10  AT-CHGTS        PIC X(23).
               10  AT-CHGWHAT      PIC X(08).
               10  AT-OLDEMAIL     PIC X(50).
               10  AT-OLDSMS       PIC X(12).
               10  AT-OLDPHONE     PIC X(12).
               10  AT-STEPTS       PIC X(23).
               10  AT-STEP         PIC X(01).
               10  AT-OUTAMT       PIC S9(13)V9(2) COMP-3.
               10  AT-OUTACC       PIC S9(18) COMP-5.
               10  AT-OUTTS        PIC X(23).

      ******************************************************************
      *WIRE BENEFICIARIES EACH CANDIDATE USED BEFORE THEIR CHANGE
      ******************************************************************

       77  MAX-KNOWN           PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-KNOWN         PIC S9(9) COMP-5 VALUE 0.
       77  WS-KB-IX            PIC S9(9) COMP-5.
       77  WS-KB-FOUND-SW      PIC X(01).

       01  KNOWN-TABLE.
           05  KNOWN-ROW OCCURS 2000 TIMES.
               10  KB-CUSTID       PIC S9(9) COMP-5.
               10  KB-BENROUTE     PIC X(09).
               10  KB-BENACCT      PIC X(18).

      ******************************************************************
      *ACCOUNTS OWNED BY CANDIDATES THAT REACHED STEP 2
      ******************************************************************

       77  MAX-OWNERS          PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-OWNERS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-OWN-IX           PIC S9(9) COMP-5.

       01  OWNER-TABLE.
           05  OWNER-ROW OCCURS 2000 TIMES.
               10  OWN-ACCID       PIC S9(18) COMP-5.
               10  OWN-AT-IX       PIC S9(9) COMP-5.

       77  WS-REVID-NEW        PIC S9(9) COMP-5.
       77  WS-K-PENDING-SW     PIC X(01).
       77  WS-NTF-BASEID       PIC S9(18) COMP-5.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ALIAS-SSA.
           05  FILLER          PIC  X(08)        VALUE "ALIAS   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
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

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  REVIEW-SSA.
           05  FILLER          PIC  X(08)        VALUE "REVIEW  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  NOTIFQ-SSA.
           05  FILLER          PIC  X(08)        VALUE "NOTIFQ  ".
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

      *    AUDIT-SEG - THE BEFORE/AFTER CHANGE TRAIL FBSCUDAT WRITES.
      *    EVERY ROW CARRIES THE WHOLE PROFILE ON BOTH SIDES, SO THE
      *    OLD CONTACT POINTS COME STRAIGHT FROM THE EARLIEST ROW.
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

      *    SECEVT-SEG - 'U' UNLOCK/PASSWORD RESET, 'R' CARD ISSUED,
      *    'E' EXTERNAL PAYEE ADDED ARE THE TYPES READ HERE
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

       01  ALIAS-SEG.
           05  ALIASKEY-ALS    PIC  X(18).
           05  CUSTID-ALS      PIC  S9(9) COMP-5.
           05  ACCID-ALS       PIC  S9(18) COMP-5.
           05  STATUS-ALS      PIC  X(01).
           05  VERCODE-ALS     PIC  9(6).
           05  CREATETS-ALS    PIC  X(23).
           05  VERIFTS-ALS     PIC  X(23).

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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

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
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

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
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      ******************************************************************
      *REVIEW CHILD SEGMENT - TRXTYPE-REV 'K' IS A TAKEOVER ALERT RAISED
      *HERE: NOTHING IS HELD, THE AMOUNT IS THE OUTBOUND MOVE THAT
      *COMPLETED THE PATTERN
      ******************************************************************

       01  REVIEW-SEG.
           05  ACCID-REV       PIC  S9(18) COMP-5.
           05  REVID-REV       PIC  S9(9) COMP-5.
           05  TRXTYPE-REV     PIC  X(01).
           05  AMOUNT-REV      PIC  S9(13)V9(2) COMP-3.
           05  FLAGDATE-REV    PIC  X(08).
           05  REASON-REV      PIC  X(30).
           05  STATUS-REV      PIC  X(01).
               88  REVIEW-PENDING   VALUE "P".
               88  REVIEW-APPROVED  VALUE "A".
               88  REVIEW-REJECTED  VALUE "R".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

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

      ******************************************************************
      *CLOCK STRUCTURE AND WINDOW CUTOFF
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

       01  TODAY-YMD               PIC X(10).
       01  WS-TODAY8               PIC X(08).
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  WINDOW-CUTOFF-YMD       PIC X(10).

       01  PROFILE-CHANGES         PIC  S9(9) COMP-5 VALUE 0.
       01  STEP2-CUSTOMERS         PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-FLAGGED       PIC  S9(9) COMP-5 VALUE 0.
       01  REVIEWS-OPENED          PIC  S9(9) COMP-5 VALUE 0.
       01  ALERTS-QUEUED           PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - CUSTOMER WITH ITS AUDIT CHILDREN (READ)
      *   DBPCB2 - SECEVT (READ)
      *   DBPCB3 - ALIAS (READ)
      *   DBPCB4 - WIRE (READ)
      *   DBPCB5 - CUSTACCS (READ)
      *   DBPCB6 - HISTORY THROUGH ACCIDHX (READ)
      *   DBPCB7 - ACCOUNT WITH ITS REVIEW CHILDREN (UPDATE)
      *   DBPCB8 - NOTIFQ (INSERT)
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.
       01  DBPCB7 POINTER.
       01  DBPCB8 POINTER.

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
                    DBPCB7, DBPCB8.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           MOVE WS-CURRENT-DATE TO WS-TODAY8.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) - ATO-WINDOW-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WINDOW-CUTOFF-YMD.

      * STEP 1 - PROFILE CHANGES FROM ONE CUSTOMER/AUDIT WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SCAN-ONE-CUSTOMER THRU SCAN-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * STEP 2 - SECURITY EVENTS, NEW ALIASES, NEW WIRE BENEFICIARIES
           IF TOTAL-ATO > 0
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GU, DBPCB, SECEVT-SEG, SECEVT-SSA
             PERFORM SCAN-ONE-SECEVT THRU SCAN-ONE-SECEVT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
             CALL "CBLTDLI"
               USING GU, DBPCB, ALIAS-SEG, ALIAS-SSA
             PERFORM SCAN-ONE-ALIAS THRU SCAN-ONE-ALIAS-END
                UNTIL DBSTAT = GB OR DBSTAT = GE

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4
             CALL "CBLTDLI"
               USING GU, DBPCB, WIRE-SEG, WIRE-SSA
             PERFORM LOAD-ONE-KNOWN THRU LOAD-ONE-KNOWN-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             CALL "CBLTDLI"
               USING GU, DBPCB, WIRE-SEG, WIRE-SSA
             PERFORM SCAN-ONE-WIRE THRU SCAN-ONE-WIRE-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.

      * STEP 3 - LARGE OUTBOUND MOVES ON THE STEP-2 CUSTOMERS' ACCOUNTS
           IF TOTAL-ATO > 0
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
             PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.
           PERFORM SCAN-ONE-OWNED THRU SCAN-ONE-OWNED-END
              VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > TOTAL-OWNERS.

      * FULL CHAIN - REVIEW ROW AND OLD-CONTACT WARNING
           PERFORM RAISE-ONE-ALERT THRU RAISE-ONE-ALERT-END
              VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > TOTAL-ATO.

           DISPLAY '========================================'.
           DISPLAY 'ACCOUNT-TAKEOVER SURVEILLANCE - ' TODAY-YMD.
           DISPLAY 'WINDOW FROM: ' WINDOW-CUTOFF-YMD.
           DISPLAY '----------------------------------------'.
           DISPLAY 'PROFILE CHANGES:          ' PROFILE-CHANGES.
           DISPLAY 'FOLLOWED BY A NEW ACCESS: ' STEP2-CUSTOMERS.
           DISPLAY 'CUSTOMERS FLAGGED:        ' CUSTOMERS-FLAGGED.
           DISPLAY 'REVIEWS OPENED:           ' REVIEWS-OPENED.
           DISPLAY 'ALERTS QUEUED:            ' ALERTS-QUEUED.
           DISPLAY '========================================'.

           IF CUSTOMERS-FLAGGED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE SCAN-ONE-CUSTOMER : WALKS THE CUSTOMER'S AUDIT
      * CHILDREN FOR A CONTACT CHANGE, THEN ADVANCES THE WALK
       SCAN-ONE-CUSTOMER.
           IF DBSTAT = SPACES
             MOVE CUSTID-CD TO WS-FIND-CUSTID
             MOVE 0 TO WS-AT-FOUND-IX
             CALL 'CBLTDLI'
               USING GNP, DBPCB, AUDIT-SEG, AUDIT-SSA
             PERFORM SCAN-ONE-AUDIT THRU SCAN-ONE-AUDIT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             CALL 'CBLTDLI'
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-CUSTOMER-END.

      * PROCEDURE SCAN-ONE-AUDIT : A CHANGE OF ADDRESS OR CONTACT POINT
      * IN THE WINDOW MAKES THE CUSTOMER A CANDIDATE. THE EARLIEST SUCH
      * CHANGE FIXES THE START OF THE CHAIN AND THE OLD CONTACTS.
       SCAN-ONE-AUDIT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO SCAN-ONE-AUDIT-END
           END-IF.
           IF AUD-YMD < WINDOW-CUTOFF-YMD OR
              OLDLASTNAME-AUD = SPACES
             GO TO SCAN-ONE-AUDIT-NEXT
           END-IF.
           IF OLDADDRESS-AUD = NEWADDRESS-AUD AND
              OLDCITY-AUD = NEWCITY-AUD AND
              OLDZIPCODE-AUD = NEWZIPCODE-AUD AND
              OLDPHONE-AUD = NEWPHONE-AUD AND
              OLDEMAIL-AUD = NEWEMAIL-AUD AND
              OLDSMS-AUD = NEWSMS-AUD
             GO TO SCAN-ONE-AUDIT-NEXT
           END-IF.
           IF WS-AT-FOUND-IX = 0
             IF TOTAL-ATO < MAX-ATO
               ADD 1 TO TOTAL-ATO
               ADD 1 TO PROFILE-CHANGES
               MOVE TOTAL-ATO TO WS-AT-FOUND-IX
               MOVE WS-FIND-CUSTID TO AT-CUSTID (WS-AT-FOUND-IX)
               MOVE HIGH-VALUES TO AT-CHGTS (WS-AT-FOUND-IX)
               MOVE HIGH-VALUES TO AT-STEPTS (WS-AT-FOUND-IX)
               MOVE SPACE TO AT-STEP (WS-AT-FOUND-IX)
               MOVE 0 TO AT-OUTAMT (WS-AT-FOUND-IX)
               MOVE 0 TO AT-OUTACC (WS-AT-FOUND-IX)
               MOVE SPACES TO AT-OUTTS (WS-AT-FOUND-IX)
             ELSE
               DISPLAY 'ATOWTCH: CANDIDATE TABLE FULL - CUSTID '
                  WS-FIND-CUSTID ' NOT WATCHED'
               GO TO SCAN-ONE-AUDIT-NEXT
             END-IF
           END-IF.
           IF TIMESTMP-AUD < AT-CHGTS (WS-AT-FOUND-IX)
             MOVE TIMESTMP-AUD TO AT-CHGTS (WS-AT-FOUND-IX)
             MOVE OLDEMAIL-AUD TO AT-OLDEMAIL (WS-AT-FOUND-IX)
             MOVE OLDSMS-AUD TO AT-OLDSMS (WS-AT-FOUND-IX)
             MOVE OLDPHONE-AUD TO AT-OLDPHONE (WS-AT-FOUND-IX)
             EVALUATE TRUE
               WHEN OLDADDRESS-AUD NOT = NEWADDRESS-AUD OR
                    OLDCITY-AUD NOT = NEWCITY-AUD OR
                    OLDZIPCODE-AUD NOT = NEWZIPCODE-AUD
                 MOVE 'ADDRESS' TO AT-CHGWHAT (WS-AT-FOUND-IX)
               WHEN OLDPHONE-AUD NOT = NEWPHONE-AUD
                 MOVE 'PHONE' TO AT-CHGWHAT (WS-AT-FOUND-IX)
               WHEN OLDEMAIL-AUD NOT = NEWEMAIL-AUD
                 MOVE 'EMAIL' TO AT-CHGWHAT (WS-AT-FOUND-IX)
               WHEN OTHER
                 MOVE 'SMS' TO AT-CHGWHAT (WS-AT-FOUND-IX)
             END-EVALUATE
           END-IF.
       SCAN-ONE-AUDIT-NEXT.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, AUDIT-SEG, AUDIT-SSA.
       SCAN-ONE-AUDIT-END.

      * PROCEDURE FIND-ONE-ATO : SETS WS-AT-FOUND-IX TO THE CANDIDATE
      * ROW FOR WS-FIND-CUSTID
       FIND-ONE-ATO.
           IF AT-CUSTID (WS-AT-IX) = WS-FIND-CUSTID
             MOVE WS-AT-IX TO WS-AT-FOUND-IX
           END-IF.
       FIND-ONE-ATO-END.

      * PROCEDURE LOOKUP-ATO : CANDIDATE ROW FOR WS-FIND-CUSTID, OR 0
       LOOKUP-ATO.
           MOVE 0 TO WS-AT-FOUND-IX.
           PERFORM FIND-ONE-ATO THRU FIND-ONE-ATO-END
              VARYING WS-AT-IX FROM 1 BY 1
              UNTIL WS-AT-IX > TOTAL-ATO.
       LOOKUP-ATO-END.

      * PROCEDURE NOTE-STEP2 : KEEPS THE EARLIEST STEP-2 EVENT THAT
      * FOLLOWED THE CHANGE. CALLER SETS WS-AT-FOUND-IX, THE EVENT
      * TIME IN TIMESTAMP-STYLE TEXT (TIMESTMP-SEV IS REUSED AS THE
      * CARRIER) AND THE STEP CODE IN EVTTYPE-SEV.
       NOTE-STEP2.
           IF TIMESTMP-SEV > AT-CHGTS (WS-AT-FOUND-IX) AND
              TIMESTMP-SEV < AT-STEPTS (WS-AT-FOUND-IX)
             IF AT-STEPTS (WS-AT-FOUND-IX) = HIGH-VALUES
               ADD 1 TO STEP2-CUSTOMERS
             END-IF
             MOVE TIMESTMP-SEV TO AT-STEPTS (WS-AT-FOUND-IX)
             MOVE EVTTYPE-SEV TO AT-STEP (WS-AT-FOUND-IX)
           END-IF.
       NOTE-STEP2-END.

      * PROCEDURE SCAN-ONE-SECEVT : A PASSWORD RESET/UNLOCK, CARD
      * ISSUE OR NEW EXTERNAL PAYEE AFTER A CANDIDATE'S CHANGE
       SCAN-ONE-SECEVT.
           IF DBSTAT = SPACES
             IF TIMESTMP-SEV (1:10) NOT < WINDOW-CUTOFF-YMD AND
                (EVTTYPE-SEV = 'U' OR EVTTYPE-SEV = 'R' OR
                 EVTTYPE-SEV = 'E')
               MOVE CUSTID-SEV TO WS-FIND-CUSTID
               PERFORM LOOKUP-ATO THRU LOOKUP-ATO-END
               IF WS-AT-FOUND-IX > 0
                 PERFORM NOTE-STEP2 THRU NOTE-STEP2-END
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, SECEVT-SEG, SECEVT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-SECEVT-END.

      * PROCEDURE SCAN-ONE-ALIAS : AN ALIAS CREATED AFTER THE CHANGE
      * IS STEP 'A'
       SCAN-ONE-ALIAS.
           IF DBSTAT = SPACES
             IF CREATETS-ALS (1:10) NOT < WINDOW-CUTOFF-YMD
               MOVE CUSTID-ALS TO WS-FIND-CUSTID
               PERFORM LOOKUP-ATO THRU LOOKUP-ATO-END
               IF WS-AT-FOUND-IX > 0
                 MOVE CREATETS-ALS TO TIMESTMP-SEV
                 MOVE 'A' TO EVTTYPE-SEV
                 PERFORM NOTE-STEP2 THRU NOTE-STEP2-END
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, ALIAS-SEG, ALIAS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ALIAS-END.

      * PROCEDURE LOAD-ONE-KNOWN : A CANDIDATE'S WIRES TAKEN BEFORE
      * THEIR CHANGE ESTABLISH THE BENEFICIARIES THEY ALREADY USED
       LOAD-ONE-KNOWN.
           IF DBSTAT = SPACES
             MOVE CUSTID-WIR TO WS-FIND-CUSTID
             PERFORM LOOKUP-ATO THRU LOOKUP-ATO-END
             IF WS-AT-FOUND-IX > 0
               IF TAKENTS-WIR < AT-CHGTS (WS-AT-FOUND-IX)
                 PERFORM LOOKUP-KNOWN THRU LOOKUP-KNOWN-END
                 IF WS-KB-FOUND-SW = 'N'
                   IF TOTAL-KNOWN < MAX-KNOWN
                     ADD 1 TO TOTAL-KNOWN
                     MOVE CUSTID-WIR TO KB-CUSTID (TOTAL-KNOWN)
                     MOVE BENROUTE-WIR TO KB-BENROUTE (TOTAL-KNOWN)
                     MOVE BENACCT-WIR TO KB-BENACCT (TOTAL-KNOWN)
                   ELSE
                     DISPLAY 'ATOWTCH: BENEFICIARY TABLE FULL - CUSTID '
                        CUSTID-WIR ' NOT MAPPED'
                   END-IF
                 END-IF
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, WIRE-SEG, WIRE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-KNOWN-END.

      * PROCEDURE LOOKUP-KNOWN : WS-KB-FOUND-SW 'Y' WHEN THE WIRE'S
      * CUSTOMER HAS USED ITS BENEFICIARY BEFORE
       LOOKUP-KNOWN.
           MOVE 'N' TO WS-KB-FOUND-SW.
           PERFORM CHECK-ONE-KNOWN THRU CHECK-ONE-KNOWN-END
              VARYING WS-KB-IX FROM 1 BY 1
              UNTIL WS-KB-IX > TOTAL-KNOWN.
       LOOKUP-KNOWN-END.

       CHECK-ONE-KNOWN.
           IF KB-CUSTID (WS-KB-IX) = CUSTID-WIR AND
              KB-BENROUTE (WS-KB-IX) = BENROUTE-WIR AND
              KB-BENACCT (WS-KB-IX) = BENACCT-WIR
             MOVE 'Y' TO WS-KB-FOUND-SW
           END-IF.
       CHECK-ONE-KNOWN-END.

      * PROCEDURE SCAN-ONE-WIRE : A WIRE TAKEN AFTER THE CHANGE TO A
      * BENEFICIARY NOT USED BEFORE IT IS STEP 'W'
       SCAN-ONE-WIRE.
           IF DBSTAT = SPACES
             MOVE CUSTID-WIR TO WS-FIND-CUSTID
             PERFORM LOOKUP-ATO THRU LOOKUP-ATO-END
             IF WS-AT-FOUND-IX > 0
               IF TAKENTS-WIR > AT-CHGTS (WS-AT-FOUND-IX)
                 PERFORM LOOKUP-KNOWN THRU LOOKUP-KNOWN-END
                 IF WS-KB-FOUND-SW = 'N'
                   MOVE TAKENTS-WIR TO TIMESTMP-SEV
                   MOVE 'W' TO EVTTYPE-SEV
                   PERFORM NOTE-STEP2 THRU NOTE-STEP2-END
                 END-IF
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, WIRE-SEG, WIRE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-WIRE-END.

      * PROCEDURE LOAD-ONE-OWNER : MAPS EACH ACCOUNT OWNED BY A
      * CANDIDATE THAT REACHED STEP 2
       LOAD-ONE-OWNER.
           IF DBSTAT = SPACES
             MOVE CUSTID-CA TO WS-FIND-CUSTID
             PERFORM LOOKUP-ATO THRU LOOKUP-ATO-END
             IF WS-AT-FOUND-IX > 0
               IF AT-STEPTS (WS-AT-FOUND-IX) NOT = HIGH-VALUES
                 IF TOTAL-OWNERS < MAX-OWNERS
                   ADD 1 TO TOTAL-OWNERS
                   MOVE ACCID-CA TO OWN-ACCID (TOTAL-OWNERS)
                   MOVE WS-AT-FOUND-IX TO OWN-AT-IX (TOTAL-OWNERS)
                 ELSE
                   DISPLAY 'ATOWTCH: OWNER MAP FULL - ACCID ' ACCID-CA
                      ' NOT MAPPED'
                 END-IF
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-OWNER-END.

      * PROCEDURE SCAN-ONE-OWNED : READS ONE OWNED ACCOUNT'S HISTORY
      * FOR THE LARGEST WITHDRAWAL SINCE THE OWNER'S STEP-2 EVENT
       SCAN-ONE-OWNED.
           MOVE OWN-AT-IX (WS-OWN-IX) TO WS-AT-FOUND-IX.
           MOVE OWN-ACCID (WS-OWN-IX) TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM TEST-ONE-HIST THRU TEST-ONE-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       SCAN-ONE-OWNED-END.

       TEST-ONE-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = OWN-ACCID (WS-OWN-IX) AND
                TRANSTYP-HIST = 'w' AND
                AMOUNT-HIST NOT < ATO-LARGE-AMT AND
                TIMESTMP-HIST NOT < AT-STEPTS (WS-AT-FOUND-IX) AND
                AMOUNT-HIST > AT-OUTAMT (WS-AT-FOUND-IX)
               MOVE AMOUNT-HIST TO AT-OUTAMT (WS-AT-FOUND-IX)
               MOVE ACCID-HIST TO AT-OUTACC (WS-AT-FOUND-IX)
               MOVE TIMESTMP-HIST TO AT-OUTTS (WS-AT-FOUND-IX)
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-HIST-END.

      * PROCEDURE RAISE-ONE-ALERT : A CANDIDATE WITH THE FULL CHAIN
      * GETS A PENDING 'K' REVIEW UNDER THE ACCOUNT THE MONEY LEFT AND
      * A WARNING AT THEIR OLD CONTACT POINTS
       RAISE-ONE-ALERT.
           IF AT-OUTAMT (WS-AT-IX) = 0
             GO TO RAISE-ONE-ALERT-END
           END-IF.
           ADD 1 TO CUSTOMERS-FLAGGED.
           DISPLAY 'TAKEOVER PATTERN - CUSTID: ' AT-CUSTID (WS-AT-IX)
              ' CHANGED ' AT-CHGWHAT (WS-AT-IX)
              ' AT ' AT-CHGTS (WS-AT-IX).
           DISPLAY '  STEP ' AT-STEP (WS-AT-IX)
              ' AT ' AT-STEPTS (WS-AT-IX)
              ' OUTBOUND ' AT-OUTAMT (WS-AT-IX)
              ' FROM ACCID ' AT-OUTACC (WS-AT-IX)
              ' AT ' AT-OUTTS (WS-AT-IX).

           MOVE AT-OUTACC (WS-AT-IX) TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO RAISE-ONE-ALERT-END
           END-IF.
           PERFORM FIND-HIGHEST-REVID THRU FIND-HIGHEST-REVID-END.
           IF WS-K-PENDING-SW = 'Y'
             DISPLAY '  TAKEOVER REVIEW ALREADY PENDING - NOT RAISED'
             GO TO RAISE-ONE-ALERT-END
           END-IF.

           MOVE AT-OUTACC (WS-AT-IX) TO ACCID-REV.
           MOVE WS-REVID-NEW TO REVID-REV.
           MOVE 'K' TO TRXTYPE-REV.
           MOVE AT-OUTAMT (WS-AT-IX) TO AMOUNT-REV.
           MOVE WS-TODAY8 TO FLAGDATE-REV.
           MOVE ATO-REASON TO REASON-REV.
           MOVE 'P' TO STATUS-REV.
           MOVE 0 TO DSTACCID-REV.
           MOVE 0 TO DECOPER-REV.
           MOVE SPACES TO DECTS-REV.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, REVIEW-SEG, REVIEW-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO RAISE-ONE-ALERT-END
           END-IF.
           ADD 1 TO REVIEWS-OPENED.
           DISPLAY '  REVIEW OPENED - ACCID: ' ACCID-REV
              ' REVID: ' REVID-REV.

           PERFORM NOTIFY-OLD-CONTACTS THRU NOTIFY-OLD-CONTACTS-END.
       RAISE-ONE-ALERT-END.
           EXIT.

      * PROCEDURE FIND-HIGHEST-REVID : WALKS THE ACCOUNT'S EXISTING
      * REVIEW CHILDREN WITH GHNP TO DERIVE THE NEXT REVID-REV, NOTING
      * A 'K' ROW STILL PENDING, THEN RE-GHUS THE ACCOUNT TO RESTORE
      * POSITION BEFORE THE ISRT - SAME AS IBWIRE'S OWN
       FIND-HIGHEST-REVID.
           MOVE 0 TO WS-REVID-NEW.
           MOVE 'N' TO WS-K-PENDING-SW.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, REVIEW-SEG, REVIEW-SSA.
           PERFORM SCAN-ONE-REVIEW-FOR-REVID THRU
             SCAN-ONE-REVIEW-FOR-REVID-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           ADD 1 TO WS-REVID-NEW.

           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
       FIND-HIGHEST-REVID-END.

       SCAN-ONE-REVIEW-FOR-REVID.
           IF DBSTAT = SPACES
             IF REVID-REV > WS-REVID-NEW
               MOVE REVID-REV TO WS-REVID-NEW
             END-IF
             IF TRXTYPE-REV = 'K' AND REVIEW-PENDING
               MOVE 'Y' TO WS-K-PENDING-SW
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, REVIEW-SEG, REVIEW-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-REVIEW-FOR-REVID-END.

      * PROCEDURE NOTIFY-OLD-CONTACTS : EVENT 'T' TO THE EMAIL, AND TO
      * THE SMS NUMBER (OR FAILING THAT THE PHONE), ON FILE BEFORE THE
      * CHANGE. OPT-INS ARE NOT CONSULTED - THIS IS A SECURITY NOTICE.
       NOTIFY-OLD-CONTACTS.
           COMPUTE WS-NTF-BASEID = AT-CUSTID (WS-AT-IX) * NTF-TIME-MULT
              + WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS
              + WS-AT-IX * 2.
           IF AT-OLDEMAIL (WS-AT-IX) NOT = SPACES
             COMPUTE NOTIFID-NTF = WS-NTF-BASEID
             MOVE 'E' TO CHANNEL-NTF
             MOVE AT-OLDEMAIL (WS-AT-IX) TO CONTACT-NTF
             PERFORM INSERT-NOTIFQ-ROW THRU INSERT-NOTIFQ-ROW-END
           END-IF.
           MOVE SPACES TO CONTACT-NTF.
           IF AT-OLDSMS (WS-AT-IX) NOT = SPACES
             MOVE AT-OLDSMS (WS-AT-IX) TO CONTACT-NTF (1:12)
           ELSE
             MOVE AT-OLDPHONE (WS-AT-IX) TO CONTACT-NTF (1:12)
           END-IF.
           IF CONTACT-NTF NOT = SPACES
             COMPUTE NOTIFID-NTF = WS-NTF-BASEID + 1
             MOVE 'S' TO CHANNEL-NTF
             PERFORM INSERT-NOTIFQ-ROW THRU INSERT-NOTIFQ-ROW-END
           END-IF.
       NOTIFY-OLD-CONTACTS-END.
           EXIT.

       INSERT-NOTIFQ-ROW.
           MOVE AT-CUSTID (WS-AT-IX) TO CUSTID-NTF.
           MOVE 'T' TO EVTTYPE-NTF.
           MOVE 'PROFILE CHANGED THEN FUNDS MOVED - CALL US IF NOT YOU'
              TO MSGTEXT-NTF.
           MOVE 'P' TO STATUS-NTF.
           MOVE 0 TO ATTEMPTS-NTF.
           MOVE TIMESTAMP TO CREATETS-NTF.
           MOVE SPACES TO SENTTS-NTF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB8.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA.
           IF DBSTAT = SPACES
             ADD 1 TO ALERTS-QUEUED
           ELSE
             IF DBSTAT NOT = 'II'
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7.
       INSERT-NOTIFQ-ROW-END.
