       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBPRDCNV.

      ******************************************************************
      * ACCOUNT PRODUCT CONVERSION TRANSACTION - MOVES AN OPEN ACCOUNT
      * FROM ONE PRODCAT PRODUCT TO ANOTHER (CHECKING TO SAVINGS, A
      * BASIC PRODUCT TO A PREMIUM ONE) BY CHANGING ACCTYPE-ACC IN
      * PLACE. THE ACCID, ACCNUM, HISTORY, STANDING ORDERS, CARDS AND
      * OWNERSHIP ROWS ALL STAY WHERE THEY ARE - NOTHING IS CLOSED
      * THROUGH FBACCMNT OR REOPENED THROUGH FBACCOPN. MODELED ON
      * FBACCMNT'S OPERATOR/OWNER CHECKS AND ACCTAUD TRAIL.
      *
      * ONLY THE PRIMARY OWNER MAY ASK FOR A CONVERSION, KEYED BY AN
      * OPERATOR SIGNED ON AT THIS TERMINAL. THE TARGET PRODUCT MUST
      * BE IN THE PRODUCT CATALOG (THE SAME PRODCAT FBACCOPN LOADS) AND
      * DIFFER FROM THE CURRENT ONE. LOANS ('L'), CREDIT CARDS ('R'),
      * IRAS ('I') AND TERM DEPOSITS ('T', OR ANY ROW WITH A MATURITY
      * DATE) HAVE THEIR OWN TERMS, BILLING OR TAX TREATMENT AND ARE
      * NEVER CONVERTED IN EITHER DIRECTION. AN OVERDRAWN ACCOUNT IS
      * BROUGHT CURRENT FIRST, AND THE BALANCE LEFT AFTER SETTLEMENT
      * MUST MEET THE NEW PRODUCT'S MINIMUM OPENING BALANCE.
      *
      * THE OLD PRODUCT IS SETTLED BEFORE THE TYPE CHANGES, EACH STEP
      * POSTED THE WAY ITS NIGHTLY POSTER WOULD POST IT:
      *   1. THE WHOLE-CENT PART OF ACCRINT-ACC IS CAPITALIZED AS AN
      *      'i' CREDIT (OR 'm' DEBIT FOR OD INTEREST), WITH BACKUP OR
      *      NON-RESIDENT ALIEN WITHHOLDING TAKEN AS A LINKED 'b' OR
      *      'n' DEBIT - INTPOST'S MONTH-END CAPITALIZATION, EARLY.
      *   2. THE OLD PRODUCT'S MONTHLY FEE IS CHARGED FOR THE PART OF
      *      THE MONTH ALREADY SPENT ON IT (DAYS ELAPSED INCLUDING
      *      TODAY OVER DAYS IN THE MONTH) AS AN 'f' DEBIT.
      * THE TYPE AND RATE (THE NEW PRODUCT'S DEFAULT RATE) ARE THEN
      * REPLACED, AND THE CONVERSION IS RECORDED AS A ZERO-AMOUNT 'p'
      * MEMO ROW IN HISTORY (CHECKNUM-HIST CARRIES "PRODUCT o TO n")
      * AND ON ACCTAUD ROWS FOR THE TYPE AND THE RATE. ANY FAILURE
      * PART-WAY THROUGH BACKS THE WHOLE CONVERSION OUT (ROLB).
      *
      * DEPENDENTS ARE NOT CHANGED, ONLY COUNTED BACK FOR THE OPERATOR
      * TO REVIEW WHEN THEY NO LONGER SUIT THE NEW PRODUCT:
      *   SWEEPS    - AN ACTIVE SWEEP WHOSE OPERATING SIDE BECOMES A
      *               SAVINGS ACCOUNT, OR WHOSE SAVINGS SIDE BECOMES A
      *               PRODUCT THAT EARNS NOTHING
      *   ENVELOPES - SAVINGS BUCKETS LEFT ON AN ACCOUNT MOVING FROM
      *               AN INTEREST-BEARING PRODUCT TO ONE THAT IS NOT
      *   ODP LINK  - OVERDRAFT PROTECTION ON AN ACCOUNT BECOMING A
      *               SAVINGS ACCOUNT
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PRODUCT CATALOG - ONE ROW PER VALID ACCOUNT TYPE, SEE
      *    PRODCAT-TABLE BELOW
           SELECT PRODCAT-FILE ASSIGN TO PRODCAT.

       DATA DIVISION.

       FILE SECTION.
         FD PRODCAT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PRODCAT-IN.
       01  PRODCAT-IN           PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOACCOUNT       PIC  X(23) VALUE "ACCOUNT DOES NOT EXIST".
       77  NOTOPEN         PIC  X(26) VALUE "ACCOUNT IS NOT OPEN".
       77  BADACCTYPE      PIC  X(26) VALUE "UNKNOWN ACCOUNT TYPE".
       77  SAMEPRODUCT     PIC  X(30) VALUE
             "ACCOUNT ALREADY ON PRODUCT".
       77  NOTCONVERTIBLE  PIC  X(30) VALUE
             "PRODUCT CANNOT BE CONVERTED".
       77  OVERDRAWN       PIC  X(32) VALUE
             "OVERDRAWN - BRING CURRENT FIRST".
       77  BELOWMINBAL     PIC  X(32) VALUE
             "BALANCE BELOW PRODUCT MINIMUM".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  CONVERTED       PIC  X(32) VALUE
             "ACCOUNT CONVERTED".
       77  CONVREVIEW      PIC  X(32) VALUE
             "CONVERTED - REVIEW DEPENDENTS".

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
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  ROLB                PIC  X(04)        VALUE "ROLB".

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

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  SAVINGS-ACCTYPE     PIC X(01) VALUE 'S'.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.
      * WITHHOLDING ON THE CAPITALIZED INTEREST - THE SAME STATUTORY
      * RATES INTPOST APPLIES AT MONTH END
       77  BACKUP-WH-RATE      PIC S9(1)V9(4) COMP-3 VALUE 0.2400.
       77  NRA-WH-RATE         PIC S9(1)V9(4) COMP-3 VALUE 0.3000.

      * CONVERSION WORK FIELDS
       77  WS-BACKOUT          PIC X(01).
       77  WS-OLD-TYPE         PIC X(01).
       77  WS-OLD-IX           PIC 9(05) COMP-5.
       77  WS-NEW-IX           PIC 9(05) COMP-5.
       77  WS-OLD-RATE         PIC S9(1)V9(4) COMP-3.
       77  WS-EDIT-RATE        PIC 9.9999.
       77  WS-OPERID           PIC S9(9) COMP-5.
       77  INT-AMOUNT          PIC S9(13)V9(4) COMP-3.
       77  INT-AMOUNT-ROUNDED  PIC S9(13)V9(2) COMP-3.
       77  INT-TXID            PIC S9(18) COMP-5.
       77  WH-RATE             PIC S9(1)V9(4) COMP-3.
       77  WH-TRANSTYP         PIC X(01).
       77  WH-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WS-FEE-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-TOTAL-WH         PIC S9(13)V9(2) COMP-3.

      * PRORATION - DAYS IN THE CURRENT MONTH FROM THE FIRST OF THIS
      * MONTH TO THE FIRST OF THE NEXT
       77  WS-MONTH-DAYS       PIC S9(4) COMP-5.
       77  WS-FIRST-INT        PIC S9(9) COMP-5.
       77  WS-NEXT-INT         PIC S9(9) COMP-5.
       77  WS-NEXT-YEAR        PIC 9(04).
       77  WS-NEXT-MONTH       PIC 9(02).
       77  TODAY-YMD           PIC X(10).

      * ONE POSTING - SET BY THE CALLER OF POST-CONVERSION-ENTRY.
      * WS-ENT-EFFECT IS THE SIGNED CHANGE TO BALANCE-ACC.
       77  WS-ENT-TRANSTYP     PIC X(01).
       77  WS-ENT-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-ENT-EFFECT       PIC S9(13)V9(2) COMP-3.
       77  WS-ENT-REFTXID      PIC S9(18) COMP-5.
       77  WS-ENT-MEMO         PIC X(16).

      * DEPENDENT REVIEW COUNTS
       77  WS-SWEEP-MISFIT     PIC S9(4) COMP-5.
       77  WS-ENV-MISFIT       PIC S9(4) COMP-5.
       77  WS-ODP-MISFIT       PIC S9(4) COMP-5.
       77  WS-TARGET-ACCID     PIC S9(18) COMP-5.

      * OWNERSHIP/ROLE ENFORCEMENT WORK FIELDS - SEE CHECK-OWNERSHIP
       77  WS-OWN-CUSTID       PIC S9(9) COMP-5.
       77  WS-OWN-ACCID        PIC S9(18) COMP-5.
       77  WS-OWN-FOUND        PIC X(01).
       77  WS-OWN-ROLE         PIC X(01).
       77  NOTOWNER            PIC X(32) VALUE
             "ACCOUNT NOT OWNED BY CUSTOMER".
       77  NOTPRIMARY          PIC X(32) VALUE
             "PRIMARY OWNER ONLY".

      ******************************************************************
      *PRODUCT CATALOG TABLE - THE SAME PRODCAT CONTROL FILE AND TABLE
      *FBACCOPN LOADS: CODE, DESCRIPTION, DEFAULT INTEREST RATE,
      *MONTHLY FEE, MINIMUM OPENING BALANCE, INTEREST-BEARING FLAG AND
      *AN OPTIONAL CREDIT CARD DEFAULT LIMIT
      ******************************************************************

       77  MAX-PRODUCTS        PIC  9(05)        VALUE 00020.
       77  TOTAL-PRODUCTS      PIC  9(05)        VALUE 0.
       77  WS-PC-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-PC-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-PC-SEARCH-CD     PIC  X(01).

       01  PRODCAT-TABLE.
           05  PRODCAT-ENTRY OCCURS 20 TIMES
                          INDEXED BY PC-IX.
               10  PC-CODE         PIC  X(01).
               10  PC-DESC         PIC  X(20).
               10  PC-INTRATE      PIC  S9(1)V9(4) COMP-3.
               10  PC-MONTHFEE     PIC  S9(13)V9(2) COMP-3.
               10  PC-MINOPEN      PIC  S9(13)V9(2) COMP-3.
               10  PC-INTBEAR      PIC  X(01).
               10  PC-CREDLIM      PIC  S9(13)V9(2) COMP-3.

       01  TXT-PC-CODE         PIC  X(01).
       01  TXT-PC-DESC         PIC  X(20).
       01  TXT-PC-INTRATE      PIC  X(07).
       01  TXT-PC-MONTHFEE     PIC  X(16).
       01  TXT-PC-MINOPEN      PIC  X(16).
       01  TXT-PC-INTBEAR      PIC  X(01).
       01  TXT-PC-CREDLIM      PIC  X(16).
       01  WS-PRODCAT-EOF      PIC  X(01) VALUE 'N'.
           88  PRODCAT-EOF         VALUE 'Y'.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
      * OWNERROLE-CA LETS MORE THAN ONE CUSTACCS ROW SHARE THE SAME
      * ACCID-CA AS A JOINT OWNER - SEE LOADCUSA
           05  OWNERROLE-CA    PIC  X(1).

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
      * SECURITY CHALLENGE ANSWER AND LAST RECOGNIZED LOGIN DEVICE -
      * MAINTAINED BY FBLOGIN, BLANK UNTIL SET UP
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
      * HASHED CREDENTIAL FIELDS - THE PASSWORD IS NO LONGER KEPT IN
      * THE CLEAR. PWDHASH-CD HOLDS THE SAME STYLE OF TRANSFORM THE
      * CARD CHANNEL ALREADY USES FOR PINHASH-CRD; THE THREE HISTORY
      * SLOTS BLOCK REUSE OF A RECENT PASSWORD; PWDFORCE-CD 'Y'
      * FORCES A CHANGE AT NEXT LOGIN (A ONE-TIME PASSWORD FROM A
      * TELLER-ASSISTED RESET). SEE FBLOGIN AND FBPWDRST.
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
      * WHEN THIS ROW WAS RETIRED AS A DUPLICATE BY THE CUSTMRG MERGE
      * UTILITY, THE SURVIVING CUSTID - ZERO ON A LIVE ROW
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
      * DECEASED PROCESSING - SET BY FBDECNOT WHEN A DEATH
      * NOTIFICATION IS TAKEN; ESTDIST DISTRIBUTES THE FROZEN
      * ACCOUNTS TO THE BENEFICIARIES ON RELEASE
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
      * TAXPAYER IDENTIFICATION - TIN-CD IS THE NUMBER THE IRS KEYS
      * ELECTRONIC 1099 FILING BY; TINCERT-CD 'Y' MEANS A SIGNED W-9
      * IS ON FILE. INTEREST PAID WITHOUT A CERTIFIED TIN IS SUBJECT
      * TO BACKUP WITHHOLDING AT INTPOST TIME.
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS. OPTINS-CD
      * HOLDS ONE FLAG BYTE PER EVENT CLASS - 1 LARGE DEBIT, 2 DEVICE
      * CHANGE, 3 HOLD PLACED, 4 FAILED STANDING ORDER - EACH 'E'
      * EMAIL, 'S' SMS, 'B' BOTH OR 'N' NONE. SEE NOTIFDSP.
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
      * DATE OF BIRTH (YYYY-MM-DD) - CAPTURED BY LOADCUST/FBCUENRL.
      * A MINOR (UNDER MAJORITY-AGE) MAY ONLY OPEN A CUSTODIAL
      * ACCOUNT, LINKED TO AN ADULT CUSTODIAN THROUGH CUSTACCS ROLES
      * 'M'INOR AND 'C'USTODIAN - SEE OPEN-ACCOUNT BELOW.
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
      * MATDATE-ACC IS THE MATURITY DATE (YYYY-MM-DD), TERMMOS-ACC THE
      * TERM IN MONTHS, MATDISP-ACC THE DISPOSITION AT MATURITY ('R'
      * ROLL INTO A NEW TERM, 'T' TRANSFER PRINCIPAL AND INTEREST TO
      * PAYOUTACC-ACC). SEE TDMATURE, AND THE EARLY-WITHDRAWAL PENALTY
      * IN IBTRAN.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
      * APPROVED OVERDRAFT LINE - THE LOWEST THE BALANCE MAY GO IS
      * ZERO MINUS THIS LIMIT. ZERO MEANS NO OVERDRAFT (THE
      * LONG-STANDING FLOOR). OVERDRAWN BALANCES ACCRUE OD INTEREST
      * NIGHTLY IN INTPOST AND ODEXCESS REPORTS ACCOUNTS BEYOND
      * THEIR LIMIT.
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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TRANSTYP-HIST   PIC  X(1).
           05  AMOUNT-HIST     PIC  S9(13)V9(2) COMP-3.
           05  REFTXID-HIST    PIC  S9(18) COMP-5.
           05  ACCID-HIST      PIC  S9(18) COMP-5.
           05  BALAFTER-HIST   PIC  S9(13)V9(2) COMP-3.
      *    CHECK NUMBER OF A CLEARED CHECK (THE 'w' ROWS THE CHKPOST
      *    CLEARING POSTER WRITES) - SPACES FOR EVERY OTHER CHANNEL
           05  CHECKNUM-HIST   PIC  X(16).
      *    CLIENT REFERENCE / IDEMPOTENCY KEY CARRIED ON THE API AND
      *    CARD MESSAGES - A RETRY PRESENTING THE SAME REFERENCE IS
      *    REFUSED AND HANDED THE ORIGINAL RESULT INSTEAD OF POSTING
      *    TWICE. SPACES WHEN THE CALLER SENT NONE.
           05  CLIENTREF-HIST  PIC  X(16).
      *    OPERATOR WHO POSTED THE ENTRY (TELLER CHANNEL) - ZERO FOR A
      *    CUSTOMER-INITIATED OR BATCH POSTING. SEE THE OPERATOR
      *    ENTITLEMENT RECORD LOADOPER LOADS AND IBTRAN ENFORCES.
           05  OPERID-HIST     PIC  S9(9) COMP-5.
      *    ORIGINATING BRANCH AND TERMINAL (LTERM) OF THE POSTING -
      *    SPACES FOR BATCH POSTINGS. FOOTED NIGHTLY BY BRSETTLE.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
      *    CHANNEL THE POSTING CAME THROUGH - 'T'ELLER, 'P' API,
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

      *    ENVELOPE-SEG - SEE FBENVMNT
       01  ENVELOPE-SEG.
           05  ACCID-ENV       PIC  S9(18) COMP-5.
           05  ENVID-ENV       PIC  S9(9) COMP-5.
           05  ENVNAME-ENV     PIC  X(20).
           05  ALLOC-ENV       PIC  S9(13)V9(2) COMP-3.
           05  LOCKED-ENV      PIC  X(01).
           05  CREATEDT-ENV    PIC  X(10).

      *    ODPLINK-SEG - SEE FBODPMNT AND IBTRAN'S TRY-ODP-TRANSFER
       01  ODPLINK-SEG.
           05  ACCID-ODP       PIC  S9(18) COMP-5.
           05  FUNDACCID-ODP   PIC  S9(18) COMP-5.
           05  INCREMENT-ODP   PIC  S9(13)V9(2) COMP-3.
           05  FEE-ODP         PIC  S9(13)V9(2) COMP-3.

      *    SWEEP-SEG - SEE LOADSWEP AND SWEEPPOST
       01  SWEEP-SEG.
           05  SWEEPID         PIC  S9(18) COMP-5.
           05  CUSTID          PIC  S9(9) COMP-5.
           05  CHKACCID        PIC  S9(18) COMP-5.
           05  SAVACCID        PIC  S9(18) COMP-5.
           05  TARGETBAL       PIC  S9(13)V9(2) COMP-3.
           05  FLOORBAL        PIC  S9(13)V9(2) COMP-3.
           05  SWPSTATUS       PIC  X(1).

      ******************************************************************
      *ACCOUNT AUDIT CHILD SEGMENT - SEE FBACCMNT. ONE ROW FOR THE
      *PRODUCT CHANGE AND ONE FOR THE RATE CHANGE THAT GOES WITH IT.
      ******************************************************************

       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  FIELD-AAU       PIC  X(10).
           05  OLDVAL-AAU      PIC  X(16).
           05  NEWVAL-AAU      PIC  X(16).
           05  REASON-AAU      PIC  X(30).
           05  OPERID-AAU      PIC  S9(9) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  ACCID-IN        PIC  X(18).
      * PRODCAT CODE OF THE PRODUCT THE ACCOUNT IS MOVING TO
           05  NEWTYPE-IN      PIC  X(01).
      * CUSTOMER ASKING FOR THE CONVERSION - MUST BE THE PRIMARY OWNER
           05  CUSTID-IN       PIC  X(09).
           05  OPERID-IN       PIC  X(09).
      * REASON CODE - OPTIONAL TRAILING FIELD, KEPT ON THE AUDIT ROWS
           05  REASON-IN       PIC  X(30).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  OLDTYPE-OUT     PIC  X(01).
           05  NEWTYPE-OUT     PIC  X(01).
      * SETTLEMENT OF THE OLD PRODUCT - INTEREST CAPITALIZED (NEGATIVE
      * FOR OD INTEREST), TAX WITHHELD FROM IT, PRORATED FEE CHARGED
           05  INTEREST-OUT    PIC  -9(12).9(2).
           05  WITHHELD-OUT    PIC  9(13).9(2).
           05  FEE-OUT         PIC  9(13).9(2).
           05  BALANCE-OUT     PIC  -9(12).9(2).
      * DEPENDENTS THAT NO LONGER SUIT THE NEW PRODUCT
           05  SWEEPS-OUT      PIC  99.
           05  ENVELOPES-OUT   PIC  99.
           05  ODPLINK-OUT     PIC  99.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    ACCOUNT-SSA1 POSITIONS ON THE ACCOUNT BY ACCID
       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCTAUD-SSA INSERTS AN AUDIT ROW UNDER THE ACCOUNT
      *    CURRENTLY POSITIONED BY ACCOUNT-SSA1
       01  ACCTAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCTAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ENVELOPE-SSA.
           05  FILLER          PIC  X(08)        VALUE "ENVELOPE".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ODPLINK-SSA.
           05  FILLER          PIC  X(08)        VALUE "ODPLINK ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SWEEP-SSA.
           05  FILLER          PIC  X(08)        VALUE "SWEEP   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 READS THE PRIMARY OWNER'S TAX STATUS
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
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

      ******************************************************************
      * PCB ORDER:
      *   EVTPCBA - POSTING-EVENTS ALTERNATE PCB
      *   DBPCB1  - ACCOUNT, WITH ITS ENVELOPE, ODPLINK AND ACCTAUD
      *             CHILDREN
      *   DBPCB2  - HISTORY
      *   DBPCB3  - CUSTACCS
      *   DBPCB4  - OPERATOR
      *   DBPCB5  - CUSTOMER
      *   DBPCB6  - SWEEP
      ******************************************************************
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4,
                    DBPCB5, DBPCB6.

       BEGIN.

           MOVE 0 TO TERM-IO.
           PERFORM LOAD-PRODUCT-CATALOG
              THRU LOAD-PRODUCT-CATALOG-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO REASON-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM CONVERT-PRODUCT THRU CONVERT-PRODUCT-END

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

      * PROCEDURE CONVERT-PRODUCT : CHECKS THE OPERATOR, THE OWNER AND
      * THE PRODUCTS, SETTLES THE OLD PRODUCT, CHANGES THE TYPE AND
      * COUNTS THE DEPENDENTS THE OPERATOR SHOULD REVIEW
       CONVERT-PRODUCT.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO OLDTYPE-OUT.
           MOVE SPACES TO NEWTYPE-OUT.
           MOVE 'N' TO WS-BACKOUT.
           MOVE 0 TO INT-AMOUNT-ROUNDED.
           MOVE 0 TO WS-TOTAL-WH.
           MOVE 0 TO WS-FEE-AMOUNT.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO CONVERT-PRODUCT-END
           END-IF.
           COMPUTE WS-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           MOVE ACCID TO WS-TARGET-ACCID.

      * ONLY THE PRIMARY OWNER MAY CHANGE THE PRODUCT
           COMPUTE WS-OWN-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           MOVE ACCID TO WS-OWN-ACCID.
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-END.
           IF WS-OWN-FOUND = 'N'
             MOVE NOTOWNER TO MSG-OUT
             GO TO CONVERT-PRODUCT-END
           END-IF.
           IF WS-OWN-ROLE NOT = 'P'
             MOVE NOTPRIMARY TO MSG-OUT
             GO TO CONVERT-PRODUCT-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOACCOUNT TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CONVERT-PRODUCT-END
           END-IF.

           PERFORM EDIT-CONVERSION THRU EDIT-CONVERSION-END.
           IF MSG-OUT NOT = SPACES
             GO TO CONVERT-PRODUCT-END
           END-IF.

           PERFORM SETTLE-OLD-PRODUCT THRU SETTLE-OLD-PRODUCT-END.
           IF MSG-OUT = SPACES
             PERFORM APPLY-CONVERSION THRU APPLY-CONVERSION-END
           END-IF.

      * ANYTHING LEFT HALF-DONE IS BACKED OUT - THE SETTLEMENT ROWS,
      * THE TYPE CHANGE AND THEIR UNSENT POSTING EVENTS ALIKE - SO THE
      * CONVERSION CAN SIMPLY BE TRIED AGAIN
           IF MSG-OUT NOT = SPACES
             IF WS-BACKOUT = 'Y'
               CALL 'CBLTDLI' USING ROLB, LTERMPCB
             END-IF
             GO TO CONVERT-PRODUCT-END
           END-IF.

           MOVE BALANCE-ACC TO BALANCE-OUT.
           PERFORM FLAG-DEPENDENTS THRU FLAG-DEPENDENTS-END.
           MOVE WS-OLD-TYPE TO OLDTYPE-OUT.
           MOVE NEWTYPE-IN TO NEWTYPE-OUT.
           MOVE INT-AMOUNT-ROUNDED TO INTEREST-OUT.
           MOVE WS-TOTAL-WH TO WITHHELD-OUT.
           MOVE WS-FEE-AMOUNT TO FEE-OUT.
           MOVE WS-SWEEP-MISFIT TO SWEEPS-OUT.
           MOVE WS-ENV-MISFIT TO ENVELOPES-OUT.
           MOVE WS-ODP-MISFIT TO ODPLINK-OUT.
           IF WS-SWEEP-MISFIT > 0 OR WS-ENV-MISFIT > 0
              OR WS-ODP-MISFIT > 0
             MOVE CONVREVIEW TO MSG-OUT
           ELSE
             MOVE CONVERTED TO MSG-OUT
           END-IF.
       CONVERT-PRODUCT-END.
           EXIT.

      * PROCEDURE EDIT-CONVERSION : THE ACCOUNT JUST HELD MUST BE OPEN,
      * THE TARGET A DIFFERENT CATALOG PRODUCT, NEITHER SIDE ONE WITH
      * ITS OWN TERMS, AND THE BALANCE LEFT AFTER THE PRORATED FEE AT
      * LEAST THE NEW PRODUCT'S MINIMUM
       EDIT-CONVERSION.
           MOVE ACCTYPE-ACC TO WS-OLD-TYPE.
           MOVE WS-OLD-TYPE TO WS-PC-SEARCH-CD.
           PERFORM FIND-PRODUCT THRU FIND-PRODUCT-END.
           MOVE WS-PC-FOUND-IX TO WS-OLD-IX.
           MOVE NEWTYPE-IN TO WS-PC-SEARCH-CD.
           PERFORM FIND-PRODUCT THRU FIND-PRODUCT-END.
           MOVE WS-PC-FOUND-IX TO WS-NEW-IX.

           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE NOTOPEN TO MSG-OUT
             GO TO EDIT-CONVERSION-END
           END-IF.
           IF WS-NEW-IX = 0
             MOVE BADACCTYPE TO MSG-OUT
             GO TO EDIT-CONVERSION-END
           END-IF.
           IF NEWTYPE-IN = WS-OLD-TYPE
             MOVE SAMEPRODUCT TO MSG-OUT
             GO TO EDIT-CONVERSION-END
           END-IF.
           IF WS-OLD-TYPE = 'L' OR WS-OLD-TYPE = 'R'
              OR WS-OLD-TYPE = 'I' OR WS-OLD-TYPE = 'T'
              OR NEWTYPE-IN = 'L' OR NEWTYPE-IN = 'R'
              OR NEWTYPE-IN = 'I' OR NEWTYPE-IN = 'T'
              OR MATDATE-ACC NOT = SPACES
             MOVE NOTCONVERTIBLE TO MSG-OUT
             GO TO EDIT-CONVERSION-END
           END-IF.
           IF BALANCE-ACC < 0
             MOVE OVERDRAWN TO MSG-OUT
             GO TO EDIT-CONVERSION-END
           END-IF.

           PERFORM PRORATE-MONTHLY-FEE THRU PRORATE-MONTHLY-FEE-END.
           IF BALANCE-ACC - WS-FEE-AMOUNT < PC-MINOPEN (WS-NEW-IX)
             MOVE BELOWMINBAL TO MSG-OUT
           END-IF.
       EDIT-CONVERSION-END.
           EXIT.

      * PROCEDURE PRORATE-MONTHLY-FEE : THE OLD PRODUCT'S MONTHLY FEE
      * FOR THE DAYS OF THIS MONTH ALREADY SPENT ON IT, TODAY INCLUDED.
      * A PRODUCT NO LONGER IN THE CATALOG CARRIES NO FEE.
       PRORATE-MONTHLY-FEE.
           MOVE 0 TO WS-FEE-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO TODAY-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           IF WS-OLD-IX = 0
             GO TO PRORATE-MONTHLY-FEE-END
           END-IF.
           IF PC-MONTHFEE (WS-OLD-IX) NOT > 0
             GO TO PRORATE-MONTHLY-FEE-END
           END-IF.
           IF WS-CURRENT-MONTH = 12
             COMPUTE WS-NEXT-YEAR = WS-CURRENT-YEAR + 1
             MOVE 1 TO WS-NEXT-MONTH
           ELSE
             MOVE WS-CURRENT-YEAR TO WS-NEXT-YEAR
             COMPUTE WS-NEXT-MONTH = WS-CURRENT-MONTH + 1
           END-IF.
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100 + 1 ).
           COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE (
              WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1 ).
           COMPUTE WS-MONTH-DAYS = WS-NEXT-INT - WS-FIRST-INT.
           COMPUTE WS-FEE-AMOUNT ROUNDED =
              PC-MONTHFEE (WS-OLD-IX) * WS-CURRENT-DAY
                 / WS-MONTH-DAYS.
       PRORATE-MONTHLY-FEE-END.
           EXIT.

      * PROCEDURE SETTLE-OLD-PRODUCT : CAPITALIZES THE WHOLE-CENT PART
      * OF THE ACCRUAL (THE SUB-CENT RESIDUAL STAYS ACCRUED, AS AT
      * MONTH END), WITHHOLDS FROM EARNED INTEREST, AND CHARGES THE
      * PRORATED FEE
       SETTLE-OLD-PRODUCT.
           MOVE ACCRINT-ACC TO INT-AMOUNT.
           COMPUTE INT-AMOUNT-ROUNDED = INT-AMOUNT.
           IF INT-AMOUNT-ROUNDED NOT = 0
             IF INT-AMOUNT-ROUNDED > 0
               MOVE 'i' TO WS-ENT-TRANSTYP
               MOVE INT-AMOUNT-ROUNDED TO WS-ENT-AMOUNT
             ELSE
               MOVE 'm' TO WS-ENT-TRANSTYP
               COMPUTE WS-ENT-AMOUNT = 0 - INT-AMOUNT-ROUNDED
             END-IF
             MOVE INT-AMOUNT-ROUNDED TO WS-ENT-EFFECT
             MOVE 0 TO WS-ENT-REFTXID
             MOVE SPACES TO WS-ENT-MEMO
             COMPUTE ACCRINT-ACC = ACCRINT-ACC - INT-AMOUNT-ROUNDED
             PERFORM POST-CONVERSION-ENTRY
                THRU POST-CONVERSION-ENTRY-END
             IF MSG-OUT NOT = SPACES
               GO TO SETTLE-OLD-PRODUCT-END
             END-IF
             MOVE TXID-HIST TO INT-TXID
             IF INT-AMOUNT-ROUNDED > 0
               PERFORM CHECK-WITHHOLDING THRU CHECK-WITHHOLDING-END
               IF MSG-OUT NOT = SPACES
                 GO TO SETTLE-OLD-PRODUCT-END
               END-IF
             END-IF
           END-IF.

           IF WS-FEE-AMOUNT > 0
             MOVE 'f' TO WS-ENT-TRANSTYP
             MOVE WS-FEE-AMOUNT TO WS-ENT-AMOUNT
             COMPUTE WS-ENT-EFFECT = 0 - WS-FEE-AMOUNT
             MOVE 0 TO WS-ENT-REFTXID
             MOVE SPACES TO WS-ENT-MEMO
             PERFORM POST-CONVERSION-ENTRY
                THRU POST-CONVERSION-ENTRY-END
           END-IF.
       SETTLE-OLD-PRODUCT-END.
           EXIT.

      * PROCEDURE CHECK-WITHHOLDING : INTPOST'S RULE FOR THE INTEREST
      * JUST CAPITALIZED, AGAINST THE PRIMARY OWNER ALREADY PROVEN BY
      * CHECK-OWNERSHIP. A FOREIGN OWNER HAS THE TREATY RATE (WHILE THE
      * W-8 CLAIMING IT IS IN FORCE) OR THE STATUTORY RATE WITHHELD AS
      * AN 'n' DEBIT; A U.S. OWNER WITH NO CERTIFIED W-9 HAS BACKUP
      * WITHHOLDING TAKEN AS A 'b' DEBIT. EITHER IS LINKED TO THE
      * INTEREST ENTRY.
       CHECK-WITHHOLDING.
           MOVE 0 TO WH-RATE.
           MOVE WS-OWN-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             GO TO CHECK-WITHHOLDING-END
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.

           IF FORSTAT-CD = 'F' OR FORSTAT-CD = 'T'
             MOVE 'n' TO WH-TRANSTYP
             MOVE NRA-WH-RATE TO WH-RATE
             IF FORSTAT-CD = 'T' AND W8EXPIRY-CD NOT < TODAY-YMD
               MOVE TREATYRT-CD TO WH-RATE
             END-IF
           ELSE
             IF TINCERT-CD NOT = 'Y'
               MOVE 'b' TO WH-TRANSTYP
               MOVE BACKUP-WH-RATE TO WH-RATE
             END-IF
           END-IF.

           IF WH-RATE > 0
             COMPUTE WH-AMOUNT ROUNDED =
                INT-AMOUNT-ROUNDED * WH-RATE
             IF WH-AMOUNT > 0
               MOVE WH-TRANSTYP TO WS-ENT-TRANSTYP
               MOVE WH-AMOUNT TO WS-ENT-AMOUNT
               COMPUTE WS-ENT-EFFECT = 0 - WH-AMOUNT
               MOVE INT-TXID TO WS-ENT-REFTXID
               MOVE SPACES TO WS-ENT-MEMO
               PERFORM POST-CONVERSION-ENTRY
                  THRU POST-CONVERSION-ENTRY-END
               IF MSG-OUT = SPACES
                 MOVE WH-AMOUNT TO WS-TOTAL-WH
               END-IF
             END-IF
           END-IF.
       CHECK-WITHHOLDING-END.
           EXIT.

      * PROCEDURE APPLY-CONVERSION : THE NEW TYPE AND THE NEW
      * PRODUCT'S DEFAULT RATE GO ONTO THE ACCOUNT WITH THE 'p' MEMO
      * ROW, THEN THE ACCTAUD ROWS RECORD BOTH CHANGES
       APPLY-CONVERSION.
           MOVE INTRATE-ACC TO WS-OLD-RATE.
           MOVE NEWTYPE-IN TO ACCTYPE-ACC.
           MOVE PC-INTRATE (WS-NEW-IX) TO INTRATE-ACC.

           MOVE 'p' TO WS-ENT-TRANSTYP.
           MOVE 0 TO WS-ENT-AMOUNT.
           MOVE 0 TO WS-ENT-EFFECT.
           MOVE 0 TO WS-ENT-REFTXID.
           MOVE SPACES TO WS-ENT-MEMO.
           STRING 'PRODUCT ' WS-OLD-TYPE ' TO ' NEWTYPE-IN
              DELIMITED BY SIZE INTO WS-ENT-MEMO.
           PERFORM POST-CONVERSION-ENTRY
              THRU POST-CONVERSION-ENTRY-END.
           IF MSG-OUT NOT = SPACES
             GO TO APPLY-CONVERSION-END
           END-IF.

           MOVE 'ACCTYPE' TO FIELD-AAU.
           MOVE WS-OLD-TYPE TO OLDVAL-AAU.
           MOVE NEWTYPE-IN TO NEWVAL-AAU.
           PERFORM WRITE-ACCTAUD-REC THRU WRITE-ACCTAUD-REC-END.
           IF MSG-OUT NOT = SPACES
             GO TO APPLY-CONVERSION-END
           END-IF.
           IF WS-OLD-RATE NOT = INTRATE-ACC
             MOVE 'INTRATE' TO FIELD-AAU
             MOVE WS-OLD-RATE TO WS-EDIT-RATE
             MOVE WS-EDIT-RATE TO OLDVAL-AAU
             MOVE INTRATE-ACC TO WS-EDIT-RATE
             MOVE WS-EDIT-RATE TO NEWVAL-AAU
             PERFORM WRITE-ACCTAUD-REC THRU WRITE-ACCTAUD-REC-END
           END-IF.
       APPLY-CONVERSION-END.
           EXIT.

      * PROCEDURE POST-CONVERSION-ENTRY : ONE HISTORY ROW FOR THE
      * ACCOUNT HELD ON DBPCB1, THEN THE ACCOUNT REPL - THE SAME TXID
      * DERIVATION AND HISTORY-ISRT-THEN-ACCOUNT-REPL MECHANICS AS
      * EVERY OTHER POSTER. THE ACCOUNT IS STILL HELD FROM THE GHU:
      * THE HISTORY ISRT IS ON ITS OWN PCB. ANY CHANGE THE CALLER MADE
      * TO ACCOUNT-SEG GOES OUT WITH THE SAME REPL.
       POST-CONVERSION-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-HIST.

           COMPUTE ACCID-HIST = ACCID-ACC.
           COMPUTE TXID-HIST = ACCID-ACC * MULT-FACTOR
              + LASTTXID-ACC + 1.
           MOVE WS-ENT-TRANSTYP TO TRANSTYP-HIST.
           MOVE WS-ENT-AMOUNT TO AMOUNT-HIST.
           MOVE WS-ENT-REFTXID TO REFTXID-HIST.
           COMPUTE BALAFTER-HIST = BALANCE-ACC + WS-ENT-EFFECT.
           MOVE WS-ENT-MEMO TO CHECKNUM-HIST.
           MOVE SPACES TO CLIENTREF-HIST.
           MOVE WS-OPERID TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE LOGTTERM TO TERMID-HIST.
           MOVE 'T' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             GO TO POST-CONVERSION-ENTRY-END
           END-IF.
           MOVE 'Y' TO WS-BACKOUT.
           PERFORM PUBLISH-POSTING-EVENT THRU PUBLISH-POSTING-EVENT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC + WS-ENT-EFFECT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       POST-CONVERSION-ENTRY-END.
           EXIT.

      * PROCEDURE WRITE-ACCTAUD-REC : INSERTS AN AUDIT ROW (FIELD,
      * OLD AND NEW VALUE ALREADY SET BY THE CALLER) UNDER THE ACCOUNT
      * JUST REPL'D - FBACCMNT'S UNQUALIFIED-ISRT-UNDER-PARENT PATTERN
       WRITE-ACCTAUD-REC.
           MOVE TIMESTMP-HIST TO TIMESTMP-AAU.
           MOVE REASON-IN TO REASON-AAU.
           MOVE WS-OPERID TO OPERID-AAU.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       WRITE-ACCTAUD-REC-END.
           EXIT.

      * PROCEDURE FLAG-DEPENDENTS : COUNTS THE SWEEPS, ENVELOPES AND
      * OVERDRAFT-PROTECTION LINK THAT NO LONGER SUIT THE NEW PRODUCT.
      * NOTHING IS CHANGED - THE OPERATOR TAKES THEM UP WITH THE
      * CUSTOMER THROUGH FBENVMNT, FBODPMNT OR THE SWEEP LOAD.
       FLAG-DEPENDENTS.
           MOVE 0 TO WS-SWEEP-MISFIT.
           MOVE 0 TO WS-ENV-MISFIT.
           MOVE 0 TO WS-ODP-MISFIT.

      * ENVELOPES ARE SAVINGS BUCKETS - THEY STOP MAKING SENSE WHEN
      * THE MONEY IN THEM NO LONGER EARNS
           IF WS-OLD-IX > 0
             IF PC-INTBEAR (WS-OLD-IX) = 'Y'
                AND PC-INTBEAR (WS-NEW-IX) NOT = 'Y'
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
               CALL 'CBLTDLI'
                 USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
               CALL 'CBLTDLI'
                 USING GNP, DBPCB, ENVELOPE-SEG, ENVELOPE-SSA
               PERFORM COUNT-ONE-ENVELOPE THRU COUNT-ONE-ENVELOPE-END
                  UNTIL DBSTAT NOT = SPACES
             END-IF
           END-IF.

      * OVERDRAFT PROTECTION BELONGS ON A TRANSACTION ACCOUNT
           IF NEWTYPE-IN = SAVINGS-ACCTYPE
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL 'CBLTDLI'
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             CALL 'CBLTDLI'
               USING GNP, DBPCB, ODPLINK-SEG, ODPLINK-SSA
             IF DBSTAT = SPACES
               MOVE 1 TO WS-ODP-MISFIT
             END-IF
           END-IF.

      * EVERY SWEEP ROW IS WALKED, THE WAY SWEEPPOST WALKS THEM
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING GU, DBPCB, SWEEP-SEG, SWEEP-SSA.
           PERFORM TEST-ONE-SWEEP THRU TEST-ONE-SWEEP-END
              UNTIL DBSTAT NOT = SPACES.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       FLAG-DEPENDENTS-END.
           EXIT.

       COUNT-ONE-ENVELOPE.
           ADD 1 TO WS-ENV-MISFIT.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, ENVELOPE-SEG, ENVELOPE-SSA.
       COUNT-ONE-ENVELOPE-END.
           EXIT.

      * AN ACTIVE SWEEP NO LONGER FITS WHEN ITS OPERATING SIDE BECOMES
      * A SAVINGS ACCOUNT, OR ITS SAVINGS SIDE A PRODUCT THAT EARNS
      * NOTHING
       TEST-ONE-SWEEP.
           IF SWPSTATUS = 'A'
             IF CHKACCID = WS-TARGET-ACCID
                AND NEWTYPE-IN = SAVINGS-ACCTYPE
               ADD 1 TO WS-SWEEP-MISFIT
             END-IF
             IF SAVACCID = WS-TARGET-ACCID
                AND PC-INTBEAR (WS-NEW-IX) NOT = 'Y'
               ADD 1 TO WS-SWEEP-MISFIT
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, SWEEP-SEG, SWEEP-SSA.
       TEST-ONE-SWEEP-END.
           EXIT.

      * PROCEDURE CHECK-OWNERSHIP : WALKS THE CUSTOMER'S CUSTACCS ROWS
      * (QUALIFIED BY CUSTID) FOR THE ROW LINKING WS-OWN-CUSTID TO
      * WS-OWN-ACCID. WS-OWN-ROLE COMES BACK WITH OWNERROLE-CA.
       CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWN-FOUND.
           MOVE SPACES TO WS-OWN-ROLE.
           MOVE WS-OWN-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM TEST-ONE-OWNERSHIP THRU TEST-ONE-OWNERSHIP-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-OWN-FOUND = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OWNERSHIP-END.
           EXIT.

       TEST-ONE-OWNERSHIP.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-OWN-ACCID
               MOVE 'Y' TO WS-OWN-FOUND
               MOVE OWNERROLE-CA TO WS-OWN-ROLE
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-OWNERSHIP-END.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
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

      * PROCEDURE LOAD-PRODUCT-CATALOG : READS THE PRODUCT CATALOG
      * CONTROL FILE INTO PRODCAT-TABLE, ONCE, AT STARTUP - THE SAME
      * LOADER FBACCOPN USES
       LOAD-PRODUCT-CATALOG.
           MOVE 0 TO TOTAL-PRODUCTS.
           MOVE 'N' TO WS-PRODCAT-EOF.
           OPEN INPUT PRODCAT-FILE.
           READ PRODCAT-FILE
             AT END
               MOVE 'Y' TO WS-PRODCAT-EOF
           END-READ.
           PERFORM LOAD-ONE-PRODUCT THRU LOAD-ONE-PRODUCT-END
              UNTIL PRODCAT-EOF.
           CLOSE PRODCAT-FILE.
       LOAD-PRODUCT-CATALOG-END.
           EXIT.

       LOAD-ONE-PRODUCT.
           MOVE SPACES TO TXT-PC-CODE.
           MOVE SPACES TO TXT-PC-INTBEAR.
           MOVE SPACES TO TXT-PC-CREDLIM.
           UNSTRING PRODCAT-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-PC-CODE
                  TXT-PC-DESC
                  TXT-PC-INTRATE
                  TXT-PC-MONTHFEE
                  TXT-PC-MINOPEN
                  TXT-PC-INTBEAR
                  TXT-PC-CREDLIM
           END-UNSTRING.

           IF TXT-PC-CODE NOT = SPACES
             IF TOTAL-PRODUCTS < MAX-PRODUCTS
               ADD 1 TO TOTAL-PRODUCTS
               SET PC-IX TO TOTAL-PRODUCTS
               MOVE TXT-PC-CODE TO PC-CODE (PC-IX)
               MOVE TXT-PC-DESC TO PC-DESC (PC-IX)
               COMPUTE PC-INTRATE (PC-IX) =
                  FUNCTION NUMVAL ( TXT-PC-INTRATE )
               COMPUTE PC-MONTHFEE (PC-IX) =
                  FUNCTION NUMVAL ( TXT-PC-MONTHFEE )
               COMPUTE PC-MINOPEN (PC-IX) =
                  FUNCTION NUMVAL ( TXT-PC-MINOPEN )
               MOVE TXT-PC-INTBEAR TO PC-INTBEAR (PC-IX)
               IF TXT-PC-CREDLIM = SPACES
                 MOVE 0 TO PC-CREDLIM (PC-IX)
               ELSE
                 COMPUTE PC-CREDLIM (PC-IX) =
                    FUNCTION NUMVAL ( TXT-PC-CREDLIM )
               END-IF
             ELSE
               DISPLAY 'PRODCAT - PRODUCT TABLE FULL, ROW SKIPPED: '
                  PRODCAT-IN
             END-IF
           END-IF.

           READ PRODCAT-FILE
             AT END
               MOVE 'Y' TO WS-PRODCAT-EOF
           END-READ.
       LOAD-ONE-PRODUCT-END.
           EXIT.

      * PROCEDURE FIND-PRODUCT : LINEAR SCAN OF PRODCAT-TABLE FOR
      * WS-PC-SEARCH-CD
       FIND-PRODUCT.
           MOVE 0 TO WS-PC-FOUND-IX.
           PERFORM TEST-ONE-PRODUCT THRU TEST-ONE-PRODUCT-END
              VARYING WS-PC-SEARCH-IX FROM 1 BY 1
              UNTIL WS-PC-SEARCH-IX > TOTAL-PRODUCTS
                 OR WS-PC-FOUND-IX NOT = 0.
       FIND-PRODUCT-END.
           EXIT.

       TEST-ONE-PRODUCT.
           IF PC-CODE (WS-PC-SEARCH-IX) = WS-PC-SEARCH-CD
             MOVE WS-PC-SEARCH-IX TO WS-PC-FOUND-IX
           END-IF.
       TEST-ONE-PRODUCT-END.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * THE PCB IS NOT EXPRESS - IMS SENDS THE EVENT ONLY WHEN THIS
      * MESSAGE'S UNIT OF WORK COMMITS AT THE NEXT GU, AND DISCARDS IT
      * ON A ROLB. A FAILED ISRT DOES NOT STOP THE POSTING - EVTRPLY
      * REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'FBPRDCNV' TO PE-SOURCE.
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
