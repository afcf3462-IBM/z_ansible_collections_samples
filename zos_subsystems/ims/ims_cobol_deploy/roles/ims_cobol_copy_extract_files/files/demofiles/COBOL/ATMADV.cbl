       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMADV.

      ******************************************************************
      * ATM STAND-IN ADVICE POSTER - WHILE THE IMS REGION IS DOWN FOR
      * MAINTENANCE THE ATM NETWORK APPROVES OUR CARDHOLDERS' CASH
      * WITHDRAWALS ON OUR BEHALF UNDER ITS STAND-IN LIMITS AND SENDS
      * AN ADVICE FOR EACH ONE ONCE WE ARE BACK. THIS JOB READS THAT
      * ADVICE FILE (ADVIN) AND PUTS EVERY APPROVED WITHDRAWAL ON THE
      * BOOKS THE WAY FBCARDTXN WOULD HAVE: THE CARD IS FOUND THROUGH
      * CARDNOX, THE CARD OWNER'S TIER (TIERPROF) SETS THE DAILY LIMIT
      * AND THE FLAT FEE OVER THRESHOLD, THE WITHDRAWAL POSTS AS A 'w'
      * HISTORY-SEG ROW ON CHANNEL 'A' WITH ITS LINKED 'f' FEE ROW, AND
      * THE AMOUNT IS ACCUMULATED INTO WDRLDATE-ACC/WDRLTODAY-ACC.
      *
      * THE FILE CARRIES ONE RECORD PER LINE IN THE SAME QUOTED/COMMA
      * LAYOUT ACHPOST AND CARDCLR READ, TYPED BY THE FIRST COLUMN:
      *   H,"YYYY-MM-DD"                                  FILE HEADER
      *   D,"CARDNUM",AMOUNT,"TERMID","NETREF","YYYYMMDD" ADVICE
      *   T,COUNT,HASHTOTAL                               TRAILER
      * "TERMID" IS THE NETWORK'S ATM TERMINAL, "NETREF" ITS OWN
      * REFERENCE FOR THE ADVICE (CARRIED AS THE CLIENT REFERENCE, SO
      * A RE-SENT ADVICE IS REFUSED AS A DUPLICATE) AND THE LAST
      * COLUMN THE BUSINESS DATE THE NETWORK APPROVED IT.
      *
      * THE TRAILER IS PROVED BEFORE A SINGLE ITEM POSTS - A PARTIAL
      * OR DOUBLE-SHIPPED FILE FAILS WITH RC 8 AND NOTHING POSTS.
      *
      * THE CASH IS ALREADY OUT OF THE MACHINE, SO UNLIKE FBCARDTXN
      * NOTHING HERE IS DECLINED ON NSF, DAILY LIMIT, OR CARD STATUS -
      * AN ADVICE ON AN OPEN ACCOUNT ALWAYS POSTS, AND WHAT FRAUD AND
      * COLLECTIONS NEED TO CHASE GOES TO THE EXCEPTION FILE (ADVEXC -
      * THE ORIGINAL ADVICE PLUS A REASON CODE) AND THE JOB LOG:
      *   NEG   POSTING LEFT THE ACCOUNT BELOW ZERO (POSTED)
      *   HOTC  CARD WAS LOCKED OR CLOSED - HOT - WHEN THE NETWORK
      *         PAID OUT (POSTED)
      *   EXPC  CARD WAS PAST ITS EXPIRY (POSTED)
      *   DLMT  ADVICE TOOK THE DAY'S WITHDRAWALS OVER THE TIER'S
      *         DAILY LIMIT (POSTED)
      *   NOCD  CARD NUMBER NOT ON FILE (NOT POSTED)
      *   NOAC  CARD'S ACCOUNT NOT ON FILE (NOT POSTED)
      *   ACCL  ACCOUNT NOT OPEN (NOT POSTED - COLLECTIONS ITEM)
      *   IRA   ACCOUNT IS AN IRA - A DISTRIBUTION POSTS ONLY THROUGH
      *         IBTRAN, CODED WITH ITS WITHHOLDING (NOT POSTED -
      *         COLLECTIONS ITEM)
      *   DUP   ADVICE REFERENCE ALREADY POSTED (NOT POSTED)
      *
      * A POSTED ADVICE CARRIES 'SI' + THE APPROVAL DATE IN THE
      * CHECKNUM-HIST MEMO (THE SAME MEMO IDIOM FBINSTPY AND CARDCLR
      * USE) SO A STAND-IN WITHDRAWAL CAN BE TOLD FROM ONE WE
      * AUTHORIZED OURSELVES. IT IS STILL CASH - THE ATM FOOTINGS AND
      * THE CHSETTLE NETWORK RECONCILIATION COUNT IT LIKE ANY OTHER.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVIN-FILE ASSIGN TO ADVIN.
           SELECT ADVEXC-FILE ASSIGN TO ADVEXC.
      *    PER-CUSTOMER-TYPE LIMIT/FEE PROFILES - SEE TIER-TABLE BELOW
           SELECT TIERPROF-FILE ASSIGN TO TIERPROF.
       DATA DIVISION.

       FILE SECTION.
         FD ADVIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ADVIN-IN.
       01  ADVIN-IN           PIC X(400).

      * EXCEPTION FILE - THE ORIGINAL ADVICE PLUS THE REASON CODE, FOR
      * THE FRAUD AND COLLECTIONS DESKS
         FD ADVEXC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ADVEXC-OUT.
       01  ADVEXC-OUT.
           05  EXC-INPUT       PIC X(400).
           05  EXC-REASON      PIC X(04).

         FD TIERPROF-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TIERPROF-IN.
       01  TIERPROF-IN          PIC X(80).

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
      *BUSINESS RULE CONSTANTS - SAME DEFAULTS FBCARDTXN STARTS FROM
      *BEFORE THE CARD OWNER'S TIER OVERRIDES THEM
      ******************************************************************

       77  ACCT-OPEN             PIC X(01) VALUE 'O'.
       77  IRA-ACCTYPE           PIC X(01) VALUE 'I'.
       77  MIN-BALANCE           PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR           PIC S9(18) COMP-5 VALUE 10000000000.
       77  DAILY-WDRL-LIMIT      PIC S9(13)V9(2) COMP-3 VALUE 5000.
       77  FEE-THRESHOLD         PIC S9(13)V9(2) COMP-3 VALUE 1000.
       77  FEE-AMOUNT            PIC S9(13)V9(2) COMP-3 VALUE 5.

       77  ITEM-ACCID            PIC S9(18) COMP-5.
       77  ITEM-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WDRL-FEE              PIC S9(13)V9(2) COMP-3.
       77  BAL-AFTER-WDRL        PIC S9(13)V9(2) COMP-3.
       77  PROSPECTIVE-BAL       PIC S9(13)V9(2) COMP-3.
       77  PROSPECTIVE-WDRLTODAY PIC S9(13)V9(2) COMP-3.
       77  WS-REJECT-REASON      PIC X(04).
       77  WS-EXC-CODE           PIC X(04).
       77  WS-PASS               PIC X(01).
       77  WS-TODAY8             PIC X(08).
       77  WS-EXP-YYYYMM         PIC X(07).
       77  WS-CARD-HOT           PIC X(01).
       77  WS-CARD-EXPIRED       PIC X(01).

      * DUPLICATE-ADVICE PROTECTION - AN ADVICE WHOSE REFERENCE
      * ALREADY POSTED TO THE ACCOUNT INSIDE THE RETENTION WINDOW IS
      * REFUSED. AN OUTAGE'S ADVICES CAN BE RE-SENT DAYS LATER, SO THE
      * WINDOW IS WIDER THAN FBCARDTXN'S.
       77  CLIENTREF-RETAIN-DAYS PIC S9(4) COMP-5 VALUE 10.
       77  WS-DUPREF-FOUND       PIC X(01).
       77  WS-DUPREF-CUTOFF      PIC S9(9) COMP-5.
       77  WS-HIST-YEAR          PIC 9(04).
       77  WS-HIST-MONTH         PIC 9(02).
       77  WS-HIST-DAY           PIC 9(02).
       77  WS-HIST-DATE-INT      PIC S9(9) COMP-5.

      ******************************************************************
      *TRAILER VALIDATION - WHAT THE TRAILER CLAIMS VERSUS WHAT THE
      *VALIDATION PASS ACTUALLY COUNTED AND FOOTED
      ******************************************************************

       77  TRL-COUNT           PIC  S9(9) COMP-5 VALUE 0.
       77  TRL-HASH            PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  CALC-COUNT          PIC  S9(9) COMP-5 VALUE 0.
       77  CALC-HASH           PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  WS-TRAILER-SEEN     PIC  X(01) VALUE 'N'.

      ******************************************************************
      *INPUT COLUMN WORK AREAS
      ******************************************************************

       01  TXT-RECTYPE         PIC  X(01).
       01  TXT-CARDNUM         PIC  X(16).
       01  TXT-AMOUNT          PIC  X(16).
       01  TXT-TERMID          PIC  X(08).
       01  TXT-NETREF          PIC  X(16).
       01  TXT-APPRDATE        PIC  X(08).
       01  TXT-TRLCOUNT        PIC  X(09).
       01  TXT-TRLHASH         PIC  X(16).

      ******************************************************************
      *TIER PROFILE TABLE - PER-CUSTOMER-TYPE LIMITS AND FEES, LOADED
      *FROM THE TIERPROF CONTROL FILE AT STARTUP - THE SAME TABLE AND
      *FALLBACK-TO-DEFAULTS BEHAVIOR AS FBCARDTXN'S COPY, SO A
      *STAND-IN WITHDRAWAL OBEYS THE SAME TIER AS ONE WE AUTHORIZED
      ******************************************************************

       77  MAX-TIERS           PIC  9(05)        VALUE 00010.
       77  TOTAL-TIERS         PIC  9(05)        VALUE 0.
       77  WS-TIER-SEARCH-IX   PIC  9(05) COMP-5 VALUE 0.
       77  WS-TIER-FOUND-IX    PIC  9(05) COMP-5 VALUE 0.

       01  TIER-TABLE.
           05  TIER-ENTRY OCCURS 10 TIMES
                          INDEXED BY TIER-IX.
               10  TIER-CUSTTYPE   PIC  X(01).
               10  TIER-DAILY      PIC  S9(13)V9(2) COMP-3.
               10  TIER-VELCNT     PIC  S9(4) COMP-5.
               10  TIER-VELAMT     PIC  S9(13)V9(2) COMP-3.
               10  TIER-FEETHR     PIC  S9(13)V9(2) COMP-3.
               10  TIER-FEEAMT     PIC  S9(13)V9(2) COMP-3.

       01  TXT-TIER-TYPE       PIC  X(01).
       01  TXT-TIER-DAILY      PIC  X(16).
       01  TXT-TIER-VELCNT     PIC  X(05).
       01  TXT-TIER-VELAMT     PIC  X(16).
       01  TXT-TIER-FEETHR     PIC  X(16).
       01  TXT-TIER-FEEAMT     PIC  X(16).
       01  WS-TIERPROF-EOF     PIC  X(01) VALUE 'N'.
           88  TIERPROF-EOF        VALUE 'Y'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    CARD-SSAX RETRIEVES THE CARD DIRECTLY THROUGH CARDNOX,
      *    THE SECONDARY-INDEX SEARCH FIELD ON CARDNUM-CRD
       01  CARD-SSAX.
           05  FILLER          PIC  X(08)        VALUE "CARD    ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CARDNOX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CX-CARDNUM      PIC  X(16)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 RETRIEVES THE CARD'S OWNING CUSTOMER BY KEY
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA1-CUSTID     PIC  S9(9) COMP-5 VALUE +0.
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
      * TRAILING COLUMNS - DATE OF BIRTH, RELATIONSHIP VALUE BAND,
      * AND BAD-CONTACT FLAGS; NOT READ HERE BUT THE RETRIEVE AREA
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

       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  CARDNUM-CRD     PIC  X(16).
           05  PINHASH-CRD     PIC  S9(9) COMP-5.
           05  ACCID-CRD       PIC  S9(18) COMP-5.
           05  CARDSTATUS-CRD  PIC  X(1).
               88  CARD-ACTIVE    VALUE "A".
               88  CARD-LOCKED    VALUE "L".
               88  CARD-CLOSED    VALUE "C".
      * CARD EXPIRY (YYYY-MM) - CAPTURED AT FBCARDMNT ISSUE, CHECKED
      * BY FBCARDTXN, DRIVEN THROUGH THE CARDREIS REISSUE CYCLE
           05  EXPIRY-CRD      PIC  X(07).
      * PER-CARD DAILY ATM CASH CEILING - ZERO MEANS NO CARD-LEVEL
      * CEILING (THE ACCOUNT-LEVEL CHECKS STILL APPLY)
           05  ATMLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
      * PIN RETRY COUNTER - FBCARDTXN AUTO-LOCKS THE CARD AT THE
      * THRESHOLD, MIRRORING FBLOGIN'S FAILEDLOGIN/LOCKED PATTERN
           05  PINFAILS-CRD    PIC  9(1).
      * CUSTOMER-SET TRAVEL OVERRIDE - A TEMPORARY ATM CEILING THAT
      * APPLIES THROUGH ITS EXPIRY DATE (YYYY-MM-DD), THEN LAPSES
           05  TRAVELLIM-CRD   PIC  S9(13)V9(2) COMP-3.
           05  TRAVELEXP-CRD   PIC  X(10).
      * PREDECESSOR CARD THIS ONE REPLACES (CARDREIS) - WHEN THE
      * REPLACEMENT ACTIVATES, FBCARDMNT CLOSES THE PREDECESSOR.
      * SPACES ON A CARD THAT IS NOT A REPLACEMENT.
           05  REPLFOR-CRD     PIC  X(16).
      * PER-CARD DAILY POINT-OF-SALE PURCHASE CEILING, SEPARATE FROM
      * THE ATM CASH CEILING ABOVE - ZERO MEANS NO CARD-LEVEL CEILING.
      * POSDATE-CRD/POSTODAY-CRD ACCUMULATE THE DAY'S AUTHORIZED
      * PURCHASES THE SAME WAY WDRLDATE-ACC/WDRLTODAY-ACC ACCUMULATE
      * AN ACCOUNT'S WITHDRAWALS. SEE FBCARDTXN FUNCTION 'P'.
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

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

       01  ITEMS-POSTED        PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-REJECTED      PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-NEGATIVE      PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-HOT           PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-EXPIRED       PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-OVERLIMIT     PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-POSTED        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-REJECTED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-FEES          PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  NEGATIVE-AMOUNT     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  HOT-AMOUNT          PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  DB-FAILURES         PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

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

      *    IOPCBA - I/O PCB, EVTPCBA - EVENT ALTERNATE PCB,
      *    DBPCB1 - CARD (THROUGH CARDNOX) AND ITS OWNING CUSTOMER,
      *    DBPCB2 - ACCOUNT, DBPCB3 - HISTORY. THE SAME SPLIT
      *    FBCARDTXN USES.
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-TODAY8.
           MOVE SPACES TO WS-EXP-YYYYMM.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH
              INTO WS-EXP-YYYYMM.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      * VALIDATION PASS - PROVE THE TRAILER BEFORE A SINGLE ITEM POSTS
           MOVE 'V' TO WS-PASS.
           OPEN INPUT ADVIN-FILE.
           MOVE 0 TO TERM-IO.
           READ ADVIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
           PERFORM PROCESS-ONE-RECORD THRU PROCESS-ONE-RECORD-END
              UNTIL TERM-IO = 1.
           CLOSE ADVIN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'ATMADV - NO TRAILER RECORD ON ADVIN - FILE '
                'REFUSED, NOTHING POSTED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF TRL-COUNT NOT = CALC-COUNT OR TRL-HASH NOT = CALC-HASH
             DISPLAY 'ATMADV - TRAILER DOES NOT PROVE - FILE '
                'REFUSED, NOTHING POSTED'
             DISPLAY 'TRAILER COUNT: ' TRL-COUNT
                ' COMPUTED: ' CALC-COUNT
             DISPLAY 'TRAILER HASH:  ' TRL-HASH
                ' COMPUTED: ' CALC-HASH
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-TIER-PROFILES THRU LOAD-TIER-PROFILES-END.

      * POSTING PASS - THE FILE PROVED, RE-READ AND POST EVERY ADVICE
           DISPLAY '========================================'.
           DISPLAY 'ATM STAND-IN ADVICE EXCEPTIONS - ' WS-TODAY8.
           DISPLAY '========================================'.
           MOVE 'P' TO WS-PASS.
           OPEN INPUT ADVIN-FILE.
           OPEN OUTPUT ADVEXC-FILE.
           MOVE 0 TO TERM-IO.
           READ ADVIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
           PERFORM PROCESS-ONE-RECORD THRU PROCESS-ONE-RECORD-END
              UNTIL TERM-IO = 1.
           CLOSE ADVIN-FILE.
           CLOSE ADVEXC-FILE.

      * SETTLEMENT SUMMARY - THE MONEY MUST PROVE: WHAT CAME IN EQUALS
      * WHAT POSTED PLUS WHAT WAS REFUSED
           DISPLAY '========================================'.
           DISPLAY 'ATM STAND-IN ADVICE SUMMARY'.
           DISPLAY 'ADVICES IN FILE:          ' CALC-COUNT.
           DISPLAY 'ADVICES POSTED:           ' ITEMS-POSTED.
           DISPLAY '  LEFT ACCOUNT NEGATIVE:  ' ITEMS-NEGATIVE
              ' AMOUNT: ' NEGATIVE-AMOUNT.
           DISPLAY '  ON A HOT CARD:          ' ITEMS-HOT
              ' AMOUNT: ' HOT-AMOUNT.
           DISPLAY '  ON AN EXPIRED CARD:     ' ITEMS-EXPIRED.
           DISPLAY '  OVER DAILY LIMIT:       ' ITEMS-OVERLIMIT.
           DISPLAY 'ADVICES NOT POSTED:       ' ITEMS-REJECTED.
           DISPLAY 'TOTAL AMOUNT IN:          ' CALC-HASH.
           DISPLAY 'TOTAL AMOUNT POSTED:      ' TOTAL-POSTED.
           DISPLAY 'TOTAL AMOUNT NOT POSTED:  ' TOTAL-REJECTED.
           DISPLAY 'WITHDRAWAL FEES POSTED:   ' TOTAL-FEES.
           DISPLAY 'DATABASE FAILURES:        ' DB-FAILURES.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           IF CALC-HASH NOT = TOTAL-POSTED + TOTAL-REJECTED
             DISPLAY 'ADVICE FILE OUT OF BALANCE'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF DB-FAILURES > 0 OR ITEMS-REJECTED > 0 OR
                ITEMS-NEGATIVE > 0 OR ITEMS-HOT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE PROCESS-ONE-RECORD : DISPATCHES THE CURRENT ADVIN
      * RECORD BY ITS TYPE COLUMN FOR THE CURRENT PASS, THEN ADVANCES
       PROCESS-ONE-RECORD.
           MOVE SPACES TO TXT-RECTYPE.
           MOVE SPACES TO TXT-CARDNUM.
           MOVE SPACES TO TXT-AMOUNT.
           MOVE SPACES TO TXT-TERMID.
           MOVE SPACES TO TXT-NETREF.
           MOVE SPACES TO TXT-APPRDATE.
           UNSTRING ADVIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RECTYPE
                  TXT-CARDNUM
                  TXT-AMOUNT
                  TXT-TERMID
                  TXT-NETREF
                  TXT-APPRDATE
           END-UNSTRING.

           EVALUATE TXT-RECTYPE
             WHEN 'H'
               CONTINUE
             WHEN 'D'
               IF WS-PASS = 'V'
                 ADD 1 TO CALC-COUNT
                 COMPUTE ITEM-AMOUNT =
                    FUNCTION NUMVAL ( TXT-AMOUNT )
                 ADD ITEM-AMOUNT TO CALC-HASH
               ELSE
                 PERFORM POST-ONE-ADVICE THRU POST-ONE-ADVICE-END
               END-IF
             WHEN 'T'
               IF WS-PASS = 'V'
                 MOVE 'Y' TO WS-TRAILER-SEEN
      * A TRAILER'S SECOND COLUMN IS THE RECORD COUNT AND ITS THIRD IS
      * THE HASH TOTAL - RE-PARSE INTO FULL-WIDTH RECEIVERS
                 MOVE SPACES TO TXT-TRLCOUNT
                 MOVE SPACES TO TXT-TRLHASH
                 UNSTRING ADVIN-IN DELIMITED BY '","' OR '",'
                       OR ',"' OR ',' OR '"'
                   INTO TXT-RECTYPE
                        TXT-TRLCOUNT
                        TXT-TRLHASH
                 END-UNSTRING
                 COMPUTE TRL-COUNT =
                    FUNCTION NUMVAL ( TXT-TRLCOUNT )
                 COMPUTE TRL-HASH =
                    FUNCTION NUMVAL ( TXT-TRLHASH )
               END-IF
             WHEN OTHER
               DISPLAY 'ADVIN - UNRECOGNIZED RECORD TYPE: ' ADVIN-IN
           END-EVALUATE.

           READ ADVIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
       PROCESS-ONE-RECORD-END.

      * PROCEDURE POST-ONE-ADVICE : POSTS ONE VALIDATED STAND-IN
      * ADVICE. THE CARD AND ITS OWNER ARE FOUND THE WAY FBCARDTXN'S
      * LOCATE-CARD FINDS THEM, THE OWNER'S TIER IS RESOLVED, AND THE
      * WITHDRAWAL AND ANY FEE POST AGAINST THE CARD'S ACCOUNT. AN
      * ADVICE THAT CANNOT POST IS COUNTED AS REJECTED AND GOES TO
      * ADVEXC.
       POST-ONE-ADVICE.
           COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL ( TXT-AMOUNT ).
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE TXT-CARDNUM TO CX-CARDNUM.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CARD-SEG, CARD-SSAX.
           IF DBSTAT NOT = SPACES
             MOVE 'NOCD' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.
           MOVE 'N' TO WS-CARD-HOT.
           IF CARD-LOCKED OR CARD-CLOSED
             MOVE 'Y' TO WS-CARD-HOT
           END-IF.
           MOVE 'N' TO WS-CARD-EXPIRED.
           IF EXPIRY-CRD NOT = SPACES AND
              EXPIRY-CRD < WS-EXP-YYYYMM
             MOVE 'Y' TO WS-CARD-EXPIRED
           END-IF.

      * THE OWNER'S TIER SETS THE DAILY LIMIT AND FEE - A CARD WHOSE
      * OWNER CANNOT BE READ FALLS BACK TO THE DEFAULTS
           MOVE CUSTID-CRD TO SSA1-CUSTID.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE SPACES TO CUSTOMERTYPE-CD
           END-IF.
           PERFORM RESOLVE-TIER THRU RESOLVE-TIER-END.

           MOVE ACCID-CRD TO ITEM-ACCID.
           MOVE ITEM-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'NOAC' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'ACCL' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'IRA ' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.

           PERFORM DUPLICATE-ADV-CHECK THRU DUPLICATE-ADV-CHECK-END.
           IF WS-DUPREF-FOUND = 'Y'
             MOVE 'DUP ' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.

           IF ITEM-AMOUNT > FEE-THRESHOLD
             MOVE FEE-AMOUNT TO WDRL-FEE
           ELSE
             MOVE 0 TO WDRL-FEE
           END-IF.
           COMPUTE BAL-AFTER-WDRL = BALANCE-ACC - ITEM-AMOUNT.
           COMPUTE PROSPECTIVE-BAL = BAL-AFTER-WDRL - WDRL-FEE.

      * DAILY LIMIT ACCOUNTING - THE ADVICE COUNTS TOWARD THE DAY THE
      * NETWORK APPROVED IT. A NEWER DAY RESTARTS THE ACCUMULATOR THE
      * SAME WAY FBCARDTXN DOES; AN ADVICE FOR A DAY THE ACCOUNT HAS
      * ALREADY ROLLED PAST LEAVES THE CURRENT DAY'S FIGURE ALONE.
           IF TXT-APPRDATE = SPACES
             MOVE WS-TODAY8 TO TXT-APPRDATE
           END-IF.
           MOVE WDRLTODAY-ACC TO PROSPECTIVE-WDRLTODAY.
           IF WDRLDATE-ACC = TXT-APPRDATE
             ADD ITEM-AMOUNT TO PROSPECTIVE-WDRLTODAY
           ELSE
             IF WDRLDATE-ACC < TXT-APPRDATE OR
                WDRLDATE-ACC = SPACES
               MOVE TXT-APPRDATE TO WDRLDATE-ACC
               MOVE ITEM-AMOUNT TO PROSPECTIVE-WDRLTODAY
             END-IF
           END-IF.

           COMPUTE ACCID-HIST = ITEM-ACCID.
           COMPUTE TXID-HIST = ITEM-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.
           MOVE 'w' TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = ITEM-AMOUNT.
           COMPUTE REFTXID-HIST = 0.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
      * STAND-IN MEMO - 'SI' + THE DATE THE NETWORK APPROVED IT
           MOVE SPACES TO CHECKNUM-HIST.
           STRING 'SI' TXT-APPRDATE
              DELIMITED BY SIZE INTO CHECKNUM-HIST.
           MOVE TXT-NETREF TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE TXT-TERMID TO TERMID-HIST.
           MOVE 'A' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.
           IF WDRL-FEE > 0
             MOVE BAL-AFTER-WDRL TO BALAFTER-HIST
           ELSE
             MOVE PROSPECTIVE-BAL TO BALAFTER-HIST
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO DB-FAILURES
             MOVE 'SYS ' TO WS-REJECT-REASON
             GO TO POST-ONE-ADVICE-REJECT
           END-IF.
           PERFORM PUBLISH-POSTING-EVENT
              THRU PUBLISH-POSTING-EVENT-END.

      * POST THE LINKED FEE ENTRY, IF ONE APPLIES
           IF WDRL-FEE > 0
             MOVE TXID-HIST TO REFTXID-HIST
             COMPUTE TXID-HIST = ITEM-ACCID * MULT-FACTOR
               + LASTTXID-ACC + 2
             MOVE 'f' TO TRANSTYP-HIST
             MOVE SPACES TO CHECKNUM-HIST
             MOVE SPACES TO CLIENTREF-HIST
             MOVE SPACES TO TERMID-HIST
             MOVE WDRL-FEE TO AMOUNT-HIST
             MOVE PROSPECTIVE-BAL TO BALAFTER-HIST
             CALL "CBLTDLI"
               USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO DB-FAILURES
             ELSE
               PERFORM PUBLISH-POSTING-EVENT
                  THRU PUBLISH-POSTING-EVENT-END
             END-IF
             COMPUTE LASTTXID-ACC = LASTTXID-ACC + 2
             ADD WDRL-FEE TO TOTAL-FEES
           ELSE
             COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           MOVE PROSPECTIVE-BAL TO BALANCE-ACC.
           MOVE PROSPECTIVE-WDRLTODAY TO WDRLTODAY-ACC.
           CALL "CBLTDLI"
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO DB-FAILURES
           END-IF.
           ADD 1 TO ITEMS-POSTED.
           ADD ITEM-AMOUNT TO TOTAL-POSTED.

      * WHAT FRAUD AND COLLECTIONS NEED TO SEE ABOUT A POSTED ADVICE
           IF PROSPECTIVE-BAL < MIN-BALANCE
             ADD 1 TO ITEMS-NEGATIVE
             ADD ITEM-AMOUNT TO NEGATIVE-AMOUNT
             MOVE 'NEG ' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
           IF WS-CARD-HOT = 'Y'
             ADD 1 TO ITEMS-HOT
             ADD ITEM-AMOUNT TO HOT-AMOUNT
             MOVE 'HOTC' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
           IF WS-CARD-EXPIRED = 'Y'
             ADD 1 TO ITEMS-EXPIRED
             MOVE 'EXPC' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
           IF WDRLDATE-ACC = TXT-APPRDATE AND
              PROSPECTIVE-WDRLTODAY > DAILY-WDRL-LIMIT
             ADD 1 TO ITEMS-OVERLIMIT
             MOVE 'DLMT' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.
           GO TO POST-ONE-ADVICE-END.

       POST-ONE-ADVICE-REJECT.
           ADD 1 TO ITEMS-REJECTED.
           ADD ITEM-AMOUNT TO TOTAL-REJECTED.
           MOVE WS-REJECT-REASON TO WS-EXC-CODE.
           PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END.
       POST-ONE-ADVICE-END.
           EXIT.

      * PROCEDURE WRITE-EXCEPTION : THE CURRENT ADVICE AND WS-EXC-CODE
      * TO ADVEXC, AND A LINE ON THE JOB LOG
       WRITE-EXCEPTION.
           MOVE ADVIN-IN TO EXC-INPUT.
           MOVE WS-EXC-CODE TO EXC-REASON.
           WRITE ADVEXC-OUT.
           DISPLAY 'EXCEPTION ' WS-EXC-CODE ' CARD: ' TXT-CARDNUM
              ' ACCID: ' ITEM-ACCID ' AMOUNT: ' ITEM-AMOUNT
              ' REF: ' TXT-NETREF.
       WRITE-EXCEPTION-END.
           EXIT.

      * PROCEDURE DUPLICATE-ADV-CHECK : SCANS THE ACCOUNT'S HISTORY
      * THROUGH THE ACCIDHX INDEX FOR A CHANNEL-'A' ROW THAT ALREADY
      * POSTED WITH THIS ADVICE'S REFERENCE INSIDE THE RETENTION
      * WINDOW - THE SAME ONE-ACCOUNT WALK AS FBCARDTXN'S
      * DUPLICATE-REF-CHECK. AN ADVICE WITH NO REFERENCE IS NOT
      * CHECKED. THE PCB ADDRESS IS RESTORED BEFORE RETURNING.
       DUPLICATE-ADV-CHECK.
           MOVE 'N' TO WS-DUPREF-FOUND.
           IF TXT-NETREF = SPACES
             GO TO DUPLICATE-ADV-CHECK-END
           END-IF.
           COMPUTE WS-DUPREF-CUTOFF = FUNCTION INTEGER-OF-DATE (
             WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY ) - CLIENTREF-RETAIN-DAYS.

           MOVE ITEM-ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM SCAN-ONE-HIST-FOR-ADV THRU
             SCAN-ONE-HIST-FOR-ADV-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       DUPLICATE-ADV-CHECK-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           EXIT.

       SCAN-ONE-HIST-FOR-ADV.
           IF DBSTAT = SPACES
             IF CLIENTREF-HIST = TXT-NETREF AND
                CHANNEL-HIST = 'A'
               MOVE TIMESTMP-HIST (1:4) TO WS-HIST-YEAR
               MOVE TIMESTMP-HIST (6:2) TO WS-HIST-MONTH
               MOVE TIMESTMP-HIST (9:2) TO WS-HIST-DAY
               COMPUTE WS-HIST-DATE-INT = FUNCTION INTEGER-OF-DATE (
                 WS-HIST-YEAR * 10000 + WS-HIST-MONTH * 100
                   + WS-HIST-DAY )
               IF WS-HIST-DATE-INT >= WS-DUPREF-CUTOFF
                 MOVE 'Y' TO WS-DUPREF-FOUND
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
       SCAN-ONE-HIST-FOR-ADV-END.

      * PROCEDURE RESOLVE-TIER : THE CARD OWNER'S DAILY LIMIT AND FEE
      * FROM THE TIER TABLE, ELSE THE DEFAULTS - FBCARDTXN'S RULE
       RESOLVE-TIER.
           MOVE 5000 TO DAILY-WDRL-LIMIT.
           MOVE 1000 TO FEE-THRESHOLD.
           MOVE 5 TO FEE-AMOUNT.

           MOVE 0 TO WS-TIER-FOUND-IX.
           PERFORM TEST-ONE-TIER-ROW THRU TEST-ONE-TIER-ROW-END
              VARYING WS-TIER-SEARCH-IX FROM 1 BY 1
              UNTIL WS-TIER-SEARCH-IX > TOTAL-TIERS
                 OR WS-TIER-FOUND-IX NOT = 0.
           IF WS-TIER-FOUND-IX NOT = 0
             MOVE TIER-DAILY (WS-TIER-FOUND-IX) TO DAILY-WDRL-LIMIT
             MOVE TIER-FEETHR (WS-TIER-FOUND-IX) TO FEE-THRESHOLD
             MOVE TIER-FEEAMT (WS-TIER-FOUND-IX) TO FEE-AMOUNT
           END-IF.
       RESOLVE-TIER-END.
           EXIT.

       TEST-ONE-TIER-ROW.
           IF TIER-CUSTTYPE (WS-TIER-SEARCH-IX) = CUSTOMERTYPE-CD
             MOVE WS-TIER-SEARCH-IX TO WS-TIER-FOUND-IX
           END-IF.
       TEST-ONE-TIER-ROW-END.

      * PROCEDURE LOAD-TIER-PROFILES : READS THE PER-TIER LIMIT/FEE
      * PROFILES OUT OF THE TIERPROF CONTROL FILE, ONCE, AT STARTUP
       LOAD-TIER-PROFILES.
           MOVE 0 TO TOTAL-TIERS.
           MOVE 'N' TO WS-TIERPROF-EOF.
           OPEN INPUT TIERPROF-FILE.
           READ TIERPROF-FILE
             AT END
               MOVE 'Y' TO WS-TIERPROF-EOF
           END-READ.
           PERFORM LOAD-ONE-TIER THRU LOAD-ONE-TIER-END
              UNTIL TIERPROF-EOF.
           CLOSE TIERPROF-FILE.
       LOAD-TIER-PROFILES-END.
           EXIT.

       LOAD-ONE-TIER.
           MOVE SPACES TO TXT-TIER-TYPE.
           UNSTRING TIERPROF-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-TIER-TYPE
                  TXT-TIER-DAILY
                  TXT-TIER-VELCNT
                  TXT-TIER-VELAMT
                  TXT-TIER-FEETHR
                  TXT-TIER-FEEAMT
           END-UNSTRING.

           IF TXT-TIER-TYPE NOT = SPACES
             IF TOTAL-TIERS < MAX-TIERS
               ADD 1 TO TOTAL-TIERS
               SET TIER-IX TO TOTAL-TIERS
               MOVE TXT-TIER-TYPE TO TIER-CUSTTYPE (TIER-IX)
               COMPUTE TIER-DAILY (TIER-IX) =
                  FUNCTION NUMVAL ( TXT-TIER-DAILY )
               COMPUTE TIER-VELCNT (TIER-IX) =
                  FUNCTION NUMVAL ( TXT-TIER-VELCNT )
               COMPUTE TIER-VELAMT (TIER-IX) =
                  FUNCTION NUMVAL ( TXT-TIER-VELAMT )
               COMPUTE TIER-FEETHR (TIER-IX) =
                  FUNCTION NUMVAL ( TXT-TIER-FEETHR )
               COMPUTE TIER-FEEAMT (TIER-IX) =
                  FUNCTION NUMVAL ( TXT-TIER-FEEAMT )
             ELSE
               DISPLAY 'TIERPROF - TIER TABLE FULL, ROW SKIPPED: '
                  TIERPROF-IN
             END-IF
           END-IF.

           READ TIERPROF-FILE
             AT END
               MOVE 'Y' TO WS-TIERPROF-EOF
           END-READ.
       LOAD-ONE-TIER-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'ATMADV   ' TO PE-SOURCE.
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
