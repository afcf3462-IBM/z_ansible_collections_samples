       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDCLR.

      ******************************************************************
      * CARD NETWORK CLEARING POSTER - READS THE CARD NETWORK'S DAILY
      * CLEARING (PRESENTMENT) FILE (CLRIN) AND SETTLES EACH MERCHANT
      * PRESENTMENT AGAINST THE PURCHASE-AUTHORIZATION HOLD FBCARDTXN
      * PLACED WHEN THE CARD WAS SWIPED. THE FINAL AMOUNT POSTS AS A
      * 'w' HISTORY-SEG ROW ON CHANNEL 'A' AND THE HOLD IS RELEASED
      * (OR, ON A PARTIAL PRESENTMENT, REDUCED BY WHAT CLEARED).
      *
      * THE FILE CARRIES ONE RECORD PER LINE IN THE SAME QUOTED/COMMA
      * LAYOUT ACHPOST READS, TYPED BY THE FIRST COLUMN:
      *   H,"YYYY-MM-DD"                                  FILE HEADER
      *   D,"CARDNUM","AUTH",AMOUNT,"MERCHANT","MCC","PRESREF","S"
      *                                                   PRESENTMENT
      *   T,COUNT,HASHTOTAL                               TRAILER
      * "AUTH" IS THE SIX-CHARACTER AUTHORIZATION CODE WE RETURNED,
      * BLANK ON A FORCE POST. "PRESREF" IS THE NETWORK'S OWN
      * REFERENCE FOR THE PRESENTMENT. "S" IS 'P' WHEN THE MERCHANT
      * WILL PRESENT MORE AGAINST THE SAME AUTHORIZATION (A SPLIT
      * SHIPMENT), OTHERWISE 'F' OR BLANK FOR THE FINAL PRESENTMENT.
      *
      * THE TRAILER IS PROVED BEFORE A SINGLE ITEM POSTS, THE SAME
      * TWO-PASS VALIDATE-THEN-POST SHAPE AS ACHPOST - A PARTIAL OR
      * DOUBLE-SHIPPED FILE FAILS WITH RC 8 AND NOTHING POSTS.
      *
      * THE MERCHANT HAS ALREADY BEEN GUARANTEED PAYMENT BY THE
      * NETWORK, SO A PRESENTMENT ON AN OPEN ACCOUNT ALWAYS POSTS -
      * THERE IS NO NSF REFUSAL HERE. WHAT THE CARD OPERATIONS DESK
      * NEEDS TO SEE GOES TO THE EXCEPTION FILE (CLREXC) - THE
      * ORIGINAL RECORD PLUS A REASON CODE - AND THE JOB LOG:
      *   FRCE  FORCE POST - NO OPEN AUTHORIZATION MATCHED (POSTED)
      *   AMT   CLEARED AMOUNT DIFFERS FROM THE AUTHORIZED (POSTED)
      *   ODRN  POSTING TOOK THE ACCOUNT PAST ITS OVERDRAFT FLOOR
      *         (POSTED)
      *   NOCD  CARD NUMBER NOT ON FILE (NOT POSTED)
      *   NOAC  CARD'S ACCOUNT NOT ON FILE (NOT POSTED)
      *   ACCL  ACCOUNT NOT OPEN (NOT POSTED - CHARGEBACK CANDIDATE)
      *   IRA   ACCOUNT IS AN IRA - A DISTRIBUTION POSTS ONLY THROUGH
      *         IBTRAN, CODED WITH ITS WITHHOLDING (NOT POSTED -
      *         CHARGEBACK CANDIDATE)
      *   DUP   PRESENTMENT REFERENCE ALREADY POSTED (NOT POSTED)
      *   STAL  AUTHORIZATION NEVER PRESENTED - LAPSED AND RELEASED
      *
      * A POSTED PURCHASE CARRIES 'PS' + AUTHORIZATION CODE + MCC IN
      * THE CHECKNUM-HIST MEMO (THE SAME MEMO IDIOM FBINSTPY USES FOR
      * ITS 'IP' ROWS) SO THE ATM CASH FOOTINGS IN FBCARDTXN AND
      * CHSETTLE CAN TELL A MERCHANT PURCHASE FROM A CASH WITHDRAWAL,
      * AND THE PRESENTMENT REFERENCE AS ITS CLIENT REFERENCE FOR THE
      * DUPLICATE CHECK.
      *
      * ONCE THE FILE HAS POSTED, EVERY ACCOUNT'S HOLDS ARE WALKED AND
      * A PURCHASE AUTHORIZATION PAST ITS EXPDATE-HLD THAT NO MERCHANT
      * EVER PRESENTED IS RELEASED AND REPORTED. HOLDEXPR LEAVES
      * PURCHASE-AUTHORIZATION HOLDS TO THIS JOB FOR THAT REASON.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRIN-FILE ASSIGN TO CLRIN.
           SELECT CLREXC-FILE ASSIGN TO CLREXC.
       DATA DIVISION.

       FILE SECTION.
         FD CLRIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CLRIN-IN.
       01  CLRIN-IN           PIC X(400).

      * EXCEPTION FILE - THE ORIGINAL PRESENTMENT (OR, FOR A LAPSED
      * AUTHORIZATION, THE HOLD IN THE SAME COLUMN ORDER) PLUS THE
      * REASON CODE, FOR THE CARD OPERATIONS DESK
         FD CLREXC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CLREXC-OUT.
       01  CLREXC-OUT.
           05  EXC-INPUT       PIC X(400).
           05  EXC-REASON      PIC X(04).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  DLET                PIC  X(04)        VALUE "DLET".

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
      *BUSINESS RULE CONSTANTS - SAME RULES IBTRAN ENFORCES
      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.
       77  MIN-BALANCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.

       77  ITEM-ACCID          PIC S9(18) COMP-5.
       77  ITEM-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  ITEM-TXID           PIC S9(18) COMP-5.
       77  PROSPECTIVE-BAL     PIC S9(13)V9(2) COMP-3.
       77  WS-REJECT-REASON    PIC X(04).
       77  WS-EXC-CODE         PIC X(04).
       77  WS-PASS             PIC X(01).
       77  WS-TODAY8           PIC X(08).

      * AUTHORIZATION MATCH WORK FIELDS - SEE MATCH-AUTH-HOLD
       77  WS-AUTH-FOUND       PIC X(01).
       77  WS-AUTH-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-AUTH-HOLDID      PIC S9(9) COMP-5.

      * DUPLICATE-PRESENTMENT PROTECTION - A PRESENTMENT WHOSE
      * REFERENCE ALREADY POSTED TO THE ACCOUNT INSIDE THE RETENTION
      * WINDOW IS REFUSED. A NETWORK RE-SENDS WITHIN DAYS, BUT A
      * PRESENTMENT CAN TRAIL ITS AUTHORIZATION BY UP TO THE HOLD'S
      * LIFE, SO THE WINDOW HERE IS WIDER THAN ACHPOST'S.
       77  CLIENTREF-RETAIN-DAYS PIC S9(4) COMP-5 VALUE 10.
       77  WS-DUPREF-FOUND     PIC X(01).
       77  WS-DUPREF-CUTOFF    PIC S9(9) COMP-5.
       77  WS-HIST-YEAR        PIC 9(04).
       77  WS-HIST-MONTH       PIC 9(02).
       77  WS-HIST-DAY         PIC 9(02).
       77  WS-HIST-DATE-INT    PIC S9(9) COMP-5.

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
       01  TXT-AUTHCODE        PIC  X(06).
       01  TXT-AMOUNT          PIC  X(16).
       01  TXT-MERCHANT        PIC  X(25).
       01  TXT-MCC             PIC  X(04).
       01  TXT-PRESREF         PIC  X(16).
       01  TXT-CLRSEQ          PIC  X(01).
       01  TXT-TRLCOUNT        PIC  X(09).
       01  TXT-TRLHASH         PIC  X(16).

      * LAPSED-AUTHORIZATION EXCEPTION LINE WORK FIELDS
       01  TXT-STAL-AMT        PIC  -(13)9.99.
       01  TXT-STAL-ACCID      PIC  Z(17)9.

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

       01  HOLD-SSA.
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HOLD-SSA1 RE-READS THE MATCHED AUTHORIZATION HOLD BY ITS
      *    HOLDID-HLD FOR SETTLEMENT, ONCE THE PURCHASE HAS POSTED
       01  HOLD-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "HOLDID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HOLDID          PIC  S9(9) COMP-5  VALUE +0.
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

       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDID-HLD      PIC  S9(9) COMP-5.
           05  HOLDAMT-HLD     PIC  S9(13)V9(2) COMP-3.
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
       01  ITEMS-MATCHED       PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-FORCED        PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-MISMATCHED    PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-OVERDRAWN     PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-POSTED        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-REJECTED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  HOLDS-RELEASED      PIC  S9(9) COMP-5 VALUE 0.
       01  HOLDS-REDUCED       PIC  S9(9) COMP-5 VALUE 0.
       01  AUTHS-LAPSED        PIC  S9(9) COMP-5 VALUE 0.
       01  LAPSED-AMOUNT       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  AUTHS-OPEN          PIC  S9(9) COMP-5 VALUE 0.
       01  OPEN-AUTH-AMOUNT    PIC  S9(15)V9(2) COMP-3 VALUE 0.
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
      *    DBPCB1 - CARD (THROUGH CARDNOX), DBPCB2 - ACCOUNT AND ITS
      *    HOLD CHILDREN, DBPCB3 - HISTORY. THE SAME SPLIT FBCARDTXN
      *    USES.
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-TODAY8.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      * VALIDATION PASS - PROVE THE TRAILER BEFORE A SINGLE ITEM POSTS
           MOVE 'V' TO WS-PASS.
           OPEN INPUT CLRIN-FILE.
           MOVE 0 TO TERM-IO.
           READ CLRIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
           PERFORM PROCESS-ONE-RECORD THRU PROCESS-ONE-RECORD-END
              UNTIL TERM-IO = 1.
           CLOSE CLRIN-FILE.

           IF WS-TRAILER-SEEN NOT = 'Y'
             DISPLAY 'CARDCLR - NO TRAILER RECORD ON CLRIN - FILE '
                'REFUSED, NOTHING POSTED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF TRL-COUNT NOT = CALC-COUNT OR TRL-HASH NOT = CALC-HASH
             DISPLAY 'CARDCLR - TRAILER DOES NOT PROVE - FILE '
                'REFUSED, NOTHING POSTED'
             DISPLAY 'TRAILER COUNT: ' TRL-COUNT
                ' COMPUTED: ' CALC-COUNT
             DISPLAY 'TRAILER HASH:  ' TRL-HASH
                ' COMPUTED: ' CALC-HASH
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * POSTING PASS - THE FILE PROVED, RE-READ AND SETTLE EVERY ITEM
           MOVE 'P' TO WS-PASS.
           OPEN INPUT CLRIN-FILE.
           OPEN OUTPUT CLREXC-FILE.
           MOVE 0 TO TERM-IO.
           READ CLRIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
           PERFORM PROCESS-ONE-RECORD THRU PROCESS-ONE-RECORD-END
              UNTIL TERM-IO = 1.
           CLOSE CLRIN-FILE.

      * AUTHORIZATIONS NO MERCHANT EVER PRESENTED
           DISPLAY '----------------------------------------'.
           DISPLAY 'LAPSED PURCHASE AUTHORIZATIONS (EXPIRED BEFORE '
              WS-TODAY8 ')'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM SWEEP-ONE-ACCOUNT THRU SWEEP-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           CLOSE CLREXC-FILE.

      * SETTLEMENT SUMMARY - THE MONEY MUST PROVE: WHAT CAME IN EQUALS
      * WHAT POSTED PLUS WHAT WAS REFUSED
           DISPLAY '========================================'.
           DISPLAY 'CARD CLEARING SETTLEMENT SUMMARY'.
           DISPLAY 'PRESENTMENTS IN FILE:     ' CALC-COUNT.
           DISPLAY 'PRESENTMENTS POSTED:      ' ITEMS-POSTED.
           DISPLAY '  MATCHED TO AN AUTH:     ' ITEMS-MATCHED.
           DISPLAY '  FORCE POSTS:            ' ITEMS-FORCED.
           DISPLAY '  AMOUNT MISMATCHES:      ' ITEMS-MISMATCHED.
           DISPLAY '  PAST OVERDRAFT FLOOR:   ' ITEMS-OVERDRAWN.
           DISPLAY 'PRESENTMENTS NOT POSTED:  ' ITEMS-REJECTED.
           DISPLAY 'TOTAL AMOUNT IN:          ' CALC-HASH.
           DISPLAY 'TOTAL AMOUNT POSTED:      ' TOTAL-POSTED.
           DISPLAY 'TOTAL AMOUNT NOT POSTED:  ' TOTAL-REJECTED.
           DISPLAY 'AUTH HOLDS RELEASED:      ' HOLDS-RELEASED.
           DISPLAY 'AUTH HOLDS REDUCED:       ' HOLDS-REDUCED.
           DISPLAY 'LAPSED AUTHS RELEASED:    ' AUTHS-LAPSED
              ' AMOUNT: ' LAPSED-AMOUNT.
           DISPLAY 'AUTHS STILL OPEN:         ' AUTHS-OPEN
              ' AMOUNT: ' OPEN-AUTH-AMOUNT.
           DISPLAY 'DATABASE FAILURES:        ' DB-FAILURES.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           IF CALC-HASH NOT = TOTAL-POSTED + TOTAL-REJECTED
             DISPLAY 'SETTLEMENT OUT OF BALANCE'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF DB-FAILURES > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE PROCESS-ONE-RECORD : DISPATCHES THE CURRENT CLRIN
      * RECORD BY ITS TYPE COLUMN FOR THE CURRENT PASS, THEN ADVANCES
       PROCESS-ONE-RECORD.
           MOVE SPACES TO TXT-RECTYPE.
           MOVE SPACES TO TXT-CARDNUM.
           MOVE SPACES TO TXT-AUTHCODE.
           MOVE SPACES TO TXT-AMOUNT.
           MOVE SPACES TO TXT-MERCHANT.
           MOVE SPACES TO TXT-MCC.
           MOVE SPACES TO TXT-PRESREF.
           MOVE SPACES TO TXT-CLRSEQ.
           UNSTRING CLRIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RECTYPE
                  TXT-CARDNUM
                  TXT-AUTHCODE
                  TXT-AMOUNT
                  TXT-MERCHANT
                  TXT-MCC
                  TXT-PRESREF
                  TXT-CLRSEQ
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
                 PERFORM POST-ONE-PRESENTMENT
                    THRU POST-ONE-PRESENTMENT-END
               END-IF
             WHEN 'T'
               IF WS-PASS = 'V'
                 MOVE 'Y' TO WS-TRAILER-SEEN
      * A TRAILER'S SECOND COLUMN IS THE RECORD COUNT AND ITS THIRD IS
      * THE HASH TOTAL - RE-PARSE INTO FULL-WIDTH RECEIVERS
                 MOVE SPACES TO TXT-TRLCOUNT
                 MOVE SPACES TO TXT-TRLHASH
                 UNSTRING CLRIN-IN DELIMITED BY '","' OR '",'
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
               DISPLAY 'CLRIN - UNRECOGNIZED RECORD TYPE: ' CLRIN-IN
           END-EVALUATE.

           READ CLRIN-FILE
               AT END
               MOVE 1 TO TERM-IO
           END-READ.
       PROCESS-ONE-RECORD-END.

      * PROCEDURE POST-ONE-PRESENTMENT : SETTLES ONE VALIDATED
      * PRESENTMENT. THE CARD IS FOUND THROUGH CARDNOX, ITS LINKED
      * ACCOUNT IS HELD, THE MATCHING AUTHORIZATION HOLD IS RELEASED
      * OR REDUCED, AND THE FINAL AMOUNT POSTS. A PRESENTMENT THAT
      * CANNOT POST IS COUNTED AS REJECTED AND GOES TO CLREXC.
       POST-ONE-PRESENTMENT.
           COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL ( TXT-AMOUNT ).
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE TXT-CARDNUM TO CX-CARDNUM.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CARD-SEG, CARD-SSAX.
           IF DBSTAT NOT = SPACES
             MOVE 'NOCD' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.

           MOVE ACCID-CRD TO ITEM-ACCID.
           MOVE ITEM-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'NOAC' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'ACCL' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'IRA ' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.

      * A RESUBMITTED FILE PROVES ITS TRAILER AGAIN - THE PRESENTMENT
      * REFERENCE IS WHAT TELLS THE SECOND SHIPMENT FROM THE FIRST
           PERFORM DUPLICATE-PRES-CHECK THRU DUPLICATE-PRES-CHECK-END.
           IF WS-DUPREF-FOUND = 'Y'
             MOVE 'DUP ' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.

      * FIND THE AUTHORIZATION - ONLY ITS HOLDID AND AMOUNT ARE KEPT
      * HERE. THE HOLD IS NOT SETTLED UNTIL THE PURCHASE HAS POSTED,
      * SO A DATABASE FAILURE BELOW LEAVES IT IN PLACE FOR THE NEXT
      * RUN OR FOR THE LAPSED-AUTHORIZATION SWEEP (HOLDEXPR LEAVES
      * PURCHASE AUTHORIZATIONS TO THIS JOB)
           PERFORM MATCH-AUTH-HOLD THRU MATCH-AUTH-HOLD-END.
           IF WS-AUTH-FOUND = 'Y'
             ADD 1 TO ITEMS-MATCHED
             IF ITEM-AMOUNT NOT = WS-AUTH-AMOUNT
                AND NOT (TXT-CLRSEQ = 'P' AND
                         ITEM-AMOUNT < WS-AUTH-AMOUNT)
               ADD 1 TO ITEMS-MISMATCHED
               MOVE 'AMT ' TO WS-EXC-CODE
               PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
             END-IF
           ELSE
             ADD 1 TO ITEMS-FORCED
             MOVE 'FRCE' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.

           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO DB-FAILURES
             MOVE 'SYS ' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.

           COMPUTE PROSPECTIVE-BAL = BALANCE-ACC - ITEM-AMOUNT.
           IF PROSPECTIVE-BAL < MIN-BALANCE - ODLIMIT-ACC
             ADD 1 TO ITEMS-OVERDRAWN
             MOVE 'ODRN' TO WS-EXC-CODE
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END
           END-IF.

           COMPUTE ITEM-TXID = ITEM-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.
           COMPUTE ACCID-HIST = ITEM-ACCID.
           COMPUTE TXID-HIST = ITEM-TXID.
           MOVE 'w' TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = ITEM-AMOUNT.
           COMPUTE REFTXID-HIST = 0.
           MOVE PROSPECTIVE-BAL TO BALAFTER-HIST.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
      * PURCHASE MEMO - 'PS' + AUTHORIZATION CODE + MERCHANT CATEGORY
           MOVE SPACES TO CHECKNUM-HIST.
           STRING 'PS' TXT-AUTHCODE TXT-MCC
              DELIMITED BY SIZE INTO CHECKNUM-HIST.
           MOVE TXT-PRESREF TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'A' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO DB-FAILURES
             MOVE 'SYS ' TO WS-REJECT-REASON
             GO TO POST-ONE-PRESENTMENT-REJECT
           END-IF.
           PERFORM PUBLISH-POSTING-EVENT
              THRU PUBLISH-POSTING-EVENT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           MOVE PROSPECTIVE-BAL TO BALANCE-ACC.
           CALL "CBLTDLI"
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO DB-FAILURES
           ELSE
             IF WS-AUTH-FOUND = 'Y'
               PERFORM SETTLE-AUTH-HOLD THRU SETTLE-AUTH-HOLD-END
             END-IF
           END-IF.
           ADD 1 TO ITEMS-POSTED.
           ADD ITEM-AMOUNT TO TOTAL-POSTED.
           GO TO POST-ONE-PRESENTMENT-END.

       POST-ONE-PRESENTMENT-REJECT.
           ADD 1 TO ITEMS-REJECTED.
           ADD ITEM-AMOUNT TO TOTAL-REJECTED.
           MOVE WS-REJECT-REASON TO WS-EXC-CODE.
           PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-END.
       POST-ONE-PRESENTMENT-END.
           EXIT.

      * PROCEDURE WRITE-EXCEPTION : THE CURRENT PRESENTMENT AND
      * WS-EXC-CODE TO CLREXC, AND A LINE ON THE JOB LOG
       WRITE-EXCEPTION.
           MOVE CLRIN-IN TO EXC-INPUT.
           MOVE WS-EXC-CODE TO EXC-REASON.
           WRITE CLREXC-OUT.
           DISPLAY 'EXCEPTION ' WS-EXC-CODE ' CARD: ' TXT-CARDNUM
              ' AUTH: ' TXT-AUTHCODE ' AMOUNT: ' ITEM-AMOUNT
              ' REF: ' TXT-PRESREF.
       WRITE-EXCEPTION-END.
           EXIT.

      * PROCEDURE MATCH-AUTH-HOLD : GHNP-WALKS THE POSITIONED ACCOUNT'S
      * HOLD CHILDREN FOR THE PURCHASE AUTHORIZATION ON THIS CARD
      * CARRYING THE PRESENTED AUTHORIZATION CODE, STOPPING ON IT AND
      * KEEPING ITS HOLDID AND AMOUNT - NOTHING IS CHANGED HERE, SEE
      * SETTLE-AUTH-HOLD. A FORCE POST (NO CODE) NEVER MATCHES.
       MATCH-AUTH-HOLD.
           MOVE 'N' TO WS-AUTH-FOUND.
           MOVE 0 TO WS-AUTH-AMOUNT.
           IF TXT-AUTHCODE = SPACES
             GO TO MATCH-AUTH-HOLD-END
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM TEST-ONE-AUTH-HOLD THRU TEST-ONE-AUTH-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR WS-AUTH-FOUND = 'Y'.
       MATCH-AUTH-HOLD-END.
           EXIT.

       TEST-ONE-AUTH-HOLD.
           IF DBSTAT = SPACES
             IF HOLD-PURCHASE-AUTH AND
                CARDNUM-HLD = TXT-CARDNUM AND
                AUTHCODE-HLD = TXT-AUTHCODE
               MOVE 'Y' TO WS-AUTH-FOUND
               MOVE HOLDAMT-HLD TO WS-AUTH-AMOUNT
               MOVE HOLDID-HLD TO WS-AUTH-HOLDID
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-AUTH-HOLD-END.

      * PROCEDURE SETTLE-AUTH-HOLD : RUN ONLY ONCE THE PURCHASE HAS
      * POSTED. RE-READS THE MATCHED HOLD WITH HOLD BY ITS OWN KEY
      * (ACCID + HOLDID). A FINAL PRESENTMENT, OR A PARTIAL ONE THAT
      * USES UP THE AUTHORIZATION, RELEASES IT (DLET - THE SAME IDIOM
      * FBHOLDMNT AND HOLDEXPR USE); A PARTIAL PRESENTMENT FOR LESS
      * THAN THE HOLD REDUCES IT BY WHAT CLEARED AND LEAVES THE
      * REMAINDER OPEN FOR THE NEXT SHIPMENT.
       SETTLE-AUTH-HOLD.
           MOVE ITEM-ACCID TO ACCID.
           MOVE WS-AUTH-HOLDID TO HOLDID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, HOLD-SEG, ACCOUNT-SSA1, HOLD-SSA1.
           IF DBSTAT NOT = SPACES
             GO TO SETTLE-AUTH-HOLD-FAILED
           END-IF.
           IF TXT-CLRSEQ = 'P' AND ITEM-AMOUNT < HOLDAMT-HLD
             SUBTRACT ITEM-AMOUNT FROM HOLDAMT-HLD
             CALL 'CBLTDLI'
               USING REPL, DBPCB, HOLD-SEG
             IF DBSTAT = SPACES
               ADD 1 TO HOLDS-REDUCED
             END-IF
           ELSE
             CALL 'CBLTDLI'
               USING DLET, DBPCB, HOLD-SEG
             IF DBSTAT = SPACES
               ADD 1 TO HOLDS-RELEASED
             END-IF
           END-IF.
           IF DBSTAT = SPACES
             GO TO SETTLE-AUTH-HOLD-END
           END-IF.

       SETTLE-AUTH-HOLD-FAILED.
           MOVE DBSTAT TO SC.
           DISPLAY BAD-STATUS.
           DISPLAY 'HOLD SETTLEMENT FAILED FOR ACCID: ' ITEM-ACCID
              ' HOLDID: ' WS-AUTH-HOLDID.
           ADD 1 TO DB-FAILURES.
       SETTLE-AUTH-HOLD-END.
           EXIT.

      * PROCEDURE DUPLICATE-PRES-CHECK : SCANS THE ACCOUNT'S HISTORY
      * THROUGH THE ACCIDHX INDEX FOR A ROW THAT ALREADY POSTED WITH
      * THIS PRESENTMENT'S REFERENCE INSIDE THE RETENTION WINDOW - THE
      * SAME ONE-ACCOUNT WALK AS ACHPOST'S DUPLICATE-TRACE-CHECK. A
      * PRESENTMENT WITH NO REFERENCE IS NOT CHECKED. THE ACCOUNT'S
      * POSITION ON DBPCB2 IS NOT DISTURBED; THE PCB ADDRESS IS
      * RESTORED BEFORE RETURNING.
       DUPLICATE-PRES-CHECK.
           MOVE 'N' TO WS-DUPREF-FOUND.
           IF TXT-PRESREF = SPACES
             GO TO DUPLICATE-PRES-CHECK-END
           END-IF.
           COMPUTE WS-DUPREF-CUTOFF = FUNCTION INTEGER-OF-DATE (
             WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY ) - CLIENTREF-RETAIN-DAYS.

           MOVE ITEM-ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM SCAN-ONE-HIST-FOR-PRES THRU
             SCAN-ONE-HIST-FOR-PRES-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       DUPLICATE-PRES-CHECK-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           EXIT.

       SCAN-ONE-HIST-FOR-PRES.
           IF DBSTAT = SPACES
             IF CLIENTREF-HIST = TXT-PRESREF AND
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
       SCAN-ONE-HIST-FOR-PRES-END.

      * PROCEDURE SWEEP-ONE-ACCOUNT : GHNP-WALKS THE CURRENT ACCOUNT'S
      * HOLDS FOR LAPSED PURCHASE AUTHORIZATIONS, THEN ADVANCES TO THE
      * NEXT ACCOUNT - THE SAME WALK HOLDEXPR RUNS
       SWEEP-ONE-ACCOUNT.
           IF DBSTAT = SPACES
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA
             PERFORM SWEEP-ONE-HOLD THRU SWEEP-ONE-HOLD-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             CALL "CBLTDLI"
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SWEEP-ONE-ACCOUNT-END.

      * A PURCHASE AUTHORIZATION PAST ITS EXPIRY WAS NEVER PRESENTED -
      * RELEASE IT AND REPORT IT. ONE STILL INSIDE ITS LIFE IS ONLY
      * COUNTED. NON-PURCHASE HOLDS ARE HOLDEXPR'S BUSINESS.
       SWEEP-ONE-HOLD.
           IF DBSTAT = SPACES
             IF HOLD-PURCHASE-AUTH
               IF EXPDATE-HLD NOT = SPACES AND
                  EXPDATE-HLD < WS-TODAY8
                 CALL 'CBLTDLI'
                   USING DLET, DBPCB, HOLD-SEG
                 IF DBSTAT = SPACES
                   ADD 1 TO AUTHS-LAPSED
                   ADD HOLDAMT-HLD TO LAPSED-AMOUNT
                   PERFORM WRITE-LAPSED-AUTH
                      THRU WRITE-LAPSED-AUTH-END
                 ELSE
                   MOVE DBSTAT TO SC
                   DISPLAY BAD-STATUS
                   DISPLAY 'DLET FAILED FOR ACCID: ' ACCID-ACC
                      ' HOLDID: ' HOLDID-HLD
                   ADD 1 TO DB-FAILURES
                 END-IF
               ELSE
                 ADD 1 TO AUTHS-OPEN
                 ADD HOLDAMT-HLD TO OPEN-AUTH-AMOUNT
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SWEEP-ONE-HOLD-END.

      * PROCEDURE WRITE-LAPSED-AUTH : THE RELEASED HOLD TO CLREXC AS
      * REASON 'STAL', LAID OUT IN THE PRESENTMENT'S OWN COLUMN ORDER
      * WITH THE ACCOUNT AND AUTHORIZATION TIME APPENDED
       WRITE-LAPSED-AUTH.
           MOVE HOLDAMT-HLD TO TXT-STAL-AMT.
           MOVE ACCID-ACC TO TXT-STAL-ACCID.
           MOVE SPACES TO EXC-INPUT.
           STRING 'A,"' CARDNUM-HLD '","' AUTHCODE-HLD '",'
                  FUNCTION TRIM (TXT-STAL-AMT) ',"'
                  MERCHNAME-HLD '","' MCC-HLD '","'
                  NETREF-HLD '","F",'
                  FUNCTION TRIM (TXT-STAL-ACCID) ',"'
                  AUTHTS-HLD '"'
              DELIMITED BY SIZE INTO EXC-INPUT
           END-STRING.
           MOVE 'STAL' TO EXC-REASON.
           WRITE CLREXC-OUT.
           DISPLAY '  LAPSED AUTH ACCID: ' ACCID-ACC
              ' CARD: ' CARDNUM-HLD ' AUTH: ' AUTHCODE-HLD
              ' AMOUNT: ' HOLDAMT-HLD ' EXPIRED: ' EXPDATE-HLD.
       WRITE-LAPSED-AUTH-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'CARDCLR  ' TO PE-SOURCE.
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
