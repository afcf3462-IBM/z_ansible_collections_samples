       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.

      ******************************************************************
      * NIGHTLY SAFE DEPOSIT BOX RENT BILLING - WALKS EVERY BOX ON THE
      * SAFE DEPOSIT BOX DATABASE (SDBOX.CPY, MAINTAINED BY FBSDBMNT)
      * AND FOR EACH RENTED BOX:
      *   BILLS THE ANNUAL RENT WHEN THE BOX'S ANNIVERSARY (NEXTBILL)
      *     HAS ARRIVED - THE YEAR'S RENT IS ADDED TO WHAT THE BOX
      *     OWES AND THE ANNIVERSARY MOVES ON A YEAR
      *   COLLECTS WHAT THE BOX OWES BY DEBITING THE RENTER'S
      *     DESIGNATED ACCOUNT THROUGH THE SAME HISTORY-ISRT-THEN-
      *     ACCOUNT-REPL MECHANICS AND STATUS, NSF AND ACTIVE-HOLD
      *     CHECKS BPAYSEND APPLIES - A 'm' FEE ENTRY, CHANNEL 'B',
      *     CLIENT REFERENCE 'SDB' + BRANCH + BOX. A DEBIT THAT CANNOT
      *     POST LEAVES THE RENT OWED AND IS TRIED AGAIN EVERY NIGHT
      *     UNTIL IT POSTS OR THE BOX IS DRILLED
      *   AGES WHAT STAYS UNPAID FROM THE BILLING DATE OF THE OLDEST
      *     UNPAID YEAR INTO 0-30, 31-60, 61-90, 91-365 AND OVER 365
      *     DAYS, AND LISTS EVERY BOX DELINQUENT PAST THE ONE-YEAR
      *     CONTRACT PERIOD AS A DRILL-AND-INVENTORY CANDIDATE, ON
      *     SDBDRILL IN THE USUAL QUOTED/COMMA LAYOUT:
      *       "BRCH","BOXNUM",CUSTID,"NAME",ACCID,OWED,"SINCE",DAYS
      * COLLECTED RENT IS CLEARED OFF THE BOX IN THE SAME UNIT OF WORK
      * AS THE DEBIT, SO A RERUN NEVER CHARGES A BOX TWICE AND NO
      * CHECKPOINT IS NEEDED. RUNS UNDER THE SIMULATION CARD (SEE
      * SIMPOST.CPY) LIKE THE OTHER NIGHTLY POSTERS. RC 4 WHEN ANY
      * DEBIT FAILED OR ANY BOX IS A DRILL CANDIDATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDBDRILL-FILE ASSIGN TO SDBDRILL.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.

       DATA DIVISION.

       FILE SECTION.
         FD SDBDRILL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SDBDRILL-OUT.
       01  SDBDRILL-OUT         PIC X(200).

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
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  MIN-BALANCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.
      * THE RENTAL CONTRACT RUNS A YEAR AT A TIME - A BOX WHOSE RENT
      * HAS GONE UNPAID LONGER THAN THIS IS A DRILL CANDIDATE
       77  CONTRACT-PERIOD-DAYS PIC S9(5) COMP-3 VALUE 365.

       77  PROSPECTIVE-BAL     PIC S9(13)V9(2) COMP-3.
       77  TOTAL-ACTIVE-HOLDS  PIC S9(13)V9(2) COMP-3.
       77  FAIL-REASON         PIC X(20).
       77  WS-BOX-CHANGED      PIC X(01).
       77  WS-NB-YEAR          PIC 9(04).
       77  WS-DUE-DAYS         PIC S9(9) COMP-5.
       77  WS-AGE-IX           PIC S9(4) COMP-5.
       77  WS-DATE-N           PIC 9(08).
       77  WS-TODAY-INT        PIC S9(9) COMP-5.
       77  WS-DUE-INT          PIC S9(9) COMP-5.

       01  BOXES-SCANNED       PIC  S9(9) COMP-5 VALUE 0.
       01  BOXES-RENTED        PIC  S9(9) COMP-5 VALUE 0.
       01  RENTS-BILLED        PIC  S9(9) COMP-5 VALUE 0.
       01  RENTS-COLLECTED     PIC  S9(9) COMP-5 VALUE 0.
       01  COLLECTS-FAILED     PIC  S9(9) COMP-5 VALUE 0.
       01  DRILL-CANDIDATES    PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-BILLED        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-COLLECTED     PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *UNPAID RENT AGING - BOXES AND AMOUNT OWED PER BUCKET, BY DAYS
      *SINCE THE OLDEST UNPAID YEAR WAS BILLED
      ******************************************************************

       01  AGE-BUCKET-DEFS.
           05  FILLER  PIC X(14) VALUE '00030   0-30  '.
           05  FILLER  PIC X(14) VALUE '00060  31-60  '.
           05  FILLER  PIC X(14) VALUE '00090  61-90  '.
           05  FILLER  PIC X(14) VALUE '00365  91-365 '.
           05  FILLER  PIC X(14) VALUE '99999 OVER 365'.
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-DEFS.
           05  AGE-BUCKET OCCURS 5 TIMES.
               10  AGE-UPTO    PIC 9(05).
               10  AGE-LABEL   PIC X(09).

       01  AGE-TOTALS.
           05  AGE-TOTAL OCCURS 5 TIMES.
               10  AGE-COUNT   PIC S9(9) COMP-5.
               10  AGE-AMOUNT  PIC S9(15)V9(2) COMP-3.

      ******************************************************************
      *REPORT AND EXTRACT EDIT FIELDS
      ******************************************************************

       01  TXT-ACCID-E         PIC  Z(17)9.
       01  TXT-CUSTID-E        PIC  Z(8)9.
       01  TXT-AMT-E           PIC  -(11)9.99.
       01  TXT-DAYS-E          PIC  Z(8)9.
       01  TXT-COUNT-E         PIC  Z(8)9.
       01  WS-RENTER-NAME      PIC  X(60).
       01  WS-CLIENTREF        PIC  X(16).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
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

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS - SDBOX AND ITS SSAS, THEN THE RENTER'S CUSTOMER
      *AND THE ACCOUNT, HOLD AND HISTORY SEGMENTS OF THE DEBIT
      ******************************************************************
           COPY SDBOX.

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

       01  TODAY-YMD           PIC X(10).

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

      *    IOPCBA - I/O PCB
      *    EVTPCBA - EVENT ALTERNATE PCB (POSTING-EVENTS DESTINATION)
      *    DBPCB1 - SAFE DEPOSIT BOX DATABASE, WALKED AND UPDATED
      *    DBPCB2 - ACCOUNT DATABASE, BILLING ACCOUNT AND ITS HOLDS
      *    DBPCB3 - HISTORY DATABASE, THE RENT DEBIT
      *    DBPCB4 - CUSTOMER DATABASE, RENTER NAMES FOR THE DRILL LIST
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
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
           MOVE WS-CURRENT-DATE TO WS-DATE-N.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-N).
           INITIALIZE AGE-TOTALS.

           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.
           IF NOT SIMULATING
             OPEN OUTPUT SDBDRILL-FILE
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, SDBOX-SEG, SDBOX-SSA.
           PERFORM PROCESS-BOX THRU PROCESS-BOX-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF NOT SIMULATING
             CLOSE SDBDRILL-FILE
           END-IF.

           DISPLAY '========================================'.
           DISPLAY 'SAFE DEPOSIT BOX RENT BILLING - ' TODAY-YMD.
           DISPLAY 'BOXES SCANNED:            ' BOXES-SCANNED.
           DISPLAY 'BOXES RENTED:             ' BOXES-RENTED.
           DISPLAY 'ANNUAL RENTS BILLED:      ' RENTS-BILLED.
           MOVE TOTAL-BILLED TO TXT-AMT-E.
           DISPLAY 'AMOUNT BILLED:            ' TXT-AMT-E.
           DISPLAY 'RENTS COLLECTED:          ' RENTS-COLLECTED.
           MOVE TOTAL-COLLECTED TO TXT-AMT-E.
           DISPLAY 'AMOUNT COLLECTED:         ' TXT-AMT-E.
           DISPLAY 'COLLECTIONS FAILED:       ' COLLECTS-FAILED.
           DISPLAY 'DRILL CANDIDATES:         ' DRILL-CANDIDATES.
           DISPLAY '========================================'.
           DISPLAY 'UNPAID RENT AGING'.
           DISPLAY 'DAYS PAST DUE    BOXES          AMOUNT OWED'.
           PERFORM PRINT-ONE-AGE-BUCKET THRU PRINT-ONE-AGE-BUCKET-END
              VARYING WS-AGE-IX FROM 1 BY 1
              UNTIL WS-AGE-IX > 5.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.
           IF COLLECTS-FAILED > 0 OR DRILL-CANDIDATES > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-BOX : BILLS, COLLECTS AND AGES THE BOX HELD
      * ON DBPCB1, WRITES IT BACK IF ANYTHING CHANGED, THEN ADVANCES
      * TO THE NEXT BOX. ONLY A RENTED BOX OWES RENT - A DRILLED BOX
      * KEEPS WHAT IT OWED AS A RECORD BUT IS NO LONGER CHARGED
       PROCESS-BOX.
           IF DBSTAT = SPACES
             ADD 1 TO BOXES-SCANNED
             IF SDB-RENTED
               ADD 1 TO BOXES-RENTED
               MOVE 'N' TO WS-BOX-CHANGED
               IF NEXTBILL-SDB NOT = SPACES
                 PERFORM BILL-ONE-YEAR THRU BILL-ONE-YEAR-END
                    UNTIL NEXTBILL-SDB > TODAY-YMD
               END-IF
               IF RENTDUE-SDB > 0
                 PERFORM COLLECT-RENT THRU COLLECT-RENT-END
               END-IF
               IF RENTDUE-SDB > 0
                 PERFORM AGE-UNPAID-RENT THRU AGE-UNPAID-RENT-END
               END-IF
               IF WS-BOX-CHANGED = 'Y' AND NOT SIMULATING
                 SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
                 CALL 'CBLTDLI'
                   USING REPL, DBPCB, SDBOX-SEG
                 IF DBSTAT NOT = SPACES
                   MOVE DBSTAT TO SC
                   DISPLAY BAD-STATUS
                   DISPLAY 'BOX UPDATE FAILED FOR ' BOXKEY-SDB
                 END-IF
               END-IF
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL 'CBLTDLI'
               USING GHN, DBPCB, SDBOX-SEG, SDBOX-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-BOX-END.

      * PROCEDURE BILL-ONE-YEAR : ONE YEAR'S RENT ONTO WHAT THE BOX
      * OWES AND THE ANNIVERSARY MOVED ON A YEAR (A 29 FEBRUARY
      * ANNIVERSARY FALLS ON THE 28TH IN OTHER YEARS). THE AGE OF THE
      * DEBT RUNS FROM THE OLDEST YEAR STILL UNPAID
       BILL-ONE-YEAR.
           IF RENTDUE-SDB = 0
             MOVE NEXTBILL-SDB TO DUESINCE-SDB
           END-IF.
           ADD ANNRENT-SDB TO RENTDUE-SDB.
           ADD 1 TO RENTS-BILLED.
           ADD ANNRENT-SDB TO TOTAL-BILLED.
           COMPUTE WS-NB-YEAR =
              FUNCTION NUMVAL ( NEXTBILL-SDB (1:4) ) + 1.
           MOVE WS-NB-YEAR TO NEXTBILL-SDB (1:4).
           IF NEXTBILL-SDB (6:5) = '02-29'
             MOVE '28' TO NEXTBILL-SDB (9:2)
           END-IF.
           MOVE 'Y' TO WS-BOX-CHANGED.
       BILL-ONE-YEAR-END.
           EXIT.

      * PROCEDURE COLLECT-RENT : DEBITS EVERYTHING THE BOX OWES FROM
      * ITS BILLING ACCOUNT AND CLEARS IT OFF THE BOX. A DEBIT THAT
      * CANNOT POST IS REPORTED AND LEFT OWED FOR TOMORROW'S RUN
       COLLECT-RENT.
           MOVE SPACES TO FAIL-REASON.
           PERFORM POST-RENT-DEBIT THRU POST-RENT-DEBIT-END.
           IF FAIL-REASON NOT = SPACES
             ADD 1 TO COLLECTS-FAILED
             MOVE BILLACC-SDB TO TXT-ACCID-E
             MOVE RENTDUE-SDB TO TXT-AMT-E
             DISPLAY 'RENT NOT COLLECTED - BOX ' BRANCH-SDB ' '
                BOXNUM-SDB ' ACCID ' TXT-ACCID-E ' OWED ' TXT-AMT-E
                ' - ' FAIL-REASON
             GO TO COLLECT-RENT-END
           END-IF.
           ADD 1 TO RENTS-COLLECTED.
           ADD RENTDUE-SDB TO TOTAL-COLLECTED.
           MOVE 0 TO RENTDUE-SDB.
           MOVE SPACES TO DUESINCE-SDB.
           MOVE TODAY-YMD TO LASTPAID-SDB.
           MOVE 'Y' TO WS-BOX-CHANGED.
       COLLECT-RENT-END.
           EXIT.

      * PROCEDURE POST-RENT-DEBIT : ONE 'm' ENTRY ON THE BILLING
      * ACCOUNT WITH BPAYSEND'S STATUS, NSF AND ACTIVE-HOLD CHECKS
       POST-RENT-DEBIT.
           MOVE BILLACC-SDB TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'ACCOUNT NOT FOUND' TO FAIL-REASON
             GO TO POST-RENT-DEBIT-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'ACCOUNT NOT OPEN' TO FAIL-REASON
             GO TO POST-RENT-DEBIT-END
           END-IF.
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-END.
      * RESTORE POSITION/HOLD ON THE ACCOUNT - THE GHNP WALK ABOVE
      * LEFT IMS POSITIONED ON A HOLD CHILD, NOT THE ACCOUNT ITSELF
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           COMPUTE PROSPECTIVE-BAL = BALANCE-ACC - RENTDUE-SDB.
           IF PROSPECTIVE-BAL < MIN-BALANCE - ODLIMIT-ACC
             MOVE 'INSUFFICIENT FUNDS' TO FAIL-REASON
             GO TO POST-RENT-DEBIT-END
           END-IF.
           IF PROSPECTIVE-BAL < TOTAL-ACTIVE-HOLDS
             MOVE 'FUNDS ON HOLD' TO FAIL-REASON
             GO TO POST-RENT-DEBIT-END
           END-IF.

           COMPUTE ACCID-HIST = BILLACC-SDB.
           COMPUTE TXID-HIST = ACCID-HIST * MULT-FACTOR
             + LASTTXID-ACC + 1.
           MOVE 'm' TO TRANSTYP-HIST.
           MOVE RENTDUE-SDB TO AMOUNT-HIST.
           COMPUTE REFTXID-HIST = 0.
           MOVE PROSPECTIVE-BAL TO BALAFTER-HIST.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE SPACES TO CHECKNUM-HIST.
           MOVE SPACES TO WS-CLIENTREF.
           STRING 'SDB' BRANCH-SDB BOXNUM-SDB
              DELIMITED BY SIZE INTO WS-CLIENTREF.
           MOVE WS-CLIENTREF TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           IF SIMULATING
             MOVE 'BOX RENT' TO SIM-KIND
             PERFORM NOTE-HISTORY-ENTRY THRU NOTE-HISTORY-ENTRY-END
             GO TO POST-RENT-DEBIT-END
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
           IF DBSTAT = SPACES
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'HISTORY INSERT FAIL' TO FAIL-REASON
             GO TO POST-RENT-DEBIT-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           MOVE PROSPECTIVE-BAL TO BALANCE-ACC.
           CALL "CBLTDLI"
             USING REPL, DBPCB, ACCOUNT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'ACCOUNT UPDATE FAIL' TO FAIL-REASON
           END-IF.
       POST-RENT-DEBIT-END.
           EXIT.

      * PROCEDURE SUM-ACTIVE-HOLDS : FOOTS HOLDAMT-HLD ACROSS EVERY
      * HOLD CHILD OF THE POSITIONED ACCOUNT - GHNP, NOT GHN, SO AN
      * ACCOUNT WITH NO HOLDS RETURNS GB/GE INSTEAD OF WALKING INTO
      * THE NEXT ACCOUNT'S HOLD ROWS
       SUM-ACTIVE-HOLDS.
           MOVE 0 TO TOTAL-ACTIVE-HOLDS.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM FOOT-ONE-HOLD THRU FOOT-ONE-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       SUM-ACTIVE-HOLDS-END.

       FOOT-ONE-HOLD.
           IF DBSTAT = SPACES
             ADD HOLDAMT-HLD TO TOTAL-ACTIVE-HOLDS
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-HOLD-END.

      * PROCEDURE AGE-UNPAID-RENT : FILES WHAT THE BOX STILL OWES IN
      * ITS AGING BUCKET AND LISTS THE BOX FOR DRILLING ONCE THE DEBT
      * IS OLDER THAN THE CONTRACT PERIOD
       AGE-UNPAID-RENT.
           MOVE 0 TO WS-DUE-DAYS.
           IF DUESINCE-SDB NOT = SPACES
             COMPUTE WS-DATE-N =
                FUNCTION NUMVAL ( DUESINCE-SDB (1:4) ) * 10000
                + FUNCTION NUMVAL ( DUESINCE-SDB (6:2) ) * 100
                + FUNCTION NUMVAL ( DUESINCE-SDB (9:2) )
             COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE ( WS-DATE-N )
             COMPUTE WS-DUE-DAYS = WS-TODAY-INT - WS-DUE-INT
           END-IF.
           PERFORM FIND-AGE-BUCKET THRU FIND-AGE-BUCKET-END
              VARYING WS-AGE-IX FROM 1 BY 1
              UNTIL WS-AGE-IX = 5
                 OR WS-DUE-DAYS NOT > AGE-UPTO (WS-AGE-IX).
           ADD 1 TO AGE-COUNT (WS-AGE-IX).
           ADD RENTDUE-SDB TO AGE-AMOUNT (WS-AGE-IX).
           IF WS-DUE-DAYS > CONTRACT-PERIOD-DAYS
             PERFORM LIST-DRILL-CANDIDATE
                THRU LIST-DRILL-CANDIDATE-END
           END-IF.
       AGE-UNPAID-RENT-END.
           EXIT.

       FIND-AGE-BUCKET.
       FIND-AGE-BUCKET-END.
           EXIT.

      * PROCEDURE LIST-DRILL-CANDIDATE : ONE SDBDRILL RECORD AND ONE
      * REPORT LINE FOR A BOX DELINQUENT PAST THE CONTRACT PERIOD
       LIST-DRILL-CANDIDATE.
           ADD 1 TO DRILL-CANDIDATES.
           PERFORM LOOKUP-RENTER-NAME THRU LOOKUP-RENTER-NAME-END.
           MOVE RENTCUST-SDB TO TXT-CUSTID-E.
           MOVE BILLACC-SDB TO TXT-ACCID-E.
           MOVE RENTDUE-SDB TO TXT-AMT-E.
           MOVE WS-DUE-DAYS TO TXT-DAYS-E.
           DISPLAY 'DRILL CANDIDATE - BOX ' BRANCH-SDB ' ' BOXNUM-SDB
              ' CUSTID ' TXT-CUSTID-E ' OWED ' TXT-AMT-E
              ' SINCE ' DUESINCE-SDB.
           IF SIMULATING
             GO TO LIST-DRILL-CANDIDATE-END
           END-IF.
           MOVE SPACES TO SDBDRILL-OUT.
           STRING '"' BRANCH-SDB '","' BOXNUM-SDB '",'
                   FUNCTION TRIM (TXT-CUSTID-E) ','
                   '"' FUNCTION TRIM (WS-RENTER-NAME) '",'
                   FUNCTION TRIM (TXT-ACCID-E) ','
                   FUNCTION TRIM (TXT-AMT-E) ','
                   '"' DUESINCE-SDB '",'
                   FUNCTION TRIM (TXT-DAYS-E)
              DELIMITED BY SIZE INTO SDBDRILL-OUT
           END-STRING.
           WRITE SDBDRILL-OUT.
       LIST-DRILL-CANDIDATE-END.
           EXIT.

      * PROCEDURE LOOKUP-RENTER-NAME : THE PRIMARY RENTER'S NAME FOR
      * THE DRILL LIST - ON DBPCB4 SO THE BOX WALK KEEPS ITS PLACE
       LOOKUP-RENTER-NAME.
           MOVE SPACES TO WS-RENTER-NAME.
           MOVE RENTCUST-SDB TO CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             STRING FUNCTION TRIM (FIRSTNAME-CD) ' '
                FUNCTION TRIM (LASTNAME-CD)
                DELIMITED BY SIZE INTO WS-RENTER-NAME
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       LOOKUP-RENTER-NAME-END.
           EXIT.

       PRINT-ONE-AGE-BUCKET.
           MOVE AGE-COUNT (WS-AGE-IX) TO TXT-COUNT-E.
           MOVE AGE-AMOUNT (WS-AGE-IX) TO TXT-AMT-E.
           DISPLAY '  ' AGE-LABEL (WS-AGE-IX) '   ' TXT-COUNT-E
              '  ' TXT-AMT-E.
       PRINT-ONE-AGE-BUCKET-END.
           EXIT.

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
             DISPLAY 'SDBBILL WOULD-POST REPORT - ' TODAY-YMD
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
           DISPLAY 'SDBBILL WOULD-POST TOTALS BY PRODUCT'.
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
           MOVE 'SDBBILL ' TO PE-SOURCE.
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
