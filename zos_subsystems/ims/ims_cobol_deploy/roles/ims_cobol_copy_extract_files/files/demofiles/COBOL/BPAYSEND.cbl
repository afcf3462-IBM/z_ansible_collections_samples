       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BPAYSEND.

      ******************************************************************
      * NIGHTLY BILL PAYMENT SENDER - WALKS EVERY PAYEE ON THE
      * CUSTOMER DATABASE AND SENDS EACH SCHEDULED PAYMENT (FBBILMNT)
      * WHOSE SEND DATE HAS ARRIVED. THE FUNDING ACCOUNT IS DEBITED
      * THROUGH THE SAME HISTORY-ISRT-THEN-ACCOUNT-REPL MECHANICS AND
      * STATUS, NSF AND ACTIVE-HOLD CHECKS IBTRAN APPLIES TO A
      * WITHDRAWAL (CHANNEL 'B', THE REMITTANCE REFERENCE CARRIED AS
      * THE CLIENT REFERENCE). THE PAYMENT THEN LEAVES ONE OF TWO WAYS:
      *   ELECTRONIC PAYEE - A DETAIL ON THE BPREMIT REMITTANCE FILE,
      *     IN THE SAME H/D/T QUOTED/COMMA LAYOUT ACHOUT WRITES:
      *       H,"YYYY-MM-DD"
      *       D,"RTN","DDA",AMOUNT,"PAYEE","PAYEE ACCT","PAYER","REF"
      *       T,COUNT,HASHTOTAL
      *   CHECK PAYEE - A BANK CHECK ON THE BPCHECK PRINT FILE. THE
      *     CHECK IS DRAWN ON THE BANK AND REGISTERED ON OCREG WITH
      *     THE NEXT OFFICIAL-CHECK SERIAL EXACTLY AS FBOFCHK DOES, SO
      *     CHKPOST PAYS IT OFF WHEN PRESENTED AND OCSTALE/ESCHEAT
      *     PICK IT UP IF IT IS NEVER CASHED. THE DEBIT'S CHECKNUM-HIST
      *     CARRIES 'OC' + THE SERIAL.
      * A PAYMENT THAT CANNOT POST (ACCOUNT NOT FOUND OR NOT OPEN,
      * INSUFFICIENT FUNDS, FUNDS ON HOLD, PAYEE REMOVED) IS MARKED
      * 'F'AILED WITH THE REASON AND REPORTED - IT IS NOT RETRIED, THE
      * CUSTOMER SCHEDULES IT AGAIN. REFERENCES ARE 'BP' + YYYYMMDD +
      * A FOUR-DIGIT PER-RUN SEQUENCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BPREMIT-FILE ASSIGN TO BPREMIT.
           SELECT BPCHECK-FILE ASSIGN TO BPCHECK.

       DATA DIVISION.

       FILE SECTION.
         FD BPREMIT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BPREMIT-OUT.
       01  BPREMIT-OUT        PIC X(200).

         FD BPCHECK-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORDS ARE BPCHECK-OUT BPCHECK-TRL.
      * FIXED CHECK-PRINT LAYOUT - POSITIONS, NOT DELIMITERS. ONE 'C'
      * RECORD PER CHECK, ONE 'T' TRAILER THE PRINT RUN PROVES TO.
       01  BPCHECK-OUT.
           05  CHK-RECTYPE     PIC  X(01).
           05  CHK-NUMBER      PIC  9(09).
           05  CHK-DATE        PIC  X(10).
           05  CHK-AMOUNT      PIC  9(13)V99.
           05  CHK-PAYEE       PIC  X(30).
           05  CHK-ADDR        PIC  X(80).
           05  CHK-CITY        PIC  X(25).
           05  CHK-STATE       PIC  X(02).
           05  CHK-ZIP         PIC  X(15).
           05  CHK-PAYER       PIC  X(40).
           05  CHK-MEMO        PIC  X(20).
           05  CHK-REF         PIC  X(16).
       01  BPCHECK-TRL.
           05  CHK-T-RECTYPE   PIC  X(01).
           05  CHK-T-COUNT     PIC  9(09).
           05  CHK-T-TOTAL     PIC  9(15)V99.
           05  FILLER          PIC  X(236).

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
       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.
       77  MIN-BALANCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.

       77  WS-REF-SEQ          PIC S9(4) COMP-5 VALUE 0.
       77  WS-REF-NUM          PIC 9(12).
       77  WS-REMITREF         PIC X(16).
       77  WS-TODAY-NUM        PIC 9(08).
       77  WS-AMOUNT-ZONED     PIC 9(13).99.
       77  WS-DETAIL-COUNT     PIC S9(9) COMP-5 VALUE 0.
       77  WS-HASH-TOTAL       PIC S9(15)V9(2) COMP-3 VALUE 0.
       77  WS-HASH-ZONED       PIC 9(15).99.
       77  WS-COUNT-ZONED      PIC 9(9).
       77  WS-NEW-OCNUM        PIC S9(9) COMP-5.
       77  WS-OCNUM-ZONED      PIC 9(9).
       77  WS-PAYER-NAME       PIC X(40).
       77  PROSPECTIVE-BAL     PIC S9(13)V9(2) COMP-3.
       77  TOTAL-ACTIVE-HOLDS  PIC S9(13)V9(2) COMP-3.
       77  FAIL-REASON         PIC X(20).

       01  PAYEES-SCANNED      PIC  S9(9) COMP-5 VALUE 0.
       01  PAYMENTS-DUE        PIC  S9(9) COMP-5 VALUE 0.
       01  REMITS-SENT         PIC  S9(9) COMP-5 VALUE 0.
       01  CHECKS-ISSUED       PIC  S9(9) COMP-5 VALUE 0.
       01  PAYMENTS-FAILED     PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-REMITTED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-CHECKS        PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  PAYEE-SSA.
           05  FILLER          PIC  X(08)        VALUE "PAYEE   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BILLPAY-SSA.
           05  FILLER          PIC  X(08)        VALUE "BILLPAY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

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

       01  OCREG-SSA.
           05  FILLER          PIC  X(08)        VALUE "OCREG   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

      *    PAYEE-SEG - A BILL-PAYMENT PAYEE, CHILD OF CUSTOMER. THE
      *    CUSTOMER'S OWN ACCOUNT NUMBER WITH THE PAYEE RIDES ON EVERY
      *    PAYMENT SO THE PAYEE CAN APPLY IT. METHOD-PAY 'E' SENDS THE
      *    PAYMENT ON THE ELECTRONIC REMITTANCE FILE TO PAYRTN-PAY/
      *    PAYDDA-PAY; 'C' MAILS A PAPER CHECK TO THE REMIT ADDRESS.
      *    A REMOVED PAYEE ('X') STAYS ON FILE AS THE RECORD.
       01  PAYEE-SEG.
           05  CUSTID-PAY      PIC  S9(9) COMP-5.
           05  PAYEEID-PAY     PIC  S9(9) COMP-5.
           05  PAYNAME-PAY     PIC  X(30).
           05  PAYADDR-PAY     PIC  X(80).
           05  PAYCITY-PAY     PIC  X(25).
           05  PAYSTATE-PAY    PIC  X(02).
           05  PAYZIP-PAY      PIC  X(15).
           05  PAYACCT-PAY     PIC  X(20).
           05  METHOD-PAY      PIC  X(01).
               88  PAY-ELECTRONIC  VALUE "E".
               88  PAY-BY-CHECK    VALUE "C".
           05  PAYRTN-PAY      PIC  X(09).
           05  PAYDDA-PAY      PIC  X(17).
           05  STATUS-PAY      PIC  X(01).
               88  PAYEE-ACTIVE    VALUE "A".
               88  PAYEE-REMOVED   VALUE "X".

      *    BILLPAY-SEG - ONE SCHEDULED BILL PAYMENT, CHILD OF THE
      *    PAYEE IT PAYS. BPID-BP IS UNIQUE ACROSS THE CUSTOMER'S
      *    PAYMENTS. STATUS LIFECYCLE: 'S'CHEDULED -> (BPAYSEND ON OR
      *    AFTER SENDDATE-BP) 'P'AID, OR 'F'AILED WITH THE REASON IN
      *    FAILRSN-BP WHEN THE DEBIT CANNOT POST; 'X' CANCELED BY THE
      *    CUSTOMER BEFORE IT WENT. A PAID PAYMENT CARRIES THE DEBIT'S
      *    TXID, ITS REMITTANCE REFERENCE, AND - FOR A PAPER CHECK - THE
      *    CHECK SERIAL REGISTERED ON OCREG.
       01  BILLPAY-SEG.
           05  BPID-BP         PIC  S9(9) COMP-5.
           05  CUSTID-BP       PIC  S9(9) COMP-5.
           05  PAYEEID-BP      PIC  S9(9) COMP-5.
           05  ACCID-BP        PIC  S9(18) COMP-5.
           05  AMOUNT-BP       PIC  S9(13)V9(2) COMP-3.
           05  SENDDATE-BP     PIC  X(10).
           05  STATUS-BP       PIC  X(01).
               88  BP-SCHEDULED    VALUE "S".
               88  BP-PAID         VALUE "P".
               88  BP-FAILED       VALUE "F".
               88  BP-CANCELED     VALUE "X".
               88  BP-AWAITING     VALUE "V".
           05  SENTDATE-BP     PIC  X(10).
           05  TXID-BP         PIC  S9(18) COMP-5.
           05  REMITREF-BP     PIC  X(16).
           05  CHECKNUM-BP     PIC  S9(9) COMP-5.
           05  FAILRSN-BP      PIC  X(20).
      *    BUSINESS SUB-USER WHO SCHEDULED THE PAYMENT AND THE ONE WHO
      *    RELEASED IT FROM DUAL APPROVAL - SEE FBBILMNT. A PAYMENT
      *    STILL AWAITING APPROVAL ('V') IS NOT SENT
           05  INITSUB-BP      PIC  S9(9) COMP-5.
           05  APPRSUB-BP      PIC  S9(9) COMP-5.
           05  APPRDATE-BP     PIC  X(10).

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

      *    OCREG-SEG - SEE FBOFCHK. A BILL-PAYMENT CHECK IS REGISTERED
      *    WITH OPERID-OCR ZERO - NO TELLER SOLD IT.
       01  OCREG-SEG.
           05  OCNUM-OCR       PIC  S9(9) COMP-5.
           05  AMOUNT-OCR      PIC  S9(13)V9(2) COMP-3.
           05  PAYEE-OCR       PIC  X(50).
           05  ISSUEDATE-OCR   PIC  X(10).
           05  STATUS-OCR      PIC  X(01).
               88  OC-OUTSTANDING  VALUE "O".
               88  OC-PAID         VALUE "P".
               88  OC-ESCHEATED    VALUE "E".
           05  ACCID-OCR       PIC  S9(18) COMP-5.
           05  TXID-OCR        PIC  S9(18) COMP-5.
           05  PAIDDATE-OCR    PIC  X(10).
           05  OPERID-OCR      PIC  S9(9) COMP-5.

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

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

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
           05  PROCOPTS       PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  SEGNAMFB        PIC  X(08).
           05  LENKEY          PIC  9(08) COMP.
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).

      *    IOPCBA - I/O PCB
      *    EVTPCBA - EVENT ALTERNATE PCB (POSTING-EVENTS DESTINATION)
      *    DBPCB1 - CUSTOMER DATABASE, THE PAYEE/BILLPAY WALK
      *    DBPCB2 - ACCOUNT DATABASE, FUNDING ACCOUNT AND ITS HOLDS
      *    DBPCB3 - HISTORY DATABASE
      *    DBPCB4 - OCREG OFFICIAL-CHECK REGISTER
      *    DBPCB5 - CUSTOMER DATABASE, PAYER NAME LOOKUP (KEEPS THE
      *             WALK ON DBPCB1 UNDISTURBED)
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4,
                    DBPCB5.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-NUM = WS-CURRENT-YEAR * 10000
              + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           OPEN OUTPUT BPREMIT-FILE.
           OPEN OUTPUT BPCHECK-FILE.
           MOVE SPACES TO BPREMIT-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO BPREMIT-OUT.
           WRITE BPREMIT-OUT.

      * THE NEXT CHECK SERIAL IS TAKEN ONCE OFF THE REGISTER AND
      * STEPPED FOR EACH CHECK THIS RUN ISSUES
           PERFORM FIND-HIGHEST-OCNUM THRU FIND-HIGHEST-OCNUM-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, PAYEE-SEG, PAYEE-SSA.
           PERFORM PROCESS-PAYEE THRU PROCESS-PAYEE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE SPACES TO BPREMIT-OUT.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-ZONED.
           MOVE WS-HASH-TOTAL TO WS-HASH-ZONED.
           STRING 'T,' WS-COUNT-ZONED ',' WS-HASH-ZONED
              INTO BPREMIT-OUT.
           WRITE BPREMIT-OUT.
           CLOSE BPREMIT-FILE.

           MOVE SPACES TO BPCHECK-TRL.
           MOVE 'T' TO CHK-T-RECTYPE.
           MOVE CHECKS-ISSUED TO CHK-T-COUNT.
           MOVE TOTAL-CHECKS TO CHK-T-TOTAL.
           WRITE BPCHECK-TRL.
           CLOSE BPCHECK-FILE.

           DISPLAY '========================================'.
           DISPLAY 'BILL PAYMENT SEND SUMMARY'.
           DISPLAY 'RUN DATE:                 ' TODAY-YMD.
           DISPLAY 'PAYEES SCANNED:           ' PAYEES-SCANNED.
           DISPLAY 'PAYMENTS DUE:             ' PAYMENTS-DUE.
           DISPLAY 'ELECTRONIC REMITTANCES:   ' REMITS-SENT.
           DISPLAY 'TOTAL REMITTED:           ' TOTAL-REMITTED.
           DISPLAY 'CHECKS ISSUED:            ' CHECKS-ISSUED.
           DISPLAY 'TOTAL CHECKS:             ' TOTAL-CHECKS.
           DISPLAY 'PAYMENTS FAILED:          ' PAYMENTS-FAILED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.

           IF PAYMENTS-FAILED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-PAYEE : SENDS EVERY DUE PAYMENT UNDER THE
      * CURRENT PAYEE, THEN ADVANCES THE WALK. GHNP KEEPS THE PAYMENT
      * WALK INSIDE THIS PAYEE; THE GN THAT FOLLOWS STEPS TO THE NEXT
      * PAYEE ON THE DATABASE, WHOEVER THE CUSTOMER
       PROCESS-PAYEE.
           IF DBSTAT = SPACES
             ADD 1 TO PAYEES-SCANNED
             CALL "CBLTDLI"
               USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA
             PERFORM PROCESS-PAYMENT THRU PROCESS-PAYMENT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GN, DBPCB, PAYEE-SEG, PAYEE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-PAYEE-END.

       PROCESS-PAYMENT.
           IF DBSTAT = SPACES
             IF BP-SCHEDULED AND SENDDATE-BP NOT > TODAY-YMD
               ADD 1 TO PAYMENTS-DUE
               PERFORM SEND-ONE-PAYMENT THRU SEND-ONE-PAYMENT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-PAYMENT-END.

      * PROCEDURE SEND-ONE-PAYMENT : POSTS THE DEBIT AND, ONLY ON
      * SUCCESS, SENDS THE PAYMENT AND MARKS IT PAID. A DEBIT THAT
      * CANNOT POST MARKS THE PAYMENT FAILED WITH THE REASON
       SEND-ONE-PAYMENT.
           MOVE SPACES TO FAIL-REASON.
           ADD 1 TO WS-REF-SEQ.
           COMPUTE WS-REF-NUM = WS-TODAY-NUM * 10000 + WS-REF-SEQ.
           MOVE SPACES TO WS-REMITREF.
           STRING 'BP' WS-REF-NUM INTO WS-REMITREF.

           IF NOT PAYEE-ACTIVE
             MOVE 'PAYEE REMOVED' TO FAIL-REASON
           ELSE
             PERFORM POST-PAYMENT-DEBIT THRU POST-PAYMENT-DEBIT-END
           END-IF.
           IF FAIL-REASON NOT = SPACES
             ADD 1 TO PAYMENTS-FAILED
             DISPLAY 'PAYMENT FAILED - CUSTID: ' CUSTID-BP
                ' BPID: ' BPID-BP ' ACCID: ' ACCID-BP
                ' AMOUNT: ' AMOUNT-BP ' REASON: ' FAIL-REASON
             MOVE 'F' TO STATUS-BP
             MOVE FAIL-REASON TO FAILRSN-BP
             GO TO SEND-ONE-PAYMENT-REPL
           END-IF.

           PERFORM LOOKUP-PAYER-NAME THRU LOOKUP-PAYER-NAME-END.
           IF PAY-ELECTRONIC
             PERFORM WRITE-REMITTANCE THRU WRITE-REMITTANCE-END
           ELSE
             PERFORM ISSUE-CHECK THRU ISSUE-CHECK-END
           END-IF.
           MOVE 'P' TO STATUS-BP.
           MOVE TODAY-YMD TO SENTDATE-BP.
           MOVE TXID-HIST TO TXID-BP.
           MOVE WS-REMITREF TO REMITREF-BP.

       SEND-ONE-PAYMENT-REPL.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING REPL, DBPCB, BILLPAY-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       SEND-ONE-PAYMENT-END.
           EXIT.

      * PROCEDURE POST-PAYMENT-DEBIT : ONE 'w' ENTRY ON THE FUNDING
      * ACCOUNT WITH IBTRAN'S STATUS, NSF AND ACTIVE-HOLD CHECKS. A
      * CHECK PAYEE'S SERIAL IS ASSIGNED HERE SO THE DEBIT CARRIES IT
       POST-PAYMENT-DEBIT.
           MOVE ACCID-BP TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'ACCOUNT NOT FOUND' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'ACCOUNT NOT OPEN' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
           END-IF.
      * AN IRA IS PAID OUT ONLY BY IBTRAN'S CODED DISTRIBUTION, WITH
      * ITS WITHHOLDING - A BILL PAYMENT CARRIES NEITHER
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'IRA - NOT ALLOWED' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
           END-IF.
           PERFORM SUM-ACTIVE-HOLDS THRU SUM-ACTIVE-HOLDS-END.
      * RESTORE POSITION/HOLD ON THE ACCOUNT - THE GHNP WALK ABOVE
      * LEFT IMS POSITIONED ON A HOLD CHILD, NOT THE ACCOUNT ITSELF
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           COMPUTE PROSPECTIVE-BAL = BALANCE-ACC - AMOUNT-BP.
           IF PROSPECTIVE-BAL < MIN-BALANCE - ODLIMIT-ACC
             MOVE 'INSUFFICIENT FUNDS' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
           END-IF.
           IF PROSPECTIVE-BAL < TOTAL-ACTIVE-HOLDS
             MOVE 'FUNDS ON HOLD' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
           END-IF.

           COMPUTE ACCID-HIST = ACCID-BP.
           COMPUTE TXID-HIST = ACCID-HIST * MULT-FACTOR
             + LASTTXID-ACC + 1.
           MOVE 'w' TO TRANSTYP-HIST.
           MOVE AMOUNT-BP TO AMOUNT-HIST.
           COMPUTE REFTXID-HIST = 0.
           MOVE PROSPECTIVE-BAL TO BALAFTER-HIST.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE SPACES TO CHECKNUM-HIST.
           IF PAY-BY-CHECK
             MOVE WS-NEW-OCNUM TO WS-OCNUM-ZONED
             STRING 'OC' WS-OCNUM-ZONED INTO CHECKNUM-HIST
           END-IF.
           MOVE WS-REMITREF TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE INITSUB-BP TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'HISTORY INSERT FAIL' TO FAIL-REASON
             GO TO POST-PAYMENT-DEBIT-END
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
             MOVE 'ACCOUNT UPDATE FAIL' TO FAIL-REASON
           END-IF.
       POST-PAYMENT-DEBIT-END.
           EXIT.

      * PROCEDURE LOOKUP-PAYER-NAME : THE CUSTOMER'S NAME AS IT GOES
      * TO THE PAYEE - ON DBPCB5 SO THE PAYEE WALK KEEPS ITS PLACE
       LOOKUP-PAYER-NAME.
           MOVE SPACES TO WS-PAYER-NAME.
           MOVE CUSTID-PAY TO CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             STRING FUNCTION TRIM (FIRSTNAME-CD) ' '
                FUNCTION TRIM (LASTNAME-CD)
                DELIMITED BY SIZE INTO WS-PAYER-NAME
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       LOOKUP-PAYER-NAME-END.
           EXIT.

      * PROCEDURE WRITE-REMITTANCE : ONE BPREMIT DETAIL RECORD
       WRITE-REMITTANCE.
           MOVE AMOUNT-BP TO WS-AMOUNT-ZONED.
           MOVE SPACES TO BPREMIT-OUT.
           STRING 'D,"' PAYRTN-PAY '","' PAYDDA-PAY '",'
              WS-AMOUNT-ZONED ',"' PAYNAME-PAY '","'
              PAYACCT-PAY '","' WS-PAYER-NAME '","'
              WS-REMITREF '"'
              INTO BPREMIT-OUT.
           WRITE BPREMIT-OUT.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD AMOUNT-BP TO WS-HASH-TOTAL.
           ADD 1 TO REMITS-SENT.
           ADD AMOUNT-BP TO TOTAL-REMITTED.
       WRITE-REMITTANCE-END.
           EXIT.

      * PROCEDURE ISSUE-CHECK : REGISTERS THE CHECK ON OCREG (THE
      * LIABILITY ROW CHKPOST PAYS OFF) AND WRITES IT TO THE PRINT
      * FILE, THEN STEPS THE SERIAL FOR THE NEXT ONE
       ISSUE-CHECK.
           MOVE WS-NEW-OCNUM TO OCNUM-OCR.
           MOVE AMOUNT-BP TO AMOUNT-OCR.
           MOVE PAYNAME-PAY TO PAYEE-OCR.
           MOVE TODAY-YMD TO ISSUEDATE-OCR.
           MOVE 'O' TO STATUS-OCR.
           MOVE ACCID-BP TO ACCID-OCR.
           MOVE TXID-HIST TO TXID-OCR.
           MOVE SPACES TO PAIDDATE-OCR.
           MOVE 0 TO OPERID-OCR.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, OCREG-SEG, OCREG-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

           MOVE SPACES TO BPCHECK-OUT.
           MOVE 'C' TO CHK-RECTYPE.
           MOVE WS-NEW-OCNUM TO CHK-NUMBER.
           MOVE TODAY-YMD TO CHK-DATE.
           MOVE AMOUNT-BP TO CHK-AMOUNT.
           MOVE PAYNAME-PAY TO CHK-PAYEE.
           MOVE PAYADDR-PAY TO CHK-ADDR.
           MOVE PAYCITY-PAY TO CHK-CITY.
           MOVE PAYSTATE-PAY TO CHK-STATE.
           MOVE PAYZIP-PAY TO CHK-ZIP.
           MOVE WS-PAYER-NAME TO CHK-PAYER.
           MOVE PAYACCT-PAY TO CHK-MEMO.
           MOVE WS-REMITREF TO CHK-REF.
           WRITE BPCHECK-OUT.

           MOVE WS-NEW-OCNUM TO CHECKNUM-BP.
           ADD 1 TO WS-NEW-OCNUM.
           ADD 1 TO CHECKS-ISSUED.
           ADD AMOUNT-BP TO TOTAL-CHECKS.
       ISSUE-CHECK-END.
           EXIT.

      * PROCEDURE FIND-HIGHEST-OCNUM : WALKS THE REGISTER TO DERIVE
      * THE NEXT CHECK SERIAL - HIGHEST-PLUS-ONE, STARTING AT 100001,
      * THE SAME SERIES FBOFCHK ISSUES FROM
       FIND-HIGHEST-OCNUM.
           MOVE 100001 TO WS-NEW-OCNUM.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OCREG-SEG, OCREG-SSA.
           PERFORM BUMP-ONE-OCNUM THRU BUMP-ONE-OCNUM-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       FIND-HIGHEST-OCNUM-END.
           EXIT.

       BUMP-ONE-OCNUM.
           IF DBSTAT = SPACES
             IF OCNUM-OCR >= WS-NEW-OCNUM
               COMPUTE WS-NEW-OCNUM = OCNUM-OCR + 1
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, OCREG-SEG, OCREG-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-OCNUM-END.

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

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'BPAYSEND ' TO PE-SOURCE.
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
