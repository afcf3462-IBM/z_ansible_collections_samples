       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YRFEESUM.

      ******************************************************************
      * YEAR-END FEE AND INTEREST SUMMARY - ONE DOCUMENT PER ACCOUNT
      * TOTALING WHAT THE ACCOUNT PAID AND EARNED OVER THE CALENDAR
      * YEAR, PRODUCED ONCE A YEAR AFTER THE LAST DECEMBER POSTINGS.
      * THE JOB WALKS EVERY CUSTOMER (DBPCB1) THE WAY RELSTMT DOES,
      * GATHERS THE ACCOUNTS THEY ARE THE PRIMARY-EQUIVALENT OWNER OF
      * ('P' OR 'M') THROUGH CUSTACCS (DBPCB2) - SO A JOINT ACCOUNT'S
      * SUMMARY GOES TO ITS PRIMARY OWNER ONLY - READS EACH ACCOUNT
      * (DBPCB3) AND FOOTS ITS HISTORY ROWS FOR THE YEAR THROUGH THE
      * ACCIDHX SECONDARY INDEX (DBPCB4):
      *
      *   SERVICE AND ITEM FEES - THE 'f' ROWS (WITHDRAWAL, ATM, CARD,
      *                           RETURNED-ITEM AND SIMILAR FEES)
      *   MAINTENANCE CHARGES   - 'm' ROWS MEMOED MAINTENANCE FEE
      *                           (DORMFEE) OR LATE FEE (CCCYCLE), AND
      *                           SDBBILL'S BOX RENT (CLIENTREF 'SDB')
      *   ANALYSIS CHARGES      - 'm' ROWS MEMOED ANALYSIS CHARGE, THE
      *                           NET SERVICE CHARGE ACCANAL POSTS
      *   OVERDRAFT CHARGES     - 'f' ROWS MEMOED ODP TRANSFER FEE
      *                           (IBTRAN'S OVERDRAFT-PROTECTION PULL)
      *                           AND EVERY OTHER 'm' ROW ON A DEPOSIT
      *                           ACCOUNT - THE INTEREST CAPITALIZED ON
      *                           AN OVERDRAWN BALANCE
      *   INTEREST EARNED       - THE 'i' ROWS
      *   INTEREST PAID         - THE OTHER 'm' ROWS ON A LOAN ('L')
      *                           OR CREDIT ('R') ACCOUNT - LOANBILL'S
      *                           NOTE INTEREST, CCCYCLE'S INTEREST
      *                           CHARGE
      *   BACKUP WITHHOLDING    - THE 'b' ROWS
      *   FOREIGN TAX WITHHELD  - THE 'n' ROWS (NRA WITHHOLDING)
      *
      * AN ACCOUNT WITH NONE OF THESE IN THE YEAR GETS NO SUMMARY. A
      * CUSTOMER WHO TAKES THE COMBINED RELATIONSHIP STATEMENT (BYTE
      * 5 OF OPTINS-CD 'C', SEE RELSTMT) GETS ONE RELATIONSHIP SUMMARY
      * INSTEAD - A SECTION PER ACCOUNT AND THE RELATIONSHIP TOTALS.
      *
      * DELIVERY IS THE CUSTOMER'S STATEMENT DELIVERY PREFERENCE,
      * BYTE 7 OF OPTINS-CD, WITH THE SAME RULE STMTGEN AND RELSTMT
      * APPLY (SEE ESTMTDOC.CPY): A PAPER SUMMARY WRITES A STMTIDX
      * MAILING-INDEX ROW (SOURCE 'Y') FOR STMTHHLD; AN ELECTRONIC
      * ONE IS FILED AS AN ESTMTDOC ARCHIVE DOCUMENT WITH ITS
      * ESTMTIDX ROW (SOURCE 'Y' + ACCOUNT, OR 'Z' + CUSTID FOR A
      * RELATIONSHIP SUMMARY, PERIOD YYYY12) AND ONE "STATEMENT READY"
      * NOTICE PER CUSTOMER GOES ON NOTIFQ (DBPCB5).
      *
      * THE OPTIONAL YRSMCTL CARDS:
      *
      *   "Y","<YEAR>"                        RERUN FOR ANOTHER YEAR
      *   "A",<ACCID>,"<YEAR>","<OPERID>"     REPRINT ONE ACCOUNT'S
      *   "R",<CUSTID>,"<YEAR>","<OPERID>"    REPRINT A RELATIONSHIP
      *
      * NO CARD (DD DUMMY) IS THE ANNUAL RUN FOR THE CALENDAR YEAR
      * BEFORE THE RUN DATE. ANY NUMBER OF "A" AND "R" CARDS MAKE THE
      * RUN A REPRINT RUN, AS STMTDUP'S CARDS DO: EACH REQUEST IS
      * REGENERATED FROM HISTORY, MARKED DUPLICATE, LOGGED TO STMTLOG
      * WITH WHO ASKED AND WHEN, AND PRINTED WHETHER OR NOT THE
      * CUSTOMER IS ON PAPER - SOMEONE ASKED FOR IT. AN ELECTRONIC
      * CUSTOMER'S REPRINT ALSO REPLACES THE ARCHIVED DOCUMENT UNDER
      * THE SAME KEY. A REPRINT WRITES NO STMTIDX ROW. A YEAR MUST
      * STILL BE ON THE LIVE DATABASE - HISTARCH KEEPS 25 MONTHS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL RUN CARD OR REPRINT REQUESTS - SEE ABOVE
           SELECT YRSMCTL-FILE ASSIGN TO YRSMCTL.
           SELECT STMTIDX-FILE ASSIGN TO STMTIDX.
           SELECT ESTMTDOC-FILE ASSIGN TO ESTMTDOC.
           SELECT ESTMTIDX-FILE ASSIGN TO ESTMTIDX.
      *    REPRINT REQUEST LOG - STMTDUP'S ROW PLUS THE REQUEST KIND
           SELECT STMTLOG-FILE ASSIGN TO STMTLOG.

       DATA DIVISION.

       FILE SECTION.
         FD YRSMCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS YRSMCTL-IN.
       01  YRSMCTL-IN           PIC X(80).

         FD STMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SI-RECORD.
           COPY STMTIDX.

         FD ESTMTDOC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ESTMTDOC-OUT.
       01  ESTMTDOC-OUT         PIC X(250).

         FD ESTMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS EI-RECORD.
           COPY ESTMTIX.

         FD STMTLOG-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS STMTLOG-OUT.
       01  STMTLOG-OUT          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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

       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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
      *    THE MAILING ADDRESS GOES ON THE SUMMARY'S STMTIDX ROW
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
      *    PHONE-CD THROUGH DECDATE-CD - 156 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(156).
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
      *THE CHECKNUM-HIST MEMOS THE FEE POSTERS STAMP - SEE DORMFEE,
      *CCCYCLE, ACCANAL AND IBTRAN - AND THE ACCOUNT TYPES WHOSE 'm'
      *ROWS ARE INTEREST THE CUSTOMER PAID
      ******************************************************************

       77  MAINT-FEE-MEMO      PIC  X(16) VALUE 'MAINTENANCE FEE'.
       77  LATE-FEE-MEMO       PIC  X(16) VALUE 'LATE FEE'.
       77  ANALYSIS-MEMO       PIC  X(16) VALUE 'ANALYSIS CHARGE'.
       77  ODP-FEE-MEMO        PIC  X(16) VALUE 'ODP TRANSFER FEE'.
       77  LOAN-ACCTYPE        PIC  X(01) VALUE 'L'.
       77  CREDIT-ACCTYPE      PIC  X(01) VALUE 'R'.

      ******************************************************************
      *THE CUSTOMER'S OWNED ACCOUNTS AND THEIR TOTALS FOR THE YEAR
      ******************************************************************

       01  OWNED-TABLE.
           05  OWNED-ROW OCCURS 20 TIMES INDEXED BY ON-IX.
               10  ON-ACCID        PIC  S9(18) COMP-5.
               10  ON-ACCNUM       PIC  S9(9) COMP-5.
               10  ON-ACCTYPE      PIC  X(01).
               10  ON-ACTIVE       PIC  X(01).
               10  ON-FIGURES.
                   15  ON-ITEM-FEES    PIC  S9(13)V9(2) COMP-3.
                   15  ON-MAINT-FEES   PIC  S9(13)V9(2) COMP-3.
                   15  ON-ANL-FEES     PIC  S9(13)V9(2) COMP-3.
                   15  ON-OD-CHARGES   PIC  S9(13)V9(2) COMP-3.
                   15  ON-INT-EARNED   PIC  S9(13)V9(2) COMP-3.
                   15  ON-INT-PAID     PIC  S9(13)V9(2) COMP-3.
                   15  ON-BKUP-WH      PIC  S9(13)V9(2) COMP-3.
                   15  ON-NRA-WH       PIC  S9(13)V9(2) COMP-3.

       77  OWNED-COUNT         PIC  S9(4) COMP-5.
       77  ACTIVE-COUNT        PIC  S9(4) COMP-5.
       77  WS-OWNED-IX         PIC  S9(4) COMP-5.
       77  WS-CUR-CUSTID       PIC  S9(9) COMP-5.

      *    THE FIGURES BEING PRINTED - ONE ACCOUNT'S, OR THE
      *    RELATIONSHIP TOTALS - AND THE ACCOUNT THEY BELONG TO (ZERO
      *    FOR THE RELATIONSHIP TOTALS)
       01  FIG-FIGURES.
           05  FIG-ITEM-FEES       PIC  S9(13)V9(2) COMP-3.
           05  FIG-MAINT-FEES      PIC  S9(13)V9(2) COMP-3.
           05  FIG-ANL-FEES        PIC  S9(13)V9(2) COMP-3.
           05  FIG-OD-CHARGES      PIC  S9(13)V9(2) COMP-3.
           05  FIG-INT-EARNED      PIC  S9(13)V9(2) COMP-3.
           05  FIG-INT-PAID        PIC  S9(13)V9(2) COMP-3.
           05  FIG-BKUP-WH         PIC  S9(13)V9(2) COMP-3.
           05  FIG-NRA-WH          PIC  S9(13)V9(2) COMP-3.
       77  FIG-TOTAL-FEES      PIC  S9(15)V9(2) COMP-3.
       77  FIG-ACCID           PIC  S9(18) COMP-5.

       01  REL-FIGURES.
           05  REL-ITEM-FEES       PIC  S9(13)V9(2) COMP-3.
           05  REL-MAINT-FEES      PIC  S9(13)V9(2) COMP-3.
           05  REL-ANL-FEES        PIC  S9(13)V9(2) COMP-3.
           05  REL-OD-CHARGES      PIC  S9(13)V9(2) COMP-3.
           05  REL-INT-EARNED      PIC  S9(13)V9(2) COMP-3.
           05  REL-INT-PAID        PIC  S9(13)V9(2) COMP-3.
           05  REL-BKUP-WH         PIC  S9(13)V9(2) COMP-3.
           05  REL-NRA-WH          PIC  S9(13)V9(2) COMP-3.

      *    ONE "S" LINE OF THE ARCHIVE DOCUMENT
       01  WS-FIG-LABEL        PIC  X(30).
       77  WS-FIG-AMOUNT       PIC  S9(15)V9(2) COMP-3.

      *    PRINT LINES THE CURRENT SUMMARY HAS TAKEN - CARRIED ON ITS
      *    STMTIDX ROW
       77  WS-STMT-LINES       PIC  S9(5) COMP-5 VALUE 0.
      *    THE ACCOUNT THE CURRENT DOCUMENT IS FOR - ZERO ON A
      *    RELATIONSHIP SUMMARY
       77  WS-DOC-ACCID        PIC  S9(18) COMP-5.
       77  WS-DOC-ACCNUM       PIC  S9(9) COMP-5.

      ******************************************************************
      *RUN CARD AND REPRINT REQUESTS
      ******************************************************************

       01  WS-YRSMCTL-EOF      PIC  X(01) VALUE 'N'.
           88  YRSMCTL-EOF         VALUE 'Y'.
       01  TXT-REQ-KIND        PIC  X(01).
       01  TXT-REQ-ID          PIC  X(19).
       01  TXT-REQ-YEAR        PIC  X(04).
       01  TXT-REQ-OPERID      PIC  X(09).
       77  WS-REQ-ID           PIC  S9(18) COMP-5.
       01  WS-RUN-MODE         PIC  X(01) VALUE 'Y'.
           88  REPRINTING          VALUE 'R'.
      *    'A' ONE DOCUMENT PER ACCOUNT, 'R' ONE RELATIONSHIP DOCUMENT
       01  WS-DOC-FORM         PIC  X(01).
           88  RELATIONSHIP-FORM   VALUE 'R'.

       01  REPORT-YEAR         PIC  9(04).
       01  PERIOD-START-YMD    PIC  X(10).
       01  PERIOD-END-YMD      PIC  X(10).

      ******************************************************************
      *E-STATEMENT DELIVERY - THE ARCHIVE DOCUMENT, ITS INDEX ROW AND
      *THE "STATEMENT READY" NOTICE (DBPCB5, NOTIFQ) FOR CUSTOMERS ON
      *ELECTRONIC DELIVERY
      ******************************************************************

           COPY ESTMTDOC.

       77  WS-DOCS-FILED       PIC  S9(4) COMP-5.
       77  NTF-TIME-MULT       PIC S9(18) COMP-5 VALUE 100000000.
       77  WS-NTF-BASEID       PIC S9(18) COMP-5.

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

       01  TODAY-YMD           PIC X(10).

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

       01  CUSTOMERS-SCANNED   PIC  S9(9) COMP-5 VALUE 0.
       01  SUMMARIES-PRINTED   PIC  S9(9) COMP-5 VALUE 0.
       01  RELATIONSHIPS-DONE  PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-SUMMARIZED PIC  S9(9) COMP-5 VALUE 0.
       01  REQUESTS-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  REQUESTS-REJECTED   PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-FEES-STATED   PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-INT-STATED    PIC  S9(15)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

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
      *PCB ORDER: DBPCB1 CUSTOMER, DBPCB2 CUSTACCS, DBPCB3 ACCOUNT,
      *DBPCB4 HISTORY THROUGH THE ACCIDHX INDEX, DBPCB5 NOTIFQ
      ******************************************************************

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           PERFORM COMPUTE-REPORT-YEAR THRU COMPUTE-REPORT-YEAR-END.

           OPEN OUTPUT STMTIDX-FILE.
           OPEN OUTPUT ESTMTDOC-FILE.
           OPEN OUTPUT ESTMTIDX-FILE.
           OPEN OUTPUT STMTLOG-FILE.

      * THE FIRST CARD DECIDES THE RUN - NONE, OR A "Y" CARD, IS THE
      * ANNUAL RUN; AN "A" OR "R" CARD STARTS THE REPRINT REQUESTS
           OPEN INPUT YRSMCTL-FILE.
           READ YRSMCTL-FILE
             AT END
               MOVE 'Y' TO WS-YRSMCTL-EOF
           END-READ.
           IF NOT YRSMCTL-EOF
             PERFORM SPLIT-CONTROL-CARD THRU SPLIT-CONTROL-CARD-END
             IF TXT-REQ-KIND = 'A' OR TXT-REQ-KIND = 'R'
               MOVE 'R' TO WS-RUN-MODE
             ELSE
               IF TXT-REQ-ID (1:4) IS NUMERIC
                 MOVE TXT-REQ-ID (1:4) TO REPORT-YEAR
               END-IF
             END-IF
           END-IF.

           IF REPRINTING
             DISPLAY 'YRFEESUM - YEAR-END SUMMARY REPRINT REQUESTS'
             PERFORM PROCESS-ONE-REQUEST THRU PROCESS-ONE-REQUEST-END
                UNTIL YRSMCTL-EOF
           ELSE
             PERFORM SET-REPORT-PERIOD THRU SET-REPORT-PERIOD-END
             DISPLAY 'YRFEESUM - YEAR-END FEE AND INTEREST SUMMARY '
                'FOR ' REPORT-YEAR
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
             PERFORM PROCESS-CUSTOMER THRU PROCESS-CUSTOMER-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           END-IF.
           CLOSE YRSMCTL-FILE.

           CLOSE STMTIDX-FILE.
           CLOSE ESTMTDOC-FILE.
           CLOSE ESTMTIDX-FILE.
           CLOSE STMTLOG-FILE.

           DISPLAY '========================================'.
           DISPLAY 'YEAR-END FEE AND INTEREST SUMMARY'.
           IF REPRINTING
             DISPLAY 'REPRINT REQUESTS READ:      ' REQUESTS-READ
             DISPLAY 'REQUESTS REJECTED:          ' REQUESTS-REJECTED
           ELSE
             DISPLAY 'CUSTOMERS SCANNED:          ' CUSTOMERS-SCANNED
           END-IF.
           DISPLAY 'SUMMARIES PRINTED:          ' SUMMARIES-PRINTED.
           DISPLAY 'RELATIONSHIP SUMMARIES:     ' RELATIONSHIPS-DONE.
           DISPLAY 'ACCOUNTS SUMMARIZED:        ' ACCOUNTS-SUMMARIZED.
           DISPLAY 'TOTAL FEES STATED:          ' TOTAL-FEES-STATED.
           DISPLAY 'TOTAL INTEREST EARNED:      ' TOTAL-INT-STATED.
           DISPLAY 'E-STATEMENTS ARCHIVED:      ' ESTMT-DOCS-WRITTEN.
           DISPLAY 'STATEMENT-READY NOTICES:    ' ESTMT-NOTICES.
           DISPLAY 'PAPER SUPPRESSED:           ' PAPER-SUPPRESSED.
           DISPLAY '========================================'.

      * A REPRINT REQUEST THAT COULD NOT BE HONORED NEEDS A LOOK
           IF REQUESTS-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE COMPUTE-REPORT-YEAR : THE REPORT YEAR IS THE FULL
      * CALENDAR YEAR BEFORE THE RUN DATE
       COMPUTE-REPORT-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE REPORT-YEAR = WS-CURRENT-YEAR - 1.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
       COMPUTE-REPORT-YEAR-END.
           EXIT.

      * PROCEDURE SET-REPORT-PERIOD : JANUARY 1 TO DECEMBER 31 OF THE
      * REPORT YEAR, AND THE ARCHIVE KEY'S PERIOD (YYYY12)
       SET-REPORT-PERIOD.
           MOVE SPACES TO PERIOD-START-YMD.
           STRING REPORT-YEAR '-01-01'
              DELIMITED BY SIZE INTO PERIOD-START-YMD
           END-STRING.
           MOVE SPACES TO PERIOD-END-YMD.
           STRING REPORT-YEAR '-12-31'
              DELIMITED BY SIZE INTO PERIOD-END-YMD
           END-STRING.
       SET-REPORT-PERIOD-END.
           EXIT.

      * PROCEDURE SPLIT-CONTROL-CARD : THE KIND, THEN THE YEAR ON A
      * "Y" CARD OR THE ID, YEAR AND REQUESTING OPERID ON A REPRINT
       SPLIT-CONTROL-CARD.
           MOVE SPACES TO TXT-REQ-KIND.
           MOVE SPACES TO TXT-REQ-ID.
           MOVE SPACES TO TXT-REQ-YEAR.
           MOVE SPACES TO TXT-REQ-OPERID.
      * PAST THE OPENING QUOTE OF THE KIND
           UNSTRING YRSMCTL-IN (2:79)
                 DELIMITED BY '","' OR '",' OR ',"' OR ',' OR '"'
             INTO TXT-REQ-KIND
                  TXT-REQ-ID
                  TXT-REQ-YEAR
                  TXT-REQ-OPERID
           END-UNSTRING.
       SPLIT-CONTROL-CARD-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTOMER : THE CUSTOMER'S SUMMARIES, THEN
      * THE NEXT CUSTOMER
       PROCESS-CUSTOMER.
           IF DBSTAT = SPACES
             ADD 1 TO CUSTOMERS-SCANNED
             MOVE CUSTID-CD TO WS-CUR-CUSTID
             IF OPTINS-CD (5:1) = 'C'
               MOVE 'R' TO WS-DOC-FORM
             ELSE
               MOVE 'A' TO WS-DOC-FORM
             END-IF
             PERFORM GATHER-OWNED THRU GATHER-OWNED-END
             PERFORM SUMMARIZE-CUSTOMER THRU SUMMARIZE-CUSTOMER-END

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

      * PROCEDURE PROCESS-ONE-REQUEST : ONE REPRINT PER REQUEST CARD -
      * THE CARD IS ALREADY SPLIT WHEN THIS IS ENTERED
       PROCESS-ONE-REQUEST.
           ADD 1 TO REQUESTS-READ.
           COMPUTE WS-REQ-ID = FUNCTION NUMVAL ( TXT-REQ-ID ).
           IF TXT-REQ-YEAR IS NUMERIC
             MOVE TXT-REQ-YEAR TO REPORT-YEAR
           END-IF.
           PERFORM SET-REPORT-PERIOD THRU SET-REPORT-PERIOD-END.

      * THE REQUEST ITSELF IS EVIDENCE - LOG WHO ASKED FOR WHAT
           MOVE SPACES TO STMTLOG-OUT.
           STRING '"' TODAY-YMD '",'
              FUNCTION TRIM (TXT-REQ-ID) ',"'
              REPORT-YEAR '","'
              FUNCTION TRIM (TXT-REQ-OPERID) '","'
              TXT-REQ-KIND '"'
              DELIMITED BY SIZE INTO STMTLOG-OUT
           END-STRING.
           WRITE STMTLOG-OUT.

           EVALUATE TXT-REQ-KIND
             WHEN 'A'
               PERFORM REQUEST-ACCOUNT THRU REQUEST-ACCOUNT-END
             WHEN 'R'
               PERFORM REQUEST-RELATIONSHIP
                  THRU REQUEST-RELATIONSHIP-END
             WHEN OTHER
               ADD 1 TO REQUESTS-REJECTED
               DISPLAY 'REPRINT REJECTED - UNKNOWN REQUEST KIND: '
                  YRSMCTL-IN (1:40)
           END-EVALUATE.

           READ YRSMCTL-FILE
             AT END
               MOVE 'Y' TO WS-YRSMCTL-EOF
           END-READ.
           IF NOT YRSMCTL-EOF
             PERFORM SPLIT-CONTROL-CARD THRU SPLIT-CONTROL-CARD-END
           END-IF.
       PROCESS-ONE-REQUEST-END.
           EXIT.

      * PROCEDURE REQUEST-ACCOUNT : THE ACCOUNT'S PRIMARY-EQUIVALENT
      * OWNER THROUGH CUSTACCS, THEN THAT ONE ACCOUNT'S SUMMARY
       REQUEST-ACCOUNT.
           MOVE 0 TO OWNED-COUNT.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM SCAN-ONE-OWNER THRU SCAN-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR OWNED-COUNT NOT = 0.
           IF OWNED-COUNT = 0
             ADD 1 TO REQUESTS-REJECTED
             DISPLAY 'REPRINT REJECTED - NO OWNER ON FILE FOR ACCID: '
                WS-REQ-ID
             GO TO REQUEST-ACCOUNT-END
           END-IF.
           PERFORM GET-REQUEST-CUSTOMER
              THRU GET-REQUEST-CUSTOMER-END.
           IF DBSTAT NOT = SPACES
             ADD 1 TO REQUESTS-REJECTED
             DISPLAY 'REPRINT REJECTED - OWNER NOT ON FILE: '
                WS-CUR-CUSTID
             GO TO REQUEST-ACCOUNT-END
           END-IF.
           MOVE 'A' TO WS-DOC-FORM.
           PERFORM SUMMARIZE-CUSTOMER THRU SUMMARIZE-CUSTOMER-END.
       REQUEST-ACCOUNT-END.
           EXIT.

       SCAN-ONE-OWNER.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-REQ-ID AND
                (OWNERROLE-CA = 'P' OR OWNERROLE-CA = 'M')
               MOVE 1 TO OWNED-COUNT
               SET ON-IX TO 1
               MOVE ACCID-CA TO ON-ACCID (ON-IX)
               MOVE ACCNUM-CA TO ON-ACCNUM (ON-IX)
               MOVE CUSTID-CA TO WS-CUR-CUSTID
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-OWNER-END.

      * PROCEDURE REQUEST-RELATIONSHIP : THE CUSTOMER'S RELATIONSHIP
      * SUMMARY, WHETHER OR NOT THEY TAKE THE COMBINED STATEMENT
       REQUEST-RELATIONSHIP.
           MOVE WS-REQ-ID TO WS-CUR-CUSTID.
           PERFORM GET-REQUEST-CUSTOMER
              THRU GET-REQUEST-CUSTOMER-END.
           IF DBSTAT NOT = SPACES
             ADD 1 TO REQUESTS-REJECTED
             DISPLAY 'REPRINT REJECTED - CUSTOMER NOT ON FILE: '
                WS-CUR-CUSTID
             GO TO REQUEST-RELATIONSHIP-END
           END-IF.
           PERFORM GATHER-OWNED THRU GATHER-OWNED-END.
           IF OWNED-COUNT = 0
             ADD 1 TO REQUESTS-REJECTED
             DISPLAY 'REPRINT REJECTED - NO OWNED ACCOUNTS: '
                WS-CUR-CUSTID
             GO TO REQUEST-RELATIONSHIP-END
           END-IF.
           MOVE 'R' TO WS-DOC-FORM.
           PERFORM SUMMARIZE-CUSTOMER THRU SUMMARIZE-CUSTOMER-END.
       REQUEST-RELATIONSHIP-END.
           EXIT.

       GET-REQUEST-CUSTOMER.
           MOVE WS-CUR-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
       GET-REQUEST-CUSTOMER-END.
           EXIT.

      * PROCEDURE GATHER-OWNED : THE ACCOUNTS THE CUSTOMER IS THE
      * PRIMARY-EQUIVALENT OWNER OF, THROUGH CUSTACCS (DBPCB2)
       GATHER-OWNED.
           MOVE 0 TO OWNED-COUNT.
           MOVE WS-CUR-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM GATHER-ONE-OWNED THRU GATHER-ONE-OWNED-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       GATHER-OWNED-END.
           EXIT.

       GATHER-ONE-OWNED.
           IF DBSTAT = SPACES
      * ONLY THE PRIMARY-EQUIVALENT OWNER IS SENT A JOINT ACCOUNT'S
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

      * PROCEDURE SUMMARIZE-CUSTOMER : TOTALS EVERY GATHERED ACCOUNT,
      * THEN PRINTS THE RELATIONSHIP SUMMARY OR ONE SUMMARY PER ACCOUNT
      * WITH ACTIVITY, AND QUEUES THE CUSTOMER'S ONE NOTICE. A REPRINT
      * PRINTS EVEN WHEN THERE IS NOTHING TO STATE.
       SUMMARIZE-CUSTOMER.
           IF OWNED-COUNT = 0
             GO TO SUMMARIZE-CUSTOMER-END
           END-IF.
           MOVE 0 TO ACTIVE-COUNT.
           PERFORM TOTAL-ONE-ACCOUNT THRU TOTAL-ONE-ACCOUNT-END
              VARYING WS-OWNED-IX FROM 1 BY 1
              UNTIL WS-OWNED-IX > OWNED-COUNT.
           IF ACTIVE-COUNT = 0 AND NOT REPRINTING
             GO TO SUMMARIZE-CUSTOMER-END
           END-IF.

           PERFORM SET-DELIVERY THRU SET-DELIVERY-END.
           MOVE 0 TO WS-DOCS-FILED.
           IF RELATIONSHIP-FORM
             PERFORM PRINT-RELATIONSHIP THRU PRINT-RELATIONSHIP-END
           ELSE
             PERFORM PRINT-ACCOUNT-SUMMARY
                THRU PRINT-ACCOUNT-SUMMARY-END
                VARYING WS-OWNED-IX FROM 1 BY 1
                UNTIL WS-OWNED-IX > OWNED-COUNT
           END-IF.
           IF WS-DOCS-FILED > 0 AND NOTICE-DELIVERABLE
             PERFORM QUEUE-ESTMT-NOTICE THRU QUEUE-ESTMT-NOTICE-END
           END-IF.
       SUMMARIZE-CUSTOMER-END.
           EXIT.

      * PROCEDURE TOTAL-ONE-ACCOUNT : THE ACCOUNT'S TYPE (DBPCB3) AND
      * ITS FIGURES FOR THE YEAR FROM HISTORY (DBPCB4)
       TOTAL-ONE-ACCOUNT.
           SET ON-IX TO WS-OWNED-IX.
           MOVE 'N' TO ON-ACTIVE (ON-IX).
           MOVE 0 TO ON-ITEM-FEES (ON-IX).
           MOVE 0 TO ON-MAINT-FEES (ON-IX).
           MOVE 0 TO ON-ANL-FEES (ON-IX).
           MOVE 0 TO ON-OD-CHARGES (ON-IX).
           MOVE 0 TO ON-INT-EARNED (ON-IX).
           MOVE 0 TO ON-INT-PAID (ON-IX).
           MOVE 0 TO ON-BKUP-WH (ON-IX).
           MOVE 0 TO ON-NRA-WH (ON-IX).
           MOVE SPACES TO ON-ACCTYPE (ON-IX).

           MOVE ON-ACCID (ON-IX) TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'ACCOUNT READ FAILED FOR ACCID: ' ACCID
             GO TO TOTAL-ONE-ACCOUNT-END
           END-IF.
           MOVE ACCTYPE-ACC TO ON-ACCTYPE (ON-IX).

           MOVE ON-ACCID (ON-IX) TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM FOOT-ONE-HISTORY THRU FOOT-ONE-HISTORY-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF ON-ITEM-FEES (ON-IX) NOT = 0
              OR ON-MAINT-FEES (ON-IX) NOT = 0
              OR ON-ANL-FEES (ON-IX) NOT = 0
              OR ON-OD-CHARGES (ON-IX) NOT = 0
              OR ON-INT-EARNED (ON-IX) NOT = 0
              OR ON-INT-PAID (ON-IX) NOT = 0
              OR ON-BKUP-WH (ON-IX) NOT = 0
              OR ON-NRA-WH (ON-IX) NOT = 0
             MOVE 'Y' TO ON-ACTIVE (ON-IX)
             ADD 1 TO ACTIVE-COUNT
           END-IF.
       TOTAL-ONE-ACCOUNT-END.
           EXIT.

       FOOT-ONE-HISTORY.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ON-ACCID (ON-IX)
                AND HIST-YMD (1:4) = REPORT-YEAR
               PERFORM CLASSIFY-ONE-ROW THRU CLASSIFY-ONE-ROW-END
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

      * PROCEDURE CLASSIFY-ONE-ROW : THE HISTORY ROW'S AMOUNT INTO ITS
      * SUMMARY LINE - SEE THE TABLE AT THE TOP. EVERY OTHER CODE
      * (DEPOSITS, WITHDRAWALS, TRANSFERS, MEMOS) IS NOT SUMMARIZED.
       CLASSIFY-ONE-ROW.
           EVALUATE TRUE
             WHEN TRANSTYP-HIST = 'i'
               ADD AMOUNT-HIST TO ON-INT-EARNED (ON-IX)
             WHEN TRANSTYP-HIST = 'b'
               ADD AMOUNT-HIST TO ON-BKUP-WH (ON-IX)
             WHEN TRANSTYP-HIST = 'n'
               ADD AMOUNT-HIST TO ON-NRA-WH (ON-IX)
             WHEN TRANSTYP-HIST = 'f' AND CHECKNUM-HIST = ODP-FEE-MEMO
               ADD AMOUNT-HIST TO ON-OD-CHARGES (ON-IX)
             WHEN TRANSTYP-HIST = 'f'
               ADD AMOUNT-HIST TO ON-ITEM-FEES (ON-IX)
             WHEN TRANSTYP-HIST = 'm' AND CHECKNUM-HIST = ANALYSIS-MEMO
               ADD AMOUNT-HIST TO ON-ANL-FEES (ON-IX)
             WHEN TRANSTYP-HIST = 'm' AND
                  (CHECKNUM-HIST = MAINT-FEE-MEMO
                   OR CHECKNUM-HIST = LATE-FEE-MEMO
                   OR CLIENTREF-HIST (1:3) = 'SDB')
               ADD AMOUNT-HIST TO ON-MAINT-FEES (ON-IX)
             WHEN TRANSTYP-HIST = 'm' AND
                  (ON-ACCTYPE (ON-IX) = LOAN-ACCTYPE
                   OR ON-ACCTYPE (ON-IX) = CREDIT-ACCTYPE)
               ADD AMOUNT-HIST TO ON-INT-PAID (ON-IX)
             WHEN TRANSTYP-HIST = 'm'
               ADD AMOUNT-HIST TO ON-OD-CHARGES (ON-IX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CLASSIFY-ONE-ROW-END.
           EXIT.

      * PROCEDURE SET-DELIVERY : THE CUSTOMER'S STATEMENT DELIVERY
      * PREFERENCE, BYTE 7 OF OPTINS-CD - THE SAME RULE STMTGEN
      * APPLIES, SEE ESTMTDOC.CPY
       SET-DELIVERY.
           MOVE 'N' TO WS-ESTMT-SW.
           MOVE 'Y' TO WS-PAPER-SW.
           MOVE 'N' TO WS-NOTICE-SW.
           IF OPTINS-CD (7:1) NOT = 'E' AND OPTINS-CD (7:1) NOT = 'B'
             GO TO SET-DELIVERY-END
           END-IF.
           MOVE 'Y' TO WS-ESTMT-SW.
           IF EMAIL-CD NOT = SPACES AND BADCONTACT-CD (1:1) NOT = 'B'
             MOVE 'Y' TO WS-NOTICE-SW
             IF OPTINS-CD (7:1) = 'E'
               MOVE 'N' TO WS-PAPER-SW
             END-IF
           END-IF.
       SET-DELIVERY-END.
           EXIT.

      * PROCEDURE PRINT-ACCOUNT-SUMMARY : ONE ACCOUNT'S SUMMARY AS A
      * DOCUMENT OF ITS OWN
       PRINT-ACCOUNT-SUMMARY.
           SET ON-IX TO WS-OWNED-IX.
           IF ON-ACTIVE (ON-IX) NOT = 'Y' AND NOT REPRINTING
             GO TO PRINT-ACCOUNT-SUMMARY-END
           END-IF.

           MOVE ON-ACCID (ON-IX) TO WS-DOC-ACCID.
           MOVE ON-ACCNUM (ON-IX) TO WS-DOC-ACCNUM.
           PERFORM PRINT-HEADING THRU PRINT-HEADING-END.
           DISPLAY 'ACCOUNT NUMBER: ' ON-ACCNUM (ON-IX)
              ' TYPE: ' ON-ACCTYPE (ON-IX).
           ADD 1 TO WS-STMT-LINES.
           IF ESTMT-WANTED
             MOVE 'Y' TO ED-DK-SOURCE
             MOVE ON-ACCID (ON-IX) TO ED-DK-ID
             MOVE ON-ACCID (ON-IX) TO TXT-ED-ID2
             MOVE ON-ACCNUM (ON-IX) TO TXT-ED-ID3
             PERFORM START-ESTMT-DOC THRU START-ESTMT-DOC-END
           END-IF.

           PERFORM PRINT-ONE-SECTION THRU PRINT-ONE-SECTION-END.
           PERFORM FINISH-SUMMARY THRU FINISH-SUMMARY-END.
           IF PAPER-WANTED AND NOT REPRINTING
             PERFORM WRITE-STMT-INDEX THRU WRITE-STMT-INDEX-END
           END-IF.
           IF ESTMT-WANTED
             PERFORM FINISH-ESTMT-DOC THRU FINISH-ESTMT-DOC-END
           END-IF.
       PRINT-ACCOUNT-SUMMARY-END.
           EXIT.

      * PROCEDURE PRINT-RELATIONSHIP : ONE SECTION PER ACCOUNT WITH
      * ACTIVITY, THEN THE RELATIONSHIP TOTALS
       PRINT-RELATIONSHIP.
           MOVE 0 TO REL-ITEM-FEES.
           MOVE 0 TO REL-MAINT-FEES.
           MOVE 0 TO REL-ANL-FEES.
           MOVE 0 TO REL-OD-CHARGES.
           MOVE 0 TO REL-INT-EARNED.
           MOVE 0 TO REL-INT-PAID.
           MOVE 0 TO REL-BKUP-WH.
           MOVE 0 TO REL-NRA-WH.
           MOVE 0 TO WS-DOC-ACCID.
           MOVE 0 TO WS-DOC-ACCNUM.

           PERFORM PRINT-HEADING THRU PRINT-HEADING-END.
           DISPLAY 'RELATIONSHIP SUMMARY - ACCOUNTS WITH ACTIVITY: '
              ACTIVE-COUNT.
           ADD 1 TO WS-STMT-LINES.
           IF ESTMT-WANTED
             MOVE 'Z' TO ED-DK-SOURCE
             MOVE WS-CUR-CUSTID TO ED-DK-ID
             MOVE 0 TO TXT-ED-ID2
             MOVE 0 TO TXT-ED-ID3
             PERFORM START-ESTMT-DOC THRU START-ESTMT-DOC-END
           END-IF.

           PERFORM PRINT-RELATIONSHIP-SECTION
              THRU PRINT-RELATIONSHIP-SECTION-END
              VARYING WS-OWNED-IX FROM 1 BY 1
              UNTIL WS-OWNED-IX > OWNED-COUNT.

           DISPLAY '----------------------------------------'.
           DISPLAY 'RELATIONSHIP TOTALS'.
           ADD 2 TO WS-STMT-LINES.
           MOVE REL-FIGURES TO FIG-FIGURES.
           MOVE 0 TO FIG-ACCID.
           PERFORM PRINT-FIGURES THRU PRINT-FIGURES-END.

           ADD 1 TO RELATIONSHIPS-DONE.
           PERFORM FINISH-SUMMARY THRU FINISH-SUMMARY-END.
           IF PAPER-WANTED AND NOT REPRINTING
             PERFORM WRITE-STMT-INDEX THRU WRITE-STMT-INDEX-END
           END-IF.
           IF ESTMT-WANTED
             PERFORM FINISH-ESTMT-DOC THRU FINISH-ESTMT-DOC-END
           END-IF.
       PRINT-RELATIONSHIP-END.
           EXIT.

       PRINT-RELATIONSHIP-SECTION.
           SET ON-IX TO WS-OWNED-IX.
           IF ON-ACTIVE (ON-IX) NOT = 'Y'
             GO TO PRINT-RELATIONSHIP-SECTION-END
           END-IF.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNT NUMBER: ' ON-ACCNUM (ON-IX)
              ' TYPE: ' ON-ACCTYPE (ON-IX).
           ADD 2 TO WS-STMT-LINES.
           PERFORM PRINT-ONE-SECTION THRU PRINT-ONE-SECTION-END.
           ADD ON-ITEM-FEES (ON-IX) TO REL-ITEM-FEES.
           ADD ON-MAINT-FEES (ON-IX) TO REL-MAINT-FEES.
           ADD ON-ANL-FEES (ON-IX) TO REL-ANL-FEES.
           ADD ON-OD-CHARGES (ON-IX) TO REL-OD-CHARGES.
           ADD ON-INT-EARNED (ON-IX) TO REL-INT-EARNED.
           ADD ON-INT-PAID (ON-IX) TO REL-INT-PAID.
           ADD ON-BKUP-WH (ON-IX) TO REL-BKUP-WH.
           ADD ON-NRA-WH (ON-IX) TO REL-NRA-WH.
       PRINT-RELATIONSHIP-SECTION-END.
           EXIT.

      * PROCEDURE PRINT-HEADING : THE SUMMARY'S OPENING LINES - AND
      * THE DUPLICATE MARKING ON A REPRINT
       PRINT-HEADING.
           MOVE 0 TO WS-STMT-LINES.
           DISPLAY ' '.
           IF REPRINTING
             DISPLAY '*** DUPLICATE *** DUPLICATE *** DUPLICATE ***'
             DISPLAY 'REPRINTED ' TODAY-YMD ' AT THE REQUEST OF '
                'OPERID ' TXT-REQ-OPERID
             ADD 2 TO WS-STMT-LINES
           END-IF.
           DISPLAY '========================================'.
           DISPLAY 'YEAR-END FEE AND INTEREST SUMMARY - ' REPORT-YEAR.
           DISPLAY 'CUSTOMER: ' FIRSTNAME-CD (1:20) ' '
              LASTNAME-CD (1:25).
           DISPLAY 'PERIOD: ' PERIOD-START-YMD ' TO '
              PERIOD-END-YMD.
           DISPLAY '========================================'.
           ADD 6 TO WS-STMT-LINES.
       PRINT-HEADING-END.
           EXIT.

      * PROCEDURE PRINT-ONE-SECTION : THE CURRENT ACCOUNT'S FIGURES,
      * WITH ITS "A" LINE ON THE ARCHIVE DOCUMENT
       PRINT-ONE-SECTION.
           IF ESTMT-WANTED
             MOVE ON-ACCID (ON-IX) TO TXT-ED-ID2
             MOVE ON-ACCNUM (ON-IX) TO TXT-ED-ID3
             MOVE SPACES TO ESTMTDOC-OUT
             STRING '"A","' ED-DOCKEY '",'
                     FUNCTION TRIM (TXT-ED-ID2) ','
                     FUNCTION TRIM (TXT-ED-ID3) ',"'
                     ON-ACCTYPE (ON-IX) '"'
                DELIMITED BY SIZE INTO ESTMTDOC-OUT
             END-STRING
             PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END
           END-IF.
           MOVE ON-FIGURES (ON-IX) TO FIG-FIGURES.
           MOVE ON-ACCID (ON-IX) TO FIG-ACCID.
           PERFORM PRINT-FIGURES THRU PRINT-FIGURES-END.
           ADD 1 TO ACCOUNTS-SUMMARIZED.
       PRINT-ONE-SECTION-END.
           EXIT.

      * PROCEDURE PRINT-FIGURES : THE SUMMARY LINES FOR FIG-FIGURES,
      * EACH ALSO AN "S" LINE ON THE ARCHIVE DOCUMENT
       PRINT-FIGURES.
           COMPUTE FIG-TOTAL-FEES = FIG-ITEM-FEES + FIG-MAINT-FEES
              + FIG-ANL-FEES + FIG-OD-CHARGES.
           DISPLAY '  SERVICE AND ITEM FEES:    ' FIG-ITEM-FEES.
           DISPLAY '  MAINTENANCE CHARGES:      ' FIG-MAINT-FEES.
           DISPLAY '  ANALYSIS CHARGES:         ' FIG-ANL-FEES.
           DISPLAY '  OVERDRAFT CHARGES:        ' FIG-OD-CHARGES.
           DISPLAY '  TOTAL FEES AND CHARGES:   ' FIG-TOTAL-FEES.
           DISPLAY '  INTEREST EARNED:          ' FIG-INT-EARNED.
           DISPLAY '  INTEREST PAID:            ' FIG-INT-PAID.
           DISPLAY '  BACKUP WITHHOLDING:       ' FIG-BKUP-WH.
           DISPLAY '  FOREIGN TAX WITHHELD:     ' FIG-NRA-WH.
           ADD 9 TO WS-STMT-LINES.
           IF FIG-ACCID NOT = 0
             ADD FIG-TOTAL-FEES TO TOTAL-FEES-STATED
             ADD FIG-INT-EARNED TO TOTAL-INT-STATED
           END-IF.
           IF NOT ESTMT-WANTED
             GO TO PRINT-FIGURES-END
           END-IF.

           MOVE 'SERVICE AND ITEM FEES' TO WS-FIG-LABEL.
           MOVE FIG-ITEM-FEES TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'MAINTENANCE CHARGES' TO WS-FIG-LABEL.
           MOVE FIG-MAINT-FEES TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'ANALYSIS CHARGES' TO WS-FIG-LABEL.
           MOVE FIG-ANL-FEES TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'OVERDRAFT CHARGES' TO WS-FIG-LABEL.
           MOVE FIG-OD-CHARGES TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'TOTAL FEES AND CHARGES' TO WS-FIG-LABEL.
           MOVE FIG-TOTAL-FEES TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'INTEREST EARNED' TO WS-FIG-LABEL.
           MOVE FIG-INT-EARNED TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'INTEREST PAID' TO WS-FIG-LABEL.
           MOVE FIG-INT-PAID TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'BACKUP WITHHOLDING' TO WS-FIG-LABEL.
           MOVE FIG-BKUP-WH TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
           MOVE 'FOREIGN TAX WITHHELD' TO WS-FIG-LABEL.
           MOVE FIG-NRA-WH TO WS-FIG-AMOUNT.
           PERFORM WRITE-FIGURE-LINE THRU WRITE-FIGURE-LINE-END.
       PRINT-FIGURES-END.
           EXIT.

       WRITE-FIGURE-LINE.
           MOVE FIG-ACCID TO TXT-ED-ID2.
           MOVE WS-FIG-AMOUNT TO TXT-ED-AMT.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"S","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID2) ',"'
                   FUNCTION TRIM (WS-FIG-LABEL) '",'
                   FUNCTION TRIM (TXT-ED-AMT)
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       WRITE-FIGURE-LINE-END.
           EXIT.

      * PROCEDURE FINISH-SUMMARY : THE CLOSING LINES OF THE PRINT
       FINISH-SUMMARY.
           DISPLAY '========================================'.
           ADD 1 TO WS-STMT-LINES.
           IF REPRINTING
             DISPLAY '*** DUPLICATE *** DUPLICATE *** DUPLICATE ***'
             ADD 1 TO WS-STMT-LINES
           END-IF.
           ADD 1 TO SUMMARIES-PRINTED.
           IF NOT PAPER-WANTED AND NOT REPRINTING
             ADD 1 TO PAPER-SUPPRESSED
           END-IF.
       FINISH-SUMMARY-END.
           EXIT.

      * PROCEDURE WRITE-STMT-INDEX : THE SUMMARY'S MAILING-INDEX ROW
      * FOR STMTHHLD
       WRITE-STMT-INDEX.
           MOVE SPACES TO SI-RECORD.
           MOVE WS-DOC-ACCID TO SI-ACCID.
           MOVE 'Y' TO SI-SOURCE.
           MOVE SUMMARIES-PRINTED TO SI-STMTSEQ.
           MOVE WS-CUR-CUSTID TO SI-CUSTID.
           MOVE WS-STMT-LINES TO SI-LINES.
           MOVE OPTINS-CD (6:1) TO SI-HHOPT.
           MOVE LASTNAME-CD TO SI-LASTNAME.
           MOVE FIRSTNAME-CD TO SI-FIRSTNAME.
           MOVE ADDRESS-CD TO SI-ADDRESS.
           MOVE CITY-CD TO SI-CITY.
           MOVE STATE-CD TO SI-STATE.
           MOVE ZIPCODE-CD TO SI-ZIPCODE.
           MOVE PERIOD-END-YMD TO SI-PERIOD-END.
           WRITE SI-RECORD.
       WRITE-STMT-INDEX-END.
           EXIT.

      * PROCEDURE START-ESTMT-DOC : THE ARCHIVE DOCUMENT'S "H" LINE -
      * ED-DK-SOURCE AND ED-DK-ID ARE SET BY THE CALLER, THE PERIOD
      * IS THE REPORT YEAR'S DECEMBER
       START-ESTMT-DOC.
           MOVE 0 TO ED-DOCLINES.
           MOVE SPACES TO ED-DK-PERIOD.
           STRING REPORT-YEAR '12'
              DELIMITED BY SIZE INTO ED-DK-PERIOD
           END-STRING.
           MOVE WS-CUR-CUSTID TO TXT-ED-ID.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"H","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID) ','
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-ID3) ',"'
                   PERIOD-START-YMD '","' PERIOD-END-YMD '","'
                   'YEAR-END FEE AND INTEREST SUMMARY","'
                   FUNCTION TRIM (LASTNAME-CD) '","'
                   FUNCTION TRIM (FIRSTNAME-CD) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       START-ESTMT-DOC-END.
           EXIT.

       WRITE-DOC-LINE.
           WRITE ESTMTDOC-OUT.
           ADD 1 TO ED-DOCLINES.
       WRITE-DOC-LINE-END.
           EXIT.

      * PROCEDURE FINISH-ESTMT-DOC : THE REPRINT NOTE, THE "T" LINE
      * AND THE DOCUMENT'S ESTMTIDX ROW. THE NOTICE GOES ONCE PER
      * CUSTOMER, FROM SUMMARIZE-CUSTOMER.
       FINISH-ESTMT-DOC.
           IF REPRINTING
             MOVE SPACES TO ESTMTDOC-OUT
             STRING '"M","' ED-DOCKEY '","DUPLICATE - REPRINTED '
                     TODAY-YMD ' AT THE REQUEST OF OPERID '
                     FUNCTION TRIM (TXT-REQ-OPERID) '"'
                DELIMITED BY SIZE INTO ESTMTDOC-OUT
             END-STRING
             PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END
           END-IF.

           ADD 1 TO ED-DOCLINES.
           MOVE ED-DOCLINES TO TXT-ED-LINES.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"T","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-LINES)
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           WRITE ESTMTDOC-OUT.
           ADD 1 TO ESTMT-DOCS-WRITTEN.
           ADD 1 TO WS-DOCS-FILED.

           MOVE SPACES TO EI-RECORD.
           MOVE WS-DOC-ACCID TO EI-ACCID.
           MOVE WS-DOC-ACCNUM TO EI-ACCNUM.
           MOVE ED-DOCKEY TO EI-DOCKEY.
           MOVE WS-CUR-CUSTID TO EI-CUSTID.
           MOVE PERIOD-START-YMD TO EI-PERIOD-START.
           MOVE PERIOD-END-YMD TO EI-PERIOD-END.
           MOVE ED-DOCLINES TO EI-DOCLINES.
           MOVE TODAY-YMD TO EI-CREATED.
           MOVE OPTINS-CD (7:1) TO EI-DELIVERY.
           WRITE EI-RECORD.
       FINISH-ESTMT-DOC-END.
           EXIT.

      * PROCEDURE QUEUE-ESTMT-NOTICE : THE "STATEMENT READY" EMAIL ON
      * NOTIFQ (DBPCB5), EVENT 'M' - AS STMTGEN QUEUES IT
       QUEUE-ESTMT-NOTICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE WS-NTF-BASEID =
             WS-CUR-CUSTID * NTF-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-NTF-BASEID TO NOTIFID-NTF.
           MOVE WS-CUR-CUSTID TO CUSTID-NTF.
           MOVE 'M' TO EVTTYPE-NTF.
           MOVE 'E' TO CHANNEL-NTF.
           MOVE EMAIL-CD TO CONTACT-NTF.
           MOVE SPACES TO MSGTEXT-NTF.
           STRING 'YOUR ' REPORT-YEAR
                   ' FEE/INTEREST SUMMARY IS READY IN ONLINE BANKING'
              DELIMITED BY SIZE INTO MSGTEXT-NTF
           END-STRING.
           MOVE 'P' TO STATUS-NTF.
           MOVE 0 TO ATTEMPTS-NTF.
           MOVE TIMESTAMP TO CREATETS-NTF.
           MOVE SPACES TO SENTTS-NTF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA.
           IF DBSTAT = SPACES
             ADD 1 TO ESTMT-NOTICES
           ELSE
             IF DBSTAT NOT = 'II'
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       QUEUE-ESTMT-NOTICE-END.
           EXIT.
