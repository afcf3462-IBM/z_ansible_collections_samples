       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTRPT.

      ******************************************************************
      * MONTHLY BRANCH AND OFFICER PORTFOLIO REPORT - FOR THE PRIOR
      * CALENDAR MONTH, EVERY ACCOUNT IS PUT IN THE BOOK OF ITS
      * DOMICILE BRANCH (DOMBRANCH-ACC) AND OF ITS PRIMARY OWNER'S
      * RELATIONSHIP OFFICER (OFFICER-CD) - THE CUSTACCS 'P' OR 'M'
      * ROW, SO A JOINT ACCOUNT COUNTS ONCE, AS IN CUSTPROF. FOR EACH
      * BOOK IT SHOWS:
      *
      *   ACCOUNTS  ACCOUNTS IN THE BOOK DURING THE MONTH (AN
      *             ACCOUNT CLOSED BEFORE IT, OR OPENED AFTER IT, IS
      *             LEFT OUT)
      *   OPENED    OPENDATE-ACC IN THE MONTH
      *   CLOSED    AN ACCTSTATUS-TO-'C' ACCTAUD ROW IN THE MONTH
      *   BALANCES  THE FIRST AND LAST BALSNAP BALANCE OF THE MONTH
      *             (THE GENERATIONS CONCATENATED ON SNAPIN, THE SAME
      *             FEED CUSTPROF READS) AND THE GROWTH BETWEEN THEM.
      *             AN ACCOUNT OPENED IN THE MONTH STARTS FROM ZERO;
      *             ONE WITH NO SNAPSHOT AT ALL TAKES ITS CURRENT
      *             BALANCE FOR BOTH
      *   FEES      FEE INCOME - THE MONTH'S 'f' AND 'm' HISTORY ROWS,
      *             THE SAME DEFINITION CUSTPROF USES
      *
      * THE REPORT GOES TO PORTRPT IN THE QUOTED/COMMA LAYOUT:
      *   H,"PERIOD START","PERIOD END"
      *   P,"BRANCH",OFFICER,<FIGURES>      ONE PER BRANCH/OFFICER BOOK
      *   B,"BRANCH","BRANCH NAME",<FIGURES>     ONE PER BRANCH
      *   O,OFFICER,"OFFICER NAME",<FIGURES>     ONE PER OFFICER
      *   T,<FIGURES>                            THE WHOLE BANK
      * WHERE <FIGURES> IS ACCOUNTS,OPENED,CLOSED,START BALANCE,END
      * BALANCE,GROWTH,FEES. AN UNASSIGNED ACCOUNT REPORTS UNDER A
      * BLANK BRANCH, AN UNASSIGNED CUSTOMER UNDER OFFICER ZERO -
      * BOTH ARE WORK FOR BRREASGN. THE B ROWS, THE O ROWS AND THE
      * T ROW EACH FOOT TO THE SAME TOTALS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPIN-FILE ASSIGN TO SNAPIN.
      *    BRANCH MASTER - CODE, NAME, REGION, STATUS; SEE
      *    LOAD-BRANCH-MASTER
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.
           SELECT PORTRPT-FILE ASSIGN TO PORTRPT.

       DATA DIVISION.

       FILE SECTION.
         FD SNAPIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SNAPIN-IN.
       01  SNAPIN-IN            PIC X(80).

         FD BRANCHES-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

         FD PORTRPT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PORTRPT-OUT.
       01  PORTRPT-OUT          PIC X(132).

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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
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

      *    ACCTAUD ROWS CARRY NO ACCOUNT KEY - READ GNP UNDER THE
      *    ACCOUNT ACCOUNT-SSA1 POSITIONED ON
       01  ACCTAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCTAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERATOR-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  OPR-OPERID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    ADDRESS-CD THROUGH DECDATE-CD - 278 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(278).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
      * VALUE BAND - STAMPED MONTHLY BY CUSTPROF
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
      *ACCOUNT AUDIT TRAIL - ONLY THE ACCTSTATUS-TO-'C' ROW MATTERS
      *HERE, FOR THE DATE THE ACCOUNT CLOSED. THE ROW CARRIES NO
      *ACCOUNT KEY, SO IT IS READ GNP UNDER ITS ACCOUNT AS SELFDEAL
      *DOES.
      ******************************************************************

       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  TIMESTMP-AAU-PARTS REDEFINES TIMESTMP-AAU.
               10  AAU-YMD     PIC  X(10).
               10  FILLER      PIC  X(13).
           05  FIELD-AAU       PIC  X(10).
           05  OLDVAL-AAU      PIC  X(16).
           05  NEWVAL-AAU      PIC  X(16).
           05  REASON-AAU      PIC  X(30).
           05  OPERID-AAU      PIC  S9(9) COMP-5.

      ******************************************************************
      *OPERATOR - READ FOR THE OFFICER'S NAME ON THE O ROWS
      ******************************************************************

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
      *BRANCH MASTER - READ FOR THE BRANCH NAME ON THE B ROWS
      ******************************************************************

      * ONE ROW PER BRANCH FROM THE BRANCHES CONTROL FILE
      * ("<CODE>","<NAME>","<REGION>","<STATUS>"), LOADED AT STARTUP -
      * THE SAME TABLE IBTRAN VALIDATES BRANCH-HIST AGAINST. A CLOSED
      * BRANCH STILL REPORTS UNDER ITS NAME UNTIL BRREASGN MOVES ITS
      * BOOK.
       77  MAX-BRANCHES        PIC  9(05)        VALUE 00050.
       77  TOTAL-BRANCHES      PIC  9(05)        VALUE 0.
       77  WS-BR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-SEARCH-CD     PIC  X(04).

       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES
                          INDEXED BY BR-IX.
               10  BR-CODE         PIC  X(04).
               10  BR-NAME         PIC  X(20).
               10  BR-REGION       PIC  X(08).
               10  BR-STATUS       PIC  X(01).

       01  TXT-BR-LEAD         PIC  X(01).
       01  TXT-BR-CODE         PIC  X(04).
       01  TXT-BR-NAME         PIC  X(20).
       01  TXT-BR-REGION       PIC  X(08).
       01  TXT-BR-STATUS       PIC  X(01).
       01  WS-BRANCHES-EOF     PIC  X(01) VALUE 'N'.
           88  BRANCHES-EOF        VALUE 'Y'.

      ******************************************************************
      *FIRST AND LAST BALSNAP BALANCE OF THE MONTH, ONE ROW PER
      *ACCOUNT
      ******************************************************************

       77  MAX-SNAPS           PIC  9(05)        VALUE 02000.
       77  TOTAL-SNAPS         PIC  9(05)        VALUE 0.
       77  WS-SN-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-SN-FOUND         PIC  9(05) COMP-5 VALUE 0.
       77  WS-SNAP-ACCID       PIC  S9(18) COMP-5.
       77  WS-SNAP-BAL         PIC  S9(13)V9(2) COMP-3.

       01  SNAP-TABLE.
           05  SNAP-ROW OCCURS 2000 TIMES INDEXED BY SN-IX.
               10  SN-ACCID        PIC  S9(18) COMP-5.
               10  SN-FIRST-YMD    PIC  X(10).
               10  SN-FIRST-BAL    PIC  S9(13)V9(2) COMP-3.
               10  SN-LAST-YMD     PIC  X(10).
               10  SN-LAST-BAL     PIC  S9(13)V9(2) COMP-3.

       01  TXT-SNAP-DATE       PIC  X(10).
       01  TXT-SNAP-ACCID      PIC  X(19).
       01  TXT-SNAP-BAL        PIC  X(16).
       01  TXT-SNAP-STATUS     PIC  X(01).
       01  WS-SNAPIN-EOF       PIC  X(01) VALUE 'N'.
           88  SNAPIN-EOF          VALUE 'Y'.

      ******************************************************************
      *PORTFOLIO BOOKS - ONE ROW PER BRANCH/OFFICER PAIR ('P'), PER
      *BRANCH ('B', OFFICER ZERO) AND PER OFFICER ('O', BRANCH
      *SPACES), IN THE ORDER FIRST MET
      ******************************************************************

       77  MAX-BOOKS           PIC  9(05)        VALUE 01000.
       77  TOTAL-BOOKS         PIC  9(05)        VALUE 0.
       77  WS-BK-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-BK-FOUND         PIC  9(05) COMP-5 VALUE 0.
       77  WS-BK-KIND          PIC  X(01).
       77  WS-BK-BRANCH        PIC  X(04).
       77  WS-BK-OFFICER       PIC  S9(9) COMP-5.
       77  WS-WRITE-KIND       PIC  X(01).

       01  BOOK-TABLE.
           05  BOOK-ROW OCCURS 1000 TIMES INDEXED BY BK-IX.
               10  BK-KIND         PIC  X(01).
               10  BK-BRANCH       PIC  X(04).
               10  BK-OFFICER      PIC  S9(9) COMP-5.
               10  BK-ACCOUNTS     PIC  S9(9) COMP-5.
               10  BK-OPENED       PIC  S9(9) COMP-5.
               10  BK-CLOSED       PIC  S9(9) COMP-5.
               10  BK-START-BAL    PIC  S9(15)V9(2) COMP-3.
               10  BK-END-BAL      PIC  S9(15)V9(2) COMP-3.
               10  BK-FEES         PIC  S9(15)V9(2) COMP-3.

      ******************************************************************
      *ONE ACCOUNT'S MONTH
      ******************************************************************

       77  WS-CUR-CUSTID       PIC  S9(9) COMP-5.
       77  WS-CUR-OFFICER      PIC  S9(9) COMP-5.
       77  WS-CUR-ACCID        PIC  S9(18) COMP-5.
       77  WS-CUR-BRANCH       PIC  X(04).
       77  WS-CLOSE-YMD        PIC  X(10).
       77  WS-ACC-OPENED       PIC  S9(9) COMP-5.
       77  WS-ACC-CLOSED       PIC  S9(9) COMP-5.
       77  WS-ACC-START        PIC  S9(13)V9(2) COMP-3.
       77  WS-ACC-END          PIC  S9(13)V9(2) COMP-3.
       77  WS-ACC-FEES         PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *REPORT ROW WORK AREAS
      ******************************************************************

       77  WS-ROW-NAME         PIC  X(30).
       77  WS-ROW-GROWTH       PIC  S9(15)V9(2) COMP-3.
       01  TXT-CNT-E           PIC  Z(8)9.
       01  TXT-CNT2-E          PIC  Z(8)9.
       01  TXT-CNT3-E          PIC  Z(8)9.
       01  TXT-OFF-E           PIC  Z(8)9.
       01  TXT-AMT-E           PIC  -(15)9.99.
       01  TXT-AMT2-E          PIC  -(15)9.99.
       01  TXT-AMT3-E          PIC  -(15)9.99.
       01  TXT-AMT4-E          PIC  -(15)9.99.
       01  WS-FIGURES          PIC  X(100).

      ******************************************************************
      *PRIOR-CALENDAR-MONTH PERIOD, DERIVED AS STMTGEN DERIVES IT
      ******************************************************************

       77  WS-THIS-MONTH-1ST   PIC 9(08).
       77  WS-INT-DATE-MINUS   PIC S9(9) COMP-5.
       01  WS-PERIOD-END-N     PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-END-N.
           05  PE-YEAR         PIC 9(04).
           05  PE-MONTH        PIC 9(02).
           05  PE-DAY          PIC 9(02).
       01  WS-PERIOD-START-N   PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-START-N.
           05  PS-YEAR         PIC 9(04).
           05  PS-MONTH        PIC 9(02).
           05  PS-DAY          PIC 9(02).
       01  PERIOD-START-YMD    PIC X(10).
       01  PERIOD-END-YMD      PIC X(10).

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

      ******************************************************************
      *RUN TOTALS - THE T ROW
      ******************************************************************

       01  CUSTOMERS-READ      PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-ACCOUNTS        PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-OPENED          PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-CLOSED          PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-START-BAL       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOT-END-BAL         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOT-FEES            PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  ROWS-WRITTEN        PIC  S9(9) COMP-5 VALUE 0.
       01  UNASSIGNED-BRANCH   PIC  S9(9) COMP-5 VALUE 0.
       01  UNASSIGNED-OFFICER  PIC  S9(9) COMP-5 VALUE 0.
       01  TABLE-OVERFLOWS     PIC  S9(9) COMP-5 VALUE 0.

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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER, READ ONLY)
      *   DBPCB2 - CUSTOMER-ACCOUNTS DATABASE (CUSTACCS, READ ONLY)
      *   DBPCB3 - ACCOUNT DATABASE (ACCOUNT AND ACCTAUD, READ ONLY)
      *   DBPCB4 - HISTORY DATABASE (ACCIDHX INDEX, READ ONLY)
      *   DBPCB5 - OPERATOR DATABASE (OPERATOR, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           PERFORM COMPUTE-STATEMENT-PERIOD
              THRU COMPUTE-STATEMENT-PERIOD-END.
           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.
           PERFORM LOAD-BALANCE-SNAPS THRU LOAD-BALANCE-SNAPS-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM PROCESS-CUSTOMER THRU PROCESS-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           OPEN OUTPUT PORTRPT-FILE.
           MOVE SPACES TO PORTRPT-OUT.
           STRING 'H,"' PERIOD-START-YMD '","' PERIOD-END-YMD '"'
              DELIMITED BY SIZE INTO PORTRPT-OUT.
           WRITE PORTRPT-OUT.

           MOVE 'P' TO WS-WRITE-KIND.
           PERFORM WRITE-ONE-BOOK THRU WRITE-ONE-BOOK-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > TOTAL-BOOKS.
           MOVE 'B' TO WS-WRITE-KIND.
           PERFORM WRITE-ONE-BOOK THRU WRITE-ONE-BOOK-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > TOTAL-BOOKS.
           MOVE 'O' TO WS-WRITE-KIND.
           PERFORM WRITE-ONE-BOOK THRU WRITE-ONE-BOOK-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > TOTAL-BOOKS.

           COMPUTE WS-ROW-GROWTH = TOT-END-BAL - TOT-START-BAL.
           MOVE TOT-ACCOUNTS TO TXT-CNT-E.
           MOVE TOT-OPENED TO TXT-CNT2-E.
           MOVE TOT-CLOSED TO TXT-CNT3-E.
           MOVE TOT-START-BAL TO TXT-AMT-E.
           MOVE TOT-END-BAL TO TXT-AMT2-E.
           MOVE WS-ROW-GROWTH TO TXT-AMT3-E.
           MOVE TOT-FEES TO TXT-AMT4-E.
           PERFORM BUILD-FIGURES THRU BUILD-FIGURES-END.
           MOVE SPACES TO PORTRPT-OUT.
           STRING 'T,' WS-FIGURES
              DELIMITED BY SIZE INTO PORTRPT-OUT.
           WRITE PORTRPT-OUT.
           CLOSE PORTRPT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'PORTFOLIO REPORT ' PERIOD-START-YMD ' TO '
              PERIOD-END-YMD.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMERS READ:           ' CUSTOMERS-READ.
           DISPLAY 'ACCOUNTS IN THE MONTH:    ' TOT-ACCOUNTS.
           DISPLAY '  OPENED:                 ' TOT-OPENED.
           DISPLAY '  CLOSED:                 ' TOT-CLOSED.
           DISPLAY 'START BALANCES:           ' TOT-START-BAL.
           DISPLAY 'END BALANCES:             ' TOT-END-BAL.
           DISPLAY 'FEE INCOME:               ' TOT-FEES.
           DISPLAY 'NO DOMICILE BRANCH:       ' UNASSIGNED-BRANCH.
           DISPLAY 'NO RELATIONSHIP OFFICER:  ' UNASSIGNED-OFFICER.
           DISPLAY 'REPORT ROWS WRITTEN:      ' ROWS-WRITTEN.
           DISPLAY '========================================'.

           IF TABLE-OVERFLOWS > 0
             DISPLAY 'TABLE FULL ' TABLE-OVERFLOWS
                ' TIME(S) - FIGURES ARE INCOMPLETE'
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       COMPUTE-STATEMENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-THIS-MONTH-1ST = WS-CURRENT-YEAR * 10000
              + WS-CURRENT-MONTH * 100 + 1.
           COMPUTE WS-INT-DATE-MINUS =
              FUNCTION INTEGER-OF-DATE ( WS-THIS-MONTH-1ST ) - 1.
           COMPUTE WS-PERIOD-END-N =
              FUNCTION DATE-OF-INTEGER ( WS-INT-DATE-MINUS ).
           COMPUTE WS-PERIOD-START-N = PE-YEAR * 10000
              + PE-MONTH * 100 + 1.
           STRING PS-YEAR '-' PS-MONTH '-' PS-DAY
              INTO PERIOD-START-YMD.
           STRING PE-YEAR '-' PE-MONTH '-' PE-DAY
              INTO PERIOD-END-YMD.
       COMPUTE-STATEMENT-PERIOD-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTOMER : BOOKS THE CUSTOMER'S PRIMARY-
      * OWNED ACCOUNTS TO ITS OFFICER, ADVANCES
       PROCESS-CUSTOMER.
           IF DBSTAT = SPACES
             ADD 1 TO CUSTOMERS-READ
             MOVE CUSTID-CD TO WS-CUR-CUSTID
             MOVE OFFICER-CD TO WS-CUR-OFFICER
             MOVE WS-CUR-CUSTID TO CA-CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL 'CBLTDLI'
               USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
             PERFORM BOOK-ONE-CUSTACC THRU BOOK-ONE-CUSTACC-END
                UNTIL DBSTAT = GB OR DBSTAT = GE

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

       BOOK-ONE-CUSTACC.
           IF DBSTAT = SPACES
             IF OWNERROLE-CA = 'P' OR OWNERROLE-CA = 'M'
               MOVE ACCID-CA TO WS-CUR-ACCID
               PERFORM BOOK-ONE-ACCOUNT
                  THRU BOOK-ONE-ACCOUNT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL 'CBLTDLI'
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BOOK-ONE-CUSTACC-END.

      * PROCEDURE BOOK-ONE-ACCOUNT : ONE ACCOUNT'S MONTH - WHETHER IT
      * BELONGS IN THE MONTH AT ALL, OPENED/CLOSED, THE TWO BALANCES
      * AND THE FEES - ADDED TO ITS THREE BOOKS AND THE T ROW
       BOOK-ONE-ACCOUNT.
           MOVE WS-CUR-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO BOOK-ONE-ACCOUNT-END
           END-IF.
           MOVE DOMBRANCH-ACC TO WS-CUR-BRANCH.

      * OPENED AFTER THE MONTH - NOT IN THIS REPORT
           IF OPENDATE-ACC NOT = SPACES
              AND OPENDATE-ACC > PERIOD-END-YMD
             GO TO BOOK-ONE-ACCOUNT-END
           END-IF.

      * THE CLOSE DATE FROM THE ACCTSTATUS AUDIT ROW. A CLOSED ACCOUNT
      * WITH NO SUCH ROW WAS CLOSED BEFORE THE TRAIL WAS KEPT, SO IT
      * IS TREATED AS CLOSED BEFORE THE MONTH
           MOVE SPACES TO WS-CLOSE-YMD.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA.
           PERFORM SCAN-ONE-ACCTAUD THRU SCAN-ONE-ACCTAUD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF WS-CLOSE-YMD = SPACES AND ACCTSTATUS-ACC = 'C'
             GO TO BOOK-ONE-ACCOUNT-END
           END-IF.
           IF WS-CLOSE-YMD NOT = SPACES
              AND WS-CLOSE-YMD < PERIOD-START-YMD
             GO TO BOOK-ONE-ACCOUNT-END
           END-IF.

           MOVE 0 TO WS-ACC-OPENED.
           MOVE 0 TO WS-ACC-CLOSED.
           IF OPENDATE-ACC NOT < PERIOD-START-YMD
              AND OPENDATE-ACC NOT > PERIOD-END-YMD
             MOVE 1 TO WS-ACC-OPENED
           END-IF.
           IF WS-CLOSE-YMD NOT < PERIOD-START-YMD
              AND WS-CLOSE-YMD NOT > PERIOD-END-YMD
             MOVE 1 TO WS-ACC-CLOSED
           END-IF.

      * BALANCES - FIRST AND LAST SNAPSHOT OF THE MONTH, ZERO AT THE
      * START FOR AN ACCOUNT OPENED IN IT, THE CURRENT BALANCE WHEN
      * BALSNAP NEVER SAW THE ACCOUNT
           MOVE WS-CUR-ACCID TO WS-SNAP-ACCID.
           PERFORM FIND-SNAP-ROW THRU FIND-SNAP-ROW-END.
           IF WS-SN-FOUND > 0
             SET SN-IX TO WS-SN-FOUND
             MOVE SN-FIRST-BAL (SN-IX) TO WS-ACC-START
             MOVE SN-LAST-BAL (SN-IX) TO WS-ACC-END
           ELSE
             MOVE BALANCE-ACC TO WS-ACC-START
             MOVE BALANCE-ACC TO WS-ACC-END
           END-IF.
           IF WS-ACC-OPENED = 1
             MOVE 0 TO WS-ACC-START
           END-IF.

           MOVE 0 TO WS-ACC-FEES.
           MOVE WS-CUR-ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM FEES-ONE-HISTORY THRU FEES-ONE-HISTORY-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF WS-CUR-BRANCH = SPACES
             ADD 1 TO UNASSIGNED-BRANCH
           END-IF.
           IF WS-CUR-OFFICER = 0
             ADD 1 TO UNASSIGNED-OFFICER
           END-IF.

           MOVE 'P' TO WS-BK-KIND.
           MOVE WS-CUR-BRANCH TO WS-BK-BRANCH.
           MOVE WS-CUR-OFFICER TO WS-BK-OFFICER.
           PERFORM ADD-TO-BOOK THRU ADD-TO-BOOK-END.
           MOVE 'B' TO WS-BK-KIND.
           MOVE WS-CUR-BRANCH TO WS-BK-BRANCH.
           MOVE 0 TO WS-BK-OFFICER.
           PERFORM ADD-TO-BOOK THRU ADD-TO-BOOK-END.
           MOVE 'O' TO WS-BK-KIND.
           MOVE SPACES TO WS-BK-BRANCH.
           MOVE WS-CUR-OFFICER TO WS-BK-OFFICER.
           PERFORM ADD-TO-BOOK THRU ADD-TO-BOOK-END.

           ADD 1 TO TOT-ACCOUNTS.
           ADD WS-ACC-OPENED TO TOT-OPENED.
           ADD WS-ACC-CLOSED TO TOT-CLOSED.
           ADD WS-ACC-START TO TOT-START-BAL.
           ADD WS-ACC-END TO TOT-END-BAL.
           ADD WS-ACC-FEES TO TOT-FEES.
       BOOK-ONE-ACCOUNT-END.
           EXIT.

       SCAN-ONE-ACCTAUD.
           IF DBSTAT = SPACES
             IF FIELD-AAU = 'ACCTSTATUS' AND NEWVAL-AAU = 'C'
               MOVE AAU-YMD TO WS-CLOSE-YMD
             END-IF
             CALL "CBLTDLI"
               USING GNP, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ACCTAUD-END.
           EXIT.

      * PROCEDURE FEES-ONE-HISTORY : FEE INCOME AS CUSTPROF COUNTS IT
       FEES-ONE-HISTORY.
           IF DBSTAT = SPACES
             IF ACCID-HIST = WS-CUR-ACCID
                AND HIST-YMD NOT < PERIOD-START-YMD
                AND HIST-YMD NOT > PERIOD-END-YMD
               IF TRANSTYP-HIST = 'f' OR TRANSTYP-HIST = 'm'
                 ADD AMOUNT-HIST TO WS-ACC-FEES
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
       FEES-ONE-HISTORY-END.

      * PROCEDURE ADD-TO-BOOK : FINDS OR OPENS THE WS-BK-KIND /
      * WS-BK-BRANCH / WS-BK-OFFICER ROW AND ADDS THE ACCOUNT TO IT
       ADD-TO-BOOK.
           MOVE 0 TO WS-BK-FOUND.
           MOVE 0 TO WS-BK-IX.
           PERFORM SCAN-ONE-BOOK-ROW THRU SCAN-ONE-BOOK-ROW-END
              UNTIL WS-BK-FOUND > 0 OR WS-BK-IX NOT < TOTAL-BOOKS.
           IF WS-BK-FOUND = 0
             IF TOTAL-BOOKS < MAX-BOOKS
               ADD 1 TO TOTAL-BOOKS
               MOVE TOTAL-BOOKS TO WS-BK-FOUND
               SET BK-IX TO WS-BK-FOUND
               MOVE WS-BK-KIND TO BK-KIND (BK-IX)
               MOVE WS-BK-BRANCH TO BK-BRANCH (BK-IX)
               MOVE WS-BK-OFFICER TO BK-OFFICER (BK-IX)
               MOVE 0 TO BK-ACCOUNTS (BK-IX)
               MOVE 0 TO BK-OPENED (BK-IX)
               MOVE 0 TO BK-CLOSED (BK-IX)
               MOVE 0 TO BK-START-BAL (BK-IX)
               MOVE 0 TO BK-END-BAL (BK-IX)
               MOVE 0 TO BK-FEES (BK-IX)
             ELSE
               DISPLAY 'PORTRPT: BOOK TABLE FULL AT 1000 - ACCID '
                  WS-CUR-ACCID ' NOT BOOKED TO ' WS-BK-KIND ' '
                  WS-BK-BRANCH ' ' WS-BK-OFFICER
               ADD 1 TO TABLE-OVERFLOWS
               GO TO ADD-TO-BOOK-END
             END-IF
           END-IF.

           SET BK-IX TO WS-BK-FOUND.
           ADD 1 TO BK-ACCOUNTS (BK-IX).
           ADD WS-ACC-OPENED TO BK-OPENED (BK-IX).
           ADD WS-ACC-CLOSED TO BK-CLOSED (BK-IX).
           ADD WS-ACC-START TO BK-START-BAL (BK-IX).
           ADD WS-ACC-END TO BK-END-BAL (BK-IX).
           ADD WS-ACC-FEES TO BK-FEES (BK-IX).
       ADD-TO-BOOK-END.
           EXIT.

       SCAN-ONE-BOOK-ROW.
           ADD 1 TO WS-BK-IX.
           SET BK-IX TO WS-BK-IX.
           IF BK-KIND (BK-IX) = WS-BK-KIND
              AND BK-BRANCH (BK-IX) = WS-BK-BRANCH
              AND BK-OFFICER (BK-IX) = WS-BK-OFFICER
             MOVE WS-BK-IX TO WS-BK-FOUND
           END-IF.
       SCAN-ONE-BOOK-ROW-END.
           EXIT.

      * PROCEDURE WRITE-ONE-BOOK : ONE P, B OR O ROW - ONLY THE KIND
      * WS-WRITE-KIND NAMES, SO EACH KIND COMES OUT TOGETHER
       WRITE-ONE-BOOK.
           SET BK-IX TO WS-BK-IX.
           IF BK-KIND (BK-IX) NOT = WS-WRITE-KIND
             GO TO WRITE-ONE-BOOK-END
           END-IF.

           COMPUTE WS-ROW-GROWTH =
              BK-END-BAL (BK-IX) - BK-START-BAL (BK-IX).
           MOVE BK-ACCOUNTS (BK-IX) TO TXT-CNT-E.
           MOVE BK-OPENED (BK-IX) TO TXT-CNT2-E.
           MOVE BK-CLOSED (BK-IX) TO TXT-CNT3-E.
           MOVE BK-START-BAL (BK-IX) TO TXT-AMT-E.
           MOVE BK-END-BAL (BK-IX) TO TXT-AMT2-E.
           MOVE WS-ROW-GROWTH TO TXT-AMT3-E.
           MOVE BK-FEES (BK-IX) TO TXT-AMT4-E.
           PERFORM BUILD-FIGURES THRU BUILD-FIGURES-END.
           MOVE BK-OFFICER (BK-IX) TO TXT-OFF-E.
           MOVE SPACES TO PORTRPT-OUT.

           EVALUATE BK-KIND (BK-IX)
             WHEN 'P'
               STRING 'P,"' FUNCTION TRIM (BK-BRANCH (BK-IX)) '",'
                       FUNCTION TRIM (TXT-OFF-E) ','
                       WS-FIGURES
                  DELIMITED BY SIZE INTO PORTRPT-OUT
             WHEN 'B'
               PERFORM FIND-BRANCH-NAME THRU FIND-BRANCH-NAME-END
               STRING 'B,"' FUNCTION TRIM (BK-BRANCH (BK-IX)) '","'
                       FUNCTION TRIM (WS-ROW-NAME) '",'
                       WS-FIGURES
                  DELIMITED BY SIZE INTO PORTRPT-OUT
             WHEN OTHER
               PERFORM FIND-OFFICER-NAME THRU FIND-OFFICER-NAME-END
               STRING 'O,' FUNCTION TRIM (TXT-OFF-E) ',"'
                       FUNCTION TRIM (WS-ROW-NAME) '",'
                       WS-FIGURES
                  DELIMITED BY SIZE INTO PORTRPT-OUT
           END-EVALUATE.
           WRITE PORTRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-ONE-BOOK-END.
           EXIT.

      * PROCEDURE BUILD-FIGURES : THE SEVEN FIGURE COLUMNS EVERY P,
      * B, O AND T ROW ENDS WITH, FROM THE EDITED WORK AREAS
       BUILD-FIGURES.
           MOVE SPACES TO WS-FIGURES.
           STRING FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-CNT2-E) ','
                   FUNCTION TRIM (TXT-CNT3-E) ','
                   FUNCTION TRIM (TXT-AMT-E) ','
                   FUNCTION TRIM (TXT-AMT2-E) ','
                   FUNCTION TRIM (TXT-AMT3-E) ','
                   FUNCTION TRIM (TXT-AMT4-E)
              DELIMITED BY SIZE INTO WS-FIGURES.
       BUILD-FIGURES-END.
           EXIT.

       FIND-BRANCH-NAME.
           IF BK-BRANCH (BK-IX) = SPACES
             MOVE 'UNASSIGNED' TO WS-ROW-NAME
             GO TO FIND-BRANCH-NAME-END
           END-IF.
           MOVE BK-BRANCH (BK-IX) TO WS-BR-SEARCH-CD.
           MOVE 0 TO WS-BR-FOUND-IX.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING WS-BR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-BR-SEARCH-IX > TOTAL-BRANCHES
                 OR WS-BR-FOUND-IX NOT = 0.
           IF WS-BR-FOUND-IX = 0
             MOVE 'NOT ON BRANCH MASTER' TO WS-ROW-NAME
           ELSE
             MOVE BR-NAME (WS-BR-FOUND-IX) TO WS-ROW-NAME
           END-IF.
       FIND-BRANCH-NAME-END.
           EXIT.

       TEST-ONE-BRANCH.
           IF BR-CODE (WS-BR-SEARCH-IX) = WS-BR-SEARCH-CD
             MOVE WS-BR-SEARCH-IX TO WS-BR-FOUND-IX
           END-IF.
       TEST-ONE-BRANCH-END.
           EXIT.

       FIND-OFFICER-NAME.
           IF BK-OFFICER (BK-IX) = 0
             MOVE 'UNASSIGNED' TO WS-ROW-NAME
             GO TO FIND-OFFICER-NAME-END
           END-IF.
           MOVE BK-OFFICER (BK-IX) TO OPR-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1.
           IF DBSTAT = SPACES
             MOVE NAME-OPR TO WS-ROW-NAME
           ELSE
             MOVE 'NOT ON OPERATOR FILE' TO WS-ROW-NAME
           END-IF.
       FIND-OFFICER-NAME-END.
           EXIT.

      * PROCEDURE LOAD-BRANCH-MASTER : QUOTED-COMMA CONTROL-FILE
      * LOADER, SAME IDIOM AS IBTRAN'S
       LOAD-BRANCH-MASTER.
           MOVE 0 TO TOTAL-BRANCHES.
           MOVE 'N' TO WS-BRANCHES-EOF.
           OPEN INPUT BRANCHES-FILE.
           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
           PERFORM LOAD-ONE-BRANCH THRU LOAD-ONE-BRANCH-END
              UNTIL BRANCHES-EOF.
           CLOSE BRANCHES-FILE.
       LOAD-BRANCH-MASTER-END.
           EXIT.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO TXT-BR-CODE.
           UNSTRING BRANCHES-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-BR-LEAD
                  TXT-BR-CODE
                  TXT-BR-NAME
                  TXT-BR-REGION
                  TXT-BR-STATUS
           END-UNSTRING.

           IF TXT-BR-CODE NOT = SPACES
             IF TOTAL-BRANCHES < MAX-BRANCHES
               ADD 1 TO TOTAL-BRANCHES
               SET BR-IX TO TOTAL-BRANCHES
               MOVE TXT-BR-CODE TO BR-CODE (BR-IX)
               MOVE TXT-BR-NAME TO BR-NAME (BR-IX)
               MOVE TXT-BR-REGION TO BR-REGION (BR-IX)
               MOVE TXT-BR-STATUS TO BR-STATUS (BR-IX)
             ELSE
               DISPLAY 'BRANCHES - BRANCH TABLE FULL, ROW SKIPPED: '
                  BRANCHES-IN
             END-IF
           END-IF.

           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
       LOAD-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE LOAD-BALANCE-SNAPS : KEEPS THE EARLIEST AND LATEST
      * OF THE MONTH'S BALSNAP RECORDS FOR EACH ACCOUNT - THE
      * GENERATIONS MAY COME IN ANY ORDER
       LOAD-BALANCE-SNAPS.
           MOVE 0 TO TOTAL-SNAPS.
           MOVE 'N' TO WS-SNAPIN-EOF.
           OPEN INPUT SNAPIN-FILE.
           READ SNAPIN-FILE
             AT END
               MOVE 'Y' TO WS-SNAPIN-EOF
           END-READ.
           PERFORM LOAD-ONE-SNAP THRU LOAD-ONE-SNAP-END
              UNTIL SNAPIN-EOF.
           CLOSE SNAPIN-FILE.
       LOAD-BALANCE-SNAPS-END.
           EXIT.

       LOAD-ONE-SNAP.
           MOVE SPACES TO TXT-SNAP-DATE.
           MOVE SPACES TO TXT-SNAP-STATUS.
           UNSTRING SNAPIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-SNAP-DATE
                  TXT-SNAP-ACCID
                  TXT-SNAP-BAL
                  TXT-SNAP-STATUS
           END-UNSTRING.

           IF TXT-SNAP-DATE = SPACES
             UNSTRING SNAPIN-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-SNAP-DATE
                    TXT-SNAP-DATE
                    TXT-SNAP-ACCID
                    TXT-SNAP-BAL
                    TXT-SNAP-STATUS
             END-UNSTRING
           END-IF.

           IF TXT-SNAP-DATE NOT = SPACES
              AND TXT-SNAP-DATE NOT < PERIOD-START-YMD
              AND TXT-SNAP-DATE NOT > PERIOD-END-YMD
             COMPUTE WS-SNAP-ACCID =
                FUNCTION NUMVAL ( TXT-SNAP-ACCID )
             COMPUTE WS-SNAP-BAL =
                FUNCTION NUMVAL ( TXT-SNAP-BAL )
             PERFORM FIND-SNAP-ROW THRU FIND-SNAP-ROW-END
             IF WS-SN-FOUND = 0
               IF TOTAL-SNAPS < MAX-SNAPS
                 ADD 1 TO TOTAL-SNAPS
                 SET SN-IX TO TOTAL-SNAPS
                 MOVE WS-SNAP-ACCID TO SN-ACCID (SN-IX)
                 MOVE TXT-SNAP-DATE TO SN-FIRST-YMD (SN-IX)
                 MOVE WS-SNAP-BAL TO SN-FIRST-BAL (SN-IX)
                 MOVE TXT-SNAP-DATE TO SN-LAST-YMD (SN-IX)
                 MOVE WS-SNAP-BAL TO SN-LAST-BAL (SN-IX)
               ELSE
                 DISPLAY 'SNAPIN - SNAPSHOT TABLE FULL, ROW SKIPPED: '
                    SNAPIN-IN
                 ADD 1 TO TABLE-OVERFLOWS
               END-IF
             ELSE
               SET SN-IX TO WS-SN-FOUND
               IF TXT-SNAP-DATE < SN-FIRST-YMD (SN-IX)
                 MOVE TXT-SNAP-DATE TO SN-FIRST-YMD (SN-IX)
                 MOVE WS-SNAP-BAL TO SN-FIRST-BAL (SN-IX)
               END-IF
               IF TXT-SNAP-DATE > SN-LAST-YMD (SN-IX)
                 MOVE TXT-SNAP-DATE TO SN-LAST-YMD (SN-IX)
                 MOVE WS-SNAP-BAL TO SN-LAST-BAL (SN-IX)
               END-IF
             END-IF
           END-IF.

           READ SNAPIN-FILE
             AT END
               MOVE 'Y' TO WS-SNAPIN-EOF
           END-READ.
       LOAD-ONE-SNAP-END.
           EXIT.

       FIND-SNAP-ROW.
           MOVE 0 TO WS-SN-FOUND.
           MOVE 0 TO WS-SN-IX.
           PERFORM SCAN-ONE-SNAP-ROW THRU SCAN-ONE-SNAP-ROW-END
              UNTIL WS-SN-FOUND > 0 OR WS-SN-IX NOT < TOTAL-SNAPS.
       FIND-SNAP-ROW-END.
           EXIT.

       SCAN-ONE-SNAP-ROW.
           ADD 1 TO WS-SN-IX.
           SET SN-IX TO WS-SN-IX.
           IF SN-ACCID (SN-IX) = WS-SNAP-ACCID
             MOVE WS-SN-IX TO WS-SN-FOUND
           END-IF.
       SCAN-ONE-SNAP-ROW-END.
           EXIT.
