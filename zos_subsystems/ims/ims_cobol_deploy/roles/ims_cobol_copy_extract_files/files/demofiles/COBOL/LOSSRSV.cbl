       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRSV.

      ******************************************************************
      * MONTH-END ALLOWANCE FOR CREDIT LOSSES - THE LOSS RESERVE ON
      * WHAT CUSTOMERS OWE US: INSTALLMENT LOANS AND OVERDRAWN DEPOSIT
      * ACCOUNTS. EVERY ACCOUNT SEGMENT IS WALKED (DBPCB1) AND EACH
      * BALANCE OWED IS PLACED IN ONE LOSS POOL:
      *   LCUR          AN OPEN LOAN (ACCTYPE 'L') NOT PAST DUE
      *   L001 L030     A PAST-DUE LOAN, AGED FROM ITS LOANTERM
      *   L060 L090     NEXTDUE-LN INTO LOANAGE'S BUCKETS 1-29 /
      *                 30-59 / 60-89 / 90-PLUS
      *   ODLN          AN OVERDRAWN DEPOSIT ACCOUNT - THE PART INSIDE
      *                 ITS APPROVED OVERDRAFT LINE (ODLIMIT-ACC)
      *   ODXS          - AND THE PART BEYOND IT (ODEXCESS'S EXCESS)
      *   COLL          AN OVERDRAWN ACCOUNT WITH A LIVE COLLECTIONS
      *                 CASE (COLLCASE, DBPCB2 - ANY STATUS BUT CURED),
      *                 THE WHOLE OVERDRAWN BALANCE
      *   COLC          - THE SAME, ONCE COLLSCAN HAS RECOMMENDED
      *                 CHARGE-OFF ('C')
      * CREDIT CARDS (ACCTYPE 'R') CARRY THEIR DRAWN BALANCE NEGATIVE
      * TOO, BUT ARE NOT OVERDRAFTS AND ARE LEFT OUT.
      *
      * EACH POOL'S EXPOSURE, FOOTED BY PRODUCT (ACCTYPE), TIMES THE
      * POOL'S LOSS RATE FROM THE LOSSCTL CONTROL FILE IS THE REQUIRED
      * ALLOWANCE - ONE ROW PER POOL, THE RATE AS A FRACTION:
      *   <POOL>,<RATE>             E.G.  L090,0.5000
      * A POOL WITH EXPOSURE BUT NO RATE RESERVES NOTHING AND SETS RC 4.
      *
      * LAST MONTH'S ALLOWANCE BY PRODUCT COMES FROM ALLWIN - THE
      * ALLWOUT THE PREVIOUS RUN WROTE:  <T>,<ALLOWANCE>
      * THE CHANGE IS THE MONTH'S PROVISION, JOURNALED IN GLEXTR'S
      * LAYOUT (HEADER, DETAILS, FOOTED TRAILER) ON ALLJRNL:
      *   P,"<T>","<DR>","<CR>",<AMOUNT>,"<PROVIDE|RELEASE>"
      * AN INCREASE DEBITS PROVISION EXPENSE AND CREDITS THE ALLOWANCE;
      * A DECREASE RELEASES IT THE OTHER WAY ROUND. THE GL ACCOUNTS COME
      * FROM THE GLMAP CONTROL FILE, ONE ROW PER ACCTYPE ("*" FOR ANY
      * TYPE WITHOUT ITS OWN ROW) - THE ACCRJRNL IDIOM:
      *   ALLW,"<T>","<PROVISION EXPENSE>","<ALLOWANCE>"
      * ON THE FIRST RUN (NO ALLWIN) THE WHOLE ALLOWANCE IS PROVIDED.
      * RUN AT MONTH-END AFTER LOANBILL AND COLLSCAN. RC 4 WHEN A POOL
      * HAS NO RATE OR A PRODUCT NO GLMAP ROW (ITS LINES ARE LEFT OUT
      * AND ITS PRIOR ALLOWANCE CARRIED FORWARD); RC 8 WHEN THE JOURNAL
      * DOES NOT BALANCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSSCTL-FILE ASSIGN TO LOSSCTL.
           SELECT GLMAP-FILE ASSIGN TO GLMAP.
           SELECT ALLWIN-FILE ASSIGN TO ALLWIN.
           SELECT ALLWOUT-FILE ASSIGN TO ALLWOUT.
           SELECT ALLJRNL-FILE ASSIGN TO ALLJRNL.

       DATA DIVISION.

       FILE SECTION.
         FD LOSSCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LOSSCTL-IN.
       01  LOSSCTL-IN           PIC X(80).

         FD GLMAP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLMAP-IN.
       01  GLMAP-IN             PIC X(80).

         FD ALLWIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ALLWIN-IN.
       01  ALLWIN-IN            PIC X(80).

         FD ALLWOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ALLWOUT-OUT.
       01  ALLWOUT-OUT          PIC X(80).

         FD ALLJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ALLJRNL-OUT.
       01  ALLJRNL-OUT          PIC X(120).

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

       77  LOAN-ACCTYPE        PIC X(01) VALUE 'L'.
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.

      ******************************************************************
      *LOSS RATES - ONE ROW PER POOL FROM THE LOSSCTL CONTROL FILE
      ******************************************************************

       77  MAX-RATES           PIC  9(05)        VALUE 00020.
       77  TOTAL-RATES         PIC  9(05)        VALUE 0.
       77  WS-LR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-LR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES
                          INDEXED BY LR-IX.
               10  LR-POOL         PIC  X(04).
               10  LR-RATE         PIC  S9(1)V9(4) COMP-3.

       01  TXT-LR-POOL         PIC  X(04).
       01  TXT-LR-RATE         PIC  X(10).
       01  WS-LOSSCTL-EOF      PIC  X(01) VALUE 'N'.
           88  LOSSCTL-EOF         VALUE 'Y'.

      ******************************************************************
      *ALLOWANCE GL MAP - ONE ROW PER ACCTYPE FROM THE GLMAP ALLW ROWS
      ******************************************************************

       77  MAX-ALLWMAPS        PIC  9(05)        VALUE 00020.
       77  TOTAL-ALLWMAPS      PIC  9(05)        VALUE 0.
       77  WS-AW-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-AW-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-AW-DEFAULT-IX    PIC  9(05) COMP-5 VALUE 0.

       01  ALLWMAP-TABLE.
           05  ALLWMAP-ENTRY OCCURS 20 TIMES
                          INDEXED BY AW-IX.
               10  AW-ACCTYPE      PIC  X(01).
               10  AW-EXPENSE      PIC  X(08).
               10  AW-ALLOWANCE    PIC  X(08).

       01  TXT-AW-KEY          PIC  X(04).
       01  TXT-AW-ACCTYPE      PIC  X(01).
       01  TXT-AW-EXPENSE      PIC  X(08).
       01  TXT-AW-ALLOWANCE    PIC  X(08).
       01  WS-GLMAP-EOF        PIC  X(01) VALUE 'N'.
           88  GLMAP-EOF           VALUE 'Y'.

      ******************************************************************
      *LIVE COLLECTIONS CASES - ACCOUNT AND STATUS OF EVERY COLLCASE
      *ROW NOT YET CURED, LOADED BEFORE THE ACCOUNT WALK
      ******************************************************************

       77  MAX-CASES           PIC  9(05)        VALUE 02000.
       77  TOTAL-CASES         PIC  9(05)        VALUE 0.
       77  WS-CS-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-CS-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  CASE-TABLE.
           05  CASE-ROW OCCURS 2000 TIMES INDEXED BY CS-IX.
               10  CS-ACCID        PIC  S9(18) COMP-5.
               10  CS-STATUS       PIC  X(01).

      ******************************************************************
      *PRODUCT/POOL FOOTINGS - EXPOSURE AND ACCOUNTS PER ACCTYPE AND
      *POOL, THE ALLOWANCE FILLED IN ONCE THE WALK IS DONE
      ******************************************************************

       77  MAX-POOLS           PIC  S9(4) COMP-5 VALUE 100.
       77  POOL-COUNT          PIC  S9(4) COMP-5 VALUE 0.
       77  WS-PL-IX            PIC  S9(4) COMP-5.
       77  WS-PL-FOUND-IX      PIC  S9(4) COMP-5.

       01  POOL-TABLE.
           05  POOL-ROW OCCURS 100 TIMES INDEXED BY PL-IX.
               10  PL-ACCTYPE      PIC  X(01).
               10  PL-POOL         PIC  X(04).
               10  PL-ACCOUNTS     PIC  S9(9) COMP-5.
               10  PL-EXPOSURE     PIC  S9(15)V9(2) COMP-3.
               10  PL-RATE         PIC  S9(1)V9(4) COMP-3.
               10  PL-ALLOWANCE    PIC  S9(15)V9(2) COMP-3.

      ******************************************************************
      *PRODUCT TOTALS - LAST MONTH'S ALLOWANCE FROM ALLWIN AND THIS
      *MONTH'S REQUIRED ALLOWANCE, ONE ROW PER ACCTYPE SEEN IN EITHER
      ******************************************************************

       77  MAX-PRODUCTS        PIC  S9(4) COMP-5 VALUE 20.
       77  PRODUCT-COUNT       PIC  S9(4) COMP-5 VALUE 0.
       77  WS-PD-IX            PIC  S9(4) COMP-5.
       77  WS-PD-FOUND-IX      PIC  S9(4) COMP-5.

       01  PRODUCT-TABLE.
           05  PRODUCT-ROW OCCURS 20 TIMES INDEXED BY PD-IX.
               10  PD-ACCTYPE      PIC  X(01).
               10  PD-PRIOR        PIC  S9(15)V9(2) COMP-3.
               10  PD-REQUIRED     PIC  S9(15)V9(2) COMP-3.
               10  PD-BOOKED       PIC  S9(15)V9(2) COMP-3.

       01  TXT-PRIOR-ACCTYPE   PIC  X(01).
       01  TXT-PRIOR-ALLOW     PIC  X(20).
       01  WS-ALLWIN-EOF       PIC  X(01) VALUE 'N'.
           88  ALLWIN-EOF          VALUE 'Y'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  COLLCASE-SSA.
           05  FILLER          PIC  X(08)        VALUE "COLLCASE".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

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
      * APPROVED OVERDRAFT LINE - THE LOWEST THE BALANCE MAY GO IS
      * ZERO MINUS THIS LIMIT. ZERO MEANS NO OVERDRAFT.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
           05  CYCLE-ACC       PIC  S9(3) COMP-3.
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      *    LOANTERM-SEG - THE LOAN'S NOTE TERMS, LOADED BY LOADLOAN
      *    AND ADVANCED BY LOANBILL AS PAYMENTS POST
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

      * COLLECTIONS CASE ROOT - SEE COLLSCAN
       01  COLLCASE-SEG.
           05  CASEID-COL      PIC  S9(18) COMP-5.
           05  ACCID-COL       PIC  S9(18) COMP-5.
           05  OPENDATE-COL    PIC  X(10).
           05  ODDAYS-COL      PIC  S9(4) COMP-5.
           05  STATUS-COL      PIC  X(01).
               88  CASE-IS-OPEN     VALUE "O".
               88  CASE-PROMISED    VALUE "P".
               88  CASE-KEPT        VALUE "K".
               88  CASE-BROKEN      VALUE "B".
               88  CASE-CHARGEOFF   VALUE "C".
               88  CASE-CURED       VALUE "X".
           05  PROMAMT-COL     PIC  S9(13)V9(2) COMP-3.
           05  PROMDATE-COL    PIC  X(10).
           05  PROMSETDT-COL   PIC  X(10).
           05  LASTNOTE-COL    PIC  X(40).
           05  NOTETS-COL      PIC  X(23).
           05  OPERID-COL      PIC  S9(9) COMP-5.
           05  ESCLEVEL-COL    PIC  S9(1) COMP-3.

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

       01  TODAY-YMD               PIC X(10).

       77  WS-TODAY-INT        PIC S9(9) COMP-5.
       77  WS-DUE-INT          PIC S9(9) COMP-5.
       77  WS-DAYS-PAST        PIC S9(4) COMP-5.
       77  WS-OWED             PIC S9(13)V9(2) COMP-3.
       77  WS-INSIDE           PIC S9(13)V9(2) COMP-3.
       77  WS-EXCESS           PIC S9(13)V9(2) COMP-3.
       77  WS-POOL-ACCTYPE     PIC X(01).
       77  WS-POOL-CODE        PIC X(04).
       77  WS-POOL-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-FIND-ACCTYPE     PIC X(01).

      ******************************************************************
      *JOURNAL LINE WORK AREAS
      ******************************************************************

       77  WS-LINE-AMOUNT      PIC S9(15)V9(2) COMP-3.
       77  WS-LINE-DEBIT       PIC X(08).
       77  WS-LINE-CREDIT      PIC X(08).
       77  WS-LINE-KIND        PIC X(07).

       01  TXT-AMT-E           PIC  -(13)9.99.
       01  TXT-TOT-E           PIC  -(15)9.99.
       01  TXT-TOT2-E          PIC  -(15)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.

       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-RESERVED      PIC  S9(9) COMP-5 VALUE 0.
       01  OVERDRAFTS-RESERVED PIC  S9(9) COMP-5 VALUE 0.
       01  CASES-LOADED        PIC  S9(9) COMP-5 VALUE 0.
       01  POOLS-UNRATED       PIC  S9(9) COMP-5 VALUE 0.
       01  DETAILS-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.
       01  LINES-UNMAPPED      PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-EXPOSURE      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-PRIOR         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-REQUIRED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-DEBITS        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-CREDITS       PIC  S9(15)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

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
      *   DBPCB1 - ACCOUNT DATABASE (ACCOUNT AND LOANTERM, READ ONLY)
      *   DBPCB2 - COLLECTIONS CASE DATABASE (COLLCASE, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
             WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY).

           PERFORM LOAD-LOSS-RATES THRU LOAD-LOSS-RATES-END.
           PERFORM LOAD-ALLOWANCE-MAP THRU LOAD-ALLOWANCE-MAP-END.
           PERFORM LOAD-PRIOR-ALLOWANCE THRU LOAD-PRIOR-ALLOWANCE-END.
           PERFORM LOAD-LIVE-CASES THRU LOAD-LIVE-CASES-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM PROCESS-ONE-ACCOUNT THRU PROCESS-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '========================================'.
           DISPLAY 'ALLOWANCE FOR CREDIT LOSSES - ' TODAY-YMD.
           DISPLAY '========================================'.
           PERFORM RESERVE-ONE-POOL THRU RESERVE-ONE-POOL-END
              VARYING WS-PL-IX FROM 1 BY 1
              UNTIL WS-PL-IX > POOL-COUNT.

           OPEN OUTPUT ALLJRNL-FILE.
           MOVE SPACES TO ALLJRNL-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO ALLJRNL-OUT.
           WRITE ALLJRNL-OUT.
           DISPLAY '----------------------------------------'.
           PERFORM JOURNAL-ONE-PRODUCT THRU JOURNAL-ONE-PRODUCT-END
              VARYING WS-PD-IX FROM 1 BY 1
              UNTIL WS-PD-IX > PRODUCT-COUNT.
           MOVE DETAILS-WRITTEN TO TXT-CNT-E.
           MOVE TOTAL-DEBITS TO TXT-TOT-E.
           MOVE TOTAL-CREDITS TO TXT-TOT2-E.
           MOVE SPACES TO ALLJRNL-OUT.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-TOT-E) ','
                   FUNCTION TRIM (TXT-TOT2-E)
              INTO ALLJRNL-OUT.
           WRITE ALLJRNL-OUT.
           CLOSE ALLJRNL-FILE.

      *    NEXT MONTH'S STARTING POINT - WHAT IS NOW ON THE BOOKS
           OPEN OUTPUT ALLWOUT-FILE.
           PERFORM SNAPSHOT-ONE-PRODUCT THRU SNAPSHOT-ONE-PRODUCT-END
              VARYING WS-PD-IX FROM 1 BY 1
              UNTIL WS-PD-IX > PRODUCT-COUNT.
           CLOSE ALLWOUT-FILE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'LOANS RESERVED:           ' LOANS-RESERVED.
           DISPLAY 'OVERDRAFTS RESERVED:      ' OVERDRAFTS-RESERVED.
           DISPLAY 'LIVE COLLECTIONS CASES:   ' CASES-LOADED.
           DISPLAY 'TOTAL EXPOSURE:           ' TOTAL-EXPOSURE.
           DISPLAY 'ALLOWANCE LAST MONTH:     ' TOTAL-PRIOR.
           DISPLAY 'ALLOWANCE REQUIRED:       ' TOTAL-REQUIRED.
           DISPLAY 'POOLS WITH NO LOSS RATE:  ' POOLS-UNRATED.
           DISPLAY 'JOURNAL DETAILS WRITTEN:  ' DETAILS-WRITTEN.
           DISPLAY 'LINES WITH NO GL MAPPING: ' LINES-UNMAPPED.
           DISPLAY 'TOTAL DEBITS:             ' TOTAL-DEBITS.
           DISPLAY 'TOTAL CREDITS:            ' TOTAL-CREDITS.
           DISPLAY '========================================'.

           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
             DISPLAY 'JOURNAL OUT OF BALANCE'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF LINES-UNMAPPED > 0 OR POOLS-UNRATED > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-ONE-ACCOUNT : PLACES WHAT THE CURRENT ACCOUNT
      * OWES IN ITS LOSS POOL, THEN ADVANCES
       PROCESS-ONE-ACCOUNT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO PROCESS-ONE-ACCOUNT-END
           END-IF.
           ADD 1 TO ACCOUNTS-SCANNED.

           IF ACCTYPE-ACC = LOAN-ACCTYPE
             IF ACCTSTATUS-ACC = 'O' AND BALANCE-ACC < 0
               PERFORM RESERVE-ONE-LOAN THRU RESERVE-ONE-LOAN-END
             END-IF
           ELSE
             IF ACCTYPE-ACC NOT = CREDIT-ACCTYPE AND BALANCE-ACC < 0
               PERFORM RESERVE-ONE-OVERDRAFT
                  THRU RESERVE-ONE-OVERDRAFT-END
             END-IF
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
       PROCESS-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE RESERVE-ONE-LOAN : AGES THE LOAN'S NEXTDUE-LN THE WAY
      * LOANAGE DOES - A LOAN WITHOUT NOTE TERMS, OR NOT PAST DUE, IS
      * CURRENT
       RESERVE-ONE-LOAN.
           ADD 1 TO LOANS-RESERVED.
           COMPUTE WS-OWED = 0 - BALANCE-ACC.
           MOVE 'LCUR' TO WS-POOL-CODE.

           CALL 'CBLTDLI'
             USING GNP, DBPCB, LOANTERM-SEG, LOANTERM-SSA.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE SPACES TO NEXTDUE-LN
           END-IF.

           IF NEXTDUE-LN NOT = SPACES
             COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE (
                FUNCTION NUMVAL ( NEXTDUE-LN (1:4) ) * 10000
                + FUNCTION NUMVAL ( NEXTDUE-LN (6:2) ) * 100
                + FUNCTION NUMVAL ( NEXTDUE-LN (9:2) ) )
             COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
             EVALUATE TRUE
               WHEN WS-DAYS-PAST <= 0
                 MOVE 'LCUR' TO WS-POOL-CODE
               WHEN WS-DAYS-PAST < 30
                 MOVE 'L001' TO WS-POOL-CODE
               WHEN WS-DAYS-PAST < 60
                 MOVE 'L030' TO WS-POOL-CODE
               WHEN WS-DAYS-PAST < 90
                 MOVE 'L060' TO WS-POOL-CODE
               WHEN OTHER
                 MOVE 'L090' TO WS-POOL-CODE
             END-EVALUATE
           END-IF.

           MOVE ACCTYPE-ACC TO WS-POOL-ACCTYPE.
           MOVE WS-OWED TO WS-POOL-AMOUNT.
           PERFORM ADD-TO-POOL THRU ADD-TO-POOL-END.
       RESERVE-ONE-LOAN-END.
           EXIT.

      * PROCEDURE RESERVE-ONE-OVERDRAFT : A LIVE COLLECTIONS CASE TAKES
      * THE WHOLE OVERDRAWN BALANCE; OTHERWISE IT SPLITS AT THE
      * APPROVED LINE AS ODEXCESS DOES
       RESERVE-ONE-OVERDRAFT.
           ADD 1 TO OVERDRAFTS-RESERVED.
           COMPUTE WS-OWED = 0 - BALANCE-ACC.
           MOVE ACCTYPE-ACC TO WS-POOL-ACCTYPE.

           PERFORM FIND-LIVE-CASE THRU FIND-LIVE-CASE-END.
           IF WS-CS-FOUND-IX NOT = 0
             IF CS-STATUS (WS-CS-FOUND-IX) = 'C'
               MOVE 'COLC' TO WS-POOL-CODE
             ELSE
               MOVE 'COLL' TO WS-POOL-CODE
             END-IF
             MOVE WS-OWED TO WS-POOL-AMOUNT
             PERFORM ADD-TO-POOL THRU ADD-TO-POOL-END
             GO TO RESERVE-ONE-OVERDRAFT-END
           END-IF.

           MOVE 0 TO WS-EXCESS.
           MOVE WS-OWED TO WS-INSIDE.
           IF ODLIMIT-ACC < 0
             MOVE 0 TO WS-INSIDE
             MOVE WS-OWED TO WS-EXCESS
           ELSE
             IF WS-OWED > ODLIMIT-ACC
               MOVE ODLIMIT-ACC TO WS-INSIDE
               COMPUTE WS-EXCESS = WS-OWED - ODLIMIT-ACC
             END-IF
           END-IF.
           IF WS-INSIDE > 0
             MOVE 'ODLN' TO WS-POOL-CODE
             MOVE WS-INSIDE TO WS-POOL-AMOUNT
             PERFORM ADD-TO-POOL THRU ADD-TO-POOL-END
           END-IF.
           IF WS-EXCESS > 0
             MOVE 'ODXS' TO WS-POOL-CODE
             MOVE WS-EXCESS TO WS-POOL-AMOUNT
             PERFORM ADD-TO-POOL THRU ADD-TO-POOL-END
           END-IF.
       RESERVE-ONE-OVERDRAFT-END.
           EXIT.

      * PROCEDURE ADD-TO-POOL : WS-POOL-AMOUNT INTO THE FOOTING FOR
      * WS-POOL-ACCTYPE AND WS-POOL-CODE, ADDING THE ROW THE FIRST TIME
       ADD-TO-POOL.
           MOVE 0 TO WS-PL-FOUND-IX.
           PERFORM TEST-ONE-POOL THRU TEST-ONE-POOL-END
              VARYING WS-PL-IX FROM 1 BY 1
              UNTIL WS-PL-IX > POOL-COUNT OR WS-PL-FOUND-IX > 0.

           IF WS-PL-FOUND-IX = 0
             IF POOL-COUNT < MAX-POOLS
               ADD 1 TO POOL-COUNT
               MOVE POOL-COUNT TO WS-PL-FOUND-IX
               SET PL-IX TO WS-PL-FOUND-IX
               MOVE WS-POOL-ACCTYPE TO PL-ACCTYPE (PL-IX)
               MOVE WS-POOL-CODE TO PL-POOL (PL-IX)
               MOVE 0 TO PL-ACCOUNTS (PL-IX)
               MOVE 0 TO PL-EXPOSURE (PL-IX)
               MOVE 0 TO PL-RATE (PL-IX)
               MOVE 0 TO PL-ALLOWANCE (PL-IX)
             ELSE
               ADD 1 TO POOLS-UNRATED
               DISPLAY 'LOSSRSV: POOL TABLE FULL AT 100 - ACCID '
                  ACCID-ACC ' NOT RESERVED'
               GO TO ADD-TO-POOL-END
             END-IF
           END-IF.

           SET PL-IX TO WS-PL-FOUND-IX.
           ADD 1 TO PL-ACCOUNTS (PL-IX).
           ADD WS-POOL-AMOUNT TO PL-EXPOSURE (PL-IX).
       ADD-TO-POOL-END.
           EXIT.

       TEST-ONE-POOL.
           IF PL-ACCTYPE (WS-PL-IX) = WS-POOL-ACCTYPE
              AND PL-POOL (WS-PL-IX) = WS-POOL-CODE
             MOVE WS-PL-IX TO WS-PL-FOUND-IX
           END-IF.
       TEST-ONE-POOL-END.
           EXIT.

      * PROCEDURE RESERVE-ONE-POOL : THE POOL'S EXPOSURE AT ITS LOSS
      * RATE, ROUNDED TO THE CENT, INTO ITS PRODUCT'S REQUIRED
      * ALLOWANCE
       RESERVE-ONE-POOL.
           SET PL-IX TO WS-PL-IX.
           MOVE PL-POOL (PL-IX) TO TXT-LR-POOL.
           PERFORM FIND-LOSS-RATE THRU FIND-LOSS-RATE-END.
           IF WS-LR-FOUND-IX = 0
             ADD 1 TO POOLS-UNRATED
             DISPLAY 'NO LOSSCTL RATE FOR POOL ' PL-POOL (PL-IX)
                ' - ACCTYPE ' PL-ACCTYPE (PL-IX)
                ' EXPOSURE ' PL-EXPOSURE (PL-IX) ' NOT RESERVED'
           ELSE
             MOVE LR-RATE (WS-LR-FOUND-IX) TO PL-RATE (PL-IX)
             COMPUTE PL-ALLOWANCE (PL-IX) ROUNDED =
                PL-EXPOSURE (PL-IX) * PL-RATE (PL-IX)
           END-IF.
           ADD PL-EXPOSURE (PL-IX) TO TOTAL-EXPOSURE.

           MOVE PL-ACCTYPE (PL-IX) TO WS-FIND-ACCTYPE.
           PERFORM FIND-OR-ADD-PRODUCT THRU FIND-OR-ADD-PRODUCT-END.
           IF WS-PD-FOUND-IX NOT = 0
             ADD PL-ALLOWANCE (PL-IX) TO PD-REQUIRED (WS-PD-FOUND-IX)
           END-IF.

           DISPLAY 'ACCTYPE: ' PL-ACCTYPE (PL-IX)
              ' POOL: ' PL-POOL (PL-IX)
              ' ACCOUNTS: ' PL-ACCOUNTS (PL-IX)
              ' EXPOSURE: ' PL-EXPOSURE (PL-IX)
              ' RATE: ' PL-RATE (PL-IX)
              ' ALLOWANCE: ' PL-ALLOWANCE (PL-IX).
       RESERVE-ONE-POOL-END.
           EXIT.

      * PROCEDURE FIND-OR-ADD-PRODUCT : THE PRODUCT-TABLE ROW FOR
      * WS-FIND-ACCTYPE, ADDED AT ZERO THE FIRST TIME IT IS SEEN
       FIND-OR-ADD-PRODUCT.
           MOVE 0 TO WS-PD-FOUND-IX.
           PERFORM TEST-ONE-PRODUCT THRU TEST-ONE-PRODUCT-END
              VARYING WS-PD-IX FROM 1 BY 1
              UNTIL WS-PD-IX > PRODUCT-COUNT OR WS-PD-FOUND-IX > 0.

           IF WS-PD-FOUND-IX = 0
             IF PRODUCT-COUNT < MAX-PRODUCTS
               ADD 1 TO PRODUCT-COUNT
               MOVE PRODUCT-COUNT TO WS-PD-FOUND-IX
               SET PD-IX TO WS-PD-FOUND-IX
               MOVE WS-FIND-ACCTYPE TO PD-ACCTYPE (PD-IX)
               MOVE 0 TO PD-PRIOR (PD-IX)
               MOVE 0 TO PD-REQUIRED (PD-IX)
               MOVE 0 TO PD-BOOKED (PD-IX)
             ELSE
               ADD 1 TO LINES-UNMAPPED
               DISPLAY 'LOSSRSV: PRODUCT TABLE FULL AT 20 - ACCTYPE '
                  WS-FIND-ACCTYPE ' NOT JOURNALED'
             END-IF
           END-IF.
       FIND-OR-ADD-PRODUCT-END.
           EXIT.

       TEST-ONE-PRODUCT.
           IF PD-ACCTYPE (WS-PD-IX) = WS-FIND-ACCTYPE
             MOVE WS-PD-IX TO WS-PD-FOUND-IX
           END-IF.
       TEST-ONE-PRODUCT-END.
           EXIT.

      * PROCEDURE JOURNAL-ONE-PRODUCT : THE MONTH'S PROVISION IS THE
      * CHANGE IN THE PRODUCT'S ALLOWANCE. A PRODUCT WITH NO GLMAP ROW
      * IS NOT JOURNALED AND KEEPS LAST MONTH'S FIGURE ON THE BOOKS.
       JOURNAL-ONE-PRODUCT.
           SET PD-IX TO WS-PD-IX.
           ADD PD-PRIOR (PD-IX) TO TOTAL-PRIOR.
           ADD PD-REQUIRED (PD-IX) TO TOTAL-REQUIRED.
           MOVE PD-PRIOR (PD-IX) TO PD-BOOKED (PD-IX).
           COMPUTE WS-LINE-AMOUNT = PD-REQUIRED (PD-IX)
              - PD-PRIOR (PD-IX).
           DISPLAY 'ACCTYPE: ' PD-ACCTYPE (PD-IX)
              ' LAST MONTH: ' PD-PRIOR (PD-IX)
              ' REQUIRED: ' PD-REQUIRED (PD-IX)
              ' CHANGE: ' WS-LINE-AMOUNT.
           IF WS-LINE-AMOUNT = 0
             GO TO JOURNAL-ONE-PRODUCT-END
           END-IF.

           MOVE PD-ACCTYPE (PD-IX) TO WS-FIND-ACCTYPE.
           PERFORM FIND-ALLOWANCE-MAP THRU FIND-ALLOWANCE-MAP-END.
           IF WS-AW-FOUND-IX = 0
             ADD 1 TO LINES-UNMAPPED
             DISPLAY 'NO GLMAP ALLW ROW FOR ACCTYPE '
                PD-ACCTYPE (PD-IX) ' - NOT JOURNALED'
             GO TO JOURNAL-ONE-PRODUCT-END
           END-IF.

           IF WS-LINE-AMOUNT > 0
             MOVE AW-EXPENSE (WS-AW-FOUND-IX) TO WS-LINE-DEBIT
             MOVE AW-ALLOWANCE (WS-AW-FOUND-IX) TO WS-LINE-CREDIT
             MOVE 'PROVIDE' TO WS-LINE-KIND
           ELSE
             MOVE AW-ALLOWANCE (WS-AW-FOUND-IX) TO WS-LINE-DEBIT
             MOVE AW-EXPENSE (WS-AW-FOUND-IX) TO WS-LINE-CREDIT
             MOVE 'RELEASE' TO WS-LINE-KIND
             COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
           END-IF.
           MOVE WS-LINE-AMOUNT TO TXT-AMT-E.

           MOVE SPACES TO ALLJRNL-OUT.
           STRING 'P,"' PD-ACCTYPE (PD-IX) '","'
                   WS-LINE-DEBIT '","'
                   WS-LINE-CREDIT '",'
                   FUNCTION TRIM (TXT-AMT-E) ',"'
                   FUNCTION TRIM (WS-LINE-KIND) '"'
              INTO ALLJRNL-OUT
           END-STRING.
           WRITE ALLJRNL-OUT.
           ADD 1 TO DETAILS-WRITTEN.
           ADD WS-LINE-AMOUNT TO TOTAL-DEBITS.
           ADD WS-LINE-AMOUNT TO TOTAL-CREDITS.
           MOVE PD-REQUIRED (PD-IX) TO PD-BOOKED (PD-IX).
           DISPLAY 'ACCTYPE: ' PD-ACCTYPE (PD-IX) ' ' WS-LINE-KIND
              ' DR ' WS-LINE-DEBIT ' CR ' WS-LINE-CREDIT
              ' AMOUNT ' TXT-AMT-E.
       JOURNAL-ONE-PRODUCT-END.
           EXIT.

      * PROCEDURE SNAPSHOT-ONE-PRODUCT : THE ALLOWANCE NOW BOOKED FOR
      * THE PRODUCT - THE REQUIRED FIGURE ONCE JOURNALED, LAST MONTH'S
      * IF IT COULD NOT BE
       SNAPSHOT-ONE-PRODUCT.
           SET PD-IX TO WS-PD-IX.
           IF PD-BOOKED (PD-IX) = 0
             GO TO SNAPSHOT-ONE-PRODUCT-END
           END-IF.
           MOVE PD-BOOKED (PD-IX) TO TXT-AMT-E.
           MOVE SPACES TO ALLWOUT-OUT.
           STRING PD-ACCTYPE (PD-IX) ','
                  FUNCTION TRIM (TXT-AMT-E)
              INTO ALLWOUT-OUT
           END-STRING.
           WRITE ALLWOUT-OUT.
       SNAPSHOT-ONE-PRODUCT-END.
           EXIT.

      * PROCEDURE LOAD-LIVE-CASES : EVERY COLLCASE ROW NOT CURED - ITS
      * ACCOUNT AND STATUS. AN ACCOUNT WITH MORE THAN ONE KEEPS THE
      * WORST (A CHARGE-OFF RECOMMENDATION).
       LOAD-LIVE-CASES.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, COLLCASE-SEG, COLLCASE-SSA.
           PERFORM LOAD-ONE-CASE THRU LOAD-ONE-CASE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       LOAD-LIVE-CASES-END.
           EXIT.

       LOAD-ONE-CASE.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO LOAD-ONE-CASE-END
           END-IF.
           IF NOT CASE-CURED
             MOVE ACCID-COL TO ACCID-ACC
             PERFORM FIND-LIVE-CASE THRU FIND-LIVE-CASE-END
             IF WS-CS-FOUND-IX = 0
               IF TOTAL-CASES < MAX-CASES
                 ADD 1 TO TOTAL-CASES
                 ADD 1 TO CASES-LOADED
                 SET CS-IX TO TOTAL-CASES
                 MOVE ACCID-COL TO CS-ACCID (CS-IX)
                 MOVE STATUS-COL TO CS-STATUS (CS-IX)
               ELSE
                 DISPLAY 'LOSSRSV: CASE TABLE FULL - CASEID '
                    CASEID-COL ' RESERVED AS AN OVERDRAFT'
               END-IF
             ELSE
               IF CASE-CHARGEOFF
                 MOVE STATUS-COL TO CS-STATUS (WS-CS-FOUND-IX)
               END-IF
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, COLLCASE-SEG, COLLCASE-SSA.
       LOAD-ONE-CASE-END.
           EXIT.

      * PROCEDURE FIND-LIVE-CASE : LINEAR SEARCH OF CASE-TABLE FOR
      * ACCID-ACC, LEAVING WS-CS-FOUND-IX 0 IF NOT FOUND
       FIND-LIVE-CASE.
           MOVE 0 TO WS-CS-FOUND-IX.
           PERFORM TEST-ONE-CASE THRU TEST-ONE-CASE-END
              VARYING WS-CS-IX FROM 1 BY 1
              UNTIL WS-CS-IX > TOTAL-CASES OR WS-CS-FOUND-IX > 0.
       FIND-LIVE-CASE-END.
           EXIT.

       TEST-ONE-CASE.
           IF CS-ACCID (WS-CS-IX) = ACCID-ACC
             MOVE WS-CS-IX TO WS-CS-FOUND-IX
           END-IF.
       TEST-ONE-CASE-END.
           EXIT.

      * PROCEDURE LOAD-LOSS-RATES : ONE LOSSCTL ROW PER POOL
       LOAD-LOSS-RATES.
           MOVE 0 TO TOTAL-RATES.
           OPEN INPUT LOSSCTL-FILE.
           READ LOSSCTL-FILE
             AT END
               MOVE 'Y' TO WS-LOSSCTL-EOF
           END-READ.
           PERFORM LOAD-ONE-RATE THRU LOAD-ONE-RATE-END
              UNTIL LOSSCTL-EOF.
           CLOSE LOSSCTL-FILE.
       LOAD-LOSS-RATES-END.
           EXIT.

       LOAD-ONE-RATE.
           MOVE SPACES TO TXT-LR-POOL.
           MOVE SPACES TO TXT-LR-RATE.
           UNSTRING LOSSCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LR-POOL
                  TXT-LR-RATE
           END-UNSTRING.

           IF TXT-LR-POOL NOT = SPACES AND TXT-LR-RATE NOT = SPACES
             IF TOTAL-RATES < MAX-RATES
               ADD 1 TO TOTAL-RATES
               SET LR-IX TO TOTAL-RATES
               MOVE TXT-LR-POOL TO LR-POOL (LR-IX)
               COMPUTE LR-RATE (LR-IX) =
                  FUNCTION NUMVAL ( TXT-LR-RATE )
             ELSE
               DISPLAY 'LOSSCTL - RATE TABLE FULL, ROW SKIPPED: '
                  LOSSCTL-IN
             END-IF
           END-IF.

           READ LOSSCTL-FILE
             AT END
               MOVE 'Y' TO WS-LOSSCTL-EOF
           END-READ.
       LOAD-ONE-RATE-END.
           EXIT.

       FIND-LOSS-RATE.
           MOVE 0 TO WS-LR-FOUND-IX.
           PERFORM TEST-ONE-RATE THRU TEST-ONE-RATE-END
              VARYING WS-LR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-LR-SEARCH-IX > TOTAL-RATES
                 OR WS-LR-FOUND-IX NOT = 0.
       FIND-LOSS-RATE-END.
           EXIT.

       TEST-ONE-RATE.
           IF LR-POOL (WS-LR-SEARCH-IX) = TXT-LR-POOL
             MOVE WS-LR-SEARCH-IX TO WS-LR-FOUND-IX
           END-IF.
       TEST-ONE-RATE-END.
           EXIT.

      * PROCEDURE LOAD-PRIOR-ALLOWANCE : LAST MONTH'S ALLWOUT, ONE ROW
      * PER PRODUCT, INTO THE PRODUCT TABLE - A PRODUCT WITH NOTHING
      * OWED THIS MONTH STILL HAS ITS ALLOWANCE RELEASED
       LOAD-PRIOR-ALLOWANCE.
           OPEN INPUT ALLWIN-FILE.
           READ ALLWIN-FILE
             AT END
               MOVE 'Y' TO WS-ALLWIN-EOF
           END-READ.
           PERFORM LOAD-ONE-PRIOR THRU LOAD-ONE-PRIOR-END
              UNTIL ALLWIN-EOF.
           CLOSE ALLWIN-FILE.
       LOAD-PRIOR-ALLOWANCE-END.
           EXIT.

       LOAD-ONE-PRIOR.
           MOVE SPACES TO TXT-PRIOR-ACCTYPE.
           MOVE SPACES TO TXT-PRIOR-ALLOW.
           UNSTRING ALLWIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-PRIOR-ACCTYPE
                  TXT-PRIOR-ALLOW
           END-UNSTRING.
           IF TXT-PRIOR-ACCTYPE NOT = SPACES
              AND TXT-PRIOR-ALLOW NOT = SPACES
             MOVE TXT-PRIOR-ACCTYPE TO WS-FIND-ACCTYPE
             PERFORM FIND-OR-ADD-PRODUCT THRU FIND-OR-ADD-PRODUCT-END
             IF WS-PD-FOUND-IX NOT = 0
               COMPUTE PD-PRIOR (WS-PD-FOUND-IX) =
                  PD-PRIOR (WS-PD-FOUND-IX)
                  + FUNCTION NUMVAL ( TXT-PRIOR-ALLOW )
             END-IF
           END-IF.
           READ ALLWIN-FILE
             AT END
               MOVE 'Y' TO WS-ALLWIN-EOF
           END-READ.
       LOAD-ONE-PRIOR-END.
           EXIT.

      * PROCEDURE LOAD-ALLOWANCE-MAP : THE ALLW ROWS OF GLMAP - THE
      * TRANSTYP ROWS ARE GLEXTR'S, THE CTRL ROWS GLPROOF'S, THE ACCR
      * ROWS ACCRJRNL'S
       LOAD-ALLOWANCE-MAP.
           MOVE 0 TO TOTAL-ALLWMAPS.
           OPEN INPUT GLMAP-FILE.
           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
           PERFORM LOAD-ONE-ALLWMAP THRU LOAD-ONE-ALLWMAP-END
              UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
       LOAD-ALLOWANCE-MAP-END.
           EXIT.

       LOAD-ONE-ALLWMAP.
           MOVE SPACES TO TXT-AW-KEY.
           MOVE SPACES TO TXT-AW-ACCTYPE.
           UNSTRING GLMAP-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-AW-KEY
                  TXT-AW-ACCTYPE
                  TXT-AW-EXPENSE
                  TXT-AW-ALLOWANCE
           END-UNSTRING.

           IF TXT-AW-KEY = 'ALLW' AND TXT-AW-ACCTYPE NOT = SPACES
             IF TOTAL-ALLWMAPS < MAX-ALLWMAPS
               ADD 1 TO TOTAL-ALLWMAPS
               SET AW-IX TO TOTAL-ALLWMAPS
               MOVE TXT-AW-ACCTYPE TO AW-ACCTYPE (AW-IX)
               MOVE TXT-AW-EXPENSE TO AW-EXPENSE (AW-IX)
               MOVE TXT-AW-ALLOWANCE TO AW-ALLOWANCE (AW-IX)
               IF TXT-AW-ACCTYPE = '*'
                 MOVE TOTAL-ALLWMAPS TO WS-AW-DEFAULT-IX
               END-IF
             ELSE
               DISPLAY 'GLMAP - ALLW TABLE FULL, ROW SKIPPED: '
                  GLMAP-IN
             END-IF
           END-IF.

           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
       LOAD-ONE-ALLWMAP-END.
           EXIT.

       FIND-ALLOWANCE-MAP.
           MOVE 0 TO WS-AW-FOUND-IX.
           PERFORM TEST-ONE-ALLWMAP THRU TEST-ONE-ALLWMAP-END
              VARYING WS-AW-SEARCH-IX FROM 1 BY 1
              UNTIL WS-AW-SEARCH-IX > TOTAL-ALLWMAPS
                 OR WS-AW-FOUND-IX NOT = 0.
           IF WS-AW-FOUND-IX = 0
             MOVE WS-AW-DEFAULT-IX TO WS-AW-FOUND-IX
           END-IF.
       FIND-ALLOWANCE-MAP-END.
           EXIT.

       TEST-ONE-ALLWMAP.
           IF AW-ACCTYPE (WS-AW-SEARCH-IX) = WS-FIND-ACCTYPE
             MOVE WS-AW-SEARCH-IX TO WS-AW-FOUND-IX
           END-IF.
       TEST-ONE-ALLWMAP-END.
           EXIT.
