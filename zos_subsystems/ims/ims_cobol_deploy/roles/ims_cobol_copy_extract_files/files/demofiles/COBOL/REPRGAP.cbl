       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRGAP.

      ******************************************************************
      * MONTH-END INTEREST-RATE REPRICING GAP REPORT - WALKS EVERY
      * ACCOUNT SEGMENT THE WAY TRIALBAL DOES AND PLACES EACH RATE-
      * SENSITIVE BALANCE IN THE TIME BUCKET IN WHICH ITS RATE CAN NEXT
      * CHANGE, BY CURRENCY:
      *   TERM DEPOSIT (ACCTYPE 'T')  LIABILITY, BY THE DAYS LEFT TO
      *                               MATDATE-ACC - MATURED OR UNDATED
      *                               MONEY IS ON CALL, OVERNIGHT
      *   LOAN (ACCTYPE 'L')          ASSET, BY THE MONTHS LEFT ON THE
      *                               NOTE (TERMMOS-LN LESS PAIDMOS-LN
      *                               FROM ITS LOANTERM CHILD) - THE
      *                               RATE IS FIXED FOR THE LIFE OF IT
      *   SAVINGS (ACCTYPE 'S')       LIABILITY, OVERNIGHT - THE RATE
      *                               IS VARIABLE AT OUR DISCRETION
      *   OVERDRAWN DEPOSIT ACCOUNT   ASSET, OVERNIGHT - OVERDRAFT
      *                               INTEREST FOLLOWS THE ACCOUNT'S
      *                               VARIABLE RATE
      * EVERYTHING ELSE (CHECKING BALANCES, CREDIT CARDS, A LOAN WITH
      * NO NOTE TERMS) IS FOOTED AS NOT RATE SENSITIVE SO THE REPORT
      * STILL FOOTS TO THE BALANCE SHEET.
      *
      * BUCKETS: OVERNIGHT (UNDER 1 MONTH), 1-3 MONTHS, 3-12 MONTHS,
      * 1-5 YEARS, OVER 5 YEARS. FOR EACH CURRENCY AND BUCKET THE
      * REPORT SHOWS RATE-SENSITIVE ASSETS, LIABILITIES, THE GAP
      * (ASSETS LESS LIABILITIES) AND THE CUMULATIVE GAP.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
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
       77  TERM-ACCTYPE        PIC X(01) VALUE 'T'.
       77  SAVINGS-ACCTYPE     PIC X(01) VALUE 'S'.
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.

      ******************************************************************
      *REPRICING BUCKETS - UPPER BOUNDS IN DAYS (TERM DEPOSITS) AND IN
      *MONTHS (LOANS); A BALANCE GOES IN THE FIRST BUCKET WHOSE BOUND
      *IT IS UNDER, THE LAST BUCKET TAKING THE REST
      ******************************************************************

       77  BUCKET-MAX          PIC S9(4) COMP-5 VALUE 5.

       01  BUCKET-BOUNDS.
           05  FILLER          PIC X(20) VALUE 'OVERNIGHT   00031001'.
           05  FILLER          PIC X(20) VALUE '1-3 MONTHS  00092003'.
           05  FILLER          PIC X(20) VALUE '3-12 MONTHS 00366012'.
           05  FILLER          PIC X(20) VALUE '1-5 YEARS   01827060'.
           05  FILLER          PIC X(20) VALUE 'OVER 5 YEARS99999999'.
       01  BUCKET-BOUND-TABLE REDEFINES BUCKET-BOUNDS.
           05  BUCKET-BOUND OCCURS 5 TIMES.
               10  BB-LABEL        PIC X(12).
               10  BB-DAYS         PIC 9(05).
               10  BB-MONTHS       PIC 9(03).

      ******************************************************************
      *CURRENCY FOOTINGS - ONE ROW PER CURRENCY SEEN, FIVE BUCKETS OF
      *ASSETS AND LIABILITIES EACH
      ******************************************************************

       77  MAX-CURRENCIES      PIC S9(4) COMP-5 VALUE 20.
       77  CURRENCY-COUNT      PIC S9(4) COMP-5 VALUE 0.
       77  WS-CY-IX            PIC S9(4) COMP-5.
       77  WS-CY-FOUND-IX      PIC S9(4) COMP-5.
       77  WS-BK-IX            PIC S9(4) COMP-5.

       01  CURRENCY-TABLE.
           05  CURRENCY-ROW OCCURS 20 TIMES INDEXED BY CY-IX.
               10  CY-CURRENCY     PIC  X(03).
               10  CY-NOT-SENSITIVE PIC S9(15)V9(2) COMP-3.
               10  CY-BUCKET OCCURS 5 TIMES.
                   15  CY-ASSETS       PIC S9(15)V9(2) COMP-3.
                   15  CY-LIABILITIES  PIC S9(15)V9(2) COMP-3.

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

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
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
      * TERM-DEPOSIT FIELDS - BLANK/ZERO ON AN OPEN-ENDED ACCOUNT.
      * SEE TDMATURE.
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

      ******************************************************************
      *PLACEMENT WORK AREAS
      ******************************************************************

       77  WS-TODAY-INT        PIC S9(9) COMP-5.
       77  WS-MAT-INT          PIC S9(9) COMP-5.
       77  WS-DAYS-LEFT        PIC S9(9) COMP-5.
       77  WS-MONTHS-LEFT      PIC S9(5) COMP-5.
       77  WS-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WS-SIDE             PIC X(01).
       77  WS-PLACE-BUCKET     PIC S9(4) COMP-5.
       77  WS-GAP              PIC S9(15)V9(2) COMP-3.
       77  WS-CUM-GAP          PIC S9(15)V9(2) COMP-3.
       77  WS-TOT-ASSETS       PIC S9(15)V9(2) COMP-3.
       77  WS-TOT-LIABS        PIC S9(15)V9(2) COMP-3.

       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  TERM-PLACED         PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-PLACED        PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-NO-TERMS      PIC  S9(9) COMP-5 VALUE 0.
       01  SAVINGS-PLACED      PIC  S9(9) COMP-5 VALUE 0.
       01  OVERDRAFTS-PLACED   PIC  S9(9) COMP-5 VALUE 0.
       01  NOT-SENSITIVE       PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.

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
             USING  DBPCB1.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
             WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY).

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM PROCESS-ACCOUNT THRU PROCESS-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '========================================'.
           DISPLAY 'INTEREST-RATE REPRICING GAP - ' TODAY-YMD.
           DISPLAY '========================================'.
           PERFORM REPORT-ONE-CURRENCY THRU REPORT-ONE-CURRENCY-END
              VARYING WS-CY-IX FROM 1 BY 1
              UNTIL WS-CY-IX > CURRENCY-COUNT.

           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'TERM DEPOSITS PLACED:     ' TERM-PLACED.
           DISPLAY 'LOANS PLACED:             ' LOANS-PLACED.
           DISPLAY 'LOANS WITH NO NOTE TERMS: ' LOANS-NO-TERMS.
           DISPLAY 'SAVINGS PLACED:           ' SAVINGS-PLACED.
           DISPLAY 'OVERDRAFTS PLACED:        ' OVERDRAFTS-PLACED.
           DISPLAY 'NOT RATE SENSITIVE:       ' NOT-SENSITIVE.
           DISPLAY '========================================'.

           IF LOANS-NO-TERMS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-ACCOUNT : PLACES THE CURRENT ACCOUNT'S
      * BALANCE IN ITS REPRICING BUCKET AND ADVANCES
       PROCESS-ACCOUNT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO PROCESS-ACCOUNT-END
           END-IF.
           ADD 1 TO ACCOUNTS-SCANNED.
           IF BALANCE-ACC = 0
             GO TO PROCESS-ACCOUNT-NEXT
           END-IF.

           PERFORM FIND-OR-ADD-CURRENCY THRU FIND-OR-ADD-CURRENCY-END.
           IF WS-CY-FOUND-IX = 0
             GO TO PROCESS-ACCOUNT-NEXT
           END-IF.

           EVALUATE TRUE
             WHEN ACCTYPE-ACC = TERM-ACCTYPE AND BALANCE-ACC > 0
               PERFORM PLACE-TERM-DEPOSIT THRU PLACE-TERM-DEPOSIT-END
             WHEN ACCTYPE-ACC = LOAN-ACCTYPE AND BALANCE-ACC < 0
               PERFORM PLACE-LOAN THRU PLACE-LOAN-END
             WHEN ACCTYPE-ACC = SAVINGS-ACCTYPE AND BALANCE-ACC > 0
               ADD 1 TO SAVINGS-PLACED
               MOVE BALANCE-ACC TO WS-AMOUNT
               MOVE 'L' TO WS-SIDE
               MOVE 1 TO WS-PLACE-BUCKET
               PERFORM ADD-TO-BUCKET THRU ADD-TO-BUCKET-END
             WHEN ACCTYPE-ACC NOT = LOAN-ACCTYPE
                  AND ACCTYPE-ACC NOT = CREDIT-ACCTYPE
                  AND BALANCE-ACC < 0
               ADD 1 TO OVERDRAFTS-PLACED
               COMPUTE WS-AMOUNT = 0 - BALANCE-ACC
               MOVE 'A' TO WS-SIDE
               MOVE 1 TO WS-PLACE-BUCKET
               PERFORM ADD-TO-BUCKET THRU ADD-TO-BUCKET-END
             WHEN OTHER
               ADD 1 TO NOT-SENSITIVE
               ADD BALANCE-ACC TO CY-NOT-SENSITIVE (WS-CY-FOUND-IX)
           END-EVALUATE.

       PROCESS-ACCOUNT-NEXT.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
       PROCESS-ACCOUNT-END.
           EXIT.

      * PROCEDURE PLACE-TERM-DEPOSIT : BY THE DAYS LEFT TO MATURITY
       PLACE-TERM-DEPOSIT.
           ADD 1 TO TERM-PLACED.
           MOVE BALANCE-ACC TO WS-AMOUNT.
           MOVE 'L' TO WS-SIDE.
           MOVE 0 TO WS-DAYS-LEFT.
           IF MATDATE-ACC NOT = SPACES
             COMPUTE WS-MAT-INT = FUNCTION INTEGER-OF-DATE (
                FUNCTION NUMVAL ( MATDATE-ACC (1:4) ) * 10000
                + FUNCTION NUMVAL ( MATDATE-ACC (6:2) ) * 100
                + FUNCTION NUMVAL ( MATDATE-ACC (9:2) ) )
             COMPUTE WS-DAYS-LEFT = WS-MAT-INT - WS-TODAY-INT
           END-IF.

           MOVE 1 TO WS-PLACE-BUCKET.
           PERFORM ADVANCE-BUCKET THRU ADVANCE-BUCKET-END
              UNTIL WS-PLACE-BUCKET NOT < BUCKET-MAX
                 OR WS-DAYS-LEFT < BB-DAYS (WS-PLACE-BUCKET).
           PERFORM ADD-TO-BUCKET THRU ADD-TO-BUCKET-END.
       PLACE-TERM-DEPOSIT-END.
           EXIT.

       ADVANCE-BUCKET.
           ADD 1 TO WS-PLACE-BUCKET.
       ADVANCE-BUCKET-END.
           EXIT.

      * PROCEDURE PLACE-LOAN : BY THE MONTHS LEFT ON THE NOTE. A LOAN
      * WITHOUT NOTE TERMS CANNOT BE PLACED AND IS FOOTED AS NOT RATE
      * SENSITIVE.
       PLACE-LOAN.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, LOANTERM-SEG, LOANTERM-SSA.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             ADD 1 TO LOANS-NO-TERMS
             ADD BALANCE-ACC TO CY-NOT-SENSITIVE (WS-CY-FOUND-IX)
             DISPLAY 'NO NOTE TERMS - ACCID: ' ACCID-ACC
                ' BALANCE: ' BALANCE-ACC
             GO TO PLACE-LOAN-END
           END-IF.

           ADD 1 TO LOANS-PLACED.
           COMPUTE WS-AMOUNT = 0 - BALANCE-ACC.
           MOVE 'A' TO WS-SIDE.
           COMPUTE WS-MONTHS-LEFT = TERMMOS-LN - PAIDMOS-LN.
           IF WS-MONTHS-LEFT < 0
             MOVE 0 TO WS-MONTHS-LEFT
           END-IF.

           MOVE 1 TO WS-PLACE-BUCKET.
           PERFORM ADVANCE-BUCKET THRU ADVANCE-BUCKET-END
              UNTIL WS-PLACE-BUCKET NOT < BUCKET-MAX
                 OR WS-MONTHS-LEFT < BB-MONTHS (WS-PLACE-BUCKET).
           PERFORM ADD-TO-BUCKET THRU ADD-TO-BUCKET-END.
       PLACE-LOAN-END.
           EXIT.

      * PROCEDURE ADD-TO-BUCKET : WS-AMOUNT TO THE ASSET ('A') OR
      * LIABILITY ('L') SIDE OF BUCKET WS-PLACE-BUCKET
       ADD-TO-BUCKET.
           IF WS-SIDE = 'A'
             ADD WS-AMOUNT TO CY-ASSETS (WS-CY-FOUND-IX,
                                         WS-PLACE-BUCKET)
           ELSE
             ADD WS-AMOUNT TO CY-LIABILITIES (WS-CY-FOUND-IX,
                                              WS-PLACE-BUCKET)
           END-IF.
       ADD-TO-BUCKET-END.
           EXIT.

       FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-CY-FOUND-IX.
           PERFORM TEST-ONE-CURRENCY THRU TEST-ONE-CURRENCY-END
              VARYING WS-CY-IX FROM 1 BY 1
              UNTIL WS-CY-IX > CURRENCY-COUNT OR WS-CY-FOUND-IX > 0.

           IF WS-CY-FOUND-IX = 0
             IF CURRENCY-COUNT < MAX-CURRENCIES
               ADD 1 TO CURRENCY-COUNT
               MOVE CURRENCY-COUNT TO WS-CY-FOUND-IX
               SET CY-IX TO WS-CY-FOUND-IX
               MOVE CURRENCY-ACC TO CY-CURRENCY (CY-IX)
               MOVE 0 TO CY-NOT-SENSITIVE (CY-IX)
               PERFORM CLEAR-ONE-BUCKET THRU CLEAR-ONE-BUCKET-END
                  VARYING WS-BK-IX FROM 1 BY 1
                  UNTIL WS-BK-IX > BUCKET-MAX
             ELSE
               DISPLAY 'REPRGAP: CURRENCY TABLE FULL AT 20 - ACCID '
                  ACCID-ACC ' ' CURRENCY-ACC ' NOT PLACED'
             END-IF
           END-IF.
       FIND-OR-ADD-CURRENCY-END.
           EXIT.

       TEST-ONE-CURRENCY.
           IF CY-CURRENCY (WS-CY-IX) = CURRENCY-ACC
             MOVE WS-CY-IX TO WS-CY-FOUND-IX
           END-IF.
       TEST-ONE-CURRENCY-END.
           EXIT.

       CLEAR-ONE-BUCKET.
           MOVE 0 TO CY-ASSETS (WS-CY-FOUND-IX, WS-BK-IX).
           MOVE 0 TO CY-LIABILITIES (WS-CY-FOUND-IX, WS-BK-IX).
       CLEAR-ONE-BUCKET-END.
           EXIT.

      * PROCEDURE REPORT-ONE-CURRENCY : THE CURRENCY'S BUCKETS WITH
      * THE PERIOD AND CUMULATIVE GAP, THEN ITS TOTALS
       REPORT-ONE-CURRENCY.
           SET CY-IX TO WS-CY-IX.
           MOVE 0 TO WS-CUM-GAP.
           MOVE 0 TO WS-TOT-ASSETS.
           MOVE 0 TO WS-TOT-LIABS.
           DISPLAY 'CURRENCY: ' CY-CURRENCY (CY-IX).
           PERFORM REPORT-ONE-BUCKET THRU REPORT-ONE-BUCKET-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > BUCKET-MAX.
           DISPLAY '  TOTAL RATE SENSITIVE  ASSETS: ' WS-TOT-ASSETS
              ' LIABILITIES: ' WS-TOT-LIABS
              ' GAP: ' WS-CUM-GAP.
           DISPLAY '  NOT RATE SENSITIVE (NET BALANCE): '
              CY-NOT-SENSITIVE (CY-IX).
       REPORT-ONE-CURRENCY-END.
           EXIT.

       REPORT-ONE-BUCKET.
           COMPUTE WS-GAP = CY-ASSETS (WS-CY-IX, WS-BK-IX)
              - CY-LIABILITIES (WS-CY-IX, WS-BK-IX).
           ADD WS-GAP TO WS-CUM-GAP.
           ADD CY-ASSETS (WS-CY-IX, WS-BK-IX) TO WS-TOT-ASSETS.
           ADD CY-LIABILITIES (WS-CY-IX, WS-BK-IX) TO WS-TOT-LIABS.
           DISPLAY '  ' BB-LABEL (WS-BK-IX)
              ' ASSETS: ' CY-ASSETS (WS-CY-IX, WS-BK-IX)
              ' LIABILITIES: ' CY-LIABILITIES (WS-CY-IX, WS-BK-IX)
              ' GAP: ' WS-GAP
              ' CUMULATIVE: ' WS-CUM-GAP.
       REPORT-ONE-BUCKET-END.
           EXIT.
