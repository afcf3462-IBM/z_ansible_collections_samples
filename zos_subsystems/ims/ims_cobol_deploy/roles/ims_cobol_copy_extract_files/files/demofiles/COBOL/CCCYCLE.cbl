       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCCYCLE.

      ******************************************************************
      * NIGHTLY REVOLVING CREDIT CARD CYCLE - WALKS EVERY ACCOUNT
      * SEGMENT AND, FOR EACH OPEN CREDIT CARD ACCOUNT (ACCTYPE 'R',
      * OPENED THROUGH FBACCOPN WITH ITS CCTERM CHILD - SEE CCTERM.CPY;
      * THE BALANCE OWED IS CARRIED NEGATIVE THE WAY A LOAN'S IS, THE
      * CREDIT LIMIT IS ODLIMIT-ACC), DOES TWO THINGS:
      *
      * 1. ONCE THE LAST STATEMENT'S DUE DATE HAS PASSED, FOOTS THE
      *    PAYMENTS AND CREDITS POSTED SINCE THAT STATEMENT. IF THEY
      *    FALL SHORT OF THE MINIMUM DUE, CHARGES THE LATE FEE AS A
      *    'm' HISTORY DEBIT (MEMO 'LATE FEE') - ONCE PER DUE DATE.
      *
      * 2. WHEN THE CYCLE CLOSES (NEXTSTMT-CC HAS ARRIVED), CUTS THE
      *    STATEMENT. EVERY HISTORY ROW POSTED SINCE THE LAST STATEMENT
      *    IS READ THROUGH THE ACCIDHX SECONDARY INDEX AND SORTED BY
      *    ITS EFFECT ON WHAT IS OWED - PURCHASES (THE CLEARED 'w' ROWS
      *    CARDCLR WRITES WITH A 'PS' MEMO), CASH ADVANCES (ANY OTHER
      *    DRAW ON THE LINE, E.G. A CARD WITHDRAWAL AT THE ATM), FEES,
      *    AND PAYMENTS AND CREDITS. INTEREST AT THE APR ON THE CYCLE'S
      *    AVERAGE DAILY BALANCE OWED IS CHARGED ONLY WHEN THE PREVIOUS
      *    STATEMENT BALANCE WAS NOT PAID IN FULL BY ITS DUE DATE - THE
      *    GRACE PERIOD - AND POSTS AS A 'm' DEBIT (MEMO 'INTEREST
      *    CHARGE'), THE SAME SHAPE LOANBILL CAPITALIZES WITH. THE NEW
      *    STATEMENT BALANCE, MINIMUM PAYMENT (CC-MINPAY-PCT OF THE
      *    BALANCE, NOT LESS THAN CC-MINPAY-FLOOR, PLUS ANY MINIMUM
      *    STILL UNPAID, NEVER MORE THAN THE BALANCE) AND DUE DATE
      *    (CC-GRACE-DAYS AFTER THE CLOSING DATE) GO BACK ON CCTERM,
      *    AND THE NEXT CYCLE CLOSES A MONTH LATER ON STMTDAY-CC.
      *
      * THE CREDIT CARD STATEMENT HAS ITS OWN OUTPUT, CCSTMT, APART
      * FROM STMTGEN'S DEPOSIT STATEMENTS - THREE RECORD TYPES IN THE
      * USUAL QUOTED/COMMA LAYOUT, ONE HEADER, A DETAIL PER POSTING IN
      * THE CYCLE (CHARGES POSITIVE, PAYMENTS AND CREDITS NEGATIVE),
      * AND A SUMMARY:
      *   "H",ACCID,"CUR","FROM","CLOSING",CREDIT LIMIT,APR
      *   "D",ACCID,"DATE","TYPE","CHAN","MEMO",AMOUNT,BALANCE OWED
      *   "T",ACCID,PREVIOUS,PAYMENTS,PURCHASES,CASH ADV,FEES,INTEREST,
      *       NEW BALANCE,AVAILABLE CREDIT,MINIMUM DUE,"DUE DATE"
      *
      * ALL POSTING HAPPENS ON DBPCB1/DBPCB3 SO THE DRIVING WALK ON
      * DBPCB2 KEEPS ITS PLACE; THE HISTORY READ IS ON DBPCB4. RUNS
      * UNDER THE SIMULATION CARD (SEE SIMPOST.CPY) LIKE THE OTHER
      * NIGHTLY POSTERS. RC 4 WHEN ANY CHARGE OR CCTERM UPDATE FAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCSTMT-FILE ASSIGN TO CCSTMT.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.

       DATA DIVISION.

       FILE SECTION.
         FD CCSTMT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CCSTMT-OUT.
       01  CCSTMT-OUT           PIC X(250).

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
       77  GN                  PIC  X(04)        VALUE "GN  ".
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
      *BUSINESS RULE CONSTANTS - THE CARD PROGRAM'S TERMS
      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.
       77  DAYS-PER-YEAR       PIC S9(4) COMP-5 VALUE 365.
       77  CC-GRACE-DAYS       PIC S9(4) COMP-5 VALUE 25.
       77  CC-MINPAY-PCT       PIC S9(1)V9(4) COMP-3 VALUE 0.0300.
       77  CC-MINPAY-FLOOR     PIC S9(13)V9(2) COMP-3 VALUE 25.00.
       77  CC-LATE-FEE         PIC S9(13)V9(2) COMP-3 VALUE 29.00.
       77  CC-INT-MEMO         PIC X(16) VALUE 'INTEREST CHARGE'.
       77  CC-LATE-MEMO        PIC X(16) VALUE 'LATE FEE'.

       77  WS-CC-ACCID         PIC S9(18) COMP-5.
       77  WS-TX-SEQ           PIC S9(18) COMP-5.
       77  WS-CHG-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-CHG-MEMO         PIC X(16).
       77  WS-CHG-OK           PIC X(01).
       77  WS-TERM-CHANGED     PIC X(01).
       77  WS-WRITE-DETAIL     PIC X(01).

      *    WHAT THE HISTORY WALK FOOTS FOR THE OPEN CYCLE - AMOUNTS ARE
      *    THE CHANGE IN WHAT IS OWED, SO CHARGES ARE POSITIVE
       77  WS-PREV-BAL         PIC S9(13)V9(2) COMP-3.
       77  WS-PREV-YMD         PIC X(10).
       77  WS-TO-YMD           PIC X(10).
       77  WS-DELTA            PIC S9(13)V9(2) COMP-3.
       77  WS-PAYMENTS         PIC S9(13)V9(2) COMP-3.
       77  WS-PAID-BY-DUE      PIC S9(13)V9(2) COMP-3.
       77  WS-PURCHASES        PIC S9(13)V9(2) COMP-3.
       77  WS-CASHADV          PIC S9(13)V9(2) COMP-3.
       77  WS-FEES             PIC S9(13)V9(2) COMP-3.
       77  WS-INTEREST         PIC S9(13)V9(2) COMP-3.
       77  WS-BAL-DAYS         PIC S9(15)V9(2) COMP-3.
       77  WS-INT-AMOUNT       PIC S9(13)V9(4) COMP-3.

      *    THE STATEMENT BEING CUT
       77  WS-STMT-YMD         PIC X(10).
       77  WS-OLD-OWED         PIC S9(13)V9(2) COMP-3.
       77  WS-NEW-OWED         PIC S9(13)V9(2) COMP-3.
       77  WS-PAST-DUE         PIC S9(13)V9(2) COMP-3.
       77  WS-MIN-DUE          PIC S9(13)V9(2) COMP-3.
       77  WS-AVAIL-CREDIT     PIC S9(13)V9(2) COMP-3.
       77  WS-DUE-YMD          PIC X(10).

       01  CARDS-SCANNED       PIC  S9(9) COMP-5 VALUE 0.
       01  STATEMENTS-CUT      PIC  S9(9) COMP-5 VALUE 0.
       01  INTEREST-CHARGES    PIC  S9(9) COMP-5 VALUE 0.
       01  LATE-FEES-CHARGED   PIC  S9(9) COMP-5 VALUE 0.
       01  CYCLE-FAILURES      PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-INTEREST      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-LATE-FEES     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-NEW-OWED      PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    ACCOUNT-SSA - THE UNQUALIFIED DRIVING WALK (DBPCB2)
       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCOUNT-SSA1 POSITIONS ON AN ACCOUNT BY ACCID FOR POSTING
      *    (DBPCB1) - NEVER THE DRIVING WALK'S PCB
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
      *    ACCID-HIST IN THE HISTORY DBD (DBPCB4)
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

           COPY CCTERM.

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  FILLER REDEFINES TIMESTMP-HIST.
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

      ******************************************************************
      *DATE WORK AREAS - DAY COUNTS GO THROUGH INTEGER-OF-DATE THE WAY
      *LOANBILL'S CALENDAR ARITHMETIC DOES
      ******************************************************************

       77  WS-DT-YMD           PIC  X(10).
       77  WS-DT-INT           PIC  S9(9) COMP-5.
       77  WS-FROM-INT         PIC  S9(9) COMP-5.
       77  WS-DAYS             PIC  S9(9) COMP-5.
       01  WS-DT-N             PIC  9(08).
       01  FILLER REDEFINES WS-DT-N.
           05  DT-YEAR         PIC  9(04).
           05  DT-MONTH        PIC  9(02).
           05  DT-DAY          PIC  9(02).

       01  NSD-DATE.
           05  NSD-YEAR        PIC 9(4).
           05  FILLER          PIC X(1).
           05  NSD-MONTH       PIC 9(2).
           05  FILLER          PIC X(1).
           05  NSD-DAY         PIC 9(2).

      ******************************************************************
      *STATEMENT OUTPUT EDIT FIELDS
      ******************************************************************

       01  TXT-ACCID-E         PIC  Z(17)9.
       01  TXT-AMT-E           PIC  -(11)9.99.
       01  TXT-AMT2-E          PIC  -(11)9.99.
       01  TXT-AMT3-E          PIC  -(11)9.99.
       01  TXT-AMT4-E          PIC  -(11)9.99.
       01  TXT-AMT5-E          PIC  -(11)9.99.
       01  TXT-AMT6-E          PIC  -(11)9.99.
       01  TXT-AMT7-E          PIC  -(11)9.99.
       01  TXT-AMT8-E          PIC  -(11)9.99.
       01  TXT-AMT9-E          PIC  -(11)9.99.
       01  TXT-RATE-E          PIC  9.9999.

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

      *    A SIMULATION RUN CANNOT RE-READ THE ACCOUNT TO SEE ITS OWN
      *    CHARGES, SO IT CARRIES THE ACCOUNT ROW HERE BETWEEN STEPS -
      *    ROOM FOR THE WHOLE ACCOUNT-SEG
       01  SIM-CARD-IMAGE      PIC  X(256).

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.
           IF NOT SIMULATING
             OPEN OUTPUT CCSTMT-FILE
           END-IF.

           DISPLAY 'CCCYCLE - CREDIT CARD CYCLE FOR ' TODAY-YMD.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GHN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM PROCESS-ACCOUNT THRU PROCESS-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF NOT SIMULATING
             CLOSE CCSTMT-FILE
           END-IF.

           DISPLAY '========================================'.
           DISPLAY 'CREDIT CARD CYCLE SUMMARY'.
           DISPLAY 'CARD ACCOUNTS SCANNED:    ' CARDS-SCANNED.
           DISPLAY 'STATEMENTS CUT:           ' STATEMENTS-CUT.
           DISPLAY 'INTEREST CHARGES:         ' INTEREST-CHARGES.
           DISPLAY 'TOTAL INTEREST:           ' TOTAL-INTEREST.
           DISPLAY 'LATE FEES CHARGED:        ' LATE-FEES-CHARGED.
           DISPLAY 'TOTAL LATE FEES:          ' TOTAL-LATE-FEES.
           DISPLAY 'NEW BALANCES BILLED:      ' TOTAL-NEW-OWED.
           DISPLAY 'FAILURES:                 ' CYCLE-FAILURES.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

           IF CYCLE-FAILURES > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-ACCOUNT : CYCLES THE CURRENT ACCOUNT IF IT IS
      * AN OPEN CREDIT CARD, THEN ADVANCES THE DRIVING WALK (DBPCB2)
       PROCESS-ACCOUNT.
           IF DBSTAT = SPACES
             IF ACCTYPE-ACC = CREDIT-ACCTYPE
                AND ACCTSTATUS-ACC = ACCT-OPEN
               ADD 1 TO CARDS-SCANNED
               MOVE ACCID-ACC TO WS-CC-ACCID
               PERFORM PROCESS-ONE-CARD THRU PROCESS-ONE-CARD-END
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GHN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-ACCOUNT-END.

      * PROCEDURE PROCESS-ONE-CARD : READS THE CCTERM CHILD ON THE
      * DRIVING PCB (GHNP, SO AN ACCOUNT WITHOUT ONE RETURNS GB/GE
      * INSTEAD OF WALKING INTO THE NEXT ACCOUNT), CHARGES A LATE FEE
      * WHEN ONE IS DUE, CUTS THE STATEMENT WHEN THE CYCLE HAS CLOSED,
      * AND REPLACES THE CCTERM ROW IF EITHER CHANGED IT
       PROCESS-ONE-CARD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CCTERM-SEG, CCTERM-SSA.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             ELSE
               DISPLAY 'CREDIT CARD ACCOUNT WITHOUT CCTERM: '
                  WS-CC-ACCID
             END-IF
             GO TO PROCESS-ONE-CARD-END
           END-IF.
      * THE DRIVING GHN LEFT THE CARD ACCOUNT'S OWN ROW IN ACCOUNT-SEG
           MOVE ACCOUNT-SEG TO SIM-CARD-IMAGE.
           MOVE 'N' TO WS-TERM-CHANGED.

           IF DUEDATE-CC NOT = SPACES AND DUEDATE-CC < TODAY-YMD
              AND LATEFEE-CC = 'N'
             PERFORM CHECK-LATE-PAYMENT THRU CHECK-LATE-PAYMENT-END
           END-IF.

           IF NEXTSTMT-CC NOT > TODAY-YMD
             PERFORM CUT-STATEMENT THRU CUT-STATEMENT-END
           END-IF.

           IF WS-TERM-CHANGED = 'Y'
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             IF NOT SIMULATING
               CALL "CBLTDLI"
                 USING REPL, DBPCB, CCTERM-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'CCTERM UPDATE FAILED FOR ACCID: ' WS-CC-ACCID
               ADD 1 TO CYCLE-FAILURES
             END-IF
           END-IF.
       PROCESS-ONE-CARD-END.
           EXIT.

      * PROCEDURE CHECK-LATE-PAYMENT : THE DUE DATE HAS PASSED - FOOT
      * THE PAYMENTS AND CREDITS SINCE THE LAST STATEMENT AND CHARGE
      * THE LATE FEE WHEN THEY DID NOT REACH THE MINIMUM DUE. EITHER
      * WAY THE DUE DATE IS SETTLED AND NOT LOOKED AT AGAIN.
       CHECK-LATE-PAYMENT.
           MOVE 'Y' TO WS-TERM-CHANGED.
           IF MINDUE-CC NOT > 0
             MOVE 'P' TO LATEFEE-CC
             GO TO CHECK-LATE-PAYMENT-END
           END-IF.
           MOVE 'N' TO WS-WRITE-DETAIL.
           PERFORM WALK-CYCLE-HISTORY THRU WALK-CYCLE-HISTORY-END.
           IF WS-PAYMENTS NOT < MINDUE-CC
             MOVE 'P' TO LATEFEE-CC
             GO TO CHECK-LATE-PAYMENT-END
           END-IF.

           MOVE CC-LATE-FEE TO WS-CHG-AMOUNT.
           MOVE CC-LATE-MEMO TO WS-CHG-MEMO.
           MOVE 'LATE FEE' TO SIM-KIND.
           PERFORM POST-CARD-CHARGE THRU POST-CARD-CHARGE-END.
           IF WS-CHG-OK = 'Y'
             MOVE 'Y' TO LATEFEE-CC
             ADD 1 TO LATECNT-CC
             ADD 1 TO LATE-FEES-CHARGED
             ADD CC-LATE-FEE TO TOTAL-LATE-FEES
             DISPLAY 'LATE FEE - ACCID: ' WS-CC-ACCID
                ' MINIMUM DUE: ' MINDUE-CC ' PAID: ' WS-PAYMENTS
           ELSE
      * LEAVE THE DUE DATE UNSETTLED SO THE NEXT RUN TRIES AGAIN
             MOVE 'N' TO LATEFEE-CC
           END-IF.
       CHECK-LATE-PAYMENT-END.
           EXIT.

      * PROCEDURE CUT-STATEMENT : CLOSES THE CYCLE - WRITES THE HEADER
      * AND DETAIL LINES, CHARGES INTEREST WHEN THE GRACE PERIOD WAS
      * LOST, WORKS OUT THE NEW BALANCE, MINIMUM AND DUE DATE, WRITES
      * THE SUMMARY, AND SETS UP CCTERM FOR THE NEXT CYCLE
       CUT-STATEMENT.
           MOVE NEXTSTMT-CC TO WS-STMT-YMD.
           MOVE STMTBAL-CC TO WS-OLD-OWED.
           MOVE 0 TO WS-INTEREST.

           PERFORM WRITE-STATEMENT-HEADER
              THRU WRITE-STATEMENT-HEADER-END.
           MOVE 'Y' TO WS-WRITE-DETAIL.
           PERFORM WALK-CYCLE-HISTORY THRU WALK-CYCLE-HISTORY-END.

      * THE GRACE PERIOD - A PREVIOUS BALANCE PAID IN FULL BY ITS DUE
      * DATE MEANS NO INTEREST THIS CYCLE. OTHERWISE THE APR RUNS ON
      * THE CYCLE'S BALANCE-DAYS OWED (AVERAGE DAILY BALANCE TIMES
      * DAYS IN THE CYCLE).
           IF WS-OLD-OWED > 0 AND WS-PAID-BY-DUE < WS-OLD-OWED
              AND WS-BAL-DAYS > 0
             COMPUTE WS-INT-AMOUNT =
                WS-BAL-DAYS * APR-CC / DAYS-PER-YEAR
             COMPUTE WS-CHG-AMOUNT ROUNDED = WS-INT-AMOUNT
             IF WS-CHG-AMOUNT > 0
               MOVE CC-INT-MEMO TO WS-CHG-MEMO
               MOVE 'INTEREST' TO SIM-KIND
               PERFORM POST-CARD-CHARGE THRU POST-CARD-CHARGE-END
               IF WS-CHG-OK = 'Y'
                 MOVE WS-CHG-AMOUNT TO WS-INTEREST
                 ADD 1 TO INTEREST-CHARGES
                 ADD WS-CHG-AMOUNT TO TOTAL-INTEREST
                 PERFORM WRITE-INTEREST-DETAIL
                    THRU WRITE-INTEREST-DETAIL-END
               ELSE
      * NO STATEMENT WITHOUT ITS INTEREST - THE CYCLE STAYS OPEN AND
      * THE NEXT RUN CUTS IT AGAIN
                 GO TO CUT-STATEMENT-END
               END-IF
             END-IF
           END-IF.

      * THE NEW BALANCE - ACCOUNT-SEG IS CURRENT FROM THE LAST CHARGE
      * OR, WITH NO CHARGE, STILL THE DRIVING WALK'S ROW
           IF WS-INTEREST = 0
             PERFORM GET-CARD-ACCOUNT THRU GET-CARD-ACCOUNT-END
           END-IF.
           COMPUTE WS-NEW-OWED = 0 - BALANCE-ACC.
           COMPUTE WS-AVAIL-CREDIT = ODLIMIT-ACC + BALANCE-ACC.
           IF WS-AVAIL-CREDIT < 0
             MOVE 0 TO WS-AVAIL-CREDIT
           END-IF.

      * THE MINIMUM - A PERCENTAGE OF THE BALANCE WITH A FLOOR, PLUS
      * WHATEVER OF THE LAST MINIMUM WENT UNPAID, NEVER MORE THAN
      * THE WHOLE BALANCE
           MOVE 0 TO WS-MIN-DUE.
           COMPUTE WS-PAST-DUE = MINDUE-CC - WS-PAYMENTS.
           IF WS-PAST-DUE < 0
             MOVE 0 TO WS-PAST-DUE
           END-IF.
           IF WS-NEW-OWED > 0
             COMPUTE WS-MIN-DUE ROUNDED = WS-NEW-OWED * CC-MINPAY-PCT
             IF WS-MIN-DUE < CC-MINPAY-FLOOR
               MOVE CC-MINPAY-FLOOR TO WS-MIN-DUE
             END-IF
             ADD WS-PAST-DUE TO WS-MIN-DUE
             IF WS-MIN-DUE > WS-NEW-OWED
               MOVE WS-NEW-OWED TO WS-MIN-DUE
             END-IF
           END-IF.

           MOVE WS-STMT-YMD TO WS-DT-YMD.
           PERFORM DATE-TO-INT THRU DATE-TO-INT-END.
           COMPUTE WS-DT-N = FUNCTION DATE-OF-INTEGER
              ( WS-DT-INT + CC-GRACE-DAYS ).
           MOVE SPACES TO WS-DUE-YMD.
           STRING DT-YEAR '-' DT-MONTH '-' DT-DAY
              DELIMITED BY SIZE INTO WS-DUE-YMD.

           PERFORM WRITE-STATEMENT-SUMMARY
              THRU WRITE-STATEMENT-SUMMARY-END.

      * CCTERM FOR THE NEXT CYCLE
           MOVE WS-STMT-YMD TO LASTSTMT-CC.
           MOVE LASTTXID-ACC TO STMTTXID-CC.
           MOVE WS-NEW-OWED TO STMTBAL-CC.
           MOVE WS-MIN-DUE TO MINDUE-CC.
           MOVE WS-DUE-YMD TO DUEDATE-CC.
           MOVE 'N' TO LATEFEE-CC.
           PERFORM ADVANCE-NEXT-STATEMENT
              THRU ADVANCE-NEXT-STATEMENT-END.
           MOVE 'Y' TO WS-TERM-CHANGED.

           ADD 1 TO STATEMENTS-CUT.
           ADD WS-NEW-OWED TO TOTAL-NEW-OWED.
           DISPLAY 'STATEMENT - ACCID: ' WS-CC-ACCID
              ' BALANCE: ' WS-NEW-OWED ' MINIMUM: ' WS-MIN-DUE
              ' DUE: ' WS-DUE-YMD.
       CUT-STATEMENT-END.
           EXIT.

      * PROCEDURE WALK-CYCLE-HISTORY : READS THE CARD ACCOUNT'S HISTORY
      * THROUGH ACCIDHX ON DBPCB4 AND FOOTS EVERY ROW NUMBERED ABOVE
      * STMTTXID-CC BY ITS CHANGE TO THE BALANCE - PAYMENTS (AND HOW
      * MUCH OF THEM CAME BY THE DUE DATE), PURCHASES, CASH ADVANCES
      * AND FEES - AND THE BALANCE-DAYS OWED FROM THE LAST STATEMENT
      * TO THIS ONE. WITH WS-WRITE-DETAIL 'Y' EACH ROW IS ALSO A
      * STATEMENT DETAIL LINE.
       WALK-CYCLE-HISTORY.
           COMPUTE WS-PREV-BAL = 0 - STMTBAL-CC.
           MOVE LASTSTMT-CC TO WS-PREV-YMD.
           MOVE 0 TO WS-PAYMENTS.
           MOVE 0 TO WS-PAID-BY-DUE.
           MOVE 0 TO WS-PURCHASES.
           MOVE 0 TO WS-CASHADV.
           MOVE 0 TO WS-FEES.
           MOVE 0 TO WS-BAL-DAYS.

           MOVE WS-CC-ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM FOOT-ONE-CYCLE-ROW THRU FOOT-ONE-CYCLE-ROW-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

      * THE LAST STRETCH - FROM THE LAST POSTING TO THE CLOSING DATE
           IF WS-WRITE-DETAIL = 'Y'
             MOVE WS-STMT-YMD TO WS-DT-YMD
             PERFORM ADD-BALANCE-DAYS THRU ADD-BALANCE-DAYS-END
           END-IF.
       WALK-CYCLE-HISTORY-END.
           EXIT.

       FOOT-ONE-CYCLE-ROW.
           IF ACCID-HIST NOT = WS-CC-ACCID
             GO TO FOOT-ONE-CYCLE-ROW-NEXT
           END-IF.
           COMPUTE WS-TX-SEQ = TXID-HIST - WS-CC-ACCID * MULT-FACTOR.
           IF WS-TX-SEQ NOT > STMTTXID-CC
             GO TO FOOT-ONE-CYCLE-ROW-NEXT
           END-IF.

           MOVE HIST-YMD TO WS-DT-YMD.
           PERFORM ADD-BALANCE-DAYS THRU ADD-BALANCE-DAYS-END.

      * WHAT IS OWED WENT UP BY THE DROP IN THE BALANCE
           COMPUTE WS-DELTA = WS-PREV-BAL - BALAFTER-HIST.
           MOVE BALAFTER-HIST TO WS-PREV-BAL.
           IF WS-DELTA < 0
             SUBTRACT WS-DELTA FROM WS-PAYMENTS
             IF DUEDATE-CC NOT = SPACES AND HIST-YMD NOT > DUEDATE-CC
               SUBTRACT WS-DELTA FROM WS-PAID-BY-DUE
             END-IF
           ELSE
           IF TRANSTYP-HIST = 'w' AND CHANNEL-HIST = 'A'
              AND CHECKNUM-HIST (1:2) = 'PS'
             ADD WS-DELTA TO WS-PURCHASES
           ELSE
           IF TRANSTYP-HIST = 'f' OR TRANSTYP-HIST = 'm'
             ADD WS-DELTA TO WS-FEES
           ELSE
             ADD WS-DELTA TO WS-CASHADV
           END-IF
           END-IF
           END-IF.

           IF WS-WRITE-DETAIL = 'Y' AND NOT SIMULATING
             MOVE WS-CC-ACCID TO TXT-ACCID-E
             MOVE WS-DELTA TO TXT-AMT-E
             COMPUTE TXT-AMT2-E = 0 - BALAFTER-HIST
             MOVE SPACES TO CCSTMT-OUT
             STRING '"D",' FUNCTION TRIM (TXT-ACCID-E) ','
                     '"' HIST-YMD '","' TRANSTYP-HIST '","'
                     CHANNEL-HIST '","'
                     FUNCTION TRIM (CHECKNUM-HIST) '",'
                     FUNCTION TRIM (TXT-AMT-E) ','
                     FUNCTION TRIM (TXT-AMT2-E)
                DELIMITED BY SIZE INTO CCSTMT-OUT
             END-STRING
             WRITE CCSTMT-OUT
           END-IF.

       FOOT-ONE-CYCLE-ROW-NEXT.
           CALL 'CBLTDLI'
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX.
       FOOT-ONE-CYCLE-ROW-END.
           EXIT.

      * PROCEDURE ADD-BALANCE-DAYS : ADDS WHAT WAS OWED SINCE
      * WS-PREV-YMD TIMES THE DAYS FROM THERE TO WS-DT-YMD, THEN MOVES
      * WS-PREV-YMD UP - A CREDIT BALANCE OWES NOTHING
       ADD-BALANCE-DAYS.
           IF WS-DT-YMD NOT > WS-PREV-YMD
             GO TO ADD-BALANCE-DAYS-END
           END-IF.
           MOVE WS-DT-YMD TO WS-TO-YMD.
           MOVE WS-PREV-YMD TO WS-DT-YMD.
           PERFORM DATE-TO-INT THRU DATE-TO-INT-END.
           MOVE WS-DT-INT TO WS-FROM-INT.
           MOVE WS-TO-YMD TO WS-DT-YMD.
           PERFORM DATE-TO-INT THRU DATE-TO-INT-END.
           COMPUTE WS-DAYS = WS-DT-INT - WS-FROM-INT.
           IF WS-PREV-BAL < 0
             COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
                - WS-PREV-BAL * WS-DAYS
           END-IF.
           MOVE WS-DT-YMD TO WS-PREV-YMD.
       ADD-BALANCE-DAYS-END.
           EXIT.

      * PROCEDURE DATE-TO-INT : WS-DT-YMD (YYYY-MM-DD) AS A DAY NUMBER
       DATE-TO-INT.
           COMPUTE WS-DT-N =
              FUNCTION NUMVAL ( WS-DT-YMD (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-DT-YMD (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-DT-YMD (9:2) ).
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE ( WS-DT-N ).
       DATE-TO-INT-END.
           EXIT.

      * PROCEDURE ADVANCE-NEXT-STATEMENT : THE NEXT CYCLE CLOSES ONE
      * MONTH AFTER THIS ONE ON STMTDAY-CC - NEVER LATER THAN THE 28TH,
      * SO NO MONTH-END CLAMP IS NEEDED
       ADVANCE-NEXT-STATEMENT.
           MOVE WS-STMT-YMD TO NSD-DATE.
           IF NSD-MONTH = 12
             ADD 1 TO NSD-YEAR
             MOVE 1 TO NSD-MONTH
           ELSE
             ADD 1 TO NSD-MONTH
           END-IF.
           MOVE STMTDAY-CC TO NSD-DAY.
           MOVE NSD-DATE TO NEXTSTMT-CC.
       ADVANCE-NEXT-STATEMENT-END.
           EXIT.

      * PROCEDURE POST-CARD-CHARGE : POSTS WS-CHG-AMOUNT TO THE CARD
      * ACCOUNT AS A 'm' HISTORY DEBIT WITH MEMO WS-CHG-MEMO - THE
      * SAME HISTORY-ISRT-THEN-ACCOUNT-REPL SHAPE AS LOANBILL'S
      * CAPITALIZE-LOAN-INTEREST. A CHARGE IS NOT HELD TO THE CREDIT
      * LIMIT - ODEXCESS REPORTS AN ACCOUNT IT CARRIES OVER THE LINE.
      * WS-CHG-OK COMES BACK 'Y' WHEN IT POSTED.
       POST-CARD-CHARGE.
           MOVE 'N' TO WS-CHG-OK.
           MOVE WS-CC-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM GET-CARD-ACCOUNT THRU GET-CARD-ACCOUNT-END.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CARD ACCOUNT NOT READ FOR ACCID: ' WS-CC-ACCID
             ADD 1 TO CYCLE-FAILURES
             GO TO POST-CARD-CHARGE-END
           END-IF.

           COMPUTE ACCID-HIST = WS-CC-ACCID.
           COMPUTE TXID-HIST = WS-CC-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.
           MOVE 'm' TO TRANSTYP-HIST.
           MOVE WS-CHG-AMOUNT TO AMOUNT-HIST.
           COMPUTE REFTXID-HIST = 0.
           COMPUTE BALAFTER-HIST = BALANCE-ACC - WS-CHG-AMOUNT.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE WS-CHG-MEMO TO CHECKNUM-HIST.
           MOVE SPACES TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             PERFORM NOTE-HISTORY-ENTRY THRU NOTE-HISTORY-ENTRY-END
           ELSE
             CALL "CBLTDLI"
               USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
             IF DBSTAT = SPACES
               PERFORM PUBLISH-POSTING-EVENT
                  THRU PUBLISH-POSTING-EVENT-END
             END-IF
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CHARGE INSERT FAILED FOR ACCID: ' WS-CC-ACCID
             ADD 1 TO CYCLE-FAILURES
             GO TO POST-CARD-CHARGE-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC - WS-CHG-AMOUNT.
           IF SIMULATING
             MOVE ACCOUNT-SEG TO SIM-CARD-IMAGE
           ELSE
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CHARGE UPDATE FAILED FOR ACCID: ' WS-CC-ACCID
             ADD 1 TO CYCLE-FAILURES
             GO TO POST-CARD-CHARGE-END
           END-IF.
           MOVE 'Y' TO WS-CHG-OK.
       POST-CARD-CHARGE-END.
           EXIT.

      * PROCEDURE WRITE-STATEMENT-HEADER : THE "H" LINE THAT OPENS A
      * CARD STATEMENT ON CCSTMT
       WRITE-STATEMENT-HEADER.
           IF SIMULATING
             GO TO WRITE-STATEMENT-HEADER-END
           END-IF.
           MOVE WS-CC-ACCID TO TXT-ACCID-E.
           MOVE ODLIMIT-ACC TO TXT-AMT-E.
           MOVE APR-CC TO TXT-RATE-E.
           MOVE SPACES TO CCSTMT-OUT.
           STRING '"H",' FUNCTION TRIM (TXT-ACCID-E) ','
                   '"' CURRENCY-ACC '","' LASTSTMT-CC '","'
                   WS-STMT-YMD '",'
                   FUNCTION TRIM (TXT-AMT-E) ','
                   TXT-RATE-E
              DELIMITED BY SIZE INTO CCSTMT-OUT
           END-STRING.
           WRITE CCSTMT-OUT.
       WRITE-STATEMENT-HEADER-END.
           EXIT.

      * PROCEDURE WRITE-INTEREST-DETAIL : THE DETAIL LINE FOR THE
      * INTEREST CHARGE JUST POSTED - THE HISTORY ROW IS STILL IN
      * HISTORY-SEG
       WRITE-INTEREST-DETAIL.
           IF SIMULATING
             GO TO WRITE-INTEREST-DETAIL-END
           END-IF.
           MOVE WS-CC-ACCID TO TXT-ACCID-E.
           MOVE WS-CHG-AMOUNT TO TXT-AMT-E.
           COMPUTE TXT-AMT2-E = 0 - BALAFTER-HIST.
           MOVE SPACES TO CCSTMT-OUT.
           STRING '"D",' FUNCTION TRIM (TXT-ACCID-E) ','
                   '"' HIST-YMD '","' TRANSTYP-HIST '","'
                   CHANNEL-HIST '","'
                   FUNCTION TRIM (CHECKNUM-HIST) '",'
                   FUNCTION TRIM (TXT-AMT-E) ','
                   FUNCTION TRIM (TXT-AMT2-E)
              DELIMITED BY SIZE INTO CCSTMT-OUT
           END-STRING.
           WRITE CCSTMT-OUT.
       WRITE-INTEREST-DETAIL-END.
           EXIT.

      * PROCEDURE WRITE-STATEMENT-SUMMARY : THE "T" LINE THAT CLOSES A
      * CARD STATEMENT ON CCSTMT - PAYMENTS AND CREDITS SHOWN NEGATIVE
       WRITE-STATEMENT-SUMMARY.
           IF SIMULATING
             GO TO WRITE-STATEMENT-SUMMARY-END
           END-IF.
           MOVE WS-CC-ACCID TO TXT-ACCID-E.
           MOVE WS-OLD-OWED TO TXT-AMT-E.
           COMPUTE TXT-AMT2-E = 0 - WS-PAYMENTS.
           MOVE WS-PURCHASES TO TXT-AMT3-E.
           MOVE WS-CASHADV TO TXT-AMT4-E.
           MOVE WS-FEES TO TXT-AMT5-E.
           MOVE WS-INTEREST TO TXT-AMT6-E.
           MOVE WS-NEW-OWED TO TXT-AMT7-E.
           MOVE WS-AVAIL-CREDIT TO TXT-AMT8-E.
           MOVE WS-MIN-DUE TO TXT-AMT9-E.
           MOVE SPACES TO CCSTMT-OUT.
           STRING '"T",' FUNCTION TRIM (TXT-ACCID-E) ','
                   FUNCTION TRIM (TXT-AMT-E) ','
                   FUNCTION TRIM (TXT-AMT2-E) ','
                   FUNCTION TRIM (TXT-AMT3-E) ','
                   FUNCTION TRIM (TXT-AMT4-E) ','
                   FUNCTION TRIM (TXT-AMT5-E) ','
                   FUNCTION TRIM (TXT-AMT6-E) ','
                   FUNCTION TRIM (TXT-AMT7-E) ','
                   FUNCTION TRIM (TXT-AMT8-E) ','
                   FUNCTION TRIM (TXT-AMT9-E) ','
                   '"' WS-DUE-YMD '"'
              DELIMITED BY SIZE INTO CCSTMT-OUT
           END-STRING.
           WRITE CCSTMT-OUT.
       WRITE-STATEMENT-SUMMARY-END.
           EXIT.

      * PROCEDURE GET-CARD-ACCOUNT : RE-READS THE CARD ACCOUNT'S ROW ON
      * DBPCB1 FOR UPDATE - OR, ON A SIMULATION RUN, TAKES BACK THE ROW
      * AS THE STEPS BEFORE THIS ONE WOULD HAVE LEFT IT
       GET-CARD-ACCOUNT.
           MOVE WS-CC-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           IF SIMULATING
             MOVE SIM-CARD-IMAGE TO ACCOUNT-SEG
           ELSE
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
           END-IF.
       GET-CARD-ACCOUNT-END.
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
             DISPLAY 'CCCYCLE WOULD-POST REPORT - ' TODAY-YMD
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
           DISPLAY 'CCCYCLE WOULD-POST TOTALS BY PRODUCT'.
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
           MOVE 'CCCYCLE ' TO PE-SOURCE.
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
