      * THE BANK CALENDAR (BANKCAL) GOVERNS THE RUN THE SAME WAY IT
      * GOVERNS STORDPOST - NOTHING BILLS ON A NON-BUSINESS DAY, THE
      * DUE ROW SIMPLY WAITS FOR THE NEXT BUSINESS-DAY RUN.
      *
      * A PAYMENT OR ADVANCE VALUE-DATED AWAY FROM ITS POSTING DATE
      * (A LATE NETWORK FILE, A BACK-DATED TELLER CORRECTION) SHIFTS
      * THE BALANCE THE NOTE RATE SHOULD HAVE RUN ON. VALSCAN RUNS
      * FIRST AND LEAVES THE LOAN'S SIGNED BALANCE-DAYS IN VALADJ -
      * THEY ARE PRICED AT THE NOTE RATE AND ADDED TO THE ACCRUAL
      * BEFORE ANY CAPITALIZATION, THE SAME ADJUSTMENT INTPOST MAKES.
      *
      * LAST, EACH LOAN'S OPEN PAYOFF QUOTES (PAYQUOTE ROWS LOGGED BY
      * FBLNQUOT) ARE SETTLED: A LOAN WHOSE BALANCE AND ACCRUAL NOW NET
      * TO ZERO OR BETTER HAS RECEIVED ITS PAYOFF AND THE QUOTE IS
      * MATCHED, WITH ANY SURPLUS (UNUSED PER-DIEM, OVERPAYMENT)
      * RECORDED FOR REFUND; A QUOTE PAST ITS GOOD-THROUGH DATE WITH
      * THE LOAN STILL OWING IS EXPIRED.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    BANK CALENDAR - THE MAINTAINABLE HOLIDAY LIST, ONE
      *    YYYY-MM-DD DATE PER RECORD, READ ONCE AT STARTUP
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    VALUE-DATE ADJUSTMENTS WRITTEN BY VALSCAN
           SELECT VALADJ-FILE ASSIGN TO VALADJ.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.

       DATA DIVISION.

            DATA RECORD IS BANKCAL-IN.
       01  BANKCAL-IN           PIC X(80).

         FD VALADJ-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS VALADJ-IN.
       01  VALADJ-IN            PIC X(80).

         FD SIMCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SIMCTL-IN.
       01  SIMCTL-IN            PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
       77  WS-LOAN-ACCID       PIC S9(18) COMP-5.
       77  WS-LOAN-RATE        PIC S9(1)V9(4) COMP-3.
       77  SKIP-REASON         PIC X(40).
       77  WS-NET-POSITION     PIC S9(13)V9(2) COMP-3.

       01  LOANS-SCANNED       PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-ACCRUED       PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-BILLED        PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-SKIPPED       PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-PAID-OFF      PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-VALADJ        PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-COLLECTED     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  QUOTES-MATCHED      PIC  S9(9) COMP-5 VALUE 0.
       01  QUOTES-EXPIRED      PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

           COPY PAYQUOTE.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************
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

      *    LOANTERM-SEG - THE LOAN'S NOTE TERMS, LOADED BY LOADLOAN
       01  LOANTERM-SEG.
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY) - SEE LNINTYR
           05  TAXRPT-LN       PIC  X(01).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
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
      *VALUE-DATE ADJUSTMENT TABLE - LOADED FROM THE VALADJ FILE AT
      *STARTUP, ONE ROW PER ACCOUNT - ACCID,BALANCE-DAYS,ROWS - AS
      *VALSCAN WROTE IT. A MISSING OR EMPTY FILE MEANS NO ADJUSTMENT.
      ******************************************************************

       77  MAX-VALADJ          PIC  9(05)        VALUE 01000.
       77  TOTAL-VALADJ        PIC  9(05)        VALUE 0.
       77  WS-VA-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-VA-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  VALADJ-TABLE.
           05  VALADJ-ENTRY OCCURS 1000 TIMES
                          INDEXED BY VA-IX.
               10  VA-ACCID        PIC  S9(18) COMP-5.
               10  VA-BALDAYS      PIC  S9(15)V9(2) COMP-3.

       01  TXT-VA-ACCID        PIC  X(19).
       01  TXT-VA-BALDAYS      PIC  X(20).
       01  WS-VALADJ-EOF       PIC  X(01) VALUE 'N'.
           88  VALADJ-EOF          VALUE 'Y'.

      ******************************************************************
      *BANK CALENDAR - HOLIDAY TABLE LOADED FROM BANKCAL AT STARTUP,
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

           COPY SIMPOST.

           COPY POSTEVT.

      *    A SIMULATION RUN CANNOT RE-READ THE LOAN TO SEE ITS OWN
      *    CHANGES, SO IT CARRIES THE LOAN'S ACCOUNT ROW HERE BETWEEN
      *    STEPS - ROOM FOR THE WHOLE ACCOUNT-SEG
       01  SIM-LOAN-IMAGE      PIC  X(256).

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.
           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-END.
           MOVE TODAY-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
                ' - NO LOANS BILLED'
             STOP RUN
           END-IF.
           PERFORM LOAD-VALUE-ADJUSTMENTS
              THRU LOAD-VALUE-ADJUSTMENTS-END.

           DISPLAY 'LOANBILL - BILLING LOANS DUE THROUGH ' TODAY-YMD.

           DISPLAY 'LOAN BILLING SUMMARY'.
           DISPLAY 'LOAN ACCOUNTS SCANNED:    ' LOANS-SCANNED.
           DISPLAY 'LOANS ACCRUED:            ' LOANS-ACCRUED.
           DISPLAY 'VALUE-DATE ADJUSTMENTS:   ' LOANS-VALADJ.
           DISPLAY 'PAYMENTS POSTED:          ' LOANS-BILLED.
           DISPLAY 'PAYMENTS SKIPPED:         ' LOANS-SKIPPED.
           DISPLAY 'LOANS PAID OFF:           ' LOANS-PAID-OFF.
           DISPLAY 'TOTAL COLLECTED:          ' TOTAL-COLLECTED.
           DISPLAY 'PAYOFF QUOTES MATCHED:    ' QUOTES-MATCHED.
           DISPLAY 'PAYOFF QUOTES EXPIRED:    ' QUOTES-EXPIRED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

      * A NON-ZERO RETURN CODE LETS THE SCHEDULER SEE A RUN WITH
      * UNPOSTABLE PAYMENTS AS SOMETHING OTHER THAN A CLEAN STEP
             END-IF
             GO TO PROCESS-ONE-LOAN-END
           END-IF.
      * THE DRIVING GHN LEFT THE LOAN'S OWN ROW IN ACCOUNT-SEG
           MOVE ACCOUNT-SEG TO SIM-LOAN-IMAGE.

           MOVE RATE-LN TO WS-LOAN-RATE.
           PERFORM ACCRUE-LOAN-INTEREST
              THRU ACCRUE-LOAN-INTEREST-END.
           IF TOTAL-VALADJ > 0
             PERFORM APPLY-VALUE-ADJUSTMENT
                THRU APPLY-VALUE-ADJUSTMENT-END
           END-IF.

           IF NEXTDUE-LN NOT > TODAY-YMD
             PERFORM BILL-LOAN-PAYMENT THRU BILL-LOAN-PAYMENT-END
           END-IF.

           PERFORM SETTLE-PAYOFF-QUOTES THRU SETTLE-PAYOFF-QUOTES-END.
       PROCESS-ONE-LOAN-END.
           EXIT.

      * PROCEDURE SETTLE-PAYOFF-QUOTES : TAKES THE LOAN'S POSITION
      * AFTER TONIGHT'S ACCRUAL AND BILLING, THEN WALKS ITS PAYQUOTE
      * CHILDREN ON THE DRIVING PCB (GHNP - THE LOANTERM ROW IS
      * ALREADY REPLACED, AND THE ACCOUNT IS STILL THE PARENT)
       SETTLE-PAYOFF-QUOTES.
           MOVE WS-LOAN-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM GET-LOAN-ACCOUNT THRU GET-LOAN-ACCOUNT-END.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO SETTLE-PAYOFF-QUOTES-END
           END-IF.
           COMPUTE WS-NET-POSITION ROUNDED = BALANCE-ACC + ACCRINT-ACC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, PAYQUOTE-SEG, PAYQUOTE-SSA.
           PERFORM SETTLE-ONE-QUOTE THRU SETTLE-ONE-QUOTE-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       SETTLE-PAYOFF-QUOTES-END.
           EXIT.

       SETTLE-ONE-QUOTE.
           IF QUOTE-OPEN
             IF WS-NET-POSITION >= 0
               MOVE 'M' TO STATUS-PQ
               MOVE TODAY-YMD TO SETTLED-PQ
               MOVE WS-NET-POSITION TO RESIDUAL-PQ
               ADD 1 TO QUOTES-MATCHED
               DISPLAY 'PAYOFF MATCHED - ACCID: ' WS-LOAN-ACCID
                  ' QUOTE: ' QUOTEID-PQ ' QUOTED: ' PAYOFF-PQ
                  ' SURPLUS: ' WS-NET-POSITION
             ELSE
               IF GOODTHRU-PQ < TODAY-YMD
                 MOVE 'X' TO STATUS-PQ
                 MOVE TODAY-YMD TO SETTLED-PQ
                 ADD 1 TO QUOTES-EXPIRED
               END-IF
             END-IF
             IF NOT QUOTE-OPEN AND NOT SIMULATING
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, PAYQUOTE-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
                 DISPLAY 'PAYQUOTE UPDATE FAILED FOR ACCID: '
                    WS-LOAN-ACCID
               END-IF
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, PAYQUOTE-SEG, PAYQUOTE-SSA.
       SETTLE-ONE-QUOTE-END.

      * PROCEDURE ACCRUE-LOAN-INTEREST : ADDS THE NIGHT'S SHARE OF
      * NOTE-RATE INTEREST TO ACCRINT-ACC ON DBPCB1 - BALANCE-ACC IS
      * NEGATIVE ON A LOAN, SO THE PRODUCT IS ALREADY THE RIGHT SIGN,
       ACCRUE-LOAN-INTEREST.
           MOVE WS-LOAN-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM GET-LOAN-ACCOUNT THRU GET-LOAN-ACCOUNT-END.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO ACCRUE-LOAN-INTEREST-END
              BALANCE-ACC * WS-LOAN-RATE / DAYS-PER-YEAR.
           IF INT-AMOUNT < 0
             ADD INT-AMOUNT TO ACCRINT-ACC
             IF SIMULATING
               MOVE 'ACCRUAL' TO SIM-KIND
               MOVE SPACE TO SIM-TRANSTYP
               MOVE INT-AMOUNT TO SIM-AMOUNT
               MOVE BALANCE-ACC TO SIM-BALAFTER
               PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
               MOVE ACCOUNT-SEG TO SIM-LOAN-IMAGE
             ELSE
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'ACCRUAL UPDATE FAILED FOR ACCID: '
       ACCRUE-LOAN-INTEREST-END.
           EXIT.

      * PROCEDURE APPLY-VALUE-ADJUSTMENT : PRICES THE LOAN'S VALADJ
      * BALANCE-DAYS AT THE NOTE RATE AND ADDS THE RESULT TO THE
      * ACCRUAL ON DBPCB1 - A BACK-VALUED PAYMENT (POSITIVE BALANCE-
      * DAYS) GIVES BACK INTEREST, A BACK-VALUED ADVANCE CHARGES MORE
       APPLY-VALUE-ADJUSTMENT.
           MOVE 0 TO WS-VA-FOUND-IX.
           PERFORM FIND-ONE-VALADJ THRU FIND-ONE-VALADJ-END
              VARYING WS-VA-IX FROM 1 BY 1
              UNTIL WS-VA-IX > TOTAL-VALADJ OR WS-VA-FOUND-IX > 0.
           IF WS-VA-FOUND-IX = 0
             GO TO APPLY-VALUE-ADJUSTMENT-END
           END-IF.

           COMPUTE INT-AMOUNT =
              VA-BALDAYS (WS-VA-FOUND-IX) * WS-LOAN-RATE
              / DAYS-PER-YEAR.
           IF INT-AMOUNT = 0
             GO TO APPLY-VALUE-ADJUSTMENT-END
           END-IF.
           MOVE WS-LOAN-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM GET-LOAN-ACCOUNT THRU GET-LOAN-ACCOUNT-END.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO APPLY-VALUE-ADJUSTMENT-END
           END-IF.
           ADD INT-AMOUNT TO ACCRINT-ACC.
           IF SIMULATING
             MOVE 'VALUE ADJ' TO SIM-KIND
             MOVE SPACE TO SIM-TRANSTYP
             MOVE INT-AMOUNT TO SIM-AMOUNT
             MOVE BALANCE-ACC TO SIM-BALAFTER
             PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
             MOVE ACCOUNT-SEG TO SIM-LOAN-IMAGE
           ELSE
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'VALUE-DATE ADJUSTMENT FAILED FOR ACCID: '
                WS-LOAN-ACCID
           ELSE
             ADD 1 TO LOANS-VALADJ
             DISPLAY 'VALUE-DATE ADJUSTMENT - ACCID: ' WS-LOAN-ACCID
                ' BALANCE-DAYS: ' VA-BALDAYS (WS-VA-FOUND-IX)
                ' INTEREST: ' INT-AMOUNT
           END-IF.
       APPLY-VALUE-ADJUSTMENT-END.
           EXIT.

       FIND-ONE-VALADJ.
           IF VA-ACCID (WS-VA-IX) = WS-LOAN-ACCID
             MOVE WS-VA-IX TO WS-VA-FOUND-IX
           END-IF.
       FIND-ONE-VALADJ-END.
           EXIT.

      * PROCEDURE LOAD-VALUE-ADJUSTMENTS : READS VALSCAN'S VALADJ FILE
      * INTO VALADJ-TABLE, ONCE, AT STARTUP - THE SAME CONTROL-FILE
      * IDIOM AS BANKCAL
       LOAD-VALUE-ADJUSTMENTS.
           MOVE 0 TO TOTAL-VALADJ.
           MOVE 'N' TO WS-VALADJ-EOF.
           OPEN INPUT VALADJ-FILE.
           READ VALADJ-FILE
             AT END
               MOVE 'Y' TO WS-VALADJ-EOF
           END-READ.
           PERFORM LOAD-ONE-VALADJ THRU LOAD-ONE-VALADJ-END
              UNTIL VALADJ-EOF.
           CLOSE VALADJ-FILE.
       LOAD-VALUE-ADJUSTMENTS-END.
           EXIT.

       LOAD-ONE-VALADJ.
           MOVE SPACES TO TXT-VA-ACCID.
           MOVE SPACES TO TXT-VA-BALDAYS.
           UNSTRING VALADJ-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-VA-ACCID
                  TXT-VA-BALDAYS
           END-UNSTRING.

           IF TXT-VA-ACCID NOT = SPACES
             IF TOTAL-VALADJ < MAX-VALADJ
               ADD 1 TO TOTAL-VALADJ
               SET VA-IX TO TOTAL-VALADJ
               COMPUTE VA-ACCID (VA-IX) =
                  FUNCTION NUMVAL ( TXT-VA-ACCID )
               COMPUTE VA-BALDAYS (VA-IX) =
                  FUNCTION NUMVAL ( TXT-VA-BALDAYS )
             ELSE
               DISPLAY 'VALADJ - ADJUSTMENT TABLE FULL, ROW SKIPPED: '
                  VALADJ-IN
             END-IF
           END-IF.

           READ VALADJ-FILE
             AT END
               MOVE 'Y' TO WS-VALADJ-EOF
           END-READ.
       LOAD-ONE-VALADJ-END.
           EXIT.

      * PROCEDURE BILL-LOAN-PAYMENT : CAPITALIZES THE ACCRUED NOTE
      * INTEREST, THEN MOVES THE SCHEDULED PAYMENT (OR THE PAYOFF
      * AMOUNT IF LESS IS OWED) FROM THE FUNDING ACCOUNT TO THE LOAN.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

      * SOURCE LEG - DEBIT THE FUNDING ACCOUNT, LINKED TO THE LOAN'S
      * CREDIT LEG
           COMPUTE BALAFTER-HIST = BALANCE-ACC - PAY-AMOUNT.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             MOVE 'PAYMENT' TO SIM-KIND
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
             DISPLAY 'BAD STATUS CODE: ' DBSTAT
             MOVE 'HISTORY INSERT FAILED - SOURCE LEG' TO SKIP-REASON
             GO TO BILL-LOAN-PAYMENT-SKIP
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC - PAY-AMOUNT.
           IF NOT SIMULATING
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'FUNDING ACCOUNT UPDATE FAILED' TO SKIP-REASON

      * LOAN LEG - CREDIT THE LOAN, LINKED BACK TO THE FUNDING DEBIT
           MOVE WS-LOAN-ACCID TO ACCID.
           PERFORM GET-LOAN-ACCOUNT THRU GET-LOAN-ACCOUNT-END.

           COMPUTE ACCID-HIST = WS-LOAN-ACCID.
           COMPUTE TXID-HIST = DST-TXID.
           COMPUTE BALAFTER-HIST = BALANCE-ACC + PAY-AMOUNT.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             MOVE 'PAYMENT' TO SIM-KIND
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
             DISPLAY 'BAD STATUS CODE: ' DBSTAT
             MOVE 'HISTORY INSERT FAILED - LOAN LEG' TO SKIP-REASON
             GO TO BILL-LOAN-PAYMENT-SKIP
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC + PAY-AMOUNT.
           IF SIMULATING
             MOVE ACCOUNT-SEG TO SIM-LOAN-IMAGE
           ELSE
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'LOAN ACCOUNT UPDATE FAILED' TO SKIP-REASON
       CAPITALIZE-LOAN-INTEREST.
           MOVE WS-LOAN-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM GET-LOAN-ACCOUNT THRU GET-LOAN-ACCOUNT-END.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE LASTTXID-ACC TO CAP-TXID
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             MOVE 'CAPITALIZE' TO SIM-KIND
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
             DISPLAY 'CAPITALIZATION INSERT FAILED FOR ACCID: '
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           COMPUTE BALANCE-ACC = BALANCE-ACC + INT-AMOUNT-ROUNDED.
           COMPUTE ACCRINT-ACC = ACCRINT-ACC - INT-AMOUNT-ROUNDED.
           IF SIMULATING
             MOVE ACCOUNT-SEG TO SIM-LOAN-IMAGE
           ELSE
             CALL "CBLTDLI"
               USING REPL, DBPCB, ACCOUNT-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CAPITALIZATION UPDATE FAILED FOR ACCID: '
           MOVE TODAY-YMD TO LASTPAID-LN.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           IF NOT SIMULATING
             CALL "CBLTDLI"
               USING REPL, DBPCB, LOANTERM-SEG
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'LOANTERM UPDATE FAILED FOR ACCID: '
             MOVE WS-HOL-SEARCH-IX TO WS-HOL-FOUND-IX
           END-IF.
       TEST-ONE-HOLIDAY-END.

      * PROCEDURE GET-LOAN-ACCOUNT : RE-READS THE LOAN'S ACCOUNT ROW ON
      * DBPCB1 FOR UPDATE - OR, ON A SIMULATION RUN, TAKES BACK THE ROW
      * AS THE STEPS BEFORE THIS ONE WOULD HAVE LEFT IT
       GET-LOAN-ACCOUNT.
           IF SIMULATING
             MOVE SIM-LOAN-IMAGE TO ACCOUNT-SEG
           ELSE
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
           END-IF.
       GET-LOAN-ACCOUNT-END.
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
             DISPLAY 'LOANBILL WOULD-POST REPORT - ' TODAY-YMD
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
           DISPLAY 'LOANBILL WOULD-POST TOTALS BY PRODUCT'.
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

      * PROCEDURE NOTE-ACCOUNT-ENTRY : A WOULD-POST LINE FOR THE
      * ACCOUNT IN ACCOUNT-SEG - THE CALLER HAS SET THE KIND, CODE,
      * AMOUNT AND BALANCE AFTER
       NOTE-ACCOUNT-ENTRY.
           MOVE ACCID-ACC TO SIM-ACCID.
           MOVE ACCTYPE-ACC TO SIM-ACCTYPE.
           MOVE CURRENCY-ACC TO SIM-CURRENCY.
           PERFORM NOTE-WOULD-POST THRU NOTE-WOULD-POST-END.
       NOTE-ACCOUNT-ENTRY-END.
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
           MOVE 'LOANBILL' TO PE-SOURCE.
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
