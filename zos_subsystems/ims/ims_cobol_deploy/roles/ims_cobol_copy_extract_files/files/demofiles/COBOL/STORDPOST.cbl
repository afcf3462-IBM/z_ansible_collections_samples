      * THE SAME TWO-LEG, REFTXID-LINKED HISTORY POSTING IBTRAN'S
      * POST-TRANSFER PARAGRAPH USES FOR AN ONLINE TRANSFER, THEN
      * ADVANCES NEXTRUNDATE BY FREQUENCY AND REPLACES THE STANDORD ROW.
      * A STANDING ORDER THAT FAILS (NO ACCOUNT, ACCOUNT CLOSED, AN IRA
      * ON EITHER SIDE, OR NOT ENOUGH FUNDS) IS LOGGED AND SKIPPED - IT
      * IS LEFT DUE SO THE NEXT RUN TRIES IT AGAIN, AND THE REST OF THE
      * BATCH KEEPS GOING.
      *
      * THE BANK CALENDAR (WEEKENDS PLUS THE HOLIDAY LIST MAINTAINED ON
      * BANKCAL) GOVERNS WHEN AN ORDER ACTUALLY POSTS: AN ORDER DUE ON
      *    BANK CALENDAR - THE MAINTAINABLE HOLIDAY LIST, ONE
      *    YYYY-MM-DD DATE PER RECORD, READ ONCE AT STARTUP
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.

       DATA DIVISION.

            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BANKCAL-IN.
       01  BANKCAL-IN           PIC X(80).
         FD SIMCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SIMCTL-IN.
       01  SIMCTL-IN            PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.
       77  MIN-BALANCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.

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

      *    HOLD-SEG IS FOOTED BY SUM-ACTIVE-HOLDS BEFORE A STANDING
      *    ORDER IS ALLOWED TO POST - SAME LAYOUT IBTRAN/IBHOLDMNT USE
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

      *    REVIEW-SEG HOLDS A STANDING ORDER THE VELOCITY/FRAUD CHECK
      *    HELD INSTEAD OF POSTING - SAME LAYOUT IBTRAN'S ROUTE-TO-
      *    WITHOUT IT, APPROVING A HELD STANDING ORDER HAD NO WAY TO
      *    KNOW WHERE THE CREDIT LEG BELONGED.
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

       01  STANDORD-SEG.
           05  STDID           PIC  S9(18) COMP-5.
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

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".

       77  TERM-IO                 PIC 9 VALUE 0.

           COPY SIMPOST.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB8 POINTER.
       01  DBPCB9 POINTER.

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
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4,
                    DBPCB5, DBPCB6, DBPCB7, DBPCB8, DBPCB9.

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
           DISPLAY 'STANDING ORDERS POSTED:   ' STANDING-ORDERS-POSTED.
           DISPLAY 'STANDING ORDERS SKIPPED:  ' STANDING-ORDERS-SKIPPED.
           DISPLAY 'STANDING ORDERS ROLLED:   ' STANDING-ORDERS-ROLLED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

           STOP RUN.

           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'SOURCE ACCOUNT NOT OPEN' TO SKIP-REASON
           ELSE
      * MONEY ENTERS AND LEAVES AN IRA ONLY AS IBTRAN'S CODED
      * CONTRIBUTION OR DISTRIBUTION - A TRANSFER LEG CARRIES NEITHER,
      * AND IS REFUSED ON EITHER SIDE, THE SAME AS ONLINE
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'SOURCE ACCOUNT IS AN IRA' TO SKIP-REASON
           ELSE
             COMPUTE SRC-LASTTXID = LASTTXID-ACC
             COMPUTE SRC-TXID = SRC-ACCID * MULT-FACTOR
               + SRC-LASTTXID + 1
             IF ACCTSTATUS-ACC NOT = ACCT-OPEN
               MOVE 'DESTINATION ACCOUNT NOT OPEN' TO SKIP-REASON
             ELSE
             IF ACCTYPE-ACC = IRA-ACCTYPE
               MOVE 'DESTINATION ACCOUNT IS AN IRA' TO SKIP-REASON
             ELSE
             IF SRC-BALANCE - XFER-AMOUNT < MIN-BALANCE
               MOVE 'INSUFFICIENT FUNDS' TO SKIP-REASON
             ELSE
               MOVE SPACES TO BRANCH-HIST
               MOVE SPACES TO TERMID-HIST
               MOVE 'B' TO CHANNEL-HIST
               MOVE SPACES TO VALDATE-HIST
               MOVE 0 TO SUBID-HIST

      * RE-ESTABLISH POSITION ON THE SOURCE ACCOUNT, DEBIT IT, AND
      * INSERT ITS HISTORY LEG LINKED TO THE DESTINATION'S TXID
               COMPUTE BALAFTER-HIST = BALANCE-ACC - XFER-AMOUNT

               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               IF SIMULATING
                 MOVE 'STAND ORD' TO SIM-KIND
                 PERFORM NOTE-HISTORY-ENTRY THRU NOTE-HISTORY-ENTRY-END
               ELSE
                 CALL "CBLTDLI"
                   USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                 IF DBSTAT = SPACES
                   PERFORM PUBLISH-POSTING-EVENT
                      THRU PUBLISH-POSTING-EVENT-END
                 END-IF
               END-IF
               IF DBSTAT NOT = SPACES AND NOT SIMULATING
                 DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 MOVE 'HISTORY INSERT FAILED - SOURCE LEG' TO
                    SKIP-REASON
               COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
               COMPUTE BALANCE-ACC = BALANCE-ACC - XFER-AMOUNT
               MOVE PROSPECTIVE-WDRLTODAY TO WDRLTODAY-ACC
               IF NOT SIMULATING
                 CALL "CBLTDLI"
                   USING REPL, DBPCB, ACCOUNT-SEG
               END-IF
               IF DBSTAT NOT = SPACES AND NOT SIMULATING
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
                 MOVE 'SOURCE ACCOUNT UPDATE FAILED' TO SKIP-REASON
               COMPUTE BALAFTER-HIST = BALANCE-ACC + XFER-AMOUNT

               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               IF SIMULATING
                 MOVE 'STAND ORD' TO SIM-KIND
                 PERFORM NOTE-HISTORY-ENTRY THRU NOTE-HISTORY-ENTRY-END
               ELSE
                 CALL "CBLTDLI"
                   USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                 IF DBSTAT = SPACES
                   PERFORM PUBLISH-POSTING-EVENT
                      THRU PUBLISH-POSTING-EVENT-END
                 END-IF
               END-IF
               IF DBSTAT NOT = SPACES AND NOT SIMULATING
                 DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 MOVE 'HISTORY INSERT FAILED - DESTINATION LEG' TO
                    SKIP-REASON
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
               COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
               COMPUTE BALANCE-ACC = BALANCE-ACC + XFER-AMOUNT
               IF NOT SIMULATING
                 CALL "CBLTDLI"
                   USING REPL, DBPCB, ACCOUNT-SEG
               END-IF
               IF DBSTAT NOT = SPACES AND NOT SIMULATING
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
                 MOVE 'DESTINATION ACCOUNT UPDATE FAILED' TO SKIP-REASON
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF.

             PERFORM ADVANCE-NEXTRUNDATE THRU ADVANCE-NEXTRUNDATE-END

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5
             IF NOT SIMULATING
               CALL "CBLTDLI"
                 USING REPL, DBPCB, STANDORD-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE "VELOCITY - WITHDRAWAL AMOUNT" TO REASON-REV
           END-IF
           MOVE "P" TO STATUS-REV.
           MOVE 0 TO DECOPER-REV.
           MOVE SPACES TO DECTS-REV.

      * A SIMULATION RUN REPORTS THE ORDER AS HELD BUT QUEUES NOTHING
      * FOR FBREVMNT
           IF NOT SIMULATING
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, REVIEW-SEG, REVIEW-SSA
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           MOVE TIMESTAMP TO CREATETS-NTF.
           MOVE SPACES TO SENTTS-NTF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           IF SIMULATING
             GO TO INSERT-NOTIFQ-ROW-END
           END-IF.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             DISPLAY BAD-STATUS
           END-IF.
       INSERT-NOTIFQ-ROW-END.

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
             DISPLAY 'STORDPOST WOULD-POST REPORT - ' TODAY-YMD
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
           DISPLAY 'STORDPOST WOULD-POST TOTALS BY PRODUCT'.
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
           MOVE 'STORDPOST' TO PE-SOURCE.
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
