      * NIGHT'S SHARE FOR EVERY CALENDAR NIGHT SINCE THE PREVIOUS
      * BUSINESS DAY (SO THE MONDAY RUN CARRIES SATURDAY AND SUNDAY
      * NIGHTS, AND NO INTEREST IS LOST TO THE WEEKEND).
      *
      * THE NIGHT'S ACCRUAL IS ON THE BALANCE AS IT STANDS, AS IF EVERY
      * POSTING TOOK EFFECT ON ITS POSTING DATE. VALSCAN RUNS FIRST AND
      * LEAVES ONE VALADJ RECORD PER ACCOUNT WITH VALUE-DATED POSTINGS
      * SINCE THE PREVIOUS BUSINESS DAY - THE SIGNED BALANCE-DAYS THE
      * ACCRUAL MISSED (BACK-VALUED) OR OVERSTATED (FORWARD-VALUED).
      * THEY ARE PRICED AT THE ACCOUNT'S CURRENT RATE - THE OVERDRAFT
      * RATE WHEN OVERDRAWN, OTHERWISE THE BAND THE BALANCE SITS IN OR
      * THE FLAT INTRATE-ACC - AND ADDED TO ACCRINT-ACC, SO THEY ARE
      * CAPITALIZED WITH THE REST OF THE MONTH'S INTEREST.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    BALANCE-TIERED RATE SCHEDULES - SEE RATESCHD-TABLE BELOW
           SELECT RATESCHD-FILE ASSIGN TO RATESCHD.
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
       01  TXT-RS-RATE         PIC  X(07).
       01  WS-RATESCHD-EOF     PIC  X(01) VALUE 'N'.
           88  RATESCHD-EOF        VALUE 'Y'.

      ******************************************************************
      *VALUE-DATE ADJUSTMENT TABLE - LOADED FROM THE VALADJ FILE AT
      *STARTUP, ONE ROW PER ACCOUNT - ACCID,BALANCE-DAYS,ROWS - AS
      *VALSCAN WROTE IT. A MISSING OR EMPTY FILE MEANS NO ADJUSTMENT.
      ******************************************************************

       77  MAX-VALADJ          PIC  9(05)        VALUE 01000.
       77  TOTAL-VALADJ        PIC  9(05)        VALUE 0.
       77  WS-VA-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-VA-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-VA-RATE          PIC  S9(1)V9(4) COMP-3.

       01  VALADJ-TABLE.
           05  VALADJ-ENTRY OCCURS 1000 TIMES
                          INDEXED BY VA-IX.
               10  VA-ACCID        PIC  S9(18) COMP-5.
               10  VA-BALDAYS      PIC  S9(15)V9(2) COMP-3.

       01  TXT-VA-ACCID        PIC  X(19).
       01  TXT-VA-BALDAYS      PIC  X(20).
       01  WS-VALADJ-EOF       PIC  X(01) VALUE 'N'.
           88  VALADJ-EOF          VALUE 'Y'.
      * ANNUAL RATE CHARGED ON AN OVERDRAWN BALANCE - ACCRUED NIGHTLY
      * (NEGATIVE) AND CAPITALIZED AT MONTH END AS AN 'm' DEBIT ENTRY
       77  OD-RATE             PIC S9(1)V9(4) COMP-3 VALUE 0.1800.
      * TIN (W-9) ON FILE - REMITTED AS ITS OWN LINKED 'b' POSTING
      * THE GL MAP CAN CARRY TO THE WITHHOLDING LIABILITY ACCOUNT
       77  BACKUP-WH-RATE      PIC S9(1)V9(4) COMP-3 VALUE 0.2400.
      * STATUTORY NON-RESIDENT ALIEN RATE APPLIED INSTEAD WHEN THE
      * PRIMARY OWNER IS FOREIGN (FORSTAT-CD 'F', OR 'T' WHOSE W-8
      * CLAIMING A TREATY RATE HAS EXPIRED) - POSTED AS A LINKED 'n'
      * ENTRY, KEPT APART FROM 'b' BECAUSE IT IS DEPOSITED AND
      * REPORTED ON ITS OWN ANNUAL FILING (SEE NRAEXTR)
       77  NRA-WH-RATE         PIC S9(1)V9(4) COMP-3 VALUE 0.3000.
       77  WH-RATE             PIC S9(1)V9(4) COMP-3.
       77  WH-TRANSTYP         PIC X(01).
       77  WS-FORSTAT          PIC X(01).
       77  WH-AMOUNT           PIC S9(13)V9(2) COMP-3.
       77  WH-TXID             PIC S9(18) COMP-5.
       77  WS-OWNER-CUSTID     PIC S9(9) COMP-5.
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

      *    CUSTACCS AND CUSTOMER AREAS FOR THE BACKUP-WITHHOLDING
      *    OWNER LOOKUP (DBPCB2 / DBPCB4)
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
      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-ACCRUED    PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-POSTED     PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-VALADJ     PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
      * XRST RETURNS THE LAST CHECKPOINT'S SAVED KEY AND COUNTS -
      * ZERO ON A FRESH RUN THAT HAS NEVER CHECKPOINTED
           MOVE 0 TO RESTART-LAST-ACCID.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.
           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-END.
           PERFORM LOAD-RATE-SCHEDULE THRU LOAD-RATE-SCHEDULE-END.
           PERFORM LOAD-VALUE-ADJUSTMENTS
              THRU LOAD-VALUE-ADJUSTMENTS-END.
           MOVE TODAY-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
           IF WS-BD-SW = 'N'
           DISPLAY 'INTEREST ACCRUAL SUMMARY'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'ACCOUNTS ACCRUED:         ' ACCOUNTS-ACCRUED.
           DISPLAY 'VALUE-DATE ADJUSTMENTS:   ' ACCOUNTS-VALADJ.
           DISPLAY 'ACCOUNTS CAPITALIZED:     ' ACCOUNTS-POSTED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

           STOP RUN.

       PROCESS-ACCOUNT.
           IF DBSTAT = SPACES
      * ON A RESTART, WALK PAST THE ACCOUNTS A PRIOR CHECKPOINT
      * ALREADY CONFIRMED PROCESSED. A SIMULATION RUN HAS NOTHING TO
      * COMMIT AND TAKES NO CHECKPOINTS.
             IF WS-RESUME-SKIP = 'Y'
               IF ACCID-ACC = RESTART-LAST-ACCID
                 MOVE 'N' TO WS-RESUME-SKIP
                  THRU PROCESS-ONE-OPEN-ACCOUNT-END
               ADD 1 TO WS-SINCE-CHKP
               IF WS-SINCE-CHKP NOT < CHKP-INTERVAL
                  AND NOT SIMULATING
                 PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
               END-IF
             END-IF
      * AN INSTALLMENT LOAN (ACCTYPE 'L') CARRIES ITS OUTSTANDING
      * PRINCIPAL AS A NEGATIVE BALANCE - ITS INTEREST ACCRUES AT THE
      * LOAN'S OWN NOTE RATE IN LOANBILL, NOT AT THE OVERDRAFT RATE
      * HERE, AND LOANBILL CAPITALIZES ON THE BILLING DATE. A CREDIT
      * CARD ACCOUNT (ACCTYPE 'R') IS LIKEWISE CARRIED NEGATIVE AND IS
      * CHARGED ITS APR BY CCCYCLE, ONLY WHEN NO GRACE PERIOD APPLIES
           IF ACCTYPE-ACC = 'L' OR ACCTYPE-ACC = 'R'
             GO TO PROCESS-ONE-OPEN-ACCOUNT-END
           END-IF.
      * A TERM DEPOSIT (A MATURITY DATE ON THE ROW) EARNS THE SAME
             PERFORM ACCRUE-OD-INTEREST
                THRU ACCRUE-OD-INTEREST-END
           END-IF.
      * VALUE-DATED POSTINGS SINCE THE PREVIOUS BUSINESS DAY - BEFORE
      * CAPITALIZING, SO THE ADJUSTMENT POSTS WITH THIS MONTH'S INTEREST
           IF ACCTSTATUS-ACC = ACCT-OPEN AND TOTAL-VALADJ > 0
             PERFORM APPLY-VALUE-ADJUSTMENT
                THRU APPLY-VALUE-ADJUSTMENT-END
           END-IF.
           IF WS-CAPITALIZE-SW = 'Y' AND ACCTSTATUS-ACC = ACCT-OPEN
              AND (ACCRINT-ACC >= 0.01 OR ACCRINT-ACC <= -0.01)
             PERFORM POST-INTEREST THRU POST-INTEREST-END
             MOVE ACCID-ACC TO INT-ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             MOVE INT-ACCID TO ACCID
             IF NOT SIMULATING
               CALL 'CBLTDLI'
                 USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             END-IF
             ADD INT-AMOUNT TO ACCRINT-ACC
             IF SIMULATING
               MOVE 'ACCRUAL' TO SIM-KIND
               MOVE SPACE TO SIM-TRANSTYP
               MOVE INT-AMOUNT TO SIM-AMOUNT
               MOVE BALANCE-ACC TO SIM-BALAFTER
               PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
             ELSE
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'ACCRUAL UPDATE FAILED FOR ACCID: ' INT-ACCID
             MOVE ACCID-ACC TO INT-ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             MOVE INT-ACCID TO ACCID
             IF NOT SIMULATING
               CALL 'CBLTDLI'
                 USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             END-IF
             ADD INT-AMOUNT TO ACCRINT-ACC
             IF SIMULATING
               MOVE 'OD ACCRUAL' TO SIM-KIND
               MOVE SPACE TO SIM-TRANSTYP
               MOVE INT-AMOUNT TO SIM-AMOUNT
               MOVE BALANCE-ACC TO SIM-BALAFTER
               PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
             ELSE
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'OD ACCRUAL UPDATE FAILED FOR ACCID: '
           END-IF.
       ACCRUE-OD-INTEREST-END.

      * PROCEDURE APPLY-VALUE-ADJUSTMENT : PRICES THE ACCOUNT'S VALADJ
      * BALANCE-DAYS AT ITS CURRENT RATE AND ADDS THE RESULT TO THE
      * ACCRUAL. AN ACCOUNT THAT NEITHER EARNS NOR PAYS INTEREST HAS
      * A ZERO RATE AND NOTHING TO ADJUST.
       APPLY-VALUE-ADJUSTMENT.
           MOVE 0 TO WS-VA-FOUND-IX.
           PERFORM FIND-ONE-VALADJ THRU FIND-ONE-VALADJ-END
              VARYING WS-VA-IX FROM 1 BY 1
              UNTIL WS-VA-IX > TOTAL-VALADJ OR WS-VA-FOUND-IX > 0.
           IF WS-VA-FOUND-IX = 0
             GO TO APPLY-VALUE-ADJUSTMENT-END
           END-IF.

           MOVE 0 TO WS-VA-RATE.
           IF BALANCE-ACC < 0
             MOVE OD-RATE TO WS-VA-RATE
           ELSE
             IF INTRATE-ACC > 0 AND BALANCE-ACC > 0
                AND (ACCT-IS-SAVINGS
                  OR (MATDATE-ACC NOT = SPACES
                      AND MATDATE-ACC > TODAY-YMD))
               PERFORM FIND-MARGINAL-RATE THRU FIND-MARGINAL-RATE-END
             END-IF
           END-IF.
           IF WS-VA-RATE = 0
             GO TO APPLY-VALUE-ADJUSTMENT-END
           END-IF.

           COMPUTE INT-AMOUNT =
              VA-BALDAYS (WS-VA-FOUND-IX) * WS-VA-RATE / DAYS-PER-YEAR.
           IF INT-AMOUNT NOT = 0
             MOVE ACCID-ACC TO INT-ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             MOVE INT-ACCID TO ACCID
             IF NOT SIMULATING
               CALL 'CBLTDLI'
                 USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             END-IF
             ADD INT-AMOUNT TO ACCRINT-ACC
             IF SIMULATING
               MOVE 'VALUE ADJ' TO SIM-KIND
               MOVE SPACE TO SIM-TRANSTYP
               MOVE INT-AMOUNT TO SIM-AMOUNT
               MOVE BALANCE-ACC TO SIM-BALAFTER
               PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
             ELSE
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'VALUE-DATE ADJUSTMENT FAILED FOR ACCID: '
                  INT-ACCID
             ELSE
               ADD 1 TO ACCOUNTS-VALADJ
               DISPLAY 'VALUE-DATE ADJUSTMENT - ACCID: ' INT-ACCID
                  ' BALANCE-DAYS: ' VA-BALDAYS (WS-VA-FOUND-IX)
                  ' INTEREST: ' INT-AMOUNT
             END-IF
           END-IF.
       APPLY-VALUE-ADJUSTMENT-END.
           EXIT.

       FIND-ONE-VALADJ.
           IF VA-ACCID (WS-VA-IX) = ACCID-ACC
             MOVE WS-VA-IX TO WS-VA-FOUND-IX
           END-IF.
       FIND-ONE-VALADJ-END.
           EXIT.

      * PROCEDURE FIND-MARGINAL-RATE : THE RATE THE LAST UNIT OF THE
      * BALANCE EARNS - THE SCHEDULE BAND THE BALANCE FALLS IN (OR THE
      * LAST BAND ABOVE ITS CEILING), OR INTRATE-ACC FOR A TYPE WITH
      * NO SCHEDULE
       FIND-MARGINAL-RATE.
           MOVE 'N' TO WS-RS-SCHEDULED.
           MOVE 0 TO WS-RS-PRIOR.
           PERFORM TEST-ONE-MARGINAL-BAND
              THRU TEST-ONE-MARGINAL-BAND-END
              VARYING WS-RS-IX FROM 1 BY 1
              UNTIL WS-RS-IX > TOTAL-RATESCHD.
           IF WS-RS-SCHEDULED = 'N'
             MOVE INTRATE-ACC TO WS-VA-RATE
           END-IF.
       FIND-MARGINAL-RATE-END.
           EXIT.

       TEST-ONE-MARGINAL-BAND.
           IF RS-ACCTYPE (WS-RS-IX) = ACCTYPE-ACC
             IF WS-RS-SCHEDULED = 'N' OR BALANCE-ACC > WS-RS-PRIOR
               MOVE RS-RATE (WS-RS-IX) TO WS-VA-RATE
             END-IF
             MOVE 'Y' TO WS-RS-SCHEDULED
             MOVE RS-CEILING (WS-RS-IX) TO WS-RS-PRIOR
           END-IF.
       TEST-ONE-MARGINAL-BAND-END.
           EXIT.

      * PROCEDURE LOAD-VALUE-ADJUSTMENTS : READS VALSCAN'S VALADJ FILE
      * INTO VALADJ-TABLE, ONCE, AT STARTUP - THE SAME CONTROL-FILE
      * IDIOM AS RATESCHD
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
           IF TOTAL-VALADJ > 0
             DISPLAY 'INTPOST - ' TOTAL-VALADJ
                ' VALUE-DATE ADJUSTMENTS LOADED'
           END-IF.
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

      * PROCEDURE POST-INTEREST : MONTH-END CAPITALIZATION - POSTS THE
      * WHOLE-CENT PART OF ACCRINT-ACC AS A SINGLE HISTORY-SEG ENTRY -
      * 'i' CREDIT FOR EARNED INTEREST, 'm' DEBIT FOR OVERDRAFT
             COMPUTE BALAFTER-HIST = BALANCE-ACC + INT-AMOUNT-ROUNDED

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
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
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'HISTORY INSERT FAILED FOR ACCID: ' INT-ACCID
             ELSE
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
               MOVE INT-ACCID TO ACCID
               IF NOT SIMULATING
                 CALL 'CBLTDLI'
                   USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
               END-IF
               COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
               COMPUTE BALANCE-ACC = BALANCE-ACC + INT-AMOUNT-ROUNDED
               COMPUTE ACCRINT-ACC = ACCRINT-ACC - INT-AMOUNT-ROUNDED
               IF NOT SIMULATING
                 CALL "CBLTDLI"
                   USING REPL, DBPCB, ACCOUNT-SEG
               END-IF
               IF DBSTAT NOT = SPACES AND NOT SIMULATING
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
                 DISPLAY 'ACCOUNT UPDATE FAILED FOR ACCID: ' INT-ACCID
                 ADD 1 TO ACCOUNTS-POSTED
      * BACKUP WITHHOLDING - INTEREST PAID WITHOUT A CERTIFIED TIN
      * HAS THE STATUTORY PERCENTAGE WITHHELD AND REMITTED THROUGH
      * ITS OWN LINKED POSTING ENTRY; INTEREST PAID TO A FOREIGN
      * OWNER HAS THE TREATY OR STATUTORY RATE WITHHELD THE SAME
      * WAY. EARNINGS INSIDE AN IRA (ACCTYPE
      * 'I') ARE TAX-DEFERRED - NOTHING IS PAID OUT, SO NOTHING IS
      * WITHHELD
                 IF INT-AMOUNT-ROUNDED > 0 AND ACCTYPE-ACC NOT = 'I'
                   PERFORM CHECK-BACKUP-WITHHOLDING
                      THRU CHECK-BACKUP-WITHHOLDING-END
                 END-IF

      * PROCEDURE CHECK-BACKUP-WITHHOLDING : LOOKS UP THE ACCOUNT'S
      * PRIMARY OWNER (CUSTACCS SCAN ON DBPCB2, CUSTOMER GU ON DBPCB4
      * - THE SYSTEM'S USUAL NON-KEY LOOKUP). A FOREIGN OWNER HAS THE
      * TREATY OR STATUTORY RATE WITHHELD AS AN 'n' DEBIT; A U.S.
      * OWNER WITH NO CERTIFIED W-9 ON FILE HAS BACKUP WITHHOLDING
      * TAKEN AS A 'b' DEBIT. EITHER IS LINKED TO THE INTEREST ENTRY
      * JUST CAPITALIZED.
       CHECK-BACKUP-WITHHOLDING.
           MOVE 0 TO WS-OWNER-CUSTID.
           MOVE 'Y' TO WS-TINCERT.
           MOVE SPACE TO WS-FORSTAT.
           MOVE 0 TO WH-RATE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             IF DBSTAT = SPACES
               MOVE TINCERT-CD TO WS-TINCERT
               MOVE FORSTAT-CD TO WS-FORSTAT
             END-IF
           END-IF.

      * THE TREATY RATE HOLDS ONLY WHILE THE W-8 CLAIMING IT IS IN
      * FORCE. A FOREIGN OWNER IS NEVER UNDER BACKUP WITHHOLDING.
           IF WS-FORSTAT = 'F' OR WS-FORSTAT = 'T'
             MOVE 'n' TO WH-TRANSTYP
             MOVE NRA-WH-RATE TO WH-RATE
             IF WS-FORSTAT = 'T' AND W8EXPIRY-CD NOT < TODAY-YMD
               MOVE TREATYRT-CD TO WH-RATE
             END-IF
           ELSE
             IF WS-TINCERT NOT = 'Y'
               MOVE 'b' TO WH-TRANSTYP
               MOVE BACKUP-WH-RATE TO WH-RATE
             END-IF
           END-IF.

           IF WH-RATE > 0
             COMPUTE WH-AMOUNT ROUNDED =
                INT-AMOUNT-ROUNDED * WH-RATE
             IF WH-AMOUNT > 0
               PERFORM POST-WITHHOLDING THRU POST-WITHHOLDING-END
             END-IF
           END-IF.
       SCAN-ONE-WH-OWNER-END.

      * PROCEDURE POST-WITHHOLDING : THE 'b' OR 'n' DEBIT, LINKED TO
      * THE CAPITALIZED INTEREST VIA REFTXID - SAME HISTORY-ISRT-THEN-
      * ACCOUNT-REPL MECHANICS AS EVERY OTHER POSTER
       POST-WITHHOLDING.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE INT-ACCID TO ACCID.
           IF NOT SIMULATING
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
           END-IF.
           COMPUTE WH-TXID = INT-ACCID * MULT-FACTOR
              + LASTTXID-ACC + 1.

           COMPUTE ACCID-HIST = INT-ACCID.
           COMPUTE TXID-HIST = WH-TXID.
           MOVE WH-TRANSTYP TO TRANSTYP-HIST.
           COMPUTE AMOUNT-HIST = WH-AMOUNT.
           COMPUTE REFTXID-HIST = INT-TXID.
           COMPUTE BALAFTER-HIST = BALANCE-ACC - WH-AMOUNT.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           IF SIMULATING
             MOVE 'WITHHOLD' TO SIM-KIND
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
             DISPLAY 'WITHHOLDING ISRT FAILED FOR ACCID: ' INT-ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
             COMPUTE BALANCE-ACC = BALANCE-ACC - WH-AMOUNT
             IF NOT SIMULATING
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE WS-HOL-SEARCH-IX TO WS-HOL-FOUND-IX
           END-IF.
       TEST-ONE-HOLIDAY-END.

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
             DISPLAY 'INTPOST WOULD-POST REPORT - ' TODAY-YMD
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
           DISPLAY 'INTPOST WOULD-POST TOTALS BY PRODUCT'.
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
           MOVE 'INTPOST ' TO PE-SOURCE.
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
