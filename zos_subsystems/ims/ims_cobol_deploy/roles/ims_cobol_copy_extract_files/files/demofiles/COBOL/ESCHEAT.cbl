      * DORMANCY USES THE SAME MOST-RECENT-TIMESTMP-HIST TEST DORMFEE
      * ESTABLISHED, BUT EXCLUDES THE BANK-GENERATED CODES ('i'
      * INTEREST, 'm' MAINTENANCE/OD INTEREST, 'f' FEES, 'b' BACKUP
      * AND 'n' NON-RESIDENT WITHHOLDING, 'C' HISTARCH CARRY-FORWARD
      * ANCHORS) - OUR OWN POSTINGS MUST NOT RESET THE CUSTOMER'S
      * CLOCK.
      *
      * ONE CONTROL CARD ON ESCHCTL SELECTS THE MODE:
      *   N   DUE-DILIGENCE NOTICES - ACCOUNTS PAST THE NOTICE
      *       CUSTOMER'S STATE - THE STATE COLUMN IS WHAT THE
      *       DOWNSTREAM SORT GROUPS THE STATE FILES BY, AND PER-STATE
      *       TOTALS PRINT ON THE SUMMARY.
      *
      * A REMITTANCE RUN NEVER CLOSES AN ACCOUNT UNDER LITIGATION HOLD
      * (ITS OWN OR ITS CUSTOMER'S - SEE LITHOLD, READ ON DBPCB5). THE
      * ACCOUNT IS LISTED AND COUNTED HELD INSTEAD AND COMES UP AGAIN
      * ON THE FIRST RUN AFTER THE HOLD IS RELEASED. IF THE HOLDS
      * CANNOT ALL BE LOADED NOTHING IS REMITTED. NOTICES ARE NOT
      * AFFECTED - THEY DESTROY NOTHING.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    A HELD CUSTOMER'S ACCOUNTS
       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
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
      *    ACCTAUD-SEG - SEE FBACCMNT FOR THE AUDIT-TRAIL IDIOM
       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
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

       01  ACCOUNTS-REMITTED   PIC  S9(9) COMP-5 VALUE 0.
       01  REMIT-FAILURES      PIC  S9(9) COMP-5 VALUE 0.
       01  REMITS-HELD         PIC  S9(9) COMP-5 VALUE 0.

           COPY LITHOLD.

           COPY LHKEYS.

       77  TERM-IO             PIC 9 VALUE 0.

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4,
                    DBPCB5.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-END.
           PERFORM COMPUTE-CUTOFFS THRU COMPUTE-CUTOFFS-END.

      * NOTHING IS REMITTED UNLESS EVERY HOLD IS KNOWN
           IF CTL-MODE = 'R'
             PERFORM LOAD-LITIGATION-HOLDS
                THRU LOAD-LITIGATION-HOLDS-END
             IF LH-LOAD-BAD = 'Y'
               DISPLAY 'ESCHEAT - NOTHING REMITTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           IF CTL-MODE = 'R'
             DISPLAY 'ESCHEAT - REMITTANCE RUN - DORMANT SINCE '
                REMIT-CUTOFF-YMD
           DISPLAY 'NOTICES WRITTEN:          ' NOTICES-WRITTEN.
           DISPLAY 'ACCOUNTS REMITTED:        ' ACCOUNTS-REMITTED.
           DISPLAY 'REMITTANCE FAILURES:      ' REMIT-FAILURES.
           DISPLAY 'HELD - NOT REMITTED:      ' REMITS-HELD.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           IF CTL-MODE = 'R'
             DISPLAY '---- REMITTANCE TOTALS BY STATE ----'
             PERFORM PRINT-ONE-STATE THRU PRINT-ONE-STATE-END
               IF CTL-MODE = 'R'
                 IF WS-LAST-ACTIVITY-YMD = SPACES OR
                    WS-LAST-ACTIVITY-YMD < REMIT-CUTOFF-YMD
                   MOVE WS-WORK-ACCID TO LH-TEST-ACCID
                   PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END
                   IF LH-HELD = 'Y'
                     ADD 1 TO REMITS-HELD
                     DISPLAY 'LITIGATION HOLD - NOT REMITTED: '
                        WS-WORK-ACCID
                   ELSE
                     PERFORM REMIT-ONE-ACCOUNT
                        THRU REMIT-ONE-ACCOUNT-END
                   END-IF
                 END-IF
               ELSE
                 IF WS-LAST-ACTIVITY-YMD = SPACES OR
                TRANSTYP-HIST NOT = 'm' AND
                TRANSTYP-HIST NOT = 'f' AND
                TRANSTYP-HIST NOT = 'b' AND
                TRANSTYP-HIST NOT = 'n' AND
                TRANSTYP-HIST NOT = 'C'
               IF HIST-YMD > WS-LAST-ACTIVITY-YMD
                 MOVE HIST-YMD TO WS-LAST-ACTIVITY-YMD
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             GO TO REMIT-ONE-ACCOUNT-END
           END-IF.
           PERFORM PUBLISH-POSTING-EVENT
              THRU PUBLISH-POSTING-EVENT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             DISPLAY BAD-STATUS
             MOVE 'Y' TO WS-CAP-FAILED
           ELSE
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
             COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
             COMPUTE BALANCE-ACC = BALANCE-ACC + WS-ACCR-ROUNDED
             COMPUTE ACCRINT-ACC = ACCRINT-ACC - WS-ACCR-ROUNDED
              ' ACCOUNTS: ' ST-COUNT (ST-IX)
              ' REMITTED: ' ST-TOTAL (ST-IX).
       PRINT-ONE-STATE-END.

      * PROCEDURE LOAD-LITIGATION-HOLDS : FILLS THE LHKEYS TABLES FROM
      * THE ACTIVE LITHOLD ROWS, EXPANDING EACH CUSTOMER HOLD THROUGH
      * CUSTACCS TO THE ACCOUNTS IT COVERS
       LOAD-LITIGATION-HOLDS.
           MOVE 0 TO LH-TOTAL-CUST.
           MOVE 0 TO LH-TOTAL-ACC.
           MOVE 0 TO LH-ACTIVE-HOLDS.
           MOVE 'N' TO LH-LOAD-BAD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           PERFORM LOAD-ONE-HOLD THRU LOAD-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'Y' TO LH-LOAD-BAD
           END-IF.
           DISPLAY 'LITIGATION HOLDS IN FORCE: ' LH-ACTIVE-HOLDS
              ' CUSTOMERS: ' LH-TOTAL-CUST
              ' ACCOUNTS: ' LH-TOTAL-ACC.
           IF LH-LOAD-BAD = 'Y'
             DISPLAY 'LITIGATION HOLDS COULD NOT ALL BE LOADED'
           END-IF.
       LOAD-LITIGATION-HOLDS-END.
           EXIT.

       LOAD-ONE-HOLD.
           IF HOLD-ACTIVE
             ADD 1 TO LH-ACTIVE-HOLDS
             IF HOLD-ON-CUSTOMER
               MOVE CUSTID-LH TO LH-TEST-CUSTID
               PERFORM ADD-HELD-CUSTOMER THRU ADD-HELD-CUSTOMER-END
             ELSE
               MOVE ACCID-LH TO LH-TEST-ACCID
               PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-END
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GN, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
       LOAD-ONE-HOLD-END.
           EXIT.

      * PROCEDURE ADD-HELD-CUSTOMER : TABLES LH-TEST-CUSTID AND EVERY
      * ACCOUNT ITS CUSTACCS ROWS NAME
       ADD-HELD-CUSTOMER.
           PERFORM CHECK-CUST-HELD THRU CHECK-CUST-HELD-END.
           IF LH-HELD = 'Y'
             GO TO ADD-HELD-CUSTOMER-END
           END-IF.
           IF LH-TOTAL-CUST NOT < LH-MAX-CUST
             MOVE 'Y' TO LH-LOAD-BAD
             GO TO ADD-HELD-CUSTOMER-END
           END-IF.
           ADD 1 TO LH-TOTAL-CUST.
           MOVE LH-TEST-CUSTID TO LH-CUSTID (LH-TOTAL-CUST).
           MOVE LH-TEST-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM ADD-ONE-HELD-CUSTACC THRU ADD-ONE-HELD-CUSTACC-END
              UNTIL DBSTAT NOT = SPACES.
       ADD-HELD-CUSTOMER-END.
           EXIT.

       ADD-ONE-HELD-CUSTACC.
           MOVE ACCID-CA TO LH-TEST-ACCID.
           PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
       ADD-ONE-HELD-CUSTACC-END.
           EXIT.

       ADD-HELD-ACCOUNT.
           PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END.
           IF LH-HELD = 'Y'
             GO TO ADD-HELD-ACCOUNT-END
           END-IF.
           IF LH-TOTAL-ACC NOT < LH-MAX-ACC
             MOVE 'Y' TO LH-LOAD-BAD
             GO TO ADD-HELD-ACCOUNT-END
           END-IF.
           ADD 1 TO LH-TOTAL-ACC.
           MOVE LH-TEST-ACCID TO LH-ACCID (LH-TOTAL-ACC).
       ADD-HELD-ACCOUNT-END.
           EXIT.

      * PROCEDURE CHECK-CUST-HELD : LH-HELD 'Y' WHEN LH-TEST-CUSTID IS
      * UNDER AN ACTIVE CUSTOMER HOLD
       CHECK-CUST-HELD.
           MOVE 'N' TO LH-HELD.
           PERFORM TEST-ONE-HELD-CUST THRU TEST-ONE-HELD-CUST-END
              VARYING LH-IX FROM 1 BY 1
              UNTIL LH-IX > LH-TOTAL-CUST OR LH-HELD = 'Y'.
       CHECK-CUST-HELD-END.
           EXIT.

       TEST-ONE-HELD-CUST.
           IF LH-CUSTID (LH-IX) = LH-TEST-CUSTID
             MOVE 'Y' TO LH-HELD
           END-IF.
       TEST-ONE-HELD-CUST-END.
           EXIT.

      * PROCEDURE CHECK-ACC-HELD : LH-HELD 'Y' WHEN LH-TEST-ACCID IS
      * UNDER AN ACTIVE HOLD, ITS OWN OR ITS CUSTOMER'S
       CHECK-ACC-HELD.
           MOVE 'N' TO LH-HELD.
           PERFORM TEST-ONE-HELD-ACC THRU TEST-ONE-HELD-ACC-END
              VARYING LH-IX FROM 1 BY 1
              UNTIL LH-IX > LH-TOTAL-ACC OR LH-HELD = 'Y'.
       CHECK-ACC-HELD-END.
           EXIT.

       TEST-ONE-HELD-ACC.
           IF LH-ACCID (LH-IX) = LH-TEST-ACCID
             MOVE 'Y' TO LH-HELD
           END-IF.
       TEST-ONE-HELD-ACC-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'ESCHEAT  ' TO PE-SOURCE.
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
