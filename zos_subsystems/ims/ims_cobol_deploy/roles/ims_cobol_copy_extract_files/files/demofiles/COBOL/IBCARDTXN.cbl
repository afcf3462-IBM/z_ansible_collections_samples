      * FEED, AND A SEPARATE CASH CHANNEL POSTING ITS OWN HISTORY-SEG
      * ENTRY IS CONSISTENT WITH THIS SYSTEM'S OTHER SELF-CONTAINED
      * PER-TRANSACTION PROGRAMS.
      *
      * THE SAME CARD/PIN PATH ALSO AUTHORIZES POINT-OF-SALE DEBIT
      * PURCHASES (FUNCTYPE-IN 'P'). A PURCHASE IS NOT POSTED AT
      * AUTHORIZATION - THE MERCHANT'S FINAL AMOUNT ARRIVES LATER ON
      * THE CARD NETWORK'S CLEARING FILE - SO AN APPROVED PURCHASE
      * PLACES A PURCHASE-AUTHORIZATION HOLD-SEG ROW FOR THE
      * AUTHORIZED AMOUNT AGAINST THE AVAILABLE BALANCE INSTEAD, AND
      * COUNTS AGAINST THE CARD'S OWN DAILY PURCHASE CEILING
      * (POSLIMIT-CRD), NOT THE ATM CASH CEILING.
      *
      * A CARD LINKED TO A REVOLVING CREDIT CARD ACCOUNT (ACCTYPE 'R',
      * SEE CCTERM.CPY) DRAWS ON THE CREDIT LINE RATHER THAN ON FUNDS:
      * THE FLOOR IS THE CREDIT LIMIT HELD IN ODLIMIT-ACC, A WITHDRAWAL
      * IS A CASH ADVANCE, AND THE AVAILABLE FIGURE RETURNED IS THE
      * CREDIT STILL AVAILABLE. ON A DEPOSIT ACCOUNT NOTHING CHANGES.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
             "INSUFFICIENT AVAILABLE FUNDS - ON HOLD".
       77  VELOCITYHOLD      PIC  X(42) VALUE
             "WITHDRAWAL HELD PENDING FRAUD REVIEW".
       77  POSLIMITEXCD      PIC  X(43) VALUE
             "PURCHASE EXCEEDS THE CARD DAILY POS LIMIT".
       77  POSNSFUNDS        PIC  X(38) VALUE
             "INSUFFICIENT FUNDS FOR THIS PURCHASE".
       77  BADAMOUNT         PIC  X(26) VALUE
             "INVALID TRANSACTION AMOUNT".
       77  IRANOXFER         PIC  X(42) VALUE
             "IRA FUNDS MOVE BY DEPOSIT OR WITHDRAWAL".

      * PURCHASE AUTHORIZATION WORK FIELDS - SEE CARD-PURCHASE-AUTH.
      * AN AUTHORIZATION HOLD LAPSES AUTH-HOLD-DAYS AFTER IT IS
      * PLACED IF THE MERCHANT NEVER PRESENTS IT FOR CLEARING.
       77  AUTH-HOLD-DAYS        PIC S9(4) COMP-5 VALUE 7.
       77  WS-AUTH-AMOUNT        PIC S9(13)V9(2) COMP-3.
       77  WS-POS-TODAY          PIC S9(13)V9(2) COMP-3.
       77  WS-AUTH-AVAIL         PIC S9(13)V9(2) COMP-3.
       77  WS-NEXT-HOLDID        PIC S9(9) COMP-5.
       77  WS-AUTH-SEQ           PIC 9(06).
       77  WS-AUTH-EXPDATE       PIC 9(08).
       77  WS-DUPAUTH-FOUND      PIC X(01).
       77  WS-DUPAUTH-CODE       PIC X(06).

      * MOST AN ACCOUNT MAY WITHDRAW (SUM OF 'w' WITHDRAWALS AND THE
      * DEBIT LEG OF 't' TRANSFERS) IN A SINGLE CALENDAR DAY - SAME

      * ACCOUNT STATUS VALUES - ONLY AN OPEN ACCOUNT MAY POST ACTIVITY
       77  ACCT-OPEN             PIC X(01) VALUE 'O'.
      * AN IRA IS PAID OUT ONLY BY IBTRAN'S CODED DISTRIBUTION, WITH
      * ITS WITHHOLDING - A CARD WITHDRAWAL OR PURCHASE CARRIES NEITHER
       77  IRA-ACCTYPE           PIC X(01) VALUE 'I'.

      * OVERDRAFT FLOOR - LOWEST BALANCE-ACC A WITHDRAWAL MAY LEAVE AN
      * ACCOUNT AT. ZERO MEANS NO OVERDRAFTS.
       77  MIN-BALANCE           PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  PROSPECTIVE-BAL       PIC S9(13)V9(2) COMP-3.
      * THE FLOOR THIS CARD'S ACCOUNT MAY BE DRAWN TO - MIN-BALANCE ON
      * A DEPOSIT ACCOUNT, MIN-BALANCE LESS THE CREDIT LIMIT ON A
      * CREDIT CARD ACCOUNT. SEE SET-CARD-FLOOR.
       77  CREDIT-ACCTYPE        PIC X(01) VALUE 'R'.
       77  WS-CARD-FLOOR         PIC S9(13)V9(2) COMP-3.

      * TOTAL-ACTIVE-HOLDS IS FOOTED ACROSS THE ACCOUNT'S HOLD
      * CHILDREN BEFORE A WITHDRAWAL IS ALLOWED TO POST - EVERY HOLD
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
       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  CARDNUM-CRD     PIC  X(16).
      * REPLACEMENT ACTIVATES, FBCARDMNT CLOSES THE PREDECESSOR.
      * SPACES ON A CARD THAT IS NOT A REPLACEMENT.
           05  REPLFOR-CRD     PIC  X(16).
      * PER-CARD DAILY POINT-OF-SALE PURCHASE CEILING, SEPARATE FROM
      * THE ATM CASH CEILING ABOVE - ZERO MEANS NO CARD-LEVEL CEILING.
      * POSDATE-CRD/POSTODAY-CRD ACCUMULATE THE DAY'S AUTHORIZED
      * PURCHASES THE SAME WAY WDRLDATE-ACC/WDRLTODAY-ACC ACCUMULATE
      * AN ACCOUNT'S WITHDRAWALS. SEE FBCARDTXN FUNCTION 'P'.
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
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
      *    HOLD-SEG ROWS ARE PLACED/RELEASED BY FBHOLDMNT - EVERY ROW
      *    STILL ON FILE IS AN ACTIVE HOLD AGAINST THE ACCOUNT
       01  HOLD-SEG.
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


      *    DECLINE-SEG - ONE ROW PER REFUSED POSTING, WRITTEN AT THE
      * ZERO FOR EVERY OTHER TRXTYPE-REV, INCLUDING EVERY ROW THIS
      * CHANNEL WRITES. SEE FBREVMNT.
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      * SPACES OR 'W' = CASH WITHDRAWAL (THE ORIGINAL BEHAVIOR),
      * 'B' = BALANCE INQUIRY, 'M' = MINI-STATEMENT. BOTH INQUIRIES
      * RUN UNDER THE SAME CARD-STATUS AND PIN VERIFICATION AS A
      * WITHDRAWAL BUT NEVER TOUCH THE POSTING PATH. 'P' = POINT-OF-
      * SALE PURCHASE AUTHORIZATION - SEE CARD-PURCHASE-AUTH.
           05  FUNCTYPE-IN     PIC  X(01).
      * MERCHANT NAME AND MERCHANT CATEGORY CODE OF A PURCHASE
      * AUTHORIZATION - TRAILING OPTIONAL FIELDS, SPACES ON EVERY
      * OTHER FUNCTION. THE NETWORK'S AUTHORIZATION REFERENCE RIDES
      * IN CLIENTREF-IN.
           05  MERCHNAME-IN    PIC  X(25).
           05  MCC-IN          PIC  X(04).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  BAL   REDEFINES MSG-OUT.
               10 BALANCE-ZONED1      PIC  Z(13).99.
               10 FILLER              PIC  X(27).
      *    PURCHASE AUTHORIZATION REPLY - THE AVAILABLE BALANCE LEFT
      *    AFTER THE HOLD, FOLLOWED BY THE AUTHORIZATION CODE
           05  AUTH-REPLY REDEFINES MSG-OUT.
               10 AUTHBAL-ZONED       PIC  Z(13).99.
               10 FILLER              PIC  X(01).
               10 AUTHLIT-OUT         PIC  X(05).
               10 AUTHCODE-OUT        PIC  X(06).
               10 FILLER              PIC  X(15).
      *    BALANCE-INQUIRY REPLY - LEDGER AND AVAILABLE (LEDGER MINUS
      *    ACTIVE HOLDS MINUS PENDING WITHDRAWAL-SHAPED REVIEWS, THE
      *    SAME FIGURE FBAVBAL DERIVES). ZERO ON A WITHDRAWAL REPLY.
           05  FILLER          PIC  X(08)        VALUE "REVIEW  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

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
               07  FILLER      PIC  X(11).

       PROCEDURE DIVISION
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4,
                    DBPCB5.

       BEGIN.
           MOVE 0 TO TERM-IO.
           PERFORM LOAD-TIER-PROFILES THRU LOAD-TIER-PROFILES-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING OPTIONAL FIELD SO A SHORTER MESSAGE ON A
      * LATER ITERATION CAN'T INHERIT AN EARLIER CLIENT REFERENCE
              MOVE SPACES TO CLIENTREF-IN
              MOVE SPACES TO BRANCH-IN
              MOVE SPACES TO FUNCTYPE-IN
              MOVE SPACES TO MERCHNAME-IN
              MOVE SPACES TO MCC-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                   WHEN 'M'
                     PERFORM CARD-MINI-STATEMENT
                        THRU CARD-MINI-STATEMENT-END
                   WHEN 'P'
                     PERFORM CARD-PURCHASE-AUTH
                        THRU CARD-PURCHASE-AUTH-END
      * ONLY THE TWO FUNCTIONS THE MESSAGE CAN LEGITIMATELY CARRY
      * (SPACES = THE OLD FIXED-FORMAT WITHDRAWAL MESSAGE) REACH THE
      * POSTING PATH - A GARBLED FUNCTION BYTE MUST NOT DISPENSE CASH
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID-CRD TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'L' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           PERFORM FOOT-PENDING-REVIEWS
              THRU FOOT-PENDING-REVIEWS-END.
           PERFORM SET-CARD-FLOOR THRU SET-CARD-FLOOR-END.
           COMPUTE AVAILBAL-OUT = LEDGERBAL-OUT
              - TOTAL-ACTIVE-HOLDS - WS-ATM-PENDTOTAL - WS-CARD-FLOOR.
           COMPUTE BALANCE-ZONED1 = AVAILBAL-OUT + 0.
       CARD-BALANCE-INQUIRY-END.
           EXIT.
             MOVE 'ACCT INACTIVE' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
           ELSE
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE IRANOXFER TO MSG-OUT
             MOVE 'IRA ACCOUNT' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
           ELSE
      * DUPLICATE-POSTING PROTECTION - A RE-SENT ATM MESSAGE CARRYING
      * A CLIENT REFERENCE ALREADY POSTED INSIDE THE RETENTION WINDOW
      * GETS THE ORIGINAL RESULT BACK INSTEAD OF POSTING TWICE

             COMPUTE BAL-AFTER-WDRL = BALANCE-ACC - AMOUNT-HIST
             COMPUTE PROSPECTIVE-BAL = BAL-AFTER-WDRL - WDRL-FEE
             PERFORM SET-CARD-FLOOR THRU SET-CARD-FLOOR-END

             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-CURRENT-DATE TO WS-TODAY8
               PERFORM ROUTE-TO-REVIEW THRU ROUTE-TO-REVIEW-END
             ELSE

             IF PROSPECTIVE-BAL < WS-CARD-FLOOR
               MOVE NSFUNDS TO MSG-OUT
               MOVE 'NSF' TO WS-DECL-REASON
               PERFORM LOG-DECLINE THRU LOG-DECLINE-END
               CALL 'CBLTDLI'
                 USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1

               IF PROSPECTIVE-BAL - TOTAL-ACTIVE-HOLDS < WS-CARD-FLOOR
                 MOVE HOLDFUNDS TO MSG-OUT
                 MOVE 'HOLD FUNDS' TO WS-DECL-REASON
                 PERFORM LOG-DECLINE THRU LOG-DECLINE-END
                 MOVE BRANCH-IN TO BRANCH-HIST
                 MOVE LOGTTERM TO TERMID-HIST
                 MOVE 'A' TO CHANNEL-HIST
                 MOVE SPACES TO VALDATE-HIST
                 MOVE 0 TO SUBID-HIST
                 IF WDRL-FEE > 0
                   MOVE BAL-AFTER-WDRL TO BALAFTER-HIST
                 ELSE
                 SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
                 CALL "CBLTDLI"
                   USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                 IF DBSTAT = SPACES
                   PERFORM PUBLISH-POSTING-EVENT
                      THRU PUBLISH-POSTING-EVENT-END
                 END-IF
                 IF DBSTAT NOT = SPACES
                   DISPLAY 'BAD STATUS CODE: ' DBSTAT
                 END-IF
                   MOVE SPACES TO BRANCH-HIST
                   MOVE SPACES TO TERMID-HIST
                   MOVE 'A' TO CHANNEL-HIST
                   MOVE SPACES TO VALDATE-HIST
                   MOVE 0 TO SUBID-HIST
                   MOVE WDRL-FEE TO AMOUNT-HIST
                   MOVE PROSPECTIVE-BAL TO BALAFTER-HIST

                   SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
                   CALL "CBLTDLI"
                     USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA1
                   IF DBSTAT = SPACES
                     PERFORM PUBLISH-POSTING-EVENT
                        THRU PUBLISH-POSTING-EVENT-END
                   END-IF
                   IF DBSTAT NOT = SPACES
                     DISPLAY 'BAD STATUS CODE: ' DBSTAT
                   END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF
             END-IF.
       POST-CARD-WITHDRAWAL-END.

      * PROCEDURE CARD-PURCHASE-AUTH : POINT-OF-SALE DEBIT PURCHASE
      * AUTHORIZATION. APPROVES AGAINST THE AVAILABLE BALANCE (LEDGER
      * MINUS ACTIVE HOLDS MINUS PENDING WITHDRAWAL-SHAPED REVIEWS,
      * THE FBAVBAL FIGURE) AND THE CARD'S OWN DAILY PURCHASE
      * CEILING, THEN PLACES A PURCHASE-AUTHORIZATION HOLD FOR THE
      * AUTHORIZED AMOUNT RATHER THAN POSTING - THE CLEARING POSTER
      * SETTLES THE HOLD WHEN THE MERCHANT PRESENTS. NO HISTORY-SEG
      * ROW IS WRITTEN AND THE BALANCE DOES NOT MOVE HERE. A RE-SENT
      * AUTHORIZATION CARRYING THE SAME NETWORK REFERENCE AS AN
      * OPEN HOLD ON THE CARD GETS THE ORIGINAL AUTHORIZATION CODE
      * BACK INSTEAD OF A SECOND HOLD.
       CARD-PURCHASE-AUTH.
           COMPUTE WS-AUTH-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN ).
           IF WS-AUTH-AMOUNT NOT > 0
             MOVE BADAMOUNT TO MSG-OUT
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.

           MOVE ACCID-CRD TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOACCOUNT TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE ACCTINACTIVE TO MSG-OUT
             MOVE 'ACCT INACTIVE' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE IRANOXFER TO MSG-OUT
             MOVE 'IRA ACCOUNT' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.

      * ONE GHNP WALK OF THE ACCOUNT'S HOLDS FOOTS THE ACTIVE TOTAL,
      * FINDS THE HIGHEST HOLDID, AND SPOTS A DUPLICATE AUTHORIZATION
           PERFORM FOOT-AUTH-HOLDS THRU FOOT-AUTH-HOLDS-END.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF WS-DUPAUTH-FOUND = 'Y'
             DISPLAY 'DUPLICATE PURCHASE AUTH - ORIGINAL CODE '
                'RETURNED: ' CLIENTREF-IN
             MOVE SPACES TO MSG-OUT
             COMPUTE AUTHBAL-ZONED = BALANCE-ACC - TOTAL-ACTIVE-HOLDS
             MOVE 'AUTH ' TO AUTHLIT-OUT
             MOVE WS-DUPAUTH-CODE TO AUTHCODE-OUT
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.
           PERFORM FOOT-PENDING-REVIEWS
              THRU FOOT-PENDING-REVIEWS-END.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.

      * PER-CARD DAILY PURCHASE CEILING - THE ACCUMULATOR ON THE CARD
      * ROW RESETS ON THE FIRST AUTHORIZATION OF A NEW DAY. ZERO
      * POSLIMIT-CRD MEANS NO CARD-LEVEL CEILING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-TODAY8.
           IF POSDATE-CRD = WS-TODAY8
             MOVE POSTODAY-CRD TO WS-POS-TODAY
           ELSE
             MOVE 0 TO WS-POS-TODAY
           END-IF.
           IF POSLIMIT-CRD > 0 AND
              WS-POS-TODAY + WS-AUTH-AMOUNT > POSLIMIT-CRD
             MOVE POSLIMITEXCD TO MSG-OUT
             MOVE 'CARD POS LIMIT' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.

           PERFORM SET-CARD-FLOOR THRU SET-CARD-FLOOR-END.
           COMPUTE WS-AUTH-AVAIL = BALANCE-ACC - TOTAL-ACTIVE-HOLDS
              - WS-ATM-PENDTOTAL - WS-AUTH-AMOUNT.
           IF WS-AUTH-AVAIL < WS-CARD-FLOOR
             MOVE POSNSFUNDS TO MSG-OUT
             MOVE 'NSF' TO WS-DECL-REASON
             PERFORM LOG-DECLINE THRU LOG-DECLINE-END
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.

           PERFORM PLACE-AUTH-HOLD THRU PLACE-AUTH-HOLD-END.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CARD-PURCHASE-AUTH-END
           END-IF.

      * BUMP THE CARD'S DAILY PURCHASE ACCUMULATOR - RE-READ HELD
      * THROUGH THE CARDNUM INDEX, AS RECORD-PIN-FAILURE DOES
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CARD-SEG, CARD-SSAX.
           IF DBSTAT = SPACES
             MOVE WS-TODAY8 TO POSDATE-CRD
             COMPUTE POSTODAY-CRD = WS-POS-TODAY + WS-AUTH-AMOUNT
             CALL 'CBLTDLI'
               USING REPL, DBPCB, CARD-SEG
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

           MOVE SPACES TO MSG-OUT.
      * ON A CREDIT CARD THE AVAILABLE FIGURE IS THE CREDIT LEFT
           COMPUTE WS-AUTH-AVAIL = WS-AUTH-AVAIL - WS-CARD-FLOOR.
           COMPUTE AUTHBAL-ZONED = WS-AUTH-AVAIL + 0.
           MOVE 'AUTH ' TO AUTHLIT-OUT.
           MOVE AUTHCODE-HLD TO AUTHCODE-OUT.
           MOVE BALANCE-ACC TO LEDGERBAL-OUT.
           MOVE WS-AUTH-AVAIL TO AVAILBAL-OUT.
       CARD-PURCHASE-AUTH-END.
           EXIT.

      * PROCEDURE FOOT-AUTH-HOLDS : WALKS THE POSITIONED ACCOUNT'S
      * HOLD CHILDREN WITH GHNP - FOOTS TOTAL-ACTIVE-HOLDS, CARRIES
      * THE HIGHEST HOLDID-HLD (FBHOLDMNT'S NEXT-HOLDID DERIVATION),
      * AND FLAGS AN OPEN PURCHASE HOLD ON THIS CARD WITH THE SAME
      * NETWORK REFERENCE
       FOOT-AUTH-HOLDS.
           MOVE 0 TO TOTAL-ACTIVE-HOLDS.
           MOVE 0 TO WS-NEXT-HOLDID.
           MOVE 'N' TO WS-DUPAUTH-FOUND.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM FOOT-ONE-AUTH-HOLD THRU FOOT-ONE-AUTH-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       FOOT-AUTH-HOLDS-END.
           EXIT.

       FOOT-ONE-AUTH-HOLD.
           IF DBSTAT = SPACES
             ADD HOLDAMT-HLD TO TOTAL-ACTIVE-HOLDS
             IF HOLDID-HLD > WS-NEXT-HOLDID
               MOVE HOLDID-HLD TO WS-NEXT-HOLDID
             END-IF
             IF CLIENTREF-IN NOT = SPACES AND
                HOLD-PURCHASE-AUTH AND
                CARDNUM-HLD = CARDNUM-CRD AND
                NETREF-HLD = CLIENTREF-IN
               MOVE 'Y' TO WS-DUPAUTH-FOUND
               MOVE AUTHCODE-HLD TO WS-DUPAUTH-CODE
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, HOLD-SEG, HOLD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-AUTH-HOLD-END.

      * PROCEDURE PLACE-AUTH-HOLD : INSERTS THE PURCHASE-AUTHORIZATION
      * HOLD UNDER THE ACCOUNT POSITIONED ON DBPCB2. THE
      * AUTHORIZATION CODE IS THE NEW HOLDID ZERO-FILLED TO SIX
      * DIGITS, UNIQUE PER ACCOUNT AND SO PER CARD. THE HOLD EXPIRES
      * AUTH-HOLD-DAYS OUT.
       PLACE-AUTH-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE WS-AUTH-EXPDATE = FUNCTION DATE-OF-INTEGER (
             FUNCTION INTEGER-OF-DATE ( WS-CURRENT-YEAR * 10000
               + WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY )
             + AUTH-HOLD-DAYS ).

           MOVE ACCID TO ACCID-HLD.
           COMPUTE HOLDID-HLD = WS-NEXT-HOLDID + 1.
           MOVE WS-AUTH-AMOUNT TO HOLDAMT-HLD.
           MOVE SPACES TO HOLDREASON-HLD.
           STRING 'POS AUTH ' MERCHNAME-IN (1:21)
              DELIMITED BY SIZE INTO HOLDREASON-HLD.
           MOVE WS-AUTH-EXPDATE TO EXPDATE-HLD.
           MOVE 0 TO PLACEDBY-HLD.
           MOVE 'P' TO HOLDTYPE-HLD.
           COMPUTE WS-AUTH-SEQ = FUNCTION MOD ( HOLDID-HLD, 1000000 ).
           MOVE WS-AUTH-SEQ TO AUTHCODE-HLD.
           MOVE CARDNUM-CRD TO CARDNUM-HLD.
           MOVE MERCHNAME-IN TO MERCHNAME-HLD.
           MOVE MCC-IN TO MCC-HLD.
           MOVE CLIENTREF-IN TO NETREF-HLD.
           MOVE TIMESTAMP TO AUTHTS-HLD.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, HOLD-SEG, HOLD-SSA.
       PLACE-AUTH-HOLD-END.
           EXIT.

      * PROCEDURE LOG-DECLINE : RECORDS THE REFUSAL THE CALLER JUST
      * SET IN MSG-OUT AS A DECLINE ROW ON ITS OWN PCB (DBPCB4) - SAME
      * DERIVED KEY AND SHAPE AS IBTRAN'S LOG-DECLINE. THE CARD
           COMPUTE DECLID-DCL = ACCID-DCL * DECL-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
      * A REFUSED PURCHASE AUTHORIZATION LOGS AS 'p' SO DECLRPT CAN
      * TELL A MERCHANT DECLINE FROM A CASH-MACHINE DECLINE
           IF FUNCTYPE-IN = 'P'
             MOVE 'p' TO TRXTYPE-DCL
           ELSE
             MOVE 'w' TO TRXTYPE-DCL
           END-IF.
           COMPUTE AMOUNT-DCL = FUNCTION NUMVAL ( AMOUNT-IN ).
           MOVE WS-DECL-REASON TO REASON-DCL.
           MOVE TIMESTAMP TO TIMESTMP-DCL.
       LOAD-ONE-TIER-END.
           EXIT.

      * PROCEDURE SET-CARD-FLOOR : THE LOWEST BALANCE THE ACCOUNT IN
      * ACCOUNT-SEG MAY BE DRAWN TO - THE CREDIT LIMIT BELOW
      * MIN-BALANCE ON A CREDIT CARD ACCOUNT, MIN-BALANCE OTHERWISE
       SET-CARD-FLOOR.
           MOVE MIN-BALANCE TO WS-CARD-FLOOR.
           IF ACCTYPE-ACC = CREDIT-ACCTYPE
             SUBTRACT ODLIMIT-ACC FROM WS-CARD-FLOOR
           END-IF.
       SET-CARD-FLOOR-END.
           EXIT.

      * PROCEDURE SUM-ACTIVE-HOLDS : FOOTS HOLDAMT-HLD ACROSS EVERY
      * HOLD CHILD OF THE ACCOUNT CURRENTLY POSITIONED BY THE GHU IN
      * POST-CARD-WITHDRAWAL. USES GHNP, NOT GHN, SO AN ACCOUNT WITH
           IF DBSTAT = SPACES
             IF CHANNEL-HIST = 'A'
                AND (TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'W')
                AND CHECKNUM-HIST (1:2) NOT = 'PS'
                AND TIMESTMP-HIST (1:10) = WS-TODAY-YMD10
               ADD AMOUNT-HIST TO WS-ATM-TODAY
             END-IF
             MOVE "VELOCITY - WITHDRAWAL AMOUNT" TO REASON-REV
           END-IF
           MOVE "P" TO STATUS-REV.
           MOVE 0 TO DECOPER-REV.
           MOVE SPACES TO DECTS-REV.
           MOVE 0 TO DSTACCID-REV.

           CALL 'CBLTDLI'
                TPSTAT
           END-IF.
       INSERT-IO-END.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * THE PCB IS NOT EXPRESS - IMS SENDS THE EVENT ONLY WHEN THIS
      * MESSAGE'S UNIT OF WORK COMMITS AT THE NEXT GU, AND DISCARDS IT
      * IF THE UNIT OF WORK BACKS OUT. A FAILED ISRT DOES NOT STOP THE
      * POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'FBCARDTXN' TO PE-SOURCE.
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
