      *                     WITH THE NEXT BUSINESS DAY'S WIRESEND
      *     'S' SENT      - ON THE OUTBOUND WIRE FILE, UNCONFIRMED
      *     'C' CONFIRMED - MATCHED BY WIRECONF, SUSPENSE CLEARED
      *     'V' AWAITING  - A BUSINESS SUB-USER'S WIRE OVER THE
      *                     BUSINESS'S APPROVAL THRESHOLD; NOTHING
      *                     DEBITED YET. A SECOND SUB-USER'S APPROVAL
      *                     (IN-DECIDE 'A') RUNS THE FULL DISCIPLINE
      *                     BELOW AND FLIPS THE ROW TO 'P'/'Q' (OR 'H'
      *                     IF IT IS FLAGGED); 'R' FLIPS IT TO 'X'.
      *     'X' CANCELED  - THE HELD WIRE WAS REJECTED IN REVIEW, OR
      *                     THE AWAITING WIRE BY THE SECOND SUB-USER;
      *                     KEPT ON FILE, NEVER SENT
      * THE SUM OF EVERY ROW NOT YET 'C' IS THE BANK'S WIRE-SUSPENSE
      * POSITION. WIRESEND BUILDS THE OUTBOUND FILE AND WIRECONF
      *
      * WIRES TAKEN AT OR AFTER THE WIRE-CUTOFF-HOUR QUEUE FOR THE
      * NEXT BUSINESS DAY RATHER THAN TONIGHT'S TRANSMISSION.
      *
      * A BUSINESS WITH SUB-USERS SWITCHED ON (SUBUSER.CPY) MUST NAME
      * THE LOGGED-ON SUB-USER IN IN-SUBID: IT MUST BE ENTITLED TO
      * INITIATE AND THE WIRE WITHIN ITS PER-ITEM LIMIT. THE DEBIT IS
      * STAMPED WITH THE INITIATING SUB-USER, AND EACH SECOND-APPROVER
      * DECISION IS LOGGED TO SECEVT AS A 'G' EVENT.
      ******************************************************************

       ENVIRONMENT DIVISION.
             "WIRE ACCEPTED - QUEUED FOR NEXT BUS DAY".
       77  WIREACCEPTED      PIC  X(42) VALUE
             "WIRE ACCEPTED FOR TRANSMISSION TODAY".
       77  WIREAWAITING      PIC  X(42) VALUE
             "WIRE AWAITING SECOND SUB-USER APPROVAL".
       77  WIREREJECTED      PIC  X(42) VALUE
             "WIRE REJECTED BY SECOND SUB-USER".
       77  NOWIRE            PIC  X(34) VALUE
             "WIRE NOT ON FILE".
       77  NOTAWAITING       PIC  X(34) VALUE
             "WIRE IS NOT AWAITING APPROVAL".
       77  SAMEAPPROVER      PIC  X(34) VALUE
             "APPROVER MUST BE ANOTHER SUB-USER".
       77  BADDECISION       PIC  X(34) VALUE
             "DECISION MUST BE A OR R".
       77  SUBUSERREQ        PIC  X(34) VALUE
             "SUB-USER ID REQUIRED".
       77  NOSUBUSER         PIC  X(34) VALUE
             "SUB-USER DOES NOT EXIST".
       77  SUBNOTON          PIC  X(34) VALUE
             "SUB-USER NOT LOGGED ON".
       77  NOTENTITLED       PIC  X(34) VALUE
             "SUB-USER NOT ENTITLED TO FUNCTION".
       77  OVERSUBLIMIT      PIC  X(34) VALUE
             "AMOUNT OVER SUB-USER LIMIT".
       77  IRANOXFER         PIC  X(42) VALUE
             "IRA FUNDS MOVE BY DEPOSIT OR WITHDRAWAL".

      * DAILY CUTOFF - A WIRE TAKEN AT OR AFTER THIS HOUR QUEUES FOR
      * THE NEXT BUSINESS DAY'S TRANSMISSION
           05  WS-HIST-DAY       PIC 9(2).

       77  ACCT-OPEN             PIC X(01) VALUE 'O'.
       77  IRA-ACCTYPE           PIC X(01) VALUE 'I'.
       77  MIN-BALANCE           PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  PROSPECTIVE-BAL       PIC S9(13)V9(2) COMP-3.
       77  TOTAL-ACTIVE-HOLDS    PIC S9(13)V9(2) COMP-3.
      * SEE ROUTE-TO-REVIEW
       77  HELD-WIRE-BASE        PIC S9(18) COMP-5 VALUE 9000000000.

      * WIRES PARKED FOR A SECOND SUB-USER'S APPROVAL KEY JUST BELOW
      * THE HELD RANGE, NUMBERED PER ACCOUNT - SEE PARK-WIRE
       77  PARKED-WIRE-BASE      PIC S9(18) COMP-5 VALUE 8000000000.
       77  WS-PARK-SEQ           PIC S9(9) COMP-5.

      * SUB-USER GATE - SEE CHECK-SUBUSER. WS-SUB-NEED IS 'I'NITIATE
      * FOR A NEW WIRE, 'A'PPROVE FOR A DECISION ON A PARKED ONE;
      * WS-NEED-SECOND 'Y' PARKS THE NEW WIRE. WS-SUBID IS THE SUB-USER
      * ACTING, WS-INIT-SUBID THE ONE THE DEBIT IS STAMPED WITH (THE
      * INITIATOR, ALSO WHEN A SECOND SUB-USER RELEASES IT). BOTH ARE
      * ZERO FOR AN ORDINARY CUSTOMER. WS-DECIDING 'Y' WHILE AN
      * APPROVED PARKED WIRE RUNS THROUGH THE DISCIPLINE.
       77  WS-SUBID              PIC S9(9) COMP-5.
       77  WS-INIT-SUBID         PIC S9(9) COMP-5.
       77  WS-BZC-ON             PIC X(01).
       77  WS-SUB-NEED           PIC X(01).
       77  WS-SUB-AMOUNT         PIC S9(13)V9(2) COMP-3.
       77  WS-NEED-SECOND        PIC X(01).
       77  WS-DECIDING           PIC X(01).
       77  WS-PARKED-WIREID      PIC S9(18) COMP-5.

      * ACTIVE-SESSION AND OWNERSHIP ENFORCEMENT WORK FIELDS - SEE
      * CHECK-SESSION AND CHECK-OWNERSHIP
       77  WS-SESSION-OK         PIC X(01).
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    SUBUSER-SEG, BIZCTL-SEG AND THEIR SSAS - READ UNDER THE
      *    CUSTOMER ON THE SESSION PCB
           COPY SUBUSER.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************
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
       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDID-HLD      PIC  S9(9) COMP-5.
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

      *    REVIEW-SEG HOLDS A WIRE THE VELOCITY/FRAUD CHECK HELD
      *    INSTEAD OF POSTING - SAME LAYOUT IBTRAN'S ROUTE-TO-REVIEW
               88  REVIEW-APPROVED  VALUE "A".
               88  REVIEW-REJECTED  VALUE "R".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

      ******************************************************************
      *WIRE ROOT SEGMENT - ONE ROW PER OUTGOING WIRE, KEYED BY THE
               88  WIRE-SENT       VALUE "S".
               88  WIRE-CONFIRMED  VALUE "C".
               88  WIRE-CANCELED   VALUE "X".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
      * BENEFICIARY NAME - CAPTURED AT FBWIRE ENTRY AND RE-SCREENED
      * AGAINST THE DENIED-PARTY LIST AT WIRESEND TRANSMIT TIME
           05  BENNAME-WIR     PIC  X(35).
      * BENEFICIARY COUNTRY (ISO ALPHA-2) - 'US' FOR A DOMESTIC WIRE;
      * ANYTHING ELSE IS CROSS-BORDER AND COUNTS TOWARD THE AMLRISK
      * INTERNATIONAL-VOLUME FACTOR
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

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
      *INPUT/OUTPUT MESSAGE AREA
      * BEFORE THE WIRE IS TAKEN; A HIT PARKS THE WIRE 'H' HELD
      * EXACTLY LIKE A VELOCITY HIT AND LOGS TO THE SECEVT TRAIL
           05  IN-BENNAME      PIC  X(35).
      * BENEFICIARY COUNTRY - BLANK TAKES THE WIRE AS DOMESTIC ('US')
           05  IN-BENCTRY      PIC  X(02).
      * OPTIONAL ISO 20022 DETAIL - CREDITOR STREET AND TOWN, CREDITOR
      * AGENT BIC, PURPOSE CODE, REMITTANCE INFORMATION
           05  IN-BENSTREET    PIC  X(35).
           05  IN-BENTOWN      PIC  X(35).
           05  IN-BENBIC       PIC  X(11).
           05  IN-PURPOSE      PIC  X(04).
           05  IN-RMTINF       PIC  X(140).
      * BUSINESS SUB-USER ACTING - BLANK FOR AN ORDINARY CUSTOMER. A
      * SECOND SUB-USER DECIDES A PARKED WIRE BY SENDING IN-DECIDE
      * 'A'PPROVE OR 'R'EJECT WITH ITS WIREID IN IN-DECWIRE (THE
      * WIRE FIELDS ABOVE ARE THEN TAKEN FROM THE PARKED ROW)
           05  IN-SUBID        PIC  X(09).
           05  IN-DECIDE       PIC  X(01).
           05  IN-DECWIRE      PIC  X(18).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  WIRE-SSA1.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "WIREID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  WIREID          PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTACCS-SSA2 IS USED TO WALK THE REQUESTING CUSTOMER'S
      *    OWN CUSTACCS ROWS FOR THE OWNERSHIP CHECK
       01  CUSTACCS-SSA2.
      *   DBPCB2 - WIRE DATABASE
      *   DBPCB3 - HISTORY DATABASE (ACCIDHX SECONDARY INDEX)
      *   DBPCB4 - CUSTACCS (OWNERSHIP)
      *   DBPCB5 - CUSTOMER (SESSION CHECK, SUB-USERS)
      *   DBPCB6 - SECEVT
      ******************************************************************

             ENTRY "DLITCBL"
           PERFORM LOAD-DENY-LIST THRU LOAD-DENY-LIST-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING OPTIONAL FIELDS SO A SHORTER MESSAGE CAN'T
      * INHERIT A NAME FROM AN EARLIER, LONGER ONE - IBTRAN'S GUARD
              MOVE SPACES TO IN-BENNAME
              MOVE SPACES TO IN-BENCTRY
              MOVE SPACES TO IN-BENSTREET
              MOVE SPACES TO IN-BENTOWN
              MOVE SPACES TO IN-BENBIC
              MOVE SPACES TO IN-PURPOSE
              MOVE SPACES TO IN-RMTINF
              MOVE SPACES TO IN-SUBID
              MOVE SPACES TO IN-DECIDE
              MOVE SPACES TO IN-DECWIRE
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
             MOVE NOTLOGGEDON TO MSG-OUT
             GO TO TAKE-WIRE-END
           END-IF.

      * A BUSINESS'S SUB-USER MUST BE ENTITLED TO WHAT IT IS DOING; A
      * DECISION ON A PARKED WIRE LOADS THAT WIRE IN PLACE OF THE
      * MESSAGE'S OWN FIELDS AND, ON APPROVAL, CARRIES ON BELOW
           MOVE 'N' TO WS-DECIDING.
           IF IN-DECIDE = SPACES
             MOVE 'I' TO WS-SUB-NEED
             MOVE WIRE-AMOUNT TO WS-SUB-AMOUNT
           ELSE
             MOVE 'A' TO WS-SUB-NEED
             MOVE 0 TO WS-SUB-AMOUNT
           END-IF.
           PERFORM CHECK-SUBUSER THRU CHECK-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO TAKE-WIRE-END
           END-IF.
           MOVE WS-SUBID TO WS-INIT-SUBID.
           IF IN-DECIDE NOT = SPACES
             PERFORM DECIDE-WIRE THRU DECIDE-WIRE-END
             IF WS-DECIDING NOT = 'Y'
               GO TO TAKE-WIRE-END
             END-IF
           END-IF.

           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-END.
           IF WS-OWN-FOUND = 'N'
             MOVE NOTOWNER TO MSG-OUT
             GO TO TAKE-WIRE-END
           END-IF.

      * OVER THE BUSINESS'S APPROVAL THRESHOLD - PARKED WHOLE, NOTHING
      * DEBITED, UNTIL A SECOND SUB-USER DECIDES IT
           IF WS-NEED-SECOND = 'Y'
             IF IN-BENROUTE = SPACES OR IN-BENACCT = SPACES
               MOVE BADBENEFICIARY TO MSG-OUT
             ELSE
               PERFORM PARK-WIRE THRU PARK-WIRE-END
             END-IF
             GO TO TAKE-WIRE-END
           END-IF.

           IF IN-BENROUTE = SPACES OR IN-BENACCT = SPACES
             MOVE BADBENEFICIARY TO MSG-OUT
           ELSE
             IF ACCTSTATUS-ACC NOT = ACCT-OPEN
               MOVE ACCTINACTIVE TO MSG-OUT
             ELSE
      * AN IRA IS PAID OUT ONLY BY IBTRAN'S CODED DISTRIBUTION, WITH
      * ITS WITHHOLDING - A WIRE CARRIES NEITHER
             IF ACCTYPE-ACC = IRA-ACCTYPE
               MOVE IRANOXFER TO MSG-OUT
             ELSE
      * DAILY WITHDRAWAL LIMIT, VELOCITY/FRAUD, AND ACTIVE-HOLD CHECKS
      * ON THE DEBIT - THE SAME THREE CONTROLS IBTRAN APPLIES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
       TAKE-WIRE-END.

           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'W' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE WS-INIT-SUBID TO SUBID-HIST.

           COMPUTE ACCID-HIST = WIRE-ACCID.
           COMPUTE TXID-HIST = WIRE-TXID.

      * PROCEDURE OPEN-WIRE-SUSPENSE : INSERTS THE WIRE ROW KEYED BY
      * THE DEBIT'S TXID - THE FUNDS SIT IN SUSPENSE UNTIL WIRECONF
      * MATCHES THE CONFIRMATION. AN APPROVED PARKED WIRE ALREADY HAS
      * ITS ROW - IT IS FLIPPED IN PLACE INSTEAD, KEEPING ITS KEY THE
      * WAY A RELEASED HELD WIRE DOES
       OPEN-WIRE-SUSPENSE.
           IF WS-DECIDING = 'Y'
             PERFORM RELEASE-PARKED-WIRE THRU RELEASE-PARKED-WIRE-END
             GO TO OPEN-WIRE-SUSPENSE-END
           END-IF.
           MOVE WIRE-TXID TO WIREID-WIR.
           MOVE WIRE-ACCID TO ACCID-WIR.
           COMPUTE CUSTID-WIR = FUNCTION NUMVAL ( IN-CUSTID ).
           MOVE IN-BENACCT TO BENACCT-WIR.
           MOVE IN-BENREF TO BENREF-WIR.
           MOVE IN-BENNAME TO BENNAME-WIR.
           IF IN-BENCTRY = SPACES
             MOVE 'US' TO BENCTRY-WIR
           ELSE
             MOVE IN-BENCTRY TO BENCTRY-WIR
           END-IF.
           MOVE IN-BENSTREET TO BENSTREET-WIR.
           MOVE IN-BENTOWN TO BENTOWN-WIR.
           MOVE IN-BENBIC TO BENBIC-WIR.
           MOVE IN-PURPOSE TO PURPOSE-WIR.
           MOVE IN-RMTINF TO RMTINF-WIR.
           MOVE SPACES TO CORRID-WIR.
           MOVE SPACES TO MSGFMT-WIR.
           MOVE TIMESTAMP TO TAKENTS-WIR.
           MOVE SPACES TO SENTTS-WIR.
           MOVE SPACES TO CONFTS-WIR.
           MOVE WS-SUBID TO INITSUB-WIR.
           MOVE 0 TO APPRSUB-WIR.
           MOVE SPACES TO APPRTS-WIR.
           IF WS-CURRENT-HOURS >= WIRE-CUTOFF-HOUR
             MOVE 'Q' TO STATUS-WIR
           ELSE
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      *    AN APPROVED PARKED WIRE THAT IS FLAGGED IS HELD IN PLACE -
      *    THE REVIEW ROW POINTS AT ITS EXISTING KEY
           IF WS-DECIDING = 'Y'
             PERFORM HOLD-PARKED-WIRE THRU HOLD-PARKED-WIRE-END
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             IF MSG-OUT NOT = SPACES
               GO TO ROUTE-TO-REVIEW-END
             END-IF
             GO TO ROUTE-TO-REVIEW-ADD
           END-IF.

           COMPUTE WIREID-WIR = WIRE-ACCID * MULT-FACTOR
              + HELD-WIRE-BASE + REVID-REV-NEW.
           MOVE WIRE-ACCID TO ACCID-WIR.
           MOVE IN-BENACCT TO BENACCT-WIR.
           MOVE IN-BENREF TO BENREF-WIR.
           MOVE IN-BENNAME TO BENNAME-WIR.
           IF IN-BENCTRY = SPACES
             MOVE 'US' TO BENCTRY-WIR
           ELSE
             MOVE IN-BENCTRY TO BENCTRY-WIR
           END-IF.
           MOVE IN-BENSTREET TO BENSTREET-WIR.
           MOVE IN-BENTOWN TO BENTOWN-WIR.
           MOVE IN-BENBIC TO BENBIC-WIR.
           MOVE IN-PURPOSE TO PURPOSE-WIR.
           MOVE IN-RMTINF TO RMTINF-WIR.
           MOVE SPACES TO CORRID-WIR.
           MOVE SPACES TO MSGFMT-WIR.
           MOVE TIMESTAMP TO TAKENTS-WIR.
           MOVE SPACES TO SENTTS-WIR.
           MOVE SPACES TO CONFTS-WIR.
           MOVE WS-SUBID TO INITSUB-WIR.
           MOVE 0 TO APPRSUB-WIR.
           MOVE SPACES TO APPRTS-WIR.
           MOVE 'H' TO STATUS-WIR.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.

       ROUTE-TO-REVIEW-ADD.
           MOVE ACCID TO ACCID-REV.
           MOVE REVID-REV-NEW TO REVID-REV.
           MOVE 'w' TO TRXTYPE-REV.
             MOVE "VELOCITY - WITHDRAWAL AMOUNT" TO REASON-REV
           END-IF
           MOVE "P" TO STATUS-REV.
           MOVE 0 TO DECOPER-REV.
           MOVE SPACES TO DECTS-REV.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, REVIEW-SEG, REVIEW-SSA.
       CHECK-SESSION-END.
           EXIT.

      * PROCEDURE CHECK-SUBUSER : WHEN THE BUSINESS HAS SUB-USERS
      * SWITCHED ON (AN ACTIVE BIZCTL UNDER THE CUSTOMER, READ ON THE
      * SESSION PCB) THE MESSAGE MUST NAME AN ACTIVE, UNLOCKED
      * SUB-USER WITH A SESSION OPEN WHOSE ENTITLEMENT COVERS
      * WS-SUB-NEED AND WHOSE PER-ITEM LIMIT COVERS WS-SUB-AMOUNT. A
      * WIRE OVER THE BUSINESS'S APPROVAL THRESHOLD SETS
      * WS-NEED-SECOND. LEAVES MSG-OUT SET ON REFUSAL
       CHECK-SUBUSER.
           MOVE 0 TO WS-SUBID.
           MOVE 'N' TO WS-BZC-ON.
           MOVE 'N' TO WS-NEED-SECOND.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, BIZCTL-SEG, SESS-CUSTOMER-SSA,
                   BIZCTL-SSA.
           IF DBSTAT = SPACES AND BZC-ACTIVE
             MOVE 'Y' TO WS-BZC-ON
           END-IF.
           IF WS-BZC-ON NOT = 'Y'
             IF IN-SUBID NOT = SPACES
               MOVE NOSUBUSER TO MSG-OUT
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF IN-SUBID = SPACES
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.

           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( IN-SUBID ).
           CALL 'CBLTDLI'
             USING GU, DBPCB, SUBUSER-SEG, SESS-CUSTOMER-SSA,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-ACTIVE OR LOCKED-SUB = 'Y'
              OR SESSION-SUB NOT = '1'
             MOVE SUBNOTON TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF ( WS-SUB-NEED = 'I' AND NOT SUB-CAN-INITIATE )
              OR ( WS-SUB-NEED = 'A' AND NOT SUB-CAN-APPROVE )
             MOVE NOTENTITLED TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF LIMIT-SUB > 0 AND WS-SUB-AMOUNT > LIMIT-SUB
             MOVE OVERSUBLIMIT TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           MOVE SUBID-SUB TO WS-SUBID.
           IF WS-SUB-NEED = 'I' AND WS-SUB-AMOUNT > APPRLIM-BZC
             MOVE 'Y' TO WS-NEED-SECOND
           END-IF.
       CHECK-SUBUSER-END.
           EXIT.

      * PROCEDURE DECIDE-WIRE : A SECOND SUB-USER ENTITLED TO APPROVE
      * DECIDES A WIRE PARKED 'V'. THE WIRE MUST BE THIS CUSTOMER'S,
      * STILL AWAITING, INITIATED BY ANOTHER SUB-USER AND WITHIN THE
      * APPROVER'S OWN PER-ITEM LIMIT. 'R'EJECT FLIPS IT TO 'X';
      * 'A'PPROVE LOADS ITS ACCOUNT, AMOUNT AND BENEFICIARY AND SETS
      * WS-DECIDING SO TAKE-WIRE RUNS THE FULL DEBIT DISCIPLINE ON IT
       DECIDE-WIRE.
           IF IN-DECIDE NOT = 'A' AND IN-DECIDE NOT = 'R'
             MOVE BADDECISION TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.
           IF WS-SUBID = 0
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.
           COMPUTE WS-PARKED-WIREID = FUNCTION NUMVAL ( IN-DECWIRE ).
           MOVE WS-PARKED-WIREID TO WIREID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, WIRE-SEG, WIRE-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOWIRE TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO DECIDE-WIRE-END
           END-IF.
           IF CUSTID-WIR NOT = SESS-CUSTID
             MOVE NOWIRE TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.
           IF NOT WIRE-AWAITING
             MOVE NOTAWAITING TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.
           IF INITSUB-WIR = WS-SUBID
             MOVE SAMEAPPROVER TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.
           IF LIMIT-SUB > 0 AND AMOUNT-WIR > LIMIT-SUB
             MOVE OVERSUBLIMIT TO MSG-OUT
             GO TO DECIDE-WIRE-END
           END-IF.

           IF IN-DECIDE = 'R'
             PERFORM SET-WIRE-TIMESTAMP THRU SET-WIRE-TIMESTAMP-END
             MOVE 'X' TO STATUS-WIR
             MOVE WS-SUBID TO APPRSUB-WIR
             MOVE TIMESTAMP TO APPRTS-WIR
             CALL 'CBLTDLI'
               USING REPL, DBPCB, WIRE-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             ELSE
               MOVE 'WIRE REJECT' TO DEVICE-SEV
               PERFORM LOG-APPROVAL-SECEVT
                  THRU LOG-APPROVAL-SECEVT-END
               MOVE WIREREJECTED TO MSG-OUT
               MOVE WIREID-WIR TO WIREID-OUT
               MOVE STATUS-WIR TO STATUS-OUT
             END-IF
             GO TO DECIDE-WIRE-END
           END-IF.

           MOVE ACCID-WIR TO WIRE-ACCID.
           MOVE AMOUNT-WIR TO WIRE-AMOUNT.
           MOVE BENROUTE-WIR TO IN-BENROUTE.
           MOVE BENACCT-WIR TO IN-BENACCT.
           MOVE BENREF-WIR TO IN-BENREF.
           MOVE BENNAME-WIR TO IN-BENNAME.
           MOVE BENCTRY-WIR TO IN-BENCTRY.
           MOVE BENSTREET-WIR TO IN-BENSTREET.
           MOVE BENTOWN-WIR TO IN-BENTOWN.
           MOVE BENBIC-WIR TO IN-BENBIC.
           MOVE PURPOSE-WIR TO IN-PURPOSE.
           MOVE RMTINF-WIR TO IN-RMTINF.
           MOVE INITSUB-WIR TO WS-INIT-SUBID.
           MOVE 'Y' TO WS-DECIDING.
       DECIDE-WIRE-END.
           EXIT.

      * PROCEDURE PARK-WIRE : INSERTS THE WIRE ROW STATUS 'V' WITH
      * EVERYTHING THE MESSAGE CARRIED AND NOTHING DEBITED. ITS KEY IS
      * THE ACCOUNT'S NEXT FREE SLOT ABOVE PARKED-WIRE-BASE, PROBED BY
      * A KEYED GU PER CANDIDATE
       PARK-WIRE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           MOVE 0 TO WS-PARK-SEQ.
           MOVE SPACES TO DBSTAT.
           PERFORM PROBE-ONE-PARK-SLOT THRU PROBE-ONE-PARK-SLOT-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GE AND DBSTAT NOT = GB
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO PARK-WIRE-END
           END-IF.

           PERFORM SET-WIRE-TIMESTAMP THRU SET-WIRE-TIMESTAMP-END.
           MOVE WIREID TO WIREID-WIR.
           MOVE WIRE-ACCID TO ACCID-WIR.
           COMPUTE CUSTID-WIR = FUNCTION NUMVAL ( IN-CUSTID ).
           MOVE WIRE-AMOUNT TO AMOUNT-WIR.
           MOVE IN-BENROUTE TO BENROUTE-WIR.
           MOVE IN-BENACCT TO BENACCT-WIR.
           MOVE IN-BENREF TO BENREF-WIR.
           MOVE IN-BENNAME TO BENNAME-WIR.
           IF IN-BENCTRY = SPACES
             MOVE 'US' TO BENCTRY-WIR
           ELSE
             MOVE IN-BENCTRY TO BENCTRY-WIR
           END-IF.
           MOVE IN-BENSTREET TO BENSTREET-WIR.
           MOVE IN-BENTOWN TO BENTOWN-WIR.
           MOVE IN-BENBIC TO BENBIC-WIR.
           MOVE IN-PURPOSE TO PURPOSE-WIR.
           MOVE IN-RMTINF TO RMTINF-WIR.
           MOVE SPACES TO CORRID-WIR.
           MOVE SPACES TO MSGFMT-WIR.
           MOVE TIMESTAMP TO TAKENTS-WIR.
           MOVE SPACES TO SENTTS-WIR.
           MOVE SPACES TO CONFTS-WIR.
           MOVE WS-SUBID TO INITSUB-WIR.
           MOVE 0 TO APPRSUB-WIR.
           MOVE SPACES TO APPRTS-WIR.
           MOVE 'V' TO STATUS-WIR.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, WIRE-SEG, WIRE-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           ELSE
             MOVE WIREAWAITING TO MSG-OUT
             MOVE WIREID-WIR TO WIREID-OUT
             MOVE STATUS-WIR TO STATUS-OUT
           END-IF.
       PARK-WIRE-END.
           EXIT.

       PROBE-ONE-PARK-SLOT.
           ADD 1 TO WS-PARK-SEQ.
           COMPUTE WIREID = WIRE-ACCID * MULT-FACTOR
              + PARKED-WIRE-BASE + WS-PARK-SEQ.
           CALL 'CBLTDLI'
             USING GU, DBPCB, WIRE-SEG, WIRE-SSA1.
       PROBE-ONE-PARK-SLOT-END.
           EXIT.

      * PROCEDURE RELEASE-PARKED-WIRE : THE APPROVED PARKED WIRE HAS
      * JUST BEEN DEBITED - ITS ROW FLIPS TO PENDING (OR QUEUED AFTER
      * THE CUTOFF) FOR WIRESEND, STAMPED WITH THE APPROVER
       RELEASE-PARKED-WIRE.
           MOVE WS-PARKED-WIREID TO WIREID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, WIRE-SEG, WIRE-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RELEASE-PARKED-WIRE-END
           END-IF.
           IF WS-CURRENT-HOURS >= WIRE-CUTOFF-HOUR
             MOVE 'Q' TO STATUS-WIR
           ELSE
             MOVE 'P' TO STATUS-WIR
           END-IF.
           MOVE WS-SUBID TO APPRSUB-WIR.
           MOVE TIMESTAMP TO APPRTS-WIR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, WIRE-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RELEASE-PARKED-WIRE-END
           END-IF.
           MOVE 'WIRE APPROVE' TO DEVICE-SEV.
           PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END.
           MOVE WIREID-WIR TO WIREID-OUT.
           MOVE STATUS-WIR TO STATUS-OUT.
           IF WIRE-QUEUED
             MOVE WIREQUEUED TO MSG-OUT
           ELSE
             MOVE WIREACCEPTED TO MSG-OUT
           END-IF.
       RELEASE-PARKED-WIRE-END.
           EXIT.

      * PROCEDURE HOLD-PARKED-WIRE : THE APPROVED PARKED WIRE WAS
      * FLAGGED BY THE VELOCITY OR DENIED-PARTY CHECK - ITS ROW FLIPS
      * TO 'H' IN PLACE FOR FBREVMNT, STAMPED WITH THE APPROVER
       HOLD-PARKED-WIRE.
           MOVE WS-PARKED-WIREID TO WIREID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, WIRE-SEG, WIRE-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO HOLD-PARKED-WIRE-END
           END-IF.
           MOVE 'H' TO STATUS-WIR.
           MOVE WS-SUBID TO APPRSUB-WIR.
           MOVE TIMESTAMP TO APPRTS-WIR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, WIRE-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO HOLD-PARKED-WIRE-END
           END-IF.
           MOVE 'WIRE APPROVE' TO DEVICE-SEV.
           PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END.
       HOLD-PARKED-WIRE-END.
           EXIT.

       SET-WIRE-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
       SET-WIRE-TIMESTAMP-END.
           EXIT.

      * PROCEDURE CHECK-OWNERSHIP : WALKS THE CUSTOMER'S CUSTACCS
      * ROWS (QUALIFIED BY CUSTID ON DBPCB4, THE SAME QUALIFIED WALK
      * IBTRAN'S CHECK-OWNERSHIP USES) LOOKING FOR THE ONE LINKING
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-SEV-CUSTID TO CUSTID-SEV.
           MOVE WS-SUBID TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
       LOG-DENY-SECEVT-END.
           EXIT.

      * PROCEDURE LOG-APPROVAL-SECEVT : ONE 'G' ROW ON THE SECEVT
      * TRAIL PER SECOND-APPROVER DECISION, THE DECIDING SUB-USER IN
      * SUBID-SEV AND THE DECISION ALREADY IN DEVICE-SEV. TIMESTAMP
      * WAS SET BY THE CALLER
       LOG-APPROVAL-SECEVT.
           COMPUTE WS-SEV-CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).
           COMPUTE EVTID-SEV = WS-SEV-CUSTID * SEV-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-SEV-CUSTID TO CUSTID-SEV.
           MOVE WS-SUBID TO SUBID-SEV.
           MOVE 'G' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-APPROVAL-SECEVT-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
