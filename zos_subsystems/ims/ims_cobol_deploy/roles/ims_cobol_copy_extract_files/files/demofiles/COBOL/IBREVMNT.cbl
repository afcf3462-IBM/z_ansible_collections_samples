      * A FLAGGED WITHDRAWAL IS A TRUSTED MANUAL OVERRIDE OF THE
      * AUTOMATED VELOCITY CHECK, NOT A RETRY OF IT. THE ACCOUNT MUST
      * STILL BE OPEN.
      *
      * OPERID-IN IS THE REVIEWER, WHO MUST BE SIGNED ON AT THE SENDING
      * TERMINAL (SEE FBOPRSGN). THE DECISION IS STAMPED ON THE ROW AS
      * DECOPER-REV/DECTS-REV - THE APPROVAL POSTINGS THEMSELVES STAY
      * OPERID-HIST ZERO SO NO TELLER DRAWER PICKS THEM UP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  ACCTINACTIVE    PIC  X(38) VALUE
             "ACCOUNT STATUS DOES NOT ALLOW POSTING".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * TRANSFER WORKING FIELDS - SAME ROLE AS IBTRAN'S/STORDPOST'S
      * OWN COPIES OF THESE, USED HERE TO POST THE DESTINATION-CREDIT
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
      ******************************************************************
      *REVIEW CHILD SEGMENT - ONE ROW PER WITHDRAWAL THE VELOCITY/FRAUD
      *CHECK IN IBTRAN HELD INSTEAD OF POSTING. SEE IBTRAN'S
      * HELD TRANSFER HAD NO WAY TO KNOW WHERE THE CREDIT LEG BELONGED
      * AND COULD ONLY DEBIT THE SOURCE ACCOUNT.
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

      ******************************************************************
      *HISTORY SEGMENT - POSTED FOR AN APPROVED REVIEW THE SAME WAY
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

       01  TIMESTAMP.
           05  YEAR-TS         PIC X(4).
           05  FUNCTYPE-IN     PIC  X(01).
           05  ACCID-IN        PIC  X(18).
           05  REVID-IN        PIC  X(09).
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
               88  WIRE-HELD       VALUE "H".
               88  WIRE-PENDING    VALUE "P".
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

       01  WIRE-SSA1.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN. PWDHASH-OPR IS
      * THE SAME MULTIPLY-AND-MOD TRANSFORM FBPWDRST APPLIES TO
      * CUSTOMER PASSWORDS, ZERO UNTIL ONE IS ISSUED (LOADOPER OR
      * FBOPRMNT 'W'); PWDFORCE-OPR 'Y' FORCES A CHANGE AT THE NEXT
      * SIGN-ON. FAILCNT-OPR COUNTS CONSECUTIVE BAD SIGN-ONS AND
      * LOCKED-OPR 'Y' REFUSES SIGN-ON UNTIL A SUPERVISOR RESETS THE
      * CREDENTIAL. SIGNTERM-OPR IS THE LTERM THE OPERATOR IS SIGNED
      * ON AT (SPACES WHEN SIGNED OFF) AND SIGNTS-OPR WHEN - TELLER
      * POSTINGS AND OPERATOR MAINTENANCE ARE ONLY HONORED FROM THAT
      * TERMINAL.
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

       01  OPRSIGN-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SIGN-OPERID     PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

      ******************************************************************
      *I/O PCB
      *   DBPCB1 - ACCOUNT DATABASE (REVIEW CHILDREN)
      *   DBPCB2 - HISTORY DATABASE
      *   DBPCB3 - WIRE DATABASE (HELD-WIRE RELEASE - SEE FBWIRE)
      *   DBPCB4 - OPERATOR DATABASE (REVIEWER SIGN-ON)
      ******************************************************************

             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.

      * ACCOUNT
       MAINTAIN-REVIEW.
           MOVE ZEROS TO OUTPUT-AREA.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-REVIEW-END
           END-IF.
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
      * ROW REJECTED - THE WITHDRAWAL IT DESCRIBES IS NEVER POSTED
       REJECT-REVIEW.
           MOVE "R" TO STATUS-REV.
           PERFORM STAMP-DECIDER THRU STAMP-DECIDER-END.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, REVIEW-SEG.
           IF DBSTAT = SPACES
           END-IF.
       REJECT-REVIEW-END.

      * PROCEDURE CLEAR-ALERT-REVIEW : FLAGS THE ALREADY-POSITIONED
      * ALERT-ONLY REVIEW ROW APPROVED WITHOUT POSTING ANYTHING
       CLEAR-ALERT-REVIEW.
           MOVE "A" TO STATUS-REV.
           PERFORM STAMP-DECIDER THRU STAMP-DECIDER-END.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, REVIEW-SEG.
           IF DBSTAT = SPACES
             MOVE REVID-REV TO REVID-OUT
             MOVE STATUS-REV TO STATUS-OUT
           ELSE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       CLEAR-ALERT-REVIEW-END.
           EXIT.

      * PROCEDURE RELEASE-HELD-WIRE : THE APPROVED REVIEW WAS A WIRE -
      * ITS HELD WIRE ROW (DSTACCID-REV CARRIES THE WIREID) FLIPS TO
      * PENDING SO THE NEXT WIRESEND TRANSMITS IT. THE DEBIT WAS JUST
      * IS A TWO-LEG TRANSFER AND NEEDS THE DESTINATION ACCOUNT CREDITED
      * AS WELL AS THE SOURCE DEBITED, SO IT DISPATCHES TO ITS OWN
      * PARAGRAPH RATHER THAN THE SINGLE-LEG WITHDRAWAL SHAPE BELOW.
      * TRXTYPE-REV = 'K' IS AN ATOWTCH TAKEOVER ALERT - THE MONEY HAS
      * ALREADY MOVED, SO THERE IS NOTHING TO POST AND APPROVING IT
      * ONLY RECORDS THE FRAUD DESK'S DECISION.
       APPROVE-REVIEW.
           IF TRXTYPE-REV = 'K'
             PERFORM CLEAR-ALERT-REVIEW THRU CLEAR-ALERT-REVIEW-END
             GO TO APPROVE-REVIEW-END
           END-IF.
           MOVE ACCID-REV TO ACCID.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           MOVE SPACES TO BRANCH-HIST
           MOVE SPACES TO TERMID-HIST
           MOVE 'T' TO CHANNEL-HIST
           MOVE SPACES TO VALDATE-HIST
           MOVE 0 TO SUBID-HIST
      * AN APPROVED WIRE'S DEBIT BELONGS TO THE WIRE CHANNEL, NOT
      * THE TELLER'S - CHSETTLE FOOTS THE TWO SEPARATELY
           IF (TRXTYPE-REV = 'w' OR TRXTYPE-REV = 'W')
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, REVIEW-SEG, REVIEW-SSA1
               MOVE "A" TO STATUS-REV
               PERFORM STAMP-DECIDER THRU STAMP-DECIDER-END
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, REVIEW-SEG
               IF DBSTAT = SPACES
             MOVE SPACES TO BRANCH-HIST
             MOVE SPACES TO TERMID-HIST
             MOVE 'T' TO CHANNEL-HIST
             MOVE SPACES TO VALDATE-HIST
             MOVE 0 TO SUBID-HIST

      * RE-ESTABLISH POSITION ON THE SOURCE ACCOUNT, DEBIT IT, AND
      * INSERT ITS HISTORY LEG LINKED TO THE DESTINATION'S TXID
                     CALL 'CBLTDLI'
                       USING GHNP, DBPCB, REVIEW-SEG, REVIEW-SSA1
                     MOVE "A" TO STATUS-REV
                     PERFORM STAMP-DECIDER THRU STAMP-DECIDER-END
                     CALL 'CBLTDLI'
                       USING REPL, DBPCB, REVIEW-SEG
                     IF DBSTAT = SPACES
           END-IF.
       APPROVE-TRANSFER-REVIEW-END.

      * PROCEDURE STAMP-DECIDER : THE SIGNED-ON REVIEWER AND THE TIME OF
      * THE DECISION, ON THE REVIEW ROW ABOUT TO BE REPL'D
       STAMP-DECIDER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO DECTS-REV.
           COMPUTE DECOPER-REV = FUNCTION NUMVAL ( OPERID-IN ).
       STAMP-DECIDER-END.
           EXIT.

      * PROCEDURE LOAD-FX-RATE-TABLE : LOADS THE DAILY MARKET RATE
      * FEED, ONE ROW PER CURRENCY:
      *
           END-IF.
       TEST-ONE-FX-ROW-END.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT = SPACES
             IF SIGNTERM-OPR NOT = SPACES AND SIGNTERM-OPR = LOGTTERM
                AND LOCKED-OPR NOT = 'Y'
               MOVE 'Y' TO WS-SIGNED-ON
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
