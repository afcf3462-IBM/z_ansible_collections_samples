       77  NOTFROZEN       PIC  X(26) VALUE "ACCOUNT IS NOT FROZEN".
       77  ALRDYCLOSED     PIC  X(26) VALUE "ACCOUNT ALREADY CLOSED".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
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

       01  STANDORD-SEG.
           05  STDID           PIC  S9(18) COMP-5.
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.

           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO STATUS-OUT.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-STATUS-END
           END-IF.
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           MOVE ACCID TO WS-TARGET-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           END-IF.
       TEST-ONE-OWNERSHIP-END.

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
