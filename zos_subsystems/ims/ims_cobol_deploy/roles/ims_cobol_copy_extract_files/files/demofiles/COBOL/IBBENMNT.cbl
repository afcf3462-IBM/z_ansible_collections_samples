       77  NOBENEFIC       PIC  X(23) VALUE "NO BENEFICIARY ON FILE".
       77  BADPERCENT      PIC  X(25) VALUE "PERCENTAGE MUST BE 1-100".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  AMBIGUOUS       PIC  X(24) VALUE "ACCOUNT NUMBER AMBIGUOUS".

      * ACCOUNT-NUMBER RESOLUTION WORK FIELDS - SEE
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
      *BENEFICIARY CHILD SEGMENT - ONE ROW PER BENEFICIARY ON AN
      *ACCOUNT. BENID-BEN IS ASSIGNED BY THIS PROGRAM (ONE HIGHER THAN
           05  FILLER          PIC  X(08)        VALUE "PENDCHG ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).
       77  WS-DC-RELEASED      PIC  X(01).

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

      * FUNCTYPE-IN
       MAINTAIN-BENEFICIARY.
           MOVE ZEROS TO OUTPUT-AREA.
      * A KEYED OPERID MUST BE SIGNED ON AT THIS TERMINAL - UNLESS THIS
      * IS AN APPROVED CHANGE FBPNDMNT RELEASED FROM THE SUPERVISOR'S.
      * NO OPERID IS THE CUSTOMER'S OWN REQUEST, THE SAME SPLIT
      * IBTRAN'S CHECK-SESSION MAKES.
           IF OPERID-IN NOT = SPACES
             PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END
             IF WS-SIGNED-ON NOT = 'Y'
               PERFORM CHECK-RELEASED-ENTRY
                  THRU CHECK-RELEASED-ENTRY-END
               IF WS-DC-RELEASED NOT = 'Y'
                 MOVE NOTSIGNEDON TO MSG-OUT
                 GO TO MAINTAIN-BENEFICIARY-END
               END-IF
             END-IF
           END-IF.
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
      * THE ACCOUNT MAY ARRIVE AS THE SHORT CUSTOMER-FACING ACCOUNT
      * NUMBER - RESOLVE IT THROUGH THE REQUESTING CUSTOMER'S OWN
       PARK-PENDING-CHANGE-END.
           EXIT.

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

      * PROCEDURE CHECK-RELEASED-ENTRY : READ-ONLY LOOK FOR AN APPROVED
      * PENDCHG ROW MATCHING THIS EXACT MESSAGE. FBPNDMNT'S RELEASE
      * SWITCH ARRIVES UNDER THE APPROVING SUPERVISOR'S LTERM, NOT THE
      * ENTERING OPERATOR'S, AND THE SUPERVISOR WAS SIGN-ON CHECKED
      * THERE. CHECK-DUAL-APPROVAL STILL FLIPS THE ROW WHEN IT APPLIES.
       CHECK-RELEASED-ENTRY.
           MOVE 'N' TO WS-DC-RELEASED.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           PERFORM TEST-ONE-RELEASE THRU TEST-ONE-RELEASE-END
              UNTIL DBSTAT NOT = SPACES OR WS-DC-RELEASED = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-RELEASED-ENTRY-END.
           EXIT.

       TEST-ONE-RELEASE.
           IF PEND-APPROVED
              AND PAYLOAD-PC (1:WS-PAYLOAD-LEN)
                  = INPUT-AREA (5:WS-PAYLOAD-LEN)
             MOVE 'Y' TO WS-DC-RELEASED
           ELSE
             CALL 'CBLTDLI'
               USING GN, DBPCB, PENDCHG-SEG, PENDCHG-SSA
           END-IF.
       TEST-ONE-RELEASE-END.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
