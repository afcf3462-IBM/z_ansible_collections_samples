      * DANGLE. EVERY HOLD-SEG ROW STILL ON FILE IS THEREFORE AN
      * ACTIVE HOLD - SEE IBTRAN/STORDPOST FOR THE TOTAL-ACTIVE-HOLDS
      * CHECK AGAINST THIS.
      *
      * OPERID-IN IS THE OPERATOR KEYING THE REQUEST, WHO MUST BE SIGNED
      * ON AT THE SENDING TERMINAL (SEE FBOPRSGN). SINCE THE HOLD ROW
      * ITSELF GOES AWAY, A RELEASE LEAVES A NEVER-DELETED ACCTAUD ROW
      * ('HOLDREL') UNDER THE ACCOUNT NAMING THE RELEASING OPERATOR -
      * SEE SELFDEAL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  NOHOLD          PIC  X(18) VALUE "NO HOLD ON FILE".
       77  BADHOLDAMT      PIC  X(26) VALUE "HOLD AMOUNT MUST BE OVER 0".
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
      *HOLD CHILD SEGMENT - ONE ROW PER ACTIVE HOLD ON AN ACCOUNT.
      *HOLDID-HLD IS ASSIGNED BY THIS PROGRAM (ONE HIGHER THAN THE
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

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
           05  HOLDREASON-IN   PIC  X(30).
           05  EXPDATE-IN      PIC  X(08).
           05  PLACEDBY-IN     PIC  X(09).
      * OPERATOR KEYING THE ADD OR RELEASE - PLACEDBY-IN DEFAULTS TO IT
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.

       77  WS-NEXT-HOLDID      PIC  S9(9) COMP-5.

      ******************************************************************
      *ACCOUNT AUDIT CHILD SEGMENT - THE NEVER-DELETED TRAIL FBACCMNT
      *WRITES STATUS CHANGES TO; A HOLD RELEASE IS RECORDED HERE
      ******************************************************************

       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  FIELD-AAU       PIC  X(10).
           05  OLDVAL-AAU      PIC  X(16).
           05  NEWVAL-AAU      PIC  X(16).
           05  REASON-AAU      PIC  X(30).
           05  OPERID-AAU      PIC  S9(9) COMP-5.

      *    ACCTAUD-SSA IS USED TO INSERT THE RELEASE AUDIT ROW UNDER THE
      *    ACCOUNT CURRENTLY POSITIONED BY ACCOUNT-SSA1
       01  ACCTAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCTAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       77  WS-HOLDAMT-ED       PIC  -9(10).99.


      ******************************************************************
      *NOTIFICATION ENQUEUE - A NEWLY PLACED HOLD RAISES AN EVENT ON
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

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
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
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

      ******************************************************************
      *I/O PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.

      * DISPATCHES TO THE ADD/RELEASE LOGIC FOR FUNCTYPE-IN
       MAINTAIN-HOLD.
           MOVE ZEROS TO OUTPUT-AREA.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-HOLD-END
           END-IF.
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
      * THE ACCOUNT MAY ARRIVE AS THE SHORT CUSTOMER-FACING ACCOUNT
      * NUMBER - RESOLVE IT TO THE INTERNAL ACCID THROUGH CUSTACCS
             MOVE ACCID TO ACCID-HLD
             MOVE HOLDREASON-IN TO HOLDREASON-HLD
             MOVE EXPDATE-IN TO EXPDATE-HLD
             IF PLACEDBY-IN = SPACES
               COMPUTE PLACEDBY-HLD = FUNCTION NUMVAL ( OPERID-IN )
             ELSE
               COMPUTE PLACEDBY-HLD = FUNCTION NUMVAL ( PLACEDBY-IN )
             END-IF
             MOVE SPACES TO HOLDTYPE-HLD
             MOVE SPACES TO AUTHCODE-HLD
             MOVE SPACES TO CARDNUM-HLD
             MOVE SPACES TO MERCHNAME-HLD
             MOVE SPACES TO MCC-HLD
             MOVE SPACES TO NETREF-HLD
             MOVE SPACES TO AUTHTS-HLD
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, HOLD-SEG, HOLD-SSA
             IF DBSTAT = SPACES
      * PARENT CURRENCY RATHER THAN GHU'ING HOLD-SEG UNQUALIFIED,
      * WHICH WOULD MATCH THE FIRST HOLDID ON FILE REGARDLESS OF
      * ACCOUNT. NOTHING ELSE EVER REFERENCES A HOLD ROW, SO A
      * RELEASED HOLD IS REMOVED RATHER THAN STATUS-FLAGGED - THE
      * ACCTAUD ROW IS WHAT REMAINS OF IT
       RELEASE-HOLD.
           COMPUTE HOLDID = FUNCTION NUMVAL ( HOLDID-IN ).
           CALL 'CBLTDLI'
               USING DLET, DBPCB, HOLD-SEG
             IF DBSTAT = SPACES
               MOVE HOLDID-HLD TO HOLDID-OUT
               PERFORM WRITE-HOLDREL-AUDIT
                  THRU WRITE-HOLDREL-AUDIT-END
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       RELEASE-HOLD-END.

      * PROCEDURE WRITE-HOLDREL-AUDIT : ONE ACCTAUD ROW PER RELEASE -
      * OLD VALUE THE HOLD AMOUNT, NEW VALUE THE HOLDID, REASON THE
      * HOLD'S OWN REASON, OPERATOR THE ONE WHO RELEASED IT
       WRITE-HOLDREL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-AAU.
           MOVE 'HOLDREL   ' TO FIELD-AAU.
           MOVE HOLDAMT-HLD TO WS-HOLDAMT-ED.
           MOVE WS-HOLDAMT-ED TO OLDVAL-AAU.
           MOVE HOLDID-IN TO NEWVAL-AAU.
           MOVE HOLDREASON-HLD TO REASON-AAU.
           COMPUTE OPERID-AAU = FUNCTION NUMVAL ( OPERID-IN ).
      * RE-ESTABLISH PARENTAGE ON THE ACCOUNT - THE DLET LEFT IMS
      * POSITIONED ON THE REMOVED HOLD
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'ACCTAUD ISRT FAILED FOR ACCID ' ACCID
                ' ' BAD-STATUS
           END-IF.
       WRITE-HOLDREL-AUDIT-END.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
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
