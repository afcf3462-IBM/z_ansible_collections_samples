       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCMPMNT.

      ******************************************************************
      * CUSTOMER COMPLAINT INTAKE AND WORKBENCH TRANSACTION - THE
      * OPERATOR TOOLING FOR THE COMPLNT CHILD SEGMENTS UNDER
      * CUSTOMER (SEE COMPLNT FOR THE ROW). FUNCTYPE-IN SELECTS THE
      * OPERATION:
      *   'R'ECEIVE - TAKES A NEW COMPLAINT: CATEGORY, CHANNEL, WHAT
      *               IT IS ABOUT, OPTIONALLY THE ACCOUNT (WHICH GIVES
      *               THE PRODUCT AND THE DEFAULT BRANCH) AND THE DATE
      *               IT REACHED US IF NOT TODAY. THE ACKNOWLEDGEMENT
      *               AND FINAL-RESPONSE DEADLINES ARE SET FROM THAT
      *               DATE
      *   'L'IST    - RETURNS THE CUSTOMER'S UNCLOSED COMPLAINTS
      *   'A'CK     - RECORDS THE ACKNOWLEDGEMENT SENT (BY CMPID)
      *   'U'PDATE  - RECORDS A WORKING NOTE, AND A ROOT CAUSE OR A
      *               CORRECTED CATEGORY IF KEYED
      *   'C'LOSE   - RECORDS THE FINAL RESPONSE: OUTCOME-IN 'U'PHELD,
      *               'P'ARTLY UPHELD, 'N'OT UPHELD OR 'W'ITHDRAWN, THE
      *               ROOT CAUSE (REQUIRED UNLESS WITHDRAWN) AND ANY
      *               REDRESS. A COMPLAINT CLOSED BEFORE IT WAS
      *               ACKNOWLEDGED IS ACKNOWLEDGED BY THE FINAL
      *               RESPONSE ITSELF
      * ROWS ARE NEVER DLET'D - A CLOSED COMPLAINT STAYS ON FILE FOR
      * CMPRPT AND THE REGULATOR. MODELED ON FBDSPMNT.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(24) VALUE "CUSTOMER DOES NOT EXIST".
       77  NOACCOUNT       PIC  X(23) VALUE "ACCOUNT DOES NOT EXIST".
       77  NOCOMPLAINT     PIC  X(22) VALUE "NO COMPLAINT ON FILE".
       77  NOTOPENCMP      PIC  X(24) VALUE "COMPLAINT ALREADY CLOSED".
       77  ALREADYACK      PIC  X(30) VALUE
             "COMPLAINT ALREADY ACKNOWLEDGED".
       77  BADCATEGORY     PIC  X(26) VALUE
             "INVALID COMPLAINT CATEGORY".
       77  BADCHANNEL      PIC  X(29) VALUE
             "CHANNEL MUST BE B, P, O, M, E".
       77  BADRCVDATE      PIC  X(35) VALUE
             "RECEIVED DATE MAY NOT BE IN FUTURE".
       77  BADOUTCOME      PIC  X(30) VALUE
             "OUTCOME MUST BE U, P, N OR W".
       77  BADROOTCAUSE    PIC  X(30) VALUE
             "ROOT CAUSE MISSING OR INVALID".
       77  BADREDRESS      PIC  X(29) VALUE
             "REDRESS MAY NOT BE NEGATIVE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * DAYS ALLOWED FROM RECEIPT - THE ACKNOWLEDGEMENT AND THE FINAL
      * RESPONSE. CALENDAR DAYS; 56 IS THE EIGHT WEEKS THE REGULATOR
      * ALLOWS BEFORE THE CUSTOMER MAY REFER THE COMPLAINT ON.
       77  CMP-ACK-DAYS        PIC S9(4) COMP-5 VALUE 5.
       77  CMP-RES-DAYS        PIC S9(4) COMP-5 VALUE 56.

      * UPPER LIMIT ON COMPLAINTS RETURNED IN ONE LIST REPLY - MUST
      * MATCH THE OCCURS CEILING ON COMPLAINT-SUMMARY BELOW.
       77  MAX-CMP             PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

       77  WS-TARGET-CMPID     PIC  S9(9) COMP-5.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-CMPID-NEW        PIC  S9(9) COMP-5.
       77  WS-CODE-OK          PIC  X(01).
       77  WS-CODE-IX          PIC  S9(4) COMP-5.
       77  WS-REDRESS          PIC  S9(13)V9(2) COMP-3.
       77  WS-RCVDATE          PIC  X(10).
       77  WS-ACCID            PIC  S9(18) COMP-5.
       77  WS-PRODUCT          PIC  X(01).
       77  WS-BRANCH           PIC  X(04).

      * DEADLINE ARITHMETIC - THE RECEIVED DATE AS AN INTEGER DAY, AND
      * A DUE DATE BACK OUT AS YYYY-MM-DD
       77  WS-RCV-INT          PIC S9(9) COMP-5.
       77  WS-DUE-INT          PIC S9(9) COMP-5.
       01  WS-RCV-YMD.
           05  WS-RCV-YEAR     PIC 9(4).
           05  WS-RCV-MONTH    PIC 9(2).
           05  WS-RCV-DAY      PIC 9(2).
       01  WS-DUE-N            PIC 9(08).
       01  FILLER REDEFINES WS-DUE-N.
           05  DUE-YEAR        PIC 9(04).
           05  DUE-MONTH       PIC 9(02).
           05  DUE-DAY         PIC 9(02).
       01  WS-DUE-YMD          PIC X(10).

           COPY CMPCODES.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    ADDRESS-CD THROUGH DECDATE-CD - 278 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(278).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
      * VALUE BAND - STAMPED MONTHLY BY CUSTPROF
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


       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
           05  ACCTYPE-ACC     PIC  X(01).
           05  BALANCE-ACC     PIC  S9(13)V9(2) COMP-3.
           05  LASTTXID-ACC    PIC  S9(18) COMP-5.
           05  ACCTSTATUS-ACC  PIC  X(01).
           05  WDRLDATE-ACC    PIC  X(08).
           05  WDRLTODAY-ACC   PIC  S9(13)V9(2) COMP-3.
           05  INTRATE-ACC     PIC  S9(1)V9(4) COMP-3.
           05  CURRENCY-ACC    PIC  X(03).
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
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


           COPY COMPLNT.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  CUSTID-IN       PIC  X(09).
           05  CMPID-IN        PIC  X(09).
      * RECEIVE FIELDS - ACCID-IN, BRANCH-IN AND RCVDATE-IN MAY BE
      * BLANK (NO ACCOUNT / THE ACCOUNT'S BRANCH / TODAY)
           05  CATEGORY-IN     PIC  X(02).
           05  CHANNEL-IN      PIC  X(01).
           05  ACCID-IN        PIC  X(18).
           05  BRANCH-IN       PIC  X(04).
           05  RCVDATE-IN      PIC  X(10).
           05  DESC-IN         PIC  X(30).
      * UPDATE AND CLOSE FIELDS
           05  OUTCOME-IN      PIC  X(01).
           05  ROOTCAUSE-IN    PIC  X(02).
           05  REDRESS-IN      PIC  X(16).
           05  NOTE-IN         PIC  X(30).
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(43).
           05  TOTAL-CMP       PIC  99.
           05  COMPLAINT-SUMMARY OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-CMP.
               10  CMPID-CS    PIC  S9(9) COMP-5.
               10  CATEGORY-CS PIC  X(02).
               10  RCVDATE-CS  PIC  X(10).
               10  ACKDUE-CS   PIC  X(10).
               10  RESDUE-CS   PIC  X(10).
               10  STATUS-CS   PIC  X(01).
               10  OUTCOME-CS  PIC  X(01).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    CUSTOMER-SSA1 POSITIONS ON THE PARENT CUSTOMER BY CUSTID
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCOUNT-SSA1 READS THE ACCOUNT COMPLAINED ABOUT, ON DBPCB2
       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
             10  WS-CURRENT-YEAR         PIC 9(04).
             10  WS-CURRENT-MONTH        PIC 9(02).
             10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
             10  WS-CURRENT-HOURS        PIC 9(02).
             10  WS-CURRENT-MINUTE       PIC 9(02).
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  WS-TODAY-YMD            PIC X(10).

       01  TIMESTAMP.
           05  YEAR-TS         PIC X(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  MONTH-TS        PIC X(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  DAY-TS          PIC X(2).
           05  FILLER          PIC X(1) VALUE ' '.
           05  HOUR-TS         PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  MINUTE-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  SECOND-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE '.'.
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

      ******************************************************************
      *I/O PCB
      ******************************************************************

       01  LTERMPCB.
           05  LOGTTERM        PIC  X(08).
           05  FILLER          PIC  X(02).
           05  TPSTAT          PIC  X(02).
           05  IODATE          PIC  X(04).
           05  IOTIME          PIC  X(04).
           05  FILLER          PIC  X(02).
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

      ******************************************************************
      *DATABASE PCB
      ******************************************************************

       01  DBPCB.
           05  DBDNAME         PIC  X(08).
           05  SEGLEVEL        PIC  X(02).
           05  DBSTAT          PIC  X(02).
           05  PROCOPTS        PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  SEGNAMFB        PIC  X(08).
           05  LENKEY          PIC  9(08) COMP.
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).
           05  FILLER REDEFINES KEYFB.
               07  KEYFB1      PIC  X(9).
               07  FILLER      PIC  X(11).


       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   IOPCBA - I/O PCB
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER AND COMPLNT, UPDATE)
      *   DBPCB2 - ACCOUNT DATABASE (ACCOUNT, READ ONLY)
      *   DBPCB3 - OPERATOR DATABASE (OPERATOR, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-COMPLAINT
                   THRU MAINTAIN-COMPLAINT-END

                PERFORM INSERT-IO THRU INSERT-IO-END
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
                  MOVE 1 TO TERM-IO
                ELSE
                  DISPLAY 'GU FROM IOPCB FAILED WITH STATUS CODE: '
                    TPSTAT
                END-IF
              END-IF
           END-PERFORM.
           STOP RUN.

      * PROCEDURE MAINTAIN-COMPLAINT : POSITIONS ON THE PARENT
      * CUSTOMER AND DISPATCHES TO THE RECEIVE/LIST/ACK/UPDATE/CLOSE
      * LOGIC FOR FUNCTYPE-IN
       MAINTAIN-COMPLAINT.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE 0 TO TOTAL-CMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-COMPLAINT-END
           END-IF.
           COMPUTE CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
           ELSE
             EVALUATE FUNCTYPE-IN
               WHEN 'R'
                 PERFORM RECEIVE-COMPLAINT
                    THRU RECEIVE-COMPLAINT-END
               WHEN 'L'
                 PERFORM LIST-OPEN-COMPLAINTS
                    THRU LIST-OPEN-COMPLAINTS-END
               WHEN 'A'
                 PERFORM ACK-COMPLAINT THRU ACK-COMPLAINT-END
               WHEN 'U'
                 PERFORM UPDATE-COMPLAINT THRU UPDATE-COMPLAINT-END
               WHEN 'C'
                 PERFORM CLOSE-COMPLAINT THRU CLOSE-COMPLAINT-END
               WHEN OTHER
                 MOVE BADFUNCTYPE TO MSG-OUT
             END-EVALUATE
           END-IF.
       MAINTAIN-COMPLAINT-END.

      * PROCEDURE RECEIVE-COMPLAINT : VALIDATES THE INTAKE, TAKES THE
      * PRODUCT AND DEFAULT BRANCH FROM THE ACCOUNT IF ONE IS NAMED
      * (ON DBPCB2, SO THE CUSTOMER POSITION ON DBPCB1 IS NOT
      * DISTURBED), FIXES THE TWO DEADLINES FROM THE RECEIVED DATE AND
      * INSERTS THE ROW WITH THE NEXT CMPID
       RECEIVE-COMPLAINT.
           PERFORM CHECK-CATEGORY THRU CHECK-CATEGORY-END.
           IF WS-CODE-OK NOT = 'Y'
             MOVE BADCATEGORY TO MSG-OUT
             GO TO RECEIVE-COMPLAINT-END
           END-IF.
           IF CHANNEL-IN NOT = 'B' AND CHANNEL-IN NOT = 'P'
              AND CHANNEL-IN NOT = 'O' AND CHANNEL-IN NOT = 'M'
              AND CHANNEL-IN NOT = 'E'
             MOVE BADCHANNEL TO MSG-OUT
             GO TO RECEIVE-COMPLAINT-END
           END-IF.
           IF RCVDATE-IN = SPACES
             MOVE WS-TODAY-YMD TO WS-RCVDATE
           ELSE
             MOVE RCVDATE-IN TO WS-RCVDATE
           END-IF.
           IF WS-RCVDATE > WS-TODAY-YMD
             MOVE BADRCVDATE TO MSG-OUT
             GO TO RECEIVE-COMPLAINT-END
           END-IF.

           MOVE 0 TO WS-ACCID.
           MOVE SPACES TO WS-PRODUCT.
           MOVE BRANCH-IN TO WS-BRANCH.
           IF ACCID-IN NOT = SPACES
             COMPUTE WS-ACCID = FUNCTION NUMVAL ( ACCID-IN )
             MOVE WS-ACCID TO ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL 'CBLTDLI'
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             IF DBSTAT NOT = SPACES
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
               MOVE NOACCOUNT TO MSG-OUT
               GO TO RECEIVE-COMPLAINT-END
             END-IF
             MOVE ACCTYPE-ACC TO WS-PRODUCT
             IF WS-BRANCH = SPACES
               MOVE DOMBRANCH-ACC TO WS-BRANCH
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
           END-IF.

           PERFORM FIND-HIGHEST-CMPID THRU FIND-HIGHEST-CMPID-END.
      * RESTORE POSITION/HOLD ON THE CUSTOMER - THE GHNP WALK ABOVE
      * LEFT IMS POSITIONED ON A COMPLNT CHILD, NOT THE CUSTOMER
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.

           MOVE CUSTID TO CUSTID-CMP.
           MOVE WS-CMPID-NEW TO CMPID-CMP.
           MOVE CATEGORY-IN TO CATEGORY-CMP.
           MOVE WS-ACCID TO ACCID-CMP.
           MOVE WS-PRODUCT TO PRODUCT-CMP.
           MOVE CHANNEL-IN TO CHANNEL-CMP.
           MOVE WS-BRANCH TO BRANCH-CMP.
           MOVE WS-RCVDATE TO RCVDATE-CMP.

           MOVE WS-RCVDATE (1:4) TO WS-RCV-YEAR.
           MOVE WS-RCVDATE (6:2) TO WS-RCV-MONTH.
           MOVE WS-RCVDATE (9:2) TO WS-RCV-DAY.
           COMPUTE WS-RCV-INT = FUNCTION INTEGER-OF-DATE (
             WS-RCV-YEAR * 10000 + WS-RCV-MONTH * 100
               + WS-RCV-DAY).
           COMPUTE WS-DUE-INT = WS-RCV-INT + CMP-ACK-DAYS.
           PERFORM FORMAT-DUE-DATE THRU FORMAT-DUE-DATE-END.
           MOVE WS-DUE-YMD TO ACKDUE-CMP.
           COMPUTE WS-DUE-INT = WS-RCV-INT + CMP-RES-DAYS.
           PERFORM FORMAT-DUE-DATE THRU FORMAT-DUE-DATE-END.
           MOVE WS-DUE-YMD TO RESDUE-CMP.

           MOVE SPACES TO ACKDATE-CMP.
           MOVE SPACES TO RESDATE-CMP.
           MOVE 'O' TO STATUS-CMP.
           MOVE SPACES TO OUTCOME-CMP.
           MOVE SPACES TO ROOTCAUSE-CMP.
           MOVE 0 TO REDRESS-CMP.
           MOVE DESC-IN TO DESC-CMP.
           MOVE SPACES TO NOTE-CMP.
           COMPUTE TAKENBY-CMP = FUNCTION NUMVAL ( OPERID-IN ).
           MOVE 0 TO RESBY-CMP.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, COMPLNT-SEG, COMPLNT-SSA.
           IF DBSTAT = SPACES
             PERFORM RETURN-ONE-COMPLAINT
                THRU RETURN-ONE-COMPLAINT-END
           ELSE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       RECEIVE-COMPLAINT-END.
           EXIT.

       FORMAT-DUE-DATE.
           COMPUTE WS-DUE-N = FUNCTION DATE-OF-INTEGER ( WS-DUE-INT ).
           STRING DUE-YEAR '-' DUE-MONTH '-' DUE-DAY
              DELIMITED BY SIZE INTO WS-DUE-YMD.
       FORMAT-DUE-DATE-END.
           EXIT.

      * PROCEDURE FIND-HIGHEST-CMPID : GHNP-WALKS THE COMPLNT CHILDREN
      * OF THE POSITIONED CUSTOMER TO DERIVE THE NEXT CMPID, THE SAME
      * WALK FBDSPMNT RUNS FOR ITS DSPID
       FIND-HIGHEST-CMPID.
           MOVE 1 TO WS-CMPID-NEW.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA.
           PERFORM BUMP-ONE-CMPID THRU BUMP-ONE-CMPID-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       FIND-HIGHEST-CMPID-END.

       BUMP-ONE-CMPID.
           IF DBSTAT = SPACES
             IF CMPID-CMP >= WS-CMPID-NEW
               COMPUTE WS-CMPID-NEW = CMPID-CMP + 1
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-CMPID-END.

      * PROCEDURE LIST-OPEN-COMPLAINTS : WALKS THE COMPLNT CHILDREN OF
      * THE POSITIONED CUSTOMER, RETURNING THE UNCLOSED ONES - GHNP,
      * NOT GHN, SO A CUSTOMER WITH NONE RETURNS GB/GE INSTEAD OF
      * WALKING INTO THE NEXT CUSTOMER'S CHILDREN
       LIST-OPEN-COMPLAINTS.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA.
           PERFORM LIST-ONE-COMPLAINT THRU LIST-ONE-COMPLAINT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-CMP = MAX-CMP.
           IF TOTAL-CMP = 0 AND MSG-OUT = SPACES
             MOVE NOCOMPLAINT TO MSG-OUT
           END-IF.
       LIST-OPEN-COMPLAINTS-END.

       LIST-ONE-COMPLAINT.
           IF DBSTAT = SPACES
             IF NOT COMPLAINT-CLOSED
               PERFORM RETURN-ONE-COMPLAINT
                  THRU RETURN-ONE-COMPLAINT-END
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-COMPLAINT-END.

      * PROCEDURE RETURN-ONE-COMPLAINT : ADDS THE CURRENT ROW TO THE
      * REPLY
       RETURN-ONE-COMPLAINT.
           ADD 1 TO TOTAL-CMP.
           MOVE CMPID-CMP TO CMPID-CS (TOTAL-CMP).
           MOVE CATEGORY-CMP TO CATEGORY-CS (TOTAL-CMP).
           MOVE RCVDATE-CMP TO RCVDATE-CS (TOTAL-CMP).
           MOVE ACKDUE-CMP TO ACKDUE-CS (TOTAL-CMP).
           MOVE RESDUE-CMP TO RESDUE-CS (TOTAL-CMP).
           MOVE STATUS-CMP TO STATUS-CS (TOTAL-CMP).
           MOVE OUTCOME-CMP TO OUTCOME-CS (TOTAL-CMP).
       RETURN-ONE-COMPLAINT-END.
           EXIT.

      * PROCEDURE FIND-TARGET-COMPLAINT : POSITIONS ON THE COMPLAINT
      * NAMED BY CMPID-IN UNDER THE POSITIONED CUSTOMER - SHARED BY
      * THE ACK, UPDATE AND CLOSE PATHS
       FIND-TARGET-COMPLAINT.
           COMPUTE WS-TARGET-CMPID = FUNCTION NUMVAL ( CMPID-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA.
           PERFORM FIND-ONE-COMPLAINT THRU FIND-ONE-COMPLAINT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
       FIND-TARGET-COMPLAINT-END.

       FIND-ONE-COMPLAINT.
           IF DBSTAT = SPACES
             IF CMPID-CMP = WS-TARGET-CMPID
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-COMPLAINT-END.

      * PROCEDURE ACK-COMPLAINT : RECORDS THE ACKNOWLEDGEMENT AS SENT
      * TODAY - ONCE ONLY
       ACK-COMPLAINT.
           PERFORM FIND-TARGET-COMPLAINT
              THRU FIND-TARGET-COMPLAINT-END.
           IF WS-ROW-FOUND NOT = 'Y'
             IF MSG-OUT = SPACES
               MOVE NOCOMPLAINT TO MSG-OUT
             END-IF
             GO TO ACK-COMPLAINT-END
           END-IF.
           IF COMPLAINT-CLOSED
             MOVE NOTOPENCMP TO MSG-OUT
             GO TO ACK-COMPLAINT-END
           END-IF.
           IF COMPLAINT-ACKED
             MOVE ALREADYACK TO MSG-OUT
             GO TO ACK-COMPLAINT-END
           END-IF.
           MOVE 'A' TO STATUS-CMP.
           MOVE WS-TODAY-YMD TO ACKDATE-CMP.
           IF NOTE-IN NOT = SPACES
             MOVE NOTE-IN TO NOTE-CMP
           END-IF.
           PERFORM REWRITE-COMPLAINT THRU REWRITE-COMPLAINT-END.
       ACK-COMPLAINT-END.
           EXIT.

      * PROCEDURE UPDATE-COMPLAINT : A WORKING NOTE, AND THE ROOT CAUSE
      * OR A CORRECTED CATEGORY WHEN KEYED - THE COMPLAINT STAYS OPEN
       UPDATE-COMPLAINT.
           IF CATEGORY-IN NOT = SPACES
             PERFORM CHECK-CATEGORY THRU CHECK-CATEGORY-END
             IF WS-CODE-OK NOT = 'Y'
               MOVE BADCATEGORY TO MSG-OUT
               GO TO UPDATE-COMPLAINT-END
             END-IF
           END-IF.
           IF ROOTCAUSE-IN NOT = SPACES
             PERFORM CHECK-ROOT-CAUSE THRU CHECK-ROOT-CAUSE-END
             IF WS-CODE-OK NOT = 'Y'
               MOVE BADROOTCAUSE TO MSG-OUT
               GO TO UPDATE-COMPLAINT-END
             END-IF
           END-IF.
           PERFORM FIND-TARGET-COMPLAINT
              THRU FIND-TARGET-COMPLAINT-END.
           IF WS-ROW-FOUND NOT = 'Y'
             IF MSG-OUT = SPACES
               MOVE NOCOMPLAINT TO MSG-OUT
             END-IF
             GO TO UPDATE-COMPLAINT-END
           END-IF.
           IF COMPLAINT-CLOSED
             MOVE NOTOPENCMP TO MSG-OUT
             GO TO UPDATE-COMPLAINT-END
           END-IF.
           IF CATEGORY-IN NOT = SPACES
             MOVE CATEGORY-IN TO CATEGORY-CMP
           END-IF.
           IF ROOTCAUSE-IN NOT = SPACES
             MOVE ROOTCAUSE-IN TO ROOTCAUSE-CMP
           END-IF.
           IF NOTE-IN NOT = SPACES
             MOVE NOTE-IN TO NOTE-CMP
           END-IF.
           PERFORM REWRITE-COMPLAINT THRU REWRITE-COMPLAINT-END.
       UPDATE-COMPLAINT-END.
           EXIT.

      * PROCEDURE CLOSE-COMPLAINT : RECORDS THE FINAL RESPONSE. A
      * WITHDRAWN COMPLAINT NEEDS NO ROOT CAUSE; ANY OTHER OUTCOME
      * DOES, KEYED NOW OR ON AN EARLIER UPDATE
       CLOSE-COMPLAINT.
           IF OUTCOME-IN NOT = 'U' AND OUTCOME-IN NOT = 'P'
              AND OUTCOME-IN NOT = 'N' AND OUTCOME-IN NOT = 'W'
             MOVE BADOUTCOME TO MSG-OUT
             GO TO CLOSE-COMPLAINT-END
           END-IF.
           IF ROOTCAUSE-IN NOT = SPACES
             PERFORM CHECK-ROOT-CAUSE THRU CHECK-ROOT-CAUSE-END
             IF WS-CODE-OK NOT = 'Y'
               MOVE BADROOTCAUSE TO MSG-OUT
               GO TO CLOSE-COMPLAINT-END
             END-IF
           END-IF.
           MOVE 0 TO WS-REDRESS.
           IF REDRESS-IN NOT = SPACES
             COMPUTE WS-REDRESS = FUNCTION NUMVAL ( REDRESS-IN )
           END-IF.
           IF WS-REDRESS < 0
             MOVE BADREDRESS TO MSG-OUT
             GO TO CLOSE-COMPLAINT-END
           END-IF.
           PERFORM FIND-TARGET-COMPLAINT
              THRU FIND-TARGET-COMPLAINT-END.
           IF WS-ROW-FOUND NOT = 'Y'
             IF MSG-OUT = SPACES
               MOVE NOCOMPLAINT TO MSG-OUT
             END-IF
             GO TO CLOSE-COMPLAINT-END
           END-IF.
           IF COMPLAINT-CLOSED
             MOVE NOTOPENCMP TO MSG-OUT
             GO TO CLOSE-COMPLAINT-END
           END-IF.
           IF ROOTCAUSE-IN NOT = SPACES
             MOVE ROOTCAUSE-IN TO ROOTCAUSE-CMP
           END-IF.
           IF ROOTCAUSE-CMP = SPACES AND OUTCOME-IN NOT = 'W'
             MOVE BADROOTCAUSE TO MSG-OUT
             GO TO CLOSE-COMPLAINT-END
           END-IF.

           IF ACKDATE-CMP = SPACES
             MOVE WS-TODAY-YMD TO ACKDATE-CMP
           END-IF.
           MOVE 'C' TO STATUS-CMP.
           MOVE OUTCOME-IN TO OUTCOME-CMP.
           MOVE WS-REDRESS TO REDRESS-CMP.
           MOVE WS-TODAY-YMD TO RESDATE-CMP.
           IF NOTE-IN NOT = SPACES
             MOVE NOTE-IN TO NOTE-CMP
           END-IF.
           COMPUTE RESBY-CMP = FUNCTION NUMVAL ( OPERID-IN ).
           PERFORM REWRITE-COMPLAINT THRU REWRITE-COMPLAINT-END.
       CLOSE-COMPLAINT-END.
           EXIT.

       REWRITE-COMPLAINT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, COMPLNT-SEG.
           IF DBSTAT = SPACES
             PERFORM RETURN-ONE-COMPLAINT
                THRU RETURN-ONE-COMPLAINT-END
           ELSE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       REWRITE-COMPLAINT-END.
           EXIT.

      * PROCEDURE CHECK-CATEGORY : CATEGORY-IN AGAINST CMPCODES
       CHECK-CATEGORY.
           MOVE 'N' TO WS-CODE-OK.
           PERFORM TEST-ONE-CATEGORY THRU TEST-ONE-CATEGORY-END
              VARYING WS-CODE-IX FROM 1 BY 1
              UNTIL WS-CODE-IX > MAX-CMP-CATS OR WS-CODE-OK = 'Y'.
       CHECK-CATEGORY-END.
           EXIT.

       TEST-ONE-CATEGORY.
           IF CMP-CAT-CODE (WS-CODE-IX) = CATEGORY-IN
             MOVE 'Y' TO WS-CODE-OK
           END-IF.
       TEST-ONE-CATEGORY-END.
           EXIT.

      * PROCEDURE CHECK-ROOT-CAUSE : ROOTCAUSE-IN AGAINST CMPCODES -
      * THE BLANK 'NOT RECORDED' ROW NEVER MATCHES A KEYED CODE
       CHECK-ROOT-CAUSE.
           MOVE 'N' TO WS-CODE-OK.
           PERFORM TEST-ONE-CAUSE THRU TEST-ONE-CAUSE-END
              VARYING WS-CODE-IX FROM 1 BY 1
              UNTIL WS-CODE-IX > MAX-CMP-CAUSES OR WS-CODE-OK = 'Y'.
       CHECK-ROOT-CAUSE-END.
           EXIT.

       TEST-ONE-CAUSE.
           IF CMP-CAUSE-CODE (WS-CODE-IX) = ROOTCAUSE-IN
             MOVE 'Y' TO WS-CODE-OK
           END-IF.
       TEST-ONE-CAUSE-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
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
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
