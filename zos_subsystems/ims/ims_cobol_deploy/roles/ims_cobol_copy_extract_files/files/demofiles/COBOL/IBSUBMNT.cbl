       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSUBMNT.

      ******************************************************************
      * BUSINESS SUB-USER MAINTENANCE - THE BRANCH SETS UP A BUSINESS
      * CUSTOMER'S ONLINE-BANKING SUB-USERS (SUBUSER.CPY) ON THE
      * BUSINESS'S SIGNED INSTRUCTION. EVERY FUNCTION IS KEYED BY
      * CUSTID-IN (WHICH MUST BE A BUSINESS, CUSTOMERTYPE 'B') AND ONLY
      * HONORED FROM AN OPERATOR SIGNED ON AT THIS TERMINAL (SEE
      * FBOPRSGN). FUNCTYPE-IN:
      *   'T'HRESH  - SWITCHES SUB-USERS ON FOR THE BUSINESS (CREATES
      *               ITS BIZCTL ROW) OR CHANGES ITS DUAL-APPROVAL
      *               THRESHOLD TO AMOUNT-IN. FROM THEN ON EVERY LOGIN
      *               AND PAYMENT MUST NAME A SUB-USER
      *   'A'DD     - ADDS A SUB-USER WITH NAME-IN, ENTITLE-IN ('V'IEW,
      *               'I'NITIATE, 'A'PPROVE) AND PER-ITEM LIMIT
      *               AMOUNT-IN, ISSUING PASSWD-IN AS A ONE-TIME
      *               PASSWORD TO BE CHANGED AT FIRST LOGIN. THE NEW
      *               SUBID IS RETURNED
      *   'C'HANGE  - CHANGES SUBID-IN'S NAME, ENTITLEMENT OR LIMIT -
      *               A BLANK FIELD KEEPS THE ROW'S OWN VALUE
      *   'D'ISABLE - DISABLES SUBID-IN AND ENDS ANY SESSION IT HAS
      *   'E'NABLE  - RE-ENABLES A DISABLED SUB-USER
      *   'W'       - ISSUES PASSWD-IN AS A NEW ONE-TIME PASSWORD AND
      *               CLEARS A LOCKOUT
      *   'L'IST    - THE THRESHOLD AND THE BUSINESS'S SUB-USERS FROM
      *               SUBID-IN ON
      * EVERY CHANGE IS LOGGED TO THE SECEVT TRAIL AS AN 'N' EVENT
      * CARRYING THE SUB-USER, SO SECRPT SHOWS IT THE NEXT MORNING.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  NOTBUSINESS     PIC  X(32) VALUE
             "CUSTOMER IS NOT A BUSINESS".
       77  NOTENABLED      PIC  X(32) VALUE
             "SUB-USERS NOT SET UP - USE 'T'".
       77  NOSUBUSER       PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".
       77  NONAME          PIC  X(26) VALUE "SUB-USER NAME IS REQUIRED".
       77  BADENTITLE      PIC  X(30) VALUE
             "ENTITLEMENT MUST BE V, I OR A".
       77  BADAMOUNT       PIC  X(22) VALUE "INVALID AMOUNT".
       77  NOPASSWD        PIC  X(30) VALUE
             "ONE-TIME PASSWORD IS REQUIRED".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

       77  BUSINESS-CUSTTYPE   PIC X(01) VALUE 'B'.
       77  LOGGEDOUT           PIC X(01) VALUE '0'.

      * UPPER LIMIT ON ROWS RETURNED IN ONE LIST REPLY
       77  MAX-SBL             PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
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

       77  WS-CUSTID           PIC  S9(9) COMP-5.
       77  WS-SUBID            PIC  S9(9) COMP-5.
       77  WS-OPERID           PIC  S9(9) COMP-5.
       77  WS-AMOUNT           PIC  S9(13)V9(2) COMP-3.
       77  WS-BZC-FOUND        PIC  X(01).
       77  WS-EVT-TEXT         PIC  X(20).

      * PASSWORD HASH TRANSFORM WORK FIELDS - SEE HASH-PASSWORD. THE
      * SAME MULTIPLY-AND-MOD TRANSFORM FBLOGIN CHECKS AND FBPWDRST
      * STORES, SO A ONE-TIME PASSWORD ISSUED HERE LOGS IN THERE
       77  WS-PWD-TEXT         PIC  X(16).
       77  WS-PWD-HASH         PIC  S9(18) COMP-5.
       77  WS-PWD-IX           PIC  S9(4) COMP-5.
       77  PWD-HASH-MULT       PIC  S9(9) COMP-5 VALUE 31.
       77  PWD-HASH-MOD        PIC  S9(9) COMP-5 VALUE 999999937.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

      *    SUBUSER-SEG, BIZCTL-SEG AND THEIR SSAS
           COPY SUBUSER.

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
           05  PHONE-CD        PIC  X(12).
           05  STATUS-CD       PIC  X(1).
           05  PASSWORD-CD     PIC  X(16).
           05  CUSTOMERTYPE-CD PIC  X(1).
           05  LASTLOGIN-CD    PIC  X(23).
           05  FAILEDLOGIN-CD  PIC  9(1).
           05  LOCKED-CD       PIC  X(1).
           05  LASTLOGOUT-CD   PIC  X(23).
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
           05  OFFICER-CD      PIC  S9(9) COMP-5.
           05  FORSTAT-CD      PIC  X(01).
           05  FORCTRY-CD      PIC  X(02).
           05  W8DATE-CD       PIC  X(10).
           05  TREATYRT-CD     PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-CD     PIC  X(10).

      *    SECEVT-SEG - SEE FBLOGIN FOR THE EVENT TYPES. FBSUBMNT
      *    APPENDS 'N' WITH WHAT WAS DONE IN DEVICE-SEV
       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * SECEVT KEY DERIVATION - SAME AS FBLOGIN'S LOG-SECEVT
       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  OPERID-IN       PIC  X(09).
           05  CUSTID-IN       PIC  X(09).
           05  SUBID-IN        PIC  X(09).
           05  NAME-IN         PIC  X(30).
           05  ENTITLE-IN      PIC  X(01).
           05  AMOUNT-IN       PIC  X(16).
           05  PASSWD-IN       PIC  X(16).

      *    THE BUSINESS'S THRESHOLD, THEN ONE ROW PER SUB-USER ACTED ON
      *    OR LISTED
       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(34).
           05  BZCSTAT-OUT     PIC  X(01).
           05  APPRLIM-OUT     PIC  S9(13)V9(2) COMP-3.
           05  TOTAL-SBL       PIC  99.
           05  SB-ROW OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-SBL.
               10  SUBID-SR    PIC  S9(9) COMP-5.
               10  NAME-SR     PIC  X(30).
               10  ENTITLE-SR  PIC  X(01).
               10  LIMIT-SR    PIC  S9(13)V9(2) COMP-3.
               10  STATUS-SR   PIC  X(01).
               10  LOCKED-SR   PIC  X(01).
               10  SESSION-SR  PIC  X(01).
               10  LASTLOGIN-SR PIC X(23).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
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

       01  WS-TODAY-YMD        PIC X(10).

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
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN
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

      * DBPCB1 CUSTOMER (WITH ITS SUBUSER AND BIZCTL CHILDREN),
      * DBPCB2 OPERATOR, DBPCB3 SECEVT
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-SUBUSER THRU MAINTAIN-SUBUSER-END

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

      * PROCEDURE MAINTAIN-SUBUSER : CHECKS THE OPERATOR AND THE
      * CUSTOMER, READS THE BUSINESS'S BIZCTL ROW IF IT HAS ONE AND
      * DISPATCHES FOR FUNCTYPE-IN
       MAINTAIN-SUBUSER.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO BZCSTAT-OUT.
           MOVE 0 TO TOTAL-SBL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-SUBUSER-END
           END-IF.
           COMPUTE WS-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           MOVE WS-CUSTID TO CUSTID.
           MOVE 0 TO WS-SUBID.
           IF SUBID-IN NOT = SPACES
             COMPUTE WS-SUBID = FUNCTION NUMVAL ( SUBID-IN )
           END-IF.
           MOVE WS-SUBID TO SUB-SSA-SUBID.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO MAINTAIN-SUBUSER-END
           END-IF.
           IF CUSTOMERTYPE-CD NOT = BUSINESS-CUSTTYPE
             MOVE NOTBUSINESS TO MSG-OUT
             GO TO MAINTAIN-SUBUSER-END
           END-IF.

           PERFORM GET-BIZCTL THRU GET-BIZCTL-END.
           IF FUNCTYPE-IN NOT = 'T'
              AND ( WS-BZC-FOUND NOT = 'Y' OR NOT BZC-ACTIVE )
             MOVE NOTENABLED TO MSG-OUT
             GO TO MAINTAIN-SUBUSER-END
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'T'
               PERFORM SET-THRESHOLD THRU SET-THRESHOLD-END
             WHEN 'A'
               PERFORM ADD-SUBUSER THRU ADD-SUBUSER-END
             WHEN 'C'
               PERFORM CHANGE-SUBUSER THRU CHANGE-SUBUSER-END
             WHEN 'D'
               PERFORM DISABLE-SUBUSER THRU DISABLE-SUBUSER-END
             WHEN 'E'
               PERFORM ENABLE-SUBUSER THRU ENABLE-SUBUSER-END
             WHEN 'W'
               PERFORM RESET-SUB-PASSWORD
                  THRU RESET-SUB-PASSWORD-END
             WHEN 'L'
               PERFORM LIST-SUBUSERS THRU LIST-SUBUSERS-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-SUBUSER-END.
           EXIT.

      * PROCEDURE GET-BIZCTL : THE BUSINESS'S CONTROL ROW, HELD FOR
      * UPDATE, INTO BIZCTL-SEG - WS-BZC-FOUND 'N' WHEN IT HAS NONE
       GET-BIZCTL.
           MOVE 'N' TO WS-BZC-FOUND.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT = SPACES
             MOVE 'Y' TO WS-BZC-FOUND
             MOVE STATUS-BZC TO BZCSTAT-OUT
             MOVE APPRLIM-BZC TO APPRLIM-OUT
           END-IF.
       GET-BIZCTL-END.
           EXIT.

      * PROCEDURE SET-THRESHOLD : CREATES THE BIZCTL ROW THAT SWITCHES
      * SUB-USERS ON, OR CHANGES THE DUAL-APPROVAL THRESHOLD OF ONE
      * ALREADY THERE. A ZERO THRESHOLD SENDS EVERY INITIATED PAYMENT
      * TO A SECOND APPROVER.
       SET-THRESHOLD.
           IF AMOUNT-IN = SPACES
             MOVE 0 TO WS-AMOUNT
           ELSE
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
           END-IF.
           IF WS-AMOUNT < 0
             MOVE BADAMOUNT TO MSG-OUT
             GO TO SET-THRESHOLD-END
           END-IF.
           IF WS-BZC-FOUND = 'Y'
             MOVE 'A' TO STATUS-BZC
             MOVE WS-AMOUNT TO APPRLIM-BZC
             MOVE WS-OPERID TO CHGOPER-BZC
             MOVE WS-TODAY-YMD TO CHGDATE-BZC
             CALL 'CBLTDLI'
               USING REPL, DBPCB, BIZCTL-SEG
           ELSE
             MOVE WS-CUSTID TO CUSTID-BZC
             MOVE 'A' TO STATUS-BZC
             MOVE WS-AMOUNT TO APPRLIM-BZC
             MOVE 0 TO LASTSUB-BZC
             MOVE WS-OPERID TO CHGOPER-BZC
             MOVE WS-TODAY-YMD TO CHGDATE-BZC
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1,
                     BIZCTL-SSA
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SET-THRESHOLD-END
           END-IF.
           MOVE STATUS-BZC TO BZCSTAT-OUT.
           MOVE APPRLIM-BZC TO APPRLIM-OUT.
           MOVE 0 TO SUBID-SUB.
           MOVE 'APPROVAL THRESHOLD' TO WS-EVT-TEXT.
           PERFORM LOG-SUB-SECEVT THRU LOG-SUB-SECEVT-END.
           MOVE 'APPROVAL THRESHOLD SET' TO MSG-OUT.
       SET-THRESHOLD-END.
           EXIT.

      * PROCEDURE ADD-SUBUSER : VALIDATES THE ENTRY, NUMBERS THE
      * SUB-USER FROM THE BIZCTL ROW AND INSERTS IT ACTIVE WITH A
      * ONE-TIME PASSWORD
       ADD-SUBUSER.
           IF NAME-IN = SPACES
             MOVE NONAME TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.
           IF ENTITLE-IN NOT = 'V' AND ENTITLE-IN NOT = 'I'
              AND ENTITLE-IN NOT = 'A'
             MOVE BADENTITLE TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.
           IF PASSWD-IN = SPACES
             MOVE NOPASSWD TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.
           IF AMOUNT-IN = SPACES
             MOVE 0 TO WS-AMOUNT
           ELSE
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
           END-IF.
           IF WS-AMOUNT < 0
             MOVE BADAMOUNT TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.

           ADD 1 TO LASTSUB-BZC.
           MOVE WS-OPERID TO CHGOPER-BZC.
           MOVE WS-TODAY-YMD TO CHGDATE-BZC.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, BIZCTL-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.

           MOVE WS-CUSTID TO CUSTID-SUB.
           MOVE LASTSUB-BZC TO SUBID-SUB.
           MOVE NAME-IN TO NAME-SUB.
           MOVE ENTITLE-IN TO ENTITLE-SUB.
           MOVE WS-AMOUNT TO LIMIT-SUB.
           MOVE 'A' TO STATUS-SUB.
           MOVE PASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           MOVE WS-PWD-HASH TO PWDHASH-SUB.
           MOVE WS-TODAY-YMD TO PWDLASTCHG-SUB.
           MOVE 'Y' TO PWDFORCE-SUB.
           MOVE 0 TO FAILCNT-SUB.
           MOVE SPACES TO LOCKED-SUB.
           MOVE LOGGEDOUT TO SESSION-SUB.
           MOVE SPACES TO LASTLOGIN-SUB.
           MOVE SPACES TO LASTLOGOUT-SUB.
           MOVE SPACES TO LASTDEVICE-SUB.
           MOVE WS-TODAY-YMD TO ADDDATE-SUB.
           MOVE WS-OPERID TO CHGOPER-SUB.
           MOVE WS-TODAY-YMD TO CHGDATE-SUB.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-SUBUSER-END
           END-IF.
           MOVE 'SUB-USER ADDED' TO WS-EVT-TEXT.
           PERFORM LOG-SUB-SECEVT THRU LOG-SUB-SECEVT-END.
           PERFORM MOVE-SUBUSER-OUT THRU MOVE-SUBUSER-OUT-END.
           MOVE 'SUB-USER ADDED' TO MSG-OUT.
       ADD-SUBUSER-END.
           EXIT.

      * PROCEDURE CHANGE-SUBUSER : NEW NAME, ENTITLEMENT OR LIMIT -
      * WHATEVER IS KEYED; BLANKS KEEP THE ROW'S OWN
       CHANGE-SUBUSER.
           IF ENTITLE-IN NOT = SPACES AND ENTITLE-IN NOT = 'V'
              AND ENTITLE-IN NOT = 'I' AND ENTITLE-IN NOT = 'A'
             MOVE BADENTITLE TO MSG-OUT
             GO TO CHANGE-SUBUSER-END
           END-IF.
           IF AMOUNT-IN NOT = SPACES
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
             IF WS-AMOUNT < 0
               MOVE BADAMOUNT TO MSG-OUT
               GO TO CHANGE-SUBUSER-END
             END-IF
           END-IF.
           PERFORM GET-SUBUSER THRU GET-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO CHANGE-SUBUSER-END
           END-IF.
           IF NAME-IN NOT = SPACES
             MOVE NAME-IN TO NAME-SUB
           END-IF.
           IF ENTITLE-IN NOT = SPACES
             MOVE ENTITLE-IN TO ENTITLE-SUB
           END-IF.
           IF AMOUNT-IN NOT = SPACES
             MOVE WS-AMOUNT TO LIMIT-SUB
           END-IF.
           MOVE 'ENTITLEMENT CHANGED' TO WS-EVT-TEXT.
           PERFORM REPLACE-SUBUSER THRU REPLACE-SUBUSER-END.
       CHANGE-SUBUSER-END.
           EXIT.

      * PROCEDURE DISABLE-SUBUSER : TAKES THE SUB-USER OUT OF SERVICE
      * AND ENDS ANY SESSION IT HAS OPEN - THE PAYMENT TRANSACTIONS
      * CHECK BOTH, SO IT CAN DO NOTHING MORE FROM THIS MOMENT
       DISABLE-SUBUSER.
           PERFORM GET-SUBUSER THRU GET-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO DISABLE-SUBUSER-END
           END-IF.
           MOVE 'D' TO STATUS-SUB.
           MOVE LOGGEDOUT TO SESSION-SUB.
           MOVE 'SUB-USER DISABLED' TO WS-EVT-TEXT.
           PERFORM REPLACE-SUBUSER THRU REPLACE-SUBUSER-END.
       DISABLE-SUBUSER-END.
           EXIT.

       ENABLE-SUBUSER.
           PERFORM GET-SUBUSER THRU GET-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ENABLE-SUBUSER-END
           END-IF.
           MOVE 'A' TO STATUS-SUB.
           MOVE 'SUB-USER ENABLED' TO WS-EVT-TEXT.
           PERFORM REPLACE-SUBUSER THRU REPLACE-SUBUSER-END.
       ENABLE-SUBUSER-END.
           EXIT.

      * PROCEDURE RESET-SUB-PASSWORD : A FORGOTTEN PASSWORD OR A
      * LOCKOUT - ISSUES A NEW ONE-TIME PASSWORD AND CLEARS THE LOCK
       RESET-SUB-PASSWORD.
           IF PASSWD-IN = SPACES
             MOVE NOPASSWD TO MSG-OUT
             GO TO RESET-SUB-PASSWORD-END
           END-IF.
           PERFORM GET-SUBUSER THRU GET-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO RESET-SUB-PASSWORD-END
           END-IF.
           MOVE PASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           MOVE WS-PWD-HASH TO PWDHASH-SUB.
           MOVE WS-TODAY-YMD TO PWDLASTCHG-SUB.
           MOVE 'Y' TO PWDFORCE-SUB.
           MOVE 0 TO FAILCNT-SUB.
           MOVE SPACES TO LOCKED-SUB.
           MOVE 'PASSWORD RESET' TO WS-EVT-TEXT.
           PERFORM REPLACE-SUBUSER THRU REPLACE-SUBUSER-END.
       RESET-SUB-PASSWORD-END.
           EXIT.

      * PROCEDURE GET-SUBUSER : SUBID-IN UNDER THE CUSTOMER, HELD FOR
      * UPDATE
       GET-SUBUSER.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
           END-IF.
       GET-SUBUSER-END.
           EXIT.

      * PROCEDURE REPLACE-SUBUSER : STAMPS THE OPERATOR, WRITES THE
      * HELD SUB-USER BACK AND LOGS THE CHANGE IN WS-EVT-TEXT
       REPLACE-SUBUSER.
           MOVE WS-OPERID TO CHGOPER-SUB.
           MOVE WS-TODAY-YMD TO CHGDATE-SUB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SUBUSER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO REPLACE-SUBUSER-END
           END-IF.
           PERFORM LOG-SUB-SECEVT THRU LOG-SUB-SECEVT-END.
           PERFORM MOVE-SUBUSER-OUT THRU MOVE-SUBUSER-OUT-END.
           MOVE WS-EVT-TEXT TO MSG-OUT.
       REPLACE-SUBUSER-END.
           EXIT.

      * PROCEDURE LIST-SUBUSERS : THE BUSINESS'S SUB-USERS FROM
      * SUBID-IN ON, UP TO A SCREENFUL
       LIST-SUBUSERS.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, SUBUSER-SEG, SUBUSER-SSA.
           PERFORM LIST-ONE-SUBUSER THRU LIST-ONE-SUBUSER-END
              UNTIL DBSTAT NOT = SPACES
                 OR TOTAL-SBL = MAX-SBL.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = GB
              AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO LIST-SUBUSERS-END
           END-IF.
           IF TOTAL-SBL = 0
             MOVE 'NO SUB-USERS ON FILE' TO MSG-OUT
           ELSE
             MOVE 'SUB-USERS' TO MSG-OUT
           END-IF.
       LIST-SUBUSERS-END.
           EXIT.

       LIST-ONE-SUBUSER.
           IF SUBID-SUB >= WS-SUBID
             PERFORM MOVE-SUBUSER-OUT THRU MOVE-SUBUSER-OUT-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, SUBUSER-SEG, SUBUSER-SSA.
       LIST-ONE-SUBUSER-END.
           EXIT.

      * PROCEDURE MOVE-SUBUSER-OUT : ONE SUB-USER INTO THE NEXT REPLY
      * ROW - NEVER THE PASSWORD HASH
       MOVE-SUBUSER-OUT.
           ADD 1 TO TOTAL-SBL.
           MOVE SUBID-SUB TO SUBID-SR (TOTAL-SBL).
           MOVE NAME-SUB TO NAME-SR (TOTAL-SBL).
           MOVE ENTITLE-SUB TO ENTITLE-SR (TOTAL-SBL).
           MOVE LIMIT-SUB TO LIMIT-SR (TOTAL-SBL).
           MOVE STATUS-SUB TO STATUS-SR (TOTAL-SBL).
           MOVE LOCKED-SUB TO LOCKED-SR (TOTAL-SBL).
           MOVE SESSION-SUB TO SESSION-SR (TOTAL-SBL).
           MOVE LASTLOGIN-SUB TO LASTLOGIN-SR (TOTAL-SBL).
       MOVE-SUBUSER-OUT-END.
           EXIT.

      * PROCEDURE LOG-SUB-SECEVT : APPENDS THE 'N' SUB-USER EVENT TO
      * THE SECEVT TRAIL ON ITS OWN PCB (DBPCB3), WHAT WAS DONE IN
      * DEVICE-SEV AND THE SUB-USER IN SUBID-SEV. A FAILED LOG IS
      * DISPLAYED BUT DOES NOT UNDO THE CHANGE.
       LOG-SUB-SECEVT.
           COMPUTE EVTID-SEV = WS-CUSTID * SEV-TIME-MULT
              + WS-CURRENT-HOURS * 1000000
              + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100
              + WS-CURRENT-MILLISECONDS.
           MOVE WS-CUSTID TO CUSTID-SEV.
           MOVE SUBID-SUB TO SUBID-SEV.
           MOVE 'N' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE WS-EVT-TEXT TO DEVICE-SEV.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-SUB-SECEVT-END.
           EXIT.

      * PROCEDURE HASH-PASSWORD : FOLDS THE 16 BYTES OF WS-PWD-TEXT
      * INTO A ONE-WAY HASH - MULTIPLY-AND-MOD OVER EACH BYTE'S ORD,
      * THE SAME TRANSFORM FBLOGIN AND FBPWDRST APPLY
       HASH-PASSWORD.
           MOVE 0 TO WS-PWD-HASH.
           PERFORM HASH-ONE-BYTE THRU HASH-ONE-BYTE-END
              VARYING WS-PWD-IX FROM 1 BY 1
              UNTIL WS-PWD-IX > 16.
       HASH-PASSWORD-END.
           EXIT.

       HASH-ONE-BYTE.
           COMPUTE WS-PWD-HASH = FUNCTION MOD (
              WS-PWD-HASH * PWD-HASH-MULT
              + FUNCTION ORD ( WS-PWD-TEXT (WS-PWD-IX:1) ),
              PWD-HASH-MOD ).
       HASH-ONE-BYTE-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
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
