       77  NOCUSTOMER        PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  ACCTLOCKED   PIC  X(24) VALUE "ACCOUNT LOCKED - SEE CSR".
       77  STEPUPFAILED PIC  X(24) VALUE "SECURITY ANSWER INVALID".
       77  SUBUSERREQ   PIC  X(20) VALUE "SUB-USER ID REQUIRED".
       77  NOSUBUSER    PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".
       77  SUBLOGGEDIN  PIC  X(26) VALUE "SUB-USER ALREADY LOGGED IN".
       77  SUBDISABLED  PIC  X(27) VALUE "SUB-USER DISABLED - SEE CSR".

       77  LOGGEDIN         PIC  X(1)  VALUE "1".
       77  LOGGEDOUT        PIC  X(1)  VALUE "0".
       77  WS-TODAY-INT     PIC  S9(9) COMP-5.
       77  PASSWORDEXPIRED  PIC  X(32) VALUE
             "PASSWORD EXPIRED - MUST CHANGE".
      * THE FORCED-CHANGE FLAG AND LAST-CHANGED DATE CHECK-PWD-EXPIRY
      * TESTS - LOADED FROM THE CUSTOMER ROW OR THE SUB-USER ROW,
      * WHICHEVER IS LOGGING IN
       77  WS-EXP-FORCE     PIC  X(01).
       77  WS-EXP-LASTCHG   PIC  X(10).

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
      * MUST COVER THE FULL SEGMENT
           05  DOB-SEG         PIC  X(10).
           05  VALBAND-SEG     PIC  X(01).
           05  BADCONTACT-SEG  PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
           05  RISKRATE-SEG    PIC  X(01).
           05  RISKSCORE-SEG   PIC  S9(4) COMP-5.
           05  RISKRSN-SEG     PIC  X(30).
           05  RISKDATE-SEG    PIC  X(10).
           05  EDDDUE-SEG      PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-SEG     PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-SEG SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-SEG. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-SEG     PIC  X(01).
           05  FORCTRY-SEG     PIC  X(02).
           05  W8DATE-SEG      PIC  X(10).
           05  TREATYRT-SEG    PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-SEG    PIC  X(10).
      ******************************************************************
      *SECURITY EVENT ROOT SEGMENT - APPEND-ONLY RECORD OF EVERY
      *AUTHENTICATION EVENT. THE CUSTOMER ROW ONLY EVER KEPT THE
      *"I NEVER LOGGED IN THAT NIGHT" HAD NO EVIDENCE EITHER WAY.
      *EVENT TYPES: 'S' SUCCESS, 'F' BAD PASSWORD, 'L' LOCKOUT,
      *'U' UNLOCK, 'P' STEP-UP PASSED, 'Q' STEP-UP FAILED, 'D' NEW
      *DEVICE SEEN, 'O' LOGOUT. FBCARDMNT ADDS 'R' CARD ISSUED AND
      *FBEXTMNT 'E' EXTERNAL PAYEE ADDED. FBSUBMNT ADDS 'N' BUSINESS
      *SUB-USER MAINTAINED, AND FBWIRE, FBBILMNT AND FBEXTMNT 'G' A
      *PAYMENT RELEASED OR REJECTED BY A SECOND SUB-USER. A SUB-USER'S
      *OWN EVENTS CARRY ITS SUBID. REPORTED DAILY BY SECRPT.
      ******************************************************************

       01  SECEVT-SEG.
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

       77  WS-EVT-TYPE         PIC  X(01).
      * SUB-USER THE EVENT BEING LOGGED BELONGS TO - ZERO FOR THE
      * CUSTOMER'S OWN LOGIN
       77  WS-EVT-SUBID        PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *BUSINESS ONLINE-BANKING SUB-USERS - CHILDREN OF A BUSINESS
      *CUSTOMER, EACH WITH ITS OWN CREDENTIALS. WHILE THE BUSINESS HAS
      *AN ACTIVE BIZCTL ROW THE SHARED CUSTOMER PASSWORD NO LONGER
      *OPENS A SESSION - THE LOGIN MUST NAME A SUB-USER AND IS CHECKED
      *AGAINST THAT SUB-USER'S OWN PASSWORD, LOCKOUT AND EXPIRY. THE
      *SAME LAYOUT FBSUBMNT MAINTAINS.
      ******************************************************************

       01  SUBUSER-SEG.
           05  CUSTID-SUB          PIC  S9(9) COMP-5.
           05  SUBID-SUB           PIC  S9(9) COMP-5.
           05  NAME-SUB            PIC  X(30).
           05  ENTITLE-SUB         PIC  X(01).
           05  LIMIT-SUB           PIC  S9(13)V9(2) COMP-3.
           05  STATUS-SUB          PIC  X(01).
               88  SUB-ACTIVE          VALUE "A".
           05  PWDHASH-SUB         PIC  S9(9) COMP-5.
           05  PWDLASTCHG-SUB      PIC  X(10).
           05  PWDFORCE-SUB        PIC  X(01).
           05  FAILCNT-SUB         PIC  9(1).
           05  LOCKED-SUB          PIC  X(01).
           05  SESSION-SUB         PIC  X(01).
           05  LASTLOGIN-SUB       PIC  X(23).
           05  LASTLOGOUT-SUB      PIC  X(23).
           05  LASTDEVICE-SUB      PIC  X(20).
           05  ADDDATE-SUB         PIC  X(10).
           05  CHGOPER-SUB         PIC  S9(9) COMP-5.
           05  CHGDATE-SUB         PIC  X(10).

       01  BIZCTL-SEG.
           05  CUSTID-BZC          PIC  S9(9) COMP-5.
           05  STATUS-BZC          PIC  X(01).
               88  BZC-ACTIVE          VALUE "A".
           05  APPRLIM-BZC         PIC  S9(13)V9(2) COMP-3.
           05  LASTSUB-BZC         PIC  S9(9) COMP-5.
           05  CHGOPER-BZC         PIC  S9(9) COMP-5.
           05  CHGDATE-BZC         PIC  X(10).

       01  SUBUSER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "SUBUSER ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "SUBID   ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SUB-SSA-SUBID   PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BIZCTL-SSA.
           05  FILLER          PIC  X(08)        VALUE "BIZCTL  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       77  WS-BIZ-SUBUSERS     PIC  X(01).

      ******************************************************************
      *NOTIFICATION ENQUEUE - A LOGIN FROM A NEVER-SEEN DEVICE RAISES
           05  IN-PASSWD       PIC  X(16).
           05  IN-DEVICE       PIC  X(20).
           05  IN-CHALLENGE    PIC  X(16).
      * BUSINESS SUB-USER LOGGING IN - BLANK FOR AN ORDINARY CUSTOMER
           05  IN-SUBID        PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP VALUE 36.
      * CHALLENGE ANSWER LEFT OVER FROM AN EARLIER, LONGER MESSAGE
              MOVE SPACES TO IN-DEVICE
              MOVE SPACES TO IN-CHALLENGE
              MOVE SPACES TO IN-SUBID
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
           COMPUTE CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
      *    DISPLAY "DBPCB: " DBPCB.
           MOVE 0 TO WS-EVT-SUBID.

      * A BUSINESS THAT HAS SWITCHED ON SUB-USERS LOGS IN ONLY AS ONE
      * OF THEM - THE SHARED CUSTOMER PASSWORD IS NO LONGER ENOUGH
           PERFORM CHECK-BIZCTL THRU CHECK-BIZCTL-END.
           IF IN-SUBID NOT = SPACES
             PERFORM SUB-LOGIN THRU SUB-LOGIN-END
             GO TO LOGIN-END
           END-IF.
           IF WS-BIZ-SUBUSERS = 'Y'
             MOVE SUBUSERREQ TO MSG-OUT
             DISPLAY "Sub-user id required"
             GO TO LOGIN-END
           END-IF.

           CALL "CBLTDLI"
             USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1.
      * PASSWORD EXPIRY - A FORCED-CHANGE FLAG OR A LAST-CHANGED DATE
      * PAST THE POLICY AGE DENIES THE SESSION UNTIL THE PASSWORD IS
      * CHANGED THROUGH FBPWDRST
                   MOVE PWDFORCE-SEG TO WS-EXP-FORCE
                   MOVE PWDLASTCHG-SEG TO WS-EXP-LASTCHG
                   PERFORM CHECK-PWD-EXPIRY THRU CHECK-PWD-EXPIRY-END
                   IF WS-PWD-EXPIRED = 'Y'
                     MOVE PASSWORDEXPIRED TO MSG-OUT
       LOGIN-END.


      * PROCEDURE CHECK-BIZCTL : SETS WS-BIZ-SUBUSERS 'Y' WHEN THE
      * CUSTOMER HAS AN ACTIVE BIZCTL ROW - I.E. HAS SWITCHED ON
      * BUSINESS SUB-USERS AND MUST LOG IN AS ONE OF THEM
       CHECK-BIZCTL.
           MOVE 'N' TO WS-BIZ-SUBUSERS.
           CALL "CBLTDLI"
             USING GU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT = SPACES
             IF BZC-ACTIVE
               MOVE 'Y' TO WS-BIZ-SUBUSERS
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               DISPLAY "BIZCTL GU FAILED WITH STATUS CODE: " DBSTAT
             END-IF
           END-IF.
       CHECK-BIZCTL-END.
           EXIT.

      * PROCEDURE SUB-LOGIN : LOGS IN ONE SUB-USER OF A BUSINESS
      * CUSTOMER. THE SUB-USER ROW CARRIES ITS OWN PASSWORD HASH,
      * FAILED-ATTEMPT COUNT, LOCK AND SESSION FLAG, AND GETS THE SAME
      * LOCKOUT AND EXPIRY RULES AS A CUSTOMER LOGIN - THERE IS NO
      * SECURITY CHALLENGE ON FILE FOR A SUB-USER, SO NO STEP-UP. THE
      * CUSTOMER ROW IS ALSO MARKED LOGGED IN, SINCE THAT IS THE
      * SESSION THE PAYMENT TRANSACTIONS CHECK; THEY THEN CHECK THE
      * SUB-USER'S OWN SESSION AND ENTITLEMENT. EVERY SECEVT ROW
      * WRITTEN HERE CARRIES THE SUBID.
       SUB-LOGIN.
           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( IN-SUBID ).
           MOVE SUB-SSA-SUBID TO WS-EVT-SUBID.
           CALL "CBLTDLI"
             USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
               DISPLAY "NO CUSTOMER"
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               DISPLAY "Bad status code: " SC
             END-IF
             GO TO SUB-LOGIN-END
           END-IF.
      * A LOCK PUT ON THE WHOLE CUSTOMER BY THE BRANCH LOCKS OUT
      * EVERY ONE OF ITS SUB-USERS
           IF LOCKED-SEG = LOCKED
             MOVE ACCTLOCKED TO MSG-OUT
             DISPLAY "Account locked"
             GO TO SUB-LOGIN-END
           END-IF.
           IF WS-BIZ-SUBUSERS NOT = 'Y'
             MOVE NOSUBUSER TO MSG-OUT
             DISPLAY "Customer has no sub-users"
             GO TO SUB-LOGIN-END
           END-IF.

           CALL "CBLTDLI"
             USING GHU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
               DISPLAY "No sub-user"
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               DISPLAY "Bad status code: " SC
             END-IF
             GO TO SUB-LOGIN-END
           END-IF.
           IF NOT SUB-ACTIVE
             MOVE SUBDISABLED TO MSG-OUT
             DISPLAY "Sub-user disabled"
             GO TO SUB-LOGIN-END
           END-IF.
           IF LOCKED-SUB = LOCKED
             MOVE ACCTLOCKED TO MSG-OUT
             DISPLAY "Sub-user locked"
             GO TO SUB-LOGIN-END
           END-IF.

           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           IF WS-PWD-HASH NOT = PWDHASH-SUB
             ADD 1 TO FAILCNT-SUB
             IF FAILCNT-SUB >= MAXFAILEDLOGIN
               MOVE LOCKED TO LOCKED-SUB
               MOVE ACCTLOCKED TO MSG-OUT
               DISPLAY "Sub-user locked after repeated bad password"
               MOVE 'L' TO WS-EVT-TYPE
             ELSE
               MOVE PASSWORDINVALID TO MSG-OUT
               DISPLAY "Bad sub-user password"
               MOVE 'F' TO WS-EVT-TYPE
             END-IF
             PERFORM LOG-SECEVT THRU LOG-SECEVT-END
             CALL "CBLTDLI"
               USING REPL, DBPCB, SUBUSER-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               DISPLAY "Bad status code: " SC
             END-IF
             GO TO SUB-LOGIN-END
           END-IF.

           MOVE PWDFORCE-SUB TO WS-EXP-FORCE.
           MOVE PWDLASTCHG-SUB TO WS-EXP-LASTCHG.
           PERFORM CHECK-PWD-EXPIRY THRU CHECK-PWD-EXPIRY-END.
           IF WS-PWD-EXPIRED = 'Y'
             MOVE PASSWORDEXPIRED TO MSG-OUT
             DISPLAY "Sub-user password expired - change required"
             GO TO SUB-LOGIN-END
           END-IF.
           IF SESSION-SUB = LOGGEDIN
             MOVE SUBLOGGEDIN TO MSG-OUT
             DISPLAY "Sub-user already logged in"
             GO TO SUB-LOGIN-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO LASTLOGIN-SUB.
           IF IN-DEVICE NOT = SPACES
              AND IN-DEVICE NOT = LASTDEVICE-SUB
             MOVE 'D' TO WS-EVT-TYPE
             PERFORM LOG-SECEVT THRU LOG-SECEVT-END
             MOVE IN-DEVICE TO LASTDEVICE-SUB
           END-IF.
           MOVE LOGGEDIN TO SESSION-SUB.
           MOVE 0 TO FAILCNT-SUB.
           CALL "CBLTDLI"
             USING REPL, DBPCB, SUBUSER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             DISPLAY "Bad status code: " SC
             GO TO SUB-LOGIN-END
           END-IF.

      * THE CUSTOMER SESSION STAYS OPEN WHILE ANY OF ITS SUB-USERS IS
      * LOGGED IN - FBLOGOUT CLOSES IT WITH THE LAST ONE
           IF STATUS-SEG NOT = LOGGEDIN
             CALL "CBLTDLI"
               USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1
             IF DBSTAT = SPACES
               MOVE LOGGEDIN TO STATUS-SEG
               MOVE TIMESTAMP TO LASTLOGIN-SEG
               CALL "CBLTDLI"
                 USING REPL, DBPCB, CUST-SEG
             END-IF
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               DISPLAY "Bad status code: " SC
               GO TO SUB-LOGIN-END
             END-IF
           END-IF.

           MOVE 'S' TO WS-EVT-TYPE.
           PERFORM LOG-SECEVT THRU LOG-SECEVT-END.
           MOVE LOGINSUCCESSFULL TO MSG-OUT.
       SUB-LOGIN-END.
           EXIT.

      * PROCEDURE VERIFY-PASSWORD : HASHES IN-PASSWD AND COMPARES IT
      * AGAINST PWDHASH-SEG. A LEGACY ROW WITH NO HASH YET IS CHECKED
      * AGAINST THE OLD CLEARTEXT FIELD AND MIGRATED IN PLACE ON
      * PASSWORD IS NEXT CHANGED.
       CHECK-PWD-EXPIRY.
           MOVE 'N' TO WS-PWD-EXPIRED.
           IF WS-EXP-FORCE = 'Y'
             MOVE 'Y' TO WS-PWD-EXPIRED
             GO TO CHECK-PWD-EXPIRY-END
           END-IF.
           IF WS-EXP-LASTCHG = SPACES
             GO TO CHECK-PWD-EXPIRY-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ).
           COMPUTE WS-CHG-DATE-INT = FUNCTION INTEGER-OF-DATE (
              FUNCTION NUMVAL ( WS-EXP-LASTCHG (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-EXP-LASTCHG (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-EXP-LASTCHG (9:2) ) ).
           IF WS-TODAY-INT - WS-CHG-DATE-INT > PWD-EXPIRY-DAYS
             MOVE 'Y' TO WS-PWD-EXPIRED
           END-IF.
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID TO CUSTID-SEV.
           MOVE WS-EVT-SUBID TO SUBID-SEV.
           MOVE WS-EVT-TYPE TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE IN-DEVICE TO DEVICE-SEV.
