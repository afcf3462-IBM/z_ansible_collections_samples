       77  LOGOUTFAIL       PIC  X(24) VALUE "FAILED UPDATE FOR LOGOFF".
       77  LOGGEDIN         PIC  X(1)  VALUE "1".
       77  LOGGEDOUT        PIC  X(1)  VALUE "0".
       77  NOSUBUSER    PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".


      * MESSAGE PROCESSING
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

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
      *SECURITY EVENT ROOT SEGMENT - APPEND-ONLY AUTHENTICATION TRAIL,
      *SHARED WITH FBLOGIN (SEE ITS BANNER FOR THE EVENT TYPES).
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

       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.
       77  WS-EVT-SUBID        PIC  S9(9) COMP-5 VALUE 0.
       77  WS-EVT-DEVICE       PIC  X(20).

      ******************************************************************
      *BUSINESS ONLINE-BANKING SUB-USERS - A SUB-USER LOGS OFF ITS OWN
      *SESSION; THE CUSTOMER SESSION THE PAYMENT TRANSACTIONS CHECK IS
      *CLOSED ONLY WHEN NO OTHER SUB-USER OF THE BUSINESS IS STILL ON.
      ******************************************************************

           COPY SUBUSER.

       77  WS-SUBS-ON          PIC  S9(4) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  IN-CUSTID       PIC  X(09).
      * BUSINESS SUB-USER LOGGING OFF - BLANK FOR AN ORDINARY CUSTOMER
           05  IN-SUBID        PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP VALUE 36.
           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO IN-SUBID
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
           COMPUTE CUSTID = FUNCTION NUMVAL ( IN-CUSTID ).

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE 0 TO WS-EVT-SUBID.

           IF IN-SUBID NOT = SPACES
             PERFORM SUB-LOGOUT THRU SUB-LOGOUT-END
             GO TO LOGOUT-END
           END-IF.

           CALL "CBLTDLI"
             USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1.
             END-IF

      * RETURN LOGOUT SUCCESSFUL
             MOVE LASTDEVICE-SEG TO WS-EVT-DEVICE
             PERFORM LOG-SECEVT THRU LOG-SECEVT-END
             MOVE LOGOUTSUCCESSFULL TO MSG-OUT
           END-IF.

       LOGOUT-END.

      * PROCEDURE SUB-LOGOUT : CLOSES ONE SUB-USER'S SESSION, THEN
      * COUNTS THE BUSINESS'S OTHER SUB-USERS STILL LOGGED IN AND
      * CLOSES THE CUSTOMER SESSION ONLY WHEN THERE ARE NONE
       SUB-LOGOUT.
           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( IN-SUBID ).
           CALL "CBLTDLI"
             USING GHU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO SUB-LOGOUT-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE LOGGEDOUT TO SESSION-SUB.
           MOVE TIMESTAMP TO LASTLOGOUT-SUB.
           CALL "CBLTDLI"
             USING REPL, DBPCB, SUBUSER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SUB-LOGOUT-END
           END-IF.
           MOVE SUB-SSA-SUBID TO WS-EVT-SUBID.
           MOVE LASTDEVICE-SUB TO WS-EVT-DEVICE.
           PERFORM LOG-SECEVT THRU LOG-SECEVT-END.

           MOVE 0 TO WS-SUBS-ON.
           CALL "CBLTDLI"
             USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SUB-LOGOUT-END
           END-IF.
           CALL "CBLTDLI"
             USING GNP, DBPCB, SUBUSER-SEG, SUBUSER-SSA.
           PERFORM COUNT-SUB-SESSION THRU COUNT-SUB-SESSION-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SUB-LOGOUT-END
           END-IF.

           IF WS-SUBS-ON = 0
             CALL "CBLTDLI"
               USING GHU, DBPCB, CUST-SEG, CUSTOMER-SSA1
             IF DBSTAT = SPACES
               MOVE LOGGEDOUT TO STATUS-SEG
               MOVE TIMESTAMP TO LASTLOGOUT-SEG
               CALL "CBLTDLI"
                 USING REPL, DBPCB, CUST-SEG
             END-IF
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               GO TO SUB-LOGOUT-END
             END-IF
           END-IF.
           MOVE LOGOUTSUCCESSFULL TO MSG-OUT.
       SUB-LOGOUT-END.
           EXIT.

       COUNT-SUB-SESSION.
           IF SESSION-SUB = LOGGEDIN
             ADD 1 TO WS-SUBS-ON
           END-IF.
           CALL "CBLTDLI"
             USING GNP, DBPCB, SUBUSER-SEG, SUBUSER-SSA.
       COUNT-SUB-SESSION-END.
           EXIT.

      * PROCEDURE LOG-SECEVT : APPENDS THE 'O' LOGOUT EVENT ON ITS OWN
      * PCB (DBPCB2), THE SAME DERIVED-KEY AND APPEND-ONLY SHAPE AS
      * FBLOGIN'S LOG-SECEVT. THE CLOCK FIELDS WERE JUST SET BY THE
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID TO CUSTID-SEV.
           MOVE WS-EVT-SUBID TO SUBID-SEV.
           MOVE 'O' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE WS-EVT-DEVICE TO DEVICE-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
