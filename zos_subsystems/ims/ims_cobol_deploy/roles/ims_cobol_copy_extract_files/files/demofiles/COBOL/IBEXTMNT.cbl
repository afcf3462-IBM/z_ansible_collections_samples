      *              PRENOTE AND ITS WAITING PERIOD HAS PASSED.
      *   'X'      - CANCELS THE INSTRUCTION (STATUS FLIP, THE ROW
      *              STAYS ON FILE AS THE RECORD)
      *   'V'      - A SECOND SUB-USER APPROVES AN INSTRUCTION PARKED
      *              FOR DUAL APPROVAL, RELEASING IT TO THE PRENOTE
      *   'L'IST   - RETURNS THE CUSTOMER'S INSTRUCTIONS
      * A BUSINESS WITH SUB-USERS SWITCHED ON (SUBUSER.CPY) MUST NAME
      * THE LOGGED-ON SUB-USER IN SUBID-IN. A VIEW-ONLY SUB-USER MAY
      * ONLY LIST; AN INSTRUCTION OVER THE BUSINESS'S APPROVAL
      * THRESHOLD IS ADDED STATUS 'V' AND WAITS FOR 'V' FROM ANOTHER
      * SUB-USER ENTITLED TO APPROVE - ACHOUT LEAVES IT ALONE UNTIL
      * THEN. 'X' ON A PARKED INSTRUCTION REJECTS IT. EACH APPROVAL OR
      * REJECTION IS LOGGED TO SECEVT AS A 'G' EVENT.
      * ACHOUT ORIGINATES THE NETOUT FILE AND POSTS THE CUSTOMER LEG;
      * ACHRETM MATCHES INBOUND RETURNS BACK BY TRACE NUMBER.
      ******************************************************************
       77  BADDIRECTION    PIC  X(30) VALUE
             "DIRECTION MUST BE C OR D".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  SUBUSERREQ      PIC  X(20) VALUE "SUB-USER ID REQUIRED".
       77  NOSUBUSER       PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".
       77  SUBNOTON        PIC  X(22) VALUE "SUB-USER NOT LOGGED ON".
       77  NOTENTITLED     PIC  X(34) VALUE
             "SUB-USER NOT ENTITLED TO FUNCTION".
       77  OVERSUBLIMIT    PIC  X(34) VALUE
             "AMOUNT OVER SUB-USER LIMIT".
       77  NOTAWAITING     PIC  X(34) VALUE
             "INSTRUCTION NOT AWAITING APPROVAL".
       77  SAMEAPPROVER    PIC  X(34) VALUE
             "APPROVER MUST BE ANOTHER SUB-USER".

      * UPPER LIMIT ON INSTRUCTIONS RETURNED IN ONE LIST REPLY
       77  MAX-EXT             PIC 99 VALUE 10.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-OWN-FOUND        PIC  X(01).

      * SUB-USER GATE - SEE CHECK-SUBUSER. WS-SUB-NEED IS WHAT THE
      * FUNCTION ASKS OF THE SUB-USER: 'V'IEW, 'I'NITIATE OR
      * 'A'PPROVE; WS-NEED-SECOND 'Y' PARKS THE INSTRUCTION FOR A
      * SECOND SUB-USER. WS-SUBID IS ZERO FOR AN ORDINARY CUSTOMER.
       77  WS-SUBID            PIC  S9(9) COMP-5.
       77  WS-BZC-ON           PIC  X(01).
       77  WS-SUB-NEED         PIC  X(01).
       77  WS-SUB-AMOUNT       PIC  S9(13)V9(2) COMP-3.
       77  WS-NEED-SECOND      PIC  X(01).
       77  WS-REJECTED         PIC  X(01).

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************
      *    STATUS LIFECYCLE: 'N'EW -> (ACHOUT SENDS PRENOTE) 'W'AIT ->
      *    (WAITING PERIOD PASSES) 'A'CTIVE -> 'D'ONE FOR A ONE-TIME
      *    INSTRUCTION; 'X' CANCELED BY THE CUSTOMER; 'S'USPENDED BY
      *    ACHRETM WHEN THE NETWORK RETURNS AN ITEM. A BUSINESS
      *    SUB-USER'S INSTRUCTION OVER THE APPROVAL THRESHOLD STARTS
      *    'V' AND BECOMES 'N'EW WHEN A SECOND SUB-USER APPROVES IT.
       01  EXTXFER-SEG.
           05  EXTID-EXT       PIC  S9(9) COMP-5.
           05  CUSTID-EXT      PIC  S9(9) COMP-5.
               88  EXT-SUSPENDED   VALUE "S".
               88  EXT-CANCELED    VALUE "X".
               88  EXT-DONE        VALUE "D".
               88  EXT-AWAITING    VALUE "V".
           05  PRENOTEDT-EXT   PIC  X(10).
           05  TRACE-EXT       PIC  S9(18) COMP-5.
      *    BUSINESS SUB-USER WHO SET UP THE INSTRUCTION AND, WHEN IT WAS
      *    PARKED 'V', THE SECOND SUB-USER WHO RELEASED OR REJECTED IT
      *    AND WHEN - ZERO/BLANK OTHERWISE
           05  INITSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRDATE-EXT    PIC  X(10).

      *    SUBUSER-SEG, BIZCTL-SEG AND THEIR SSAS
           COPY SUBUSER.

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

      *    SECEVT-SEG - EVERY INSTRUCTION ADDED HERE IS LOGGED AS AN
      *    'E' EVENT (NEW EXTERNAL PAYEE) WITH THE ROUTING NUMBER AND
      *    THE LEADING ACCOUNT DIGITS IN DEVICE-SEV, SO ATOWTCH CAN
      *    LINE IT UP AGAINST A RECENT PROFILE CHANGE. A SECOND
      *    SUB-USER'S APPROVAL OR REJECTION IS LOGGED AS A 'G' EVENT.
       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************
           05  AMOUNT-IN       PIC  X(16).
           05  FREQ-IN         PIC  X(01).
           05  FIRSTRUN-IN     PIC  X(10).
      * BUSINESS SUB-USER ACTING - BLANK FOR AN ORDINARY CUSTOMER
           05  SUBID-IN        PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  FILLER          PIC  X(08)        VALUE "EXTXFER ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 POSITIONS ON THE CUSTOMER (DBPCB4) FOR THE
      *    SUB-USER AND BIZCTL PATH CALLS
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".

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

      * SECEVT KEY DERIVATION - SAME AS FBLOGIN'S LOG-SECEVT
       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

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

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO SUBID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).

      *    WHAT THE FUNCTION ASKS OF A BUSINESS SUB-USER
           MOVE 0 TO WS-SUB-AMOUNT.
           EVALUATE FUNCTYPE-IN
             WHEN 'L'
               MOVE 'V' TO WS-SUB-NEED
             WHEN 'V'
               MOVE 'A' TO WS-SUB-NEED
             WHEN 'A'
               MOVE 'I' TO WS-SUB-NEED
               COMPUTE WS-SUB-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
             WHEN OTHER
               MOVE 'I' TO WS-SUB-NEED
           END-EVALUATE.
           PERFORM CHECK-SUBUSER THRU CHECK-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO MAINTAIN-EXTXFER-END
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'A'
               PERFORM ADD-INSTRUCTION THRU ADD-INSTRUCTION-END
             WHEN 'X'
               PERFORM CANCEL-INSTRUCTION THRU CANCEL-INSTRUCTION-END
             WHEN 'V'
               PERFORM APPROVE-INSTRUCTION THRU APPROVE-INSTRUCTION-END
             WHEN 'L'
               PERFORM LIST-INSTRUCTIONS THRU LIST-INSTRUCTIONS-END
             WHEN OTHER
           END-EVALUATE.
       MAINTAIN-EXTXFER-END.

      * PROCEDURE CHECK-SUBUSER : WHEN THE BUSINESS HAS SUB-USERS
      * SWITCHED ON (AN ACTIVE BIZCTL UNDER THE CUSTOMER, DBPCB4) THE
      * REQUEST MUST NAME AN ACTIVE, UNLOCKED SUB-USER WITH A SESSION
      * OPEN WHOSE ENTITLEMENT COVERS WS-SUB-NEED AND WHOSE PER-ITEM
      * LIMIT COVERS WS-SUB-AMOUNT. AN AMOUNT OVER THE BUSINESS'S
      * APPROVAL THRESHOLD SETS WS-NEED-SECOND. LEAVES MSG-OUT SET ON
      * REFUSAL
       CHECK-SUBUSER.
           MOVE 0 TO WS-SUBID.
           MOVE 'N' TO WS-BZC-ON.
           MOVE 'N' TO WS-NEED-SECOND.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           MOVE WS-CUSTID TO CUSTID.
           CALL 'CBLTDLI'
             USING GU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT = SPACES AND BZC-ACTIVE
             MOVE 'Y' TO WS-BZC-ON
           END-IF.
           IF WS-BZC-ON NOT = 'Y'
             IF SUBID-IN NOT = SPACES
               MOVE NOSUBUSER TO MSG-OUT
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF SUBID-IN = SPACES
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.

           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( SUBID-IN ).
           CALL 'CBLTDLI'
             USING GU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
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

      * PROCEDURE ADD-INSTRUCTION : VALIDATES THE ENTRY, VERIFIES THE
      * CUSTOMER OWNS THE INTERNAL ACCOUNT (THE SAME CUSTACCS CHECK
      * IBTRAN'S CHECK-OWNERSHIP RUNS), AND REGISTERS THE INSTRUCTION
      * STATUS 'N' - THE PRENOTE GATE - OR 'V' WHEN A SUB-USER SET IT
      * UP OVER THE BUSINESS'S APPROVAL THRESHOLD
       ADD-INSTRUCTION.
           IF DIRECTION-IN NOT = 'C' AND DIRECTION-IN NOT = 'D'
             MOVE BADDIRECTION TO MSG-OUT
           ELSE
             MOVE FIRSTRUN-IN TO NEXTRUN-EXT
           END-IF.
           IF WS-NEED-SECOND = 'Y'
             MOVE 'V' TO STATUS-EXT
           ELSE
             MOVE 'N' TO STATUS-EXT
           END-IF.
           MOVE SPACES TO PRENOTEDT-EXT.
           MOVE 0 TO TRACE-EXT.
           MOVE WS-SUBID TO INITSUB-EXT.
           MOVE 0 TO APPRSUB-EXT.
           MOVE SPACES TO APPRDATE-EXT.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, EXTXFER-SEG, EXTXFER-SSA.
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-INSTRUCTION-END
           END-IF.
           PERFORM LOG-EXT-ADD-SECEVT THRU LOG-EXT-ADD-SECEVT-END.
           MOVE 1 TO TOTAL-EXT.
           MOVE EXTID-EXT TO EXTID-XS (1).
           MOVE DIRECTION-EXT TO DIRECTION-XS (1).
           MOVE AMOUNT-EXT TO AMOUNT-XS (1).
           MOVE STATUS-EXT TO STATUS-XS (1).
           MOVE NEXTRUN-EXT TO NEXTRUN-XS (1).
           IF EXT-AWAITING
             MOVE 'INSTRUCTION AWAITING APPROVAL' TO MSG-OUT
           ELSE
             MOVE 'INSTRUCTION ADDED - PRENOTE DUE' TO MSG-OUT
           END-IF.
       ADD-INSTRUCTION-END.
           EXIT.

      * PROCEDURE LOG-EXT-ADD-SECEVT : APPENDS THE 'E' NEW-PAYEE EVENT
      * TO THE SECEVT TRAIL ON ITS OWN PCB (DBPCB3). A FAILED LOG IS
      * DISPLAYED BUT DOES NOT UNDO THE INSTRUCTION.
       LOG-EXT-ADD-SECEVT.
           PERFORM SET-SECEVT-KEY THRU SET-SECEVT-KEY-END.
           MOVE 'E' TO EVTTYPE-SEV.
           MOVE SPACES TO DEVICE-SEV.
           STRING EXTRTN-EXT EXTACC-EXT DELIMITED BY SIZE
             INTO DEVICE-SEV.
           PERFORM INSERT-SECEVT THRU INSERT-SECEVT-END.
       LOG-EXT-ADD-SECEVT-END.
           EXIT.

      * PROCEDURE LOG-APPROVAL-SECEVT : APPENDS THE 'G' SECOND-
      * APPROVAL EVENT - THE INSTRUCTION AND THE DECISION IN
      * DEVICE-SEV, THE DECIDING SUB-USER IN SUBID-SEV
       LOG-APPROVAL-SECEVT.
           PERFORM SET-SECEVT-KEY THRU SET-SECEVT-KEY-END.
           MOVE 'G' TO EVTTYPE-SEV.
           MOVE SPACES TO DEVICE-SEV.
           IF WS-REJECTED = 'Y'
             STRING 'EXTXFER ' EXTID-IN DELIMITED BY SPACE
                    ' REJECT' DELIMITED BY SIZE
                    INTO DEVICE-SEV
           ELSE
             STRING 'EXTXFER ' EXTID-IN DELIMITED BY SPACE
                    ' APPROVE' DELIMITED BY SIZE
                    INTO DEVICE-SEV
           END-IF.
           PERFORM INSERT-SECEVT THRU INSERT-SECEVT-END.
       LOG-APPROVAL-SECEVT-END.
           EXIT.

       SET-SECEVT-KEY.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE EVTID-SEV = WS-CUSTID * SEV-TIME-MULT
              + WS-CURRENT-HOURS * 1000000
              + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100
              + WS-CURRENT-MILLISECONDS.
           MOVE WS-CUSTID TO CUSTID-SEV.
           MOVE WS-SUBID TO SUBID-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
       SET-SECEVT-KEY-END.

      *    A FAILED LOG IS DISPLAYED BUT DOES NOT UNDO THE CHANGE
       INSERT-SECEVT.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       INSERT-SECEVT-END.

       FIND-HIGHEST-EXTID.
           MOVE 1 TO WS-NEW-EXTID.
           CALL 'CBLTDLI'
       BUMP-ONE-EXTID-END.

      * PROCEDURE CANCEL-INSTRUCTION : STATUS-FLIPS THE CUSTOMER'S
      * INSTRUCTION CANCELED - THE ROW STAYS ON FILE AS THE RECORD.
      * CANCELING ANOTHER SUB-USER'S PARKED INSTRUCTION IS A REJECTION,
      * STAMPED AND LOGGED AS SUCH
       CANCEL-INSTRUCTION.
           PERFORM FIND-INSTRUCTION THRU FIND-INSTRUCTION-END.
           IF MSG-OUT NOT = SPACES
             GO TO CANCEL-INSTRUCTION-END
           END-IF.
           MOVE 'N' TO WS-REJECTED.
           IF EXT-AWAITING AND WS-SUBID NOT = INITSUB-EXT
             MOVE 'Y' TO WS-REJECTED
             MOVE WS-SUBID TO APPRSUB-EXT
             MOVE WS-TODAY-YMD TO APPRDATE-EXT
           END-IF.
           MOVE 'X' TO STATUS-EXT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, EXTXFER-SEG.
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CANCEL-INSTRUCTION-END
           END-IF.
           IF WS-REJECTED = 'Y'
             PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END
           END-IF.
           MOVE 1 TO TOTAL-EXT.
           MOVE EXTID-EXT TO EXTID-XS (1).
           MOVE DIRECTION-EXT TO DIRECTION-XS (1).
       CANCEL-INSTRUCTION-END.
           EXIT.

      * PROCEDURE APPROVE-INSTRUCTION : A SECOND SUB-USER ENTITLED TO
      * APPROVE RELEASES AN INSTRUCTION PARKED 'V' OVER THE BUSINESS'S
      * APPROVAL THRESHOLD - IT BECOMES 'N'EW AND GOES THROUGH THE
      * PRENOTE GATE AS ANY OTHER. THE INITIATOR MAY NOT APPROVE THEIR
      * OWN, AND THE APPROVER'S OWN PER-ITEM LIMIT APPLIES
       APPROVE-INSTRUCTION.
           IF WS-SUBID = 0
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           PERFORM FIND-INSTRUCTION THRU FIND-INSTRUCTION-END.
           IF MSG-OUT NOT = SPACES
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           IF NOT EXT-AWAITING
             MOVE NOTAWAITING TO MSG-OUT
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           IF INITSUB-EXT = WS-SUBID
             MOVE SAMEAPPROVER TO MSG-OUT
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           IF LIMIT-SUB > 0 AND AMOUNT-EXT > LIMIT-SUB
             MOVE OVERSUBLIMIT TO MSG-OUT
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           MOVE 'N' TO STATUS-EXT.
           MOVE WS-SUBID TO APPRSUB-EXT.
           MOVE WS-TODAY-YMD TO APPRDATE-EXT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, EXTXFER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO APPROVE-INSTRUCTION-END
           END-IF.
           MOVE 'N' TO WS-REJECTED.
           PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END.
           MOVE 1 TO TOTAL-EXT.
           MOVE EXTID-EXT TO EXTID-XS (1).
           MOVE DIRECTION-EXT TO DIRECTION-XS (1).
           MOVE AMOUNT-EXT TO AMOUNT-XS (1).
           MOVE STATUS-EXT TO STATUS-XS (1).
           MOVE NEXTRUN-EXT TO NEXTRUN-XS (1).
           MOVE 'INSTRUCTION APPROVED' TO MSG-OUT.
       APPROVE-INSTRUCTION-END.
           EXIT.

      * PROCEDURE FIND-INSTRUCTION : GHU'S THROUGH THE INSTRUCTIONS TO
      * THE CUSTOMER'S ROW NAMED BY EXTID-IN, LEAVING IT HELD
       FIND-INSTRUCTION.
           COMPUTE WS-TARGET-EXTID = FUNCTION NUMVAL ( EXTID-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, EXTXFER-SEG, EXTXFER-SSA.
           PERFORM FIND-ONE-INSTR THRU FIND-ONE-INSTR-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
           IF WS-ROW-FOUND NOT = 'Y'
             MOVE NOINSTR TO MSG-OUT
           END-IF.
       FIND-INSTRUCTION-END.
           EXIT.

       FIND-ONE-INSTR.
           IF DBSTAT = SPACES
             IF EXTID-EXT = WS-TARGET-EXTID
