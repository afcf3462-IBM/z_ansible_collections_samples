      *               KEYS FROM THEN ON PARKS AT IBTRAN'S NEXT
      *               CHECK-OPER-LIMIT CALL
      *   'E'NABLE  - CLEARS DISABLED-OPR
      *   'W'       - ISSUES A ONE-TIME SIGN-ON PASSWORD (NEWPASSWD-IN,
      *               STORED HASHED) THE OPERATOR MUST REPLACE AT THE
      *               NEXT FBOPRSGN SIGN-ON; CLEARS A LOCKOUT AND ENDS
      *               ANY OPEN SESSION. NEVER FOR THE REQUESTER'S OWN
      *               OPERID.
      *   'L'INK    - RECORDS CUSTID-IN AS THE OPERATOR'S OWN ('S')
      *               OR A FAMILY MEMBER'S ('F') CUSTOMER NUMBER - AN
      *               OPERCUST CHILD SELFDEAL CHECKS POSTINGS AGAINST
      *   'U'NLINK  - REMOVES ONE OPERCUST ROW. NEVER FOR THE
      *               REQUESTER'S OWN OPERID.
      *   'Q'UERY   - RETURNS THE ROW
      * EVERY REQUEST MUST COME FROM AN EXISTING OPERATOR WITH
      * SUPV-OPR AUTHORITY, SIGNED ON AT THE SENDING TERMINAL, AND
      * EVERY CHANGE WRITES A NEVER-DELETED OPERAUD CHILD IN THE
      * AUDIT-SEG OLD/NEW IDIOM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  PARKEDPENDING   PIC  X(34) VALUE
             "CHANGE PARKED PENDING APPROVAL".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  NONEWPASSWD     PIC  X(26) VALUE "NEW PASSWORD IS REQUIRED".
       77  OWNCREDENTIAL   PIC  X(36) VALUE
             "CANNOT RESET OWN CREDENTIAL".
       77  OWNLINK         PIC  X(36) VALUE
             "CANNOT UNLINK OWN CUSTOMER".
       77  BADRELTYPE      PIC  X(30) VALUE
             "RELATIONSHIP MUST BE S OR F".
       77  LINKEXISTS      PIC  X(26) VALUE "CUSTOMER ALREADY LINKED".
       77  NOLINK          PIC  X(22) VALUE "CUSTOMER NOT LINKED".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  DLET                PIC  X(04)        VALUE "DLET".

      ******************************************************************
      *IMS STATUS CODES

       77  WS-TARGET-OPERID    PIC  S9(9) COMP-5.
       77  WS-REQ-OPERID       PIC  S9(9) COMP-5.
       77  WS-LINK-CUSTID      PIC  S9(9) COMP-5.
       77  WS-CUSTID-ED        PIC  9(09).
       77  WS-NEW-LIMIT        PIC  S9(13)V9(2) COMP-3.
       77  WS-OLD-LIMIT        PIC  S9(13)V9(2) COMP-3.
       77  WS-VAL-ED           PIC  -9(13).99.

      ******************************************************************
      *PASSWORD HASH TRANSFORM WORK FIELDS - SEE HASH-PASSWORD. THE
      *SAME TRANSFORM FBOPRSGN VERIFIES SIGN-ONS WITH
      ******************************************************************

       77  WS-PWD-TEXT         PIC  X(16).
       77  WS-PWD-HASH         PIC  S9(18) COMP-5.
       77  WS-PWD-IX           PIC  S9(4) COMP-5.
       77  PWD-HASH-MULT       PIC  S9(9) COMP-5 VALUE 31.
       77  PWD-HASH-MOD        PIC  S9(9) COMP-5 VALUE 999999937.

      ******************************************************************
      *DUAL-CONTROL GATE WORK FIELDS - SEE FBPNDMNT
      ******************************************************************

       77  WS-DC-REQUIRED      PIC  X(01) VALUE 'N'.
       77  WS-DC-APPROVED      PIC  X(01).
       77  WS-DC-RELEASED      PIC  X(01).
       77  PCH-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.
       77  WS-PAYLOAD-LEN      PIC  S9(4) COMP-5.
       01  TXT-DC-ACTION       PIC  X(08).
           05  SUPV-OPR        PIC  X(01).
      * 'Y' WHEN DISABLED - SEE IBTRAN'S CHECK-OPER-LIMIT
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

      *    OPERAUD-SEG - NEVER-DELETED ENTITLEMENT CHANGE TRAIL, THE
      *    AUDIT-SEG OLD/NEW IDIOM UNDER THE OPERATOR ROW
           05  NEWVAL-OAU      PIC  X(16).
           05  BYOPER-OAU      PIC  S9(9) COMP-5.

      *    OPERCUST-SEG - THE OPERATOR'S OWN CUSTOMER NUMBER(S) AND
      *    THOSE OF IMMEDIATE FAMILY, KEYED BY CUSTID UNDER THE
      *    OPERATOR ROW. RELTYPE-OCU 'S' SELF, 'F' FAMILY MEMBER.
       01  OPERCUST-SEG.
           05  CUSTID-OCU      PIC  S9(9) COMP-5.
           05  RELTYPE-OCU     PIC  X(01).
               88  OCU-SELF        VALUE "S".
               88  OCU-FAMILY      VALUE "F".
           05  LINKTS-OCU      PIC  X(23).
           05  BYOPER-OCU      PIC  S9(9) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************
           05  LIMIT-IN        PIC  X(16).
      * REQUESTING SUPERVISOR - EVERY OPERATION NEEDS ONE
           05  OPERID-IN       PIC  X(09).
      * ONE-TIME SIGN-ON PASSWORD FOR 'W' (OPTIONAL ON 'A')
           05  NEWPASSWD-IN    PIC  X(16).
      * CUSTOMER NUMBER AND RELATIONSHIP FOR 'L'/'U'
           05  CUSTID-IN       PIC  X(09).
           05  RELTYPE-IN      PIC  X(01).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  LIMIT-OUT       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OUT        PIC  X(01).
           05  DISABLED-OUT    PIC  X(01).
           05  LOCKED-OUT      PIC  X(01).
           05  SIGNTERM-OUT    PIC  X(08).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
           05  FILLER          PIC  X(08)        VALUE "OPERAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERCUST-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERCUST".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERCUST-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERCUST".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
               PERFORM SET-DISABLED-FLAG THRU SET-DISABLED-FLAG-END
             WHEN 'E'
               PERFORM SET-DISABLED-FLAG THRU SET-DISABLED-FLAG-END
             WHEN 'W'
               PERFORM RESET-CREDENTIAL THRU RESET-CREDENTIAL-END
             WHEN 'L'
               PERFORM LINK-CUSTOMER THRU LINK-CUSTOMER-END
             WHEN 'U'
               PERFORM UNLINK-CUSTOMER THRU UNLINK-CUSTOMER-END
             WHEN 'Q'
               PERFORM QUERY-OPERATOR THRU QUERY-OPERATOR-END
             WHEN OTHER
       MAINTAIN-OPERATOR-END.

      * PROCEDURE CHECK-REQUESTER : THE REQUESTING OPERATOR MUST
      * EXIST, HOLD SUPV AUTHORITY, NOT BE DISABLED, AND BE SIGNED ON
      * AT THIS TERMINAL - THE ONE EXCEPTION IS AN APPROVED LIMIT
      * INCREASE FBPNDMNT RELEASES FROM THE APPROVER'S TERMINAL
       CHECK-REQUESTER.
           MOVE WS-REQ-OPERID TO SSA-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           END-IF.
           IF SUPV-OPR NOT = 'Y' OR DISABLED-OPR = 'Y'
             MOVE NOTSUPV TO MSG-OUT
             GO TO CHECK-REQUESTER-END
           END-IF.
           IF SIGNTERM-OPR = SPACES OR SIGNTERM-OPR NOT = LOGTTERM
              OR LOCKED-OPR = 'Y'
             MOVE 'N' TO WS-DC-RELEASED
             IF WS-DC-REQUIRED = 'Y'
               PERFORM CHECK-RELEASED-ENTRY
                  THRU CHECK-RELEASED-ENTRY-END
             END-IF
             IF WS-DC-RELEASED NOT = 'Y'
               MOVE NOTSIGNEDON TO MSG-OUT
             END-IF
           END-IF.
       CHECK-REQUESTER-END.
           EXIT.
           COMPUTE LIMIT-OPR = FUNCTION NUMVAL ( LIMIT-IN ).
           MOVE 'N' TO SUPV-OPR.
           MOVE SPACES TO DISABLED-OPR.
      * A NEW OPERATOR MAY BE GIVEN A ONE-TIME PASSWORD ON THE ADD;
      * WITHOUT ONE, SIGN-ON WAITS FOR A 'W'
           IF NEWPASSWD-IN = SPACES
             MOVE 0 TO PWDHASH-OPR
           ELSE
             MOVE NEWPASSWD-IN TO WS-PWD-TEXT
             PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END
             MOVE WS-PWD-HASH TO PWDHASH-OPR
           END-IF.
           MOVE 'Y' TO PWDFORCE-OPR.
           MOVE 0 TO FAILCNT-OPR.
           MOVE SPACES TO LOCKED-OPR.
           MOVE SPACES TO SIGNTERM-OPR.
           MOVE SPACES TO SIGNTS-OPR.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, OPERATOR-SEG, OPERATOR-SSA.
           IF DBSTAT = DUPKEY
       SET-DISABLED-FLAG-END.
           EXIT.

      * PROCEDURE RESET-CREDENTIAL : ISSUES A ONE-TIME PASSWORD,
      * CLEARS THE LOCKOUT AND DROPS ANY OPEN SESSION. THE AUDIT ROW
      * CARRIES THE LOCK STATE AND TERMINAL, NEVER THE PASSWORD.
       RESET-CREDENTIAL.
           IF WS-TARGET-OPERID = WS-REQ-OPERID
             MOVE OWNCREDENTIAL TO MSG-OUT
             GO TO RESET-CREDENTIAL-END
           END-IF.
           IF NEWPASSWD-IN = SPACES
             MOVE NONEWPASSWD TO MSG-OUT
             GO TO RESET-CREDENTIAL-END
           END-IF.
           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           IF MSG-OUT NOT = SPACES
             GO TO RESET-CREDENTIAL-END
           END-IF.
           MOVE SPACES TO OLDVAL-OAU.
           STRING LOCKED-OPR ' ' SIGNTERM-OPR DELIMITED BY SIZE
             INTO OLDVAL-OAU.
           MOVE NEWPASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           MOVE WS-PWD-HASH TO PWDHASH-OPR.
           MOVE 'Y' TO PWDFORCE-OPR.
           MOVE 0 TO FAILCNT-OPR.
           MOVE SPACES TO LOCKED-OPR.
           MOVE SPACES TO SIGNTERM-OPR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, OPERATOR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RESET-CREDENTIAL-END
           END-IF.
           MOVE 'CREDENTIAL' TO FIELD-OAU.
           MOVE 'ISSUED' TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           PERFORM REPLY-OPERATOR THRU REPLY-OPERATOR-END.
           MOVE 'ONE-TIME PASSWORD ISSUED' TO MSG-OUT.
       RESET-CREDENTIAL-END.
           EXIT.

      * PROCEDURE LINK-CUSTOMER : ADDS AN OPERCUST ROW UNDER THE
      * TARGET OPERATOR. THE AUDIT ROW CARRIES CUSTID AND RELATIONSHIP.
       LINK-CUSTOMER.
           IF RELTYPE-IN NOT = 'S' AND RELTYPE-IN NOT = 'F'
             MOVE BADRELTYPE TO MSG-OUT
             GO TO LINK-CUSTOMER-END
           END-IF.
           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           IF MSG-OUT NOT = SPACES
             GO TO LINK-CUSTOMER-END
           END-IF.
           COMPUTE WS-LINK-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           MOVE WS-LINK-CUSTID TO CUSTID-OCU.
           MOVE RELTYPE-IN TO RELTYPE-OCU.
           MOVE TIMESTAMP TO LINKTS-OCU.
           MOVE WS-REQ-OPERID TO BYOPER-OCU.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, OPERCUST-SEG, OPERCUST-SSA.
           IF DBSTAT = DUPKEY
             MOVE LINKEXISTS TO MSG-OUT
             GO TO LINK-CUSTOMER-END
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO LINK-CUSTOMER-END
           END-IF.

           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           MOVE 'CUSTLINK  ' TO FIELD-OAU.
           MOVE SPACES TO OLDVAL-OAU.
           MOVE WS-LINK-CUSTID TO WS-CUSTID-ED.
           MOVE SPACES TO NEWVAL-OAU.
           STRING WS-CUSTID-ED ' ' RELTYPE-IN DELIMITED BY SIZE
             INTO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           PERFORM REPLY-OPERATOR THRU REPLY-OPERATOR-END.
           MOVE 'CUSTOMER LINKED' TO MSG-OUT.
       LINK-CUSTOMER-END.
           EXIT.

      * PROCEDURE UNLINK-CUSTOMER : DLETS ONE OPERCUST ROW. AN
      * OPERATOR MAY NOT TAKE THEIR OWN CUSTOMER OFF THE WATCH LIST.
       UNLINK-CUSTOMER.
           IF WS-TARGET-OPERID = WS-REQ-OPERID
             MOVE OWNLINK TO MSG-OUT
             GO TO UNLINK-CUSTOMER-END
           END-IF.
           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           IF MSG-OUT NOT = SPACES
             GO TO UNLINK-CUSTOMER-END
           END-IF.
           COMPUTE WS-LINK-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           MOVE WS-LINK-CUSTID TO SSA-CUSTID.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, OPERCUST-SEG, OPERCUST-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOLINK TO MSG-OUT
             GO TO UNLINK-CUSTOMER-END
           END-IF.
           MOVE WS-LINK-CUSTID TO WS-CUSTID-ED.
           MOVE SPACES TO OLDVAL-OAU.
           STRING WS-CUSTID-ED ' ' RELTYPE-OCU DELIMITED BY SIZE
             INTO OLDVAL-OAU.
           CALL 'CBLTDLI'
             USING DLET, DBPCB, OPERCUST-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO UNLINK-CUSTOMER-END
           END-IF.

           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           MOVE 'CUSTLINK  ' TO FIELD-OAU.
           MOVE 'REMOVED' TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           PERFORM REPLY-OPERATOR THRU REPLY-OPERATOR-END.
           MOVE 'CUSTOMER UNLINKED' TO MSG-OUT.
       UNLINK-CUSTOMER-END.
           EXIT.

       QUERY-OPERATOR.
           PERFORM POSITION-TARGET THRU POSITION-TARGET-END.
           IF MSG-OUT NOT = SPACES
           MOVE LIMIT-OPR TO LIMIT-OUT.
           MOVE SUPV-OPR TO SUPV-OUT.
           MOVE DISABLED-OPR TO DISABLED-OUT.
           MOVE LOCKED-OPR TO LOCKED-OUT.
           MOVE SIGNTERM-OPR TO SIGNTERM-OUT.
       REPLY-OPERATOR-END.

      * PROCEDURE HASH-PASSWORD : FOLDS THE 16 BYTES OF WS-PWD-TEXT
      * INTO A ONE-WAY HASH - MULTIPLY-AND-MOD OVER EACH BYTE'S ORD,
      * THE SAME TRANSFORM FBOPRSGN APPLIES
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

      * PROCEDURE WRITE-OPERAUD : THE NEVER-DELETED ENTITLEMENT
      * CHANGE ROW UNDER THE OPERATOR JUST CHANGED
       WRITE-OPERAUD.
           END-IF.
       TEST-ONE-APPROVAL-END.

      * PROCEDURE CHECK-RELEASED-ENTRY : READ-ONLY LOOK FOR AN APPROVED
      * PENDCHG ROW MATCHING THIS EXACT MESSAGE. FBPNDMNT'S RELEASE
      * SWITCH ARRIVES UNDER THE APPROVING SUPERVISOR'S LTERM, NOT THE
      * ENTERING OPERATOR'S, AND THE SUPERVISOR WAS SIGN-ON CHECKED
      * THERE. CHECK-DUAL-APPROVAL STILL FLIPS THE ROW WHEN IT APPLIES.
       CHECK-RELEASED-ENTRY.
           MOVE 'N' TO WS-DC-RELEASED.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
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

       PARK-PENDING-CHANGE.
           COMPUTE PCHID-PC = WS-REQ-OPERID * PCH-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
