       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLITMNT.

      ******************************************************************
      * LITIGATION HOLD TRANSACTION - PLACES AND RELEASES THE LITHOLD
      * ROWS THAT STOP RETNPURG, HISTARCH, ARCHACCT AND ESCHEAT FROM
      * TOUCHING A CUSTOMER'S OR AN ACCOUNT'S RECORDS (SEE LITHOLD FOR
      * THE ROW). FUNCTYPE-IN SELECTS THE OPERATION:
      *   'P'LACE   - SCOPE-IN 'C' HOLDS A WHOLE CUSTOMER (CUSTID-IN)
      *               AND EVERY ACCOUNT THEY ARE TIED TO; 'A' HOLDS ONE
      *               ACCOUNT (ACCID-IN - CUSTID-IN MAY BE KEYED WITH
      *               IT FOR REFERENCE). LEGAL'S MATTER REFERENCE IS
      *               REQUIRED; THE COUNSEL AND WHAT IS TO BE
      *               PRESERVED ARE RECORDED WITH IT. THE SAME MATTER
      *               CANNOT BE HELD TWICE ON THE SAME CUSTOMER OR
      *               ACCOUNT
      *   'X'       - RELEASES HOLDID-IN, WITH A NOTE (DESC-IN) OF WHO
      *               IN LEGAL LIFTED IT
      *   'L'IST    - RETURNS THE ACTIVE HOLDS, ALL OF THEM OR ONLY
      *               THOSE ON CUSTID-IN / ACCID-IN IF KEYED
      * PLACE AND RELEASE ARE ALWAYS DUAL-CONTROLLED, WHATEVER THE
      * DUALCTL POLICY FILE SAYS: THE ENTRY IS VALIDATED, THEN PARKED
      * AS A PENDCHG ROW (ACTION 'LITHOLD ') FOR A SUPERVISOR TO
      * APPROVE THROUGH FBPNDMNT, AND ONLY THE APPROVED RE-ENTRY
      * TOUCHES LITHOLD. A PARKED PLACEMENT PROTECTS NOTHING UNTIL IT
      * IS APPROVED. ROWS ARE NEVER DLET'D. MODELED ON FBCMPMNT, WITH
      * FBBENMNT'S DUAL-CONTROL GATE.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(24) VALUE "CUSTOMER DOES NOT EXIST".
       77  NOACCOUNT       PIC  X(23) VALUE "ACCOUNT DOES NOT EXIST".
       77  NOHOLD          PIC  X(17) VALUE "NO HOLD ON FILE".
       77  NOTACTIVE       PIC  X(22) VALUE "HOLD ALREADY RELEASED".
       77  NOHOLDS         PIC  X(20) VALUE "NO ACTIVE HOLDS".
       77  DUPHOLD         PIC  X(36) VALUE
             "MATTER ALREADY HELD ON THIS RECORD".
       77  BADSCOPE        PIC  X(22) VALUE "SCOPE MUST BE C OR A".
       77  NOMATTER        PIC  X(30) VALUE
             "MATTER REFERENCE REQUIRED".
       77  NORELNOTE       PIC  X(30) VALUE
             "RELEASE NOTE REQUIRED".
       77  HOLDPLACED      PIC  X(12) VALUE "HOLD PLACED".
       77  HOLDRELEASED    PIC  X(14) VALUE "HOLD RELEASED".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * UPPER LIMIT ON HOLDS RETURNED IN ONE LIST REPLY - MUST MATCH
      * THE OCCURS CEILING ON HOLD-SUMMARY BELOW.
       77  MAX-LH              PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
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

       77  WS-HOLD-CUSTID      PIC  S9(9) COMP-5.
       77  WS-HOLD-ACCID       PIC  S9(18) COMP-5.
       77  WS-HOLDID-NEW       PIC  S9(9) COMP-5.
       77  WS-DUP-FOUND        PIC  X(01).
       77  WS-ENT-OPER         PIC  S9(9) COMP-5.
      * THE SUPERVISOR WHO APPROVED THE PARKED ENTRY - TAKEN FROM THE
      * PENDCHG ROW AS THE GATE FLIPS IT
       77  WS-APPR-OPER        PIC  S9(9) COMP-5.

      ******************************************************************
      *DUAL CONTROL - SEE FBBENMNT. EVERY PLACE AND RELEASE PARKS AS A
      *PENDCHG ROW UNTIL FBPNDMNT RELEASES IT BACK APPROVED.
      ******************************************************************

       77  WS-DC-APPROVED      PIC  X(01).
       77  WS-DC-RELEASED      PIC  X(01).
       77  PCH-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.
       77  WS-PCH-OPER         PIC  S9(9) COMP-5.
       77  PARKEDPENDING       PIC  X(34) VALUE
             "CHANGE PARKED PENDING APPROVAL".
       77  WS-PAYLOAD-LEN      PIC  S9(4) COMP-5.

       01  PENDCHG-SEG.
           05  PCHID-PC        PIC  S9(18) COMP-5.
           05  ACTION-PC       PIC  X(08).
           05  ENTOPER-PC      PIC  S9(9) COMP-5.
           05  STATUS-PC       PIC  X(01).
               88  PEND-PENDING    VALUE "P".
               88  PEND-APPROVED   VALUE "A".
               88  PEND-APPLIED    VALUE "D".
               88  PEND-REJECTED   VALUE "R".
           05  ENTTS-PC        PIC  X(23).
           05  DECOPER-PC      PIC  S9(9) COMP-5.
           05  DECTS-PC        PIC  X(23).
           05  PAYLOAD-PC      PIC  X(400).
      * LENGTH OF THE PARKED MESSAGE BODY - THE RELEASE SWITCH
      * RE-ENTERS THE TARGET AT EXACTLY THE SIZE IT WAS TAKEN AT,
      * NOT AT THE FULL 400-BYTE PARKING AREA
           05  PAYLEN-PC       PIC  S9(4) COMP-5.

       01  PENDCHG-SSA.
           05  FILLER          PIC  X(08)        VALUE "PENDCHG ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
      *    LASTNAME-CD THROUGH W8EXPIRY-CD - NOT READ HERE, SEE
      *    CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(555).

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
           05  OPENDATE-ACC    PIC  X(10).
           05  DOMBRANCH-ACC   PIC  X(04).

           COPY LITHOLD.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
      * RELEASE - THE HOLD TO LIFT
           05  HOLDID-IN       PIC  X(09).
      * PLACE - WHAT IS HELD AND ON WHOSE INSTRUCTION
           05  SCOPE-IN        PIC  X(01).
           05  CUSTID-IN       PIC  X(09).
           05  ACCID-IN        PIC  X(18).
           05  MATTER-IN       PIC  X(20).
           05  COUNSEL-IN      PIC  X(30).
      * PLACE - WHAT IS TO BE PRESERVED; RELEASE - THE RELEASE NOTE
           05  DESC-IN         PIC  X(30).
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(40).
           05  HOLDID-OUT      PIC  S9(9) COMP-5.
           05  TOTAL-LH        PIC  99.
           05  HOLD-SUMMARY OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-LH.
               10  HOLDID-HS   PIC  S9(9) COMP-5.
               10  SCOPE-HS    PIC  X(01).
               10  CUSTID-HS   PIC  S9(9) COMP-5.
               10  ACCID-HS    PIC  S9(18) COMP-5.
               10  MATTER-HS   PIC  X(20).
               10  PLACEDATE-HS PIC X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    CUSTOMER-SSA1 CONFIRMS THE CUSTOMER TO BE HELD, ON DBPCB2
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCOUNT-SSA1 CONFIRMS THE ACCOUNT TO BE HELD, ON DBPCB3
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
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN. SIGNTERM-OPR IS
      * THE LTERM THE OPERATOR IS SIGNED ON AT (SPACES WHEN SIGNED
      * OFF); LOCKED-OPR 'Y' REFUSES SIGN-ON UNTIL A SUPERVISOR RESETS
      * THE CREDENTIAL.
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
       01  DBPCB5 POINTER.

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
      *   DBPCB1 - LITHOLD DATABASE (UPDATE)
      *   DBPCB2 - CUSTOMER DATABASE (READ ONLY)
      *   DBPCB3 - ACCOUNT DATABASE (READ ONLY)
      *   DBPCB4 - PENDCHG DATABASE (UPDATE)
      *   DBPCB5 - OPERATOR DATABASE (READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-HOLD THRU MAINTAIN-HOLD-END

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

      * PROCEDURE MAINTAIN-HOLD : SIGN-ON CHECK, THEN DISPATCH ON
      * FUNCTYPE-IN. PLACE AND RELEASE ARE VALIDATED BEFORE THEY PARK
      * SO A SUPERVISOR IS NEVER ASKED TO APPROVE SOMETHING THAT CANNOT
      * APPLY, AND AGAIN ON THE APPROVED RE-ENTRY SINCE THE FILE MAY
      * HAVE MOVED ON IN BETWEEN
       MAINTAIN-HOLD.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE 0 TO TOTAL-LH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL - UNLESS THIS
      * IS AN APPROVED CHANGE FBPNDMNT RELEASED FROM THE SUPERVISOR'S
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             IF OPERID-IN = SPACES
               MOVE NOTSIGNEDON TO MSG-OUT
               GO TO MAINTAIN-HOLD-END
             END-IF
             PERFORM CHECK-RELEASED-ENTRY
                THRU CHECK-RELEASED-ENTRY-END
             IF WS-DC-RELEASED NOT = 'Y'
               MOVE NOTSIGNEDON TO MSG-OUT
               GO TO MAINTAIN-HOLD-END
             END-IF
           END-IF.
           COMPUTE WS-ENT-OPER = FUNCTION NUMVAL ( OPERID-IN ).
           EVALUATE FUNCTYPE-IN
             WHEN 'L'
               PERFORM LIST-HOLDS THRU LIST-HOLDS-END
             WHEN 'P'
               PERFORM VALIDATE-PLACE THRU VALIDATE-PLACE-END
               IF MSG-OUT = SPACES
                 PERFORM GATE-HOLD-CHANGE THRU GATE-HOLD-CHANGE-END
               END-IF
             WHEN 'X'
               PERFORM VALIDATE-RELEASE THRU VALIDATE-RELEASE-END
               IF MSG-OUT = SPACES
                 PERFORM GATE-HOLD-CHANGE THRU GATE-HOLD-CHANGE-END
               END-IF
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-HOLD-END.

      * PROCEDURE GATE-HOLD-CHANGE : THE APPROVED RE-ENTRY APPLIES;
      * ANYTHING ELSE PARKS FOR A SUPERVISOR
       GATE-HOLD-CHANGE.
           PERFORM CHECK-DUAL-APPROVAL THRU CHECK-DUAL-APPROVAL-END.
           IF WS-DC-APPROVED = 'N'
             PERFORM PARK-PENDING-CHANGE
                THRU PARK-PENDING-CHANGE-END
             MOVE PARKEDPENDING TO MSG-OUT
           ELSE
             IF FUNCTYPE-IN = 'P'
               PERFORM PLACE-HOLD THRU PLACE-HOLD-END
             ELSE
               PERFORM RELEASE-HOLD THRU RELEASE-HOLD-END
             END-IF
           END-IF.
       GATE-HOLD-CHANGE-END.

      * PROCEDURE VALIDATE-PLACE : THE SCOPE, THE RECORD TO BE HELD
      * AND THE MATTER, AND NO ACTIVE HOLD FOR THE SAME MATTER ON IT
       VALIDATE-PLACE.
           IF SCOPE-IN NOT = 'C' AND SCOPE-IN NOT = 'A'
             MOVE BADSCOPE TO MSG-OUT
             GO TO VALIDATE-PLACE-END
           END-IF.
           IF MATTER-IN = SPACES
             MOVE NOMATTER TO MSG-OUT
             GO TO VALIDATE-PLACE-END
           END-IF.
           MOVE 0 TO WS-HOLD-CUSTID.
           MOVE 0 TO WS-HOLD-ACCID.
           IF CUSTID-IN NOT = SPACES
             COMPUTE WS-HOLD-CUSTID = FUNCTION NUMVAL ( CUSTID-IN )
           END-IF.
           IF ACCID-IN NOT = SPACES
             COMPUTE WS-HOLD-ACCID = FUNCTION NUMVAL ( ACCID-IN )
           END-IF.

           IF SCOPE-IN = 'C'
             MOVE 0 TO WS-HOLD-ACCID
             MOVE WS-HOLD-CUSTID TO CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL 'CBLTDLI'
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             IF DBSTAT NOT = SPACES
               MOVE NOCUSTOMER TO MSG-OUT
               GO TO VALIDATE-PLACE-END
             END-IF
           ELSE
             MOVE WS-HOLD-ACCID TO ACCID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
             CALL 'CBLTDLI'
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             IF DBSTAT NOT = SPACES
               MOVE NOACCOUNT TO MSG-OUT
               GO TO VALIDATE-PLACE-END
             END-IF
           END-IF.

      * ONE WALK OF THE HOLDS - THE DUPLICATE CHECK AND THE NEXT HOLDID
           MOVE 'N' TO WS-DUP-FOUND.
           MOVE 0 TO WS-HOLDID-NEW.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           PERFORM SCAN-ONE-HOLD THRU SCAN-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO VALIDATE-PLACE-END
           END-IF.
           IF WS-DUP-FOUND = 'Y'
             MOVE DUPHOLD TO MSG-OUT
           END-IF.
           ADD 1 TO WS-HOLDID-NEW.
       VALIDATE-PLACE-END.
           EXIT.

       SCAN-ONE-HOLD.
           IF HOLDID-LH > WS-HOLDID-NEW
             MOVE HOLDID-LH TO WS-HOLDID-NEW
           END-IF.
           IF HOLD-ACTIVE AND SCOPE-LH = SCOPE-IN
              AND MATTER-LH = MATTER-IN
             IF (HOLD-ON-CUSTOMER AND CUSTID-LH = WS-HOLD-CUSTID)
                OR (HOLD-ON-ACCOUNT AND ACCID-LH = WS-HOLD-ACCID)
               MOVE 'Y' TO WS-DUP-FOUND
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
       SCAN-ONE-HOLD-END.
           EXIT.

      * PROCEDURE VALIDATE-RELEASE : THE HOLD MUST EXIST AND STILL BE
      * ACTIVE, AND THE RELEASE MUST SAY WHO IN LEGAL LIFTED IT
       VALIDATE-RELEASE.
           IF DESC-IN = SPACES
             MOVE NORELNOTE TO MSG-OUT
             GO TO VALIDATE-RELEASE-END
           END-IF.
           COMPUTE LH-SSA-HOLDID = FUNCTION NUMVAL ( HOLDID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOHOLD TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO VALIDATE-RELEASE-END
           END-IF.
           IF NOT HOLD-ACTIVE
             MOVE NOTACTIVE TO MSG-OUT
           END-IF.
       VALIDATE-RELEASE-END.
           EXIT.

      * PROCEDURE PLACE-HOLD : INSERTS THE ACTIVE ROW UNDER THE HOLDID
      * VALIDATE-PLACE WORKED OUT, WITH BOTH OPERATORS ON IT
       PLACE-HOLD.
           MOVE WS-HOLDID-NEW TO HOLDID-LH.
           MOVE SCOPE-IN TO SCOPE-LH.
           MOVE WS-HOLD-CUSTID TO CUSTID-LH.
           MOVE WS-HOLD-ACCID TO ACCID-LH.
           MOVE MATTER-IN TO MATTER-LH.
           MOVE COUNSEL-IN TO COUNSEL-LH.
           MOVE DESC-IN TO DESC-LH.
           MOVE 'A' TO STATUS-LH.
           MOVE WS-TODAY-YMD TO PLACEDATE-LH.
           MOVE WS-ENT-OPER TO PLACEOPER-LH.
           MOVE WS-APPR-OPER TO PLACEAPPR-LH.
           MOVE SPACES TO RELDATE-LH.
           MOVE 0 TO RELOPER-LH.
           MOVE 0 TO RELAPPR-LH.
           MOVE SPACES TO RELNOTE-LH.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           ELSE
             MOVE WS-HOLDID-NEW TO HOLDID-OUT
             MOVE HOLDPLACED TO MSG-OUT
           END-IF.
       PLACE-HOLD-END.

      * PROCEDURE RELEASE-HOLD : FLIPS THE HOLD 'R' WITH THE RELEASE
      * DATE, BOTH OPERATORS AND THE NOTE - THE ROW STAYS ON FILE
       RELEASE-HOLD.
           COMPUTE LH-SSA-HOLDID = FUNCTION NUMVAL ( HOLDID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, LITHOLD-SEG, LITHOLD-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RELEASE-HOLD-END
           END-IF.
           MOVE 'R' TO STATUS-LH.
           MOVE WS-TODAY-YMD TO RELDATE-LH.
           MOVE WS-ENT-OPER TO RELOPER-LH.
           MOVE WS-APPR-OPER TO RELAPPR-LH.
           MOVE DESC-IN TO RELNOTE-LH.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, LITHOLD-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           ELSE
             MOVE HOLDID-LH TO HOLDID-OUT
             MOVE HOLDRELEASED TO MSG-OUT
           END-IF.
       RELEASE-HOLD-END.

      * PROCEDURE LIST-HOLDS : THE ACTIVE HOLDS, NARROWED TO CUSTID-IN
      * AND/OR ACCID-IN WHEN KEYED, UP TO MAX-LH OF THEM
       LIST-HOLDS.
           MOVE 0 TO WS-HOLD-CUSTID.
           MOVE 0 TO WS-HOLD-ACCID.
           IF CUSTID-IN NOT = SPACES
             COMPUTE WS-HOLD-CUSTID = FUNCTION NUMVAL ( CUSTID-IN )
           END-IF.
           IF ACCID-IN NOT = SPACES
             COMPUTE WS-HOLD-ACCID = FUNCTION NUMVAL ( ACCID-IN )
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           PERFORM LIST-ONE-HOLD THRU LIST-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES OR TOTAL-LH = MAX-LH.
           IF DBSTAT NOT = SPACES
              AND DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           ELSE
             IF TOTAL-LH = 0
               MOVE NOHOLDS TO MSG-OUT
             END-IF
           END-IF.
       LIST-HOLDS-END.

       LIST-ONE-HOLD.
           IF HOLD-ACTIVE
              AND (WS-HOLD-CUSTID = 0 OR CUSTID-LH = WS-HOLD-CUSTID)
              AND (WS-HOLD-ACCID = 0 OR ACCID-LH = WS-HOLD-ACCID)
             ADD 1 TO TOTAL-LH
             MOVE HOLDID-LH TO HOLDID-HS (TOTAL-LH)
             MOVE SCOPE-LH TO SCOPE-HS (TOTAL-LH)
             MOVE CUSTID-LH TO CUSTID-HS (TOTAL-LH)
             MOVE ACCID-LH TO ACCID-HS (TOTAL-LH)
             MOVE MATTER-LH TO MATTER-HS (TOTAL-LH)
             MOVE PLACEDATE-LH TO PLACEDATE-HS (TOTAL-LH)
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
       LIST-ONE-HOLD-END.

      * PROCEDURE CHECK-DUAL-APPROVAL : LOOKS FOR AN 'A' PENDING-
      * CHANGE ROW WHOSE PAYLOAD MATCHES THIS EXACT MESSAGE - THE
      * SWITCHED RE-ENTRY FBPNDMNT RELEASES ON APPROVAL. A HIT FLIPS
      * THE ROW 'D', NOTES THE APPROVER AND LETS THE CHANGE APPLY.
       CHECK-DUAL-APPROVAL.
           MOVE 'N' TO WS-DC-APPROVED.
           MOVE 0 TO WS-APPR-OPER.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           PERFORM TEST-ONE-APPROVAL THRU TEST-ONE-APPROVAL-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR WS-DC-APPROVED = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-DUAL-APPROVAL-END.
           EXIT.

       TEST-ONE-APPROVAL.
           IF DBSTAT = SPACES
             IF PEND-APPROVED
                AND PAYLOAD-PC (1:WS-PAYLOAD-LEN)
                    = INPUT-AREA (5:WS-PAYLOAD-LEN)
               MOVE 'D' TO STATUS-PC
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, PENDCHG-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
               MOVE DECOPER-PC TO WS-APPR-OPER
               MOVE 'Y' TO WS-DC-APPROVED
             ELSE
               CALL 'CBLTDLI'
                 USING GHN, DBPCB, PENDCHG-SEG, PENDCHG-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-APPROVAL-END.

      * PROCEDURE PARK-PENDING-CHANGE : RECORDS THE ENTRY AS A
      * PENDING ROW FOR A SUPERVISOR'S DISPOSITION
       PARK-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           COMPUTE WS-PCH-OPER = FUNCTION NUMVAL ( OPERID-IN ).
           COMPUTE PCHID-PC = WS-PCH-OPER * PCH-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE 'LITHOLD ' TO ACTION-PC.
           MOVE WS-PCH-OPER TO ENTOPER-PC.
           MOVE 'P' TO STATUS-PC.
           MOVE TIMESTAMP TO ENTTS-PC.
           MOVE 0 TO DECOPER-PC.
           MOVE SPACES TO DECTS-PC.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           MOVE SPACES TO PAYLOAD-PC.
           MOVE INPUT-AREA (5:WS-PAYLOAD-LEN) TO PAYLOAD-PC.
           MOVE WS-PAYLOAD-LEN TO PAYLEN-PC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, PENDCHG-SEG, PENDCHG-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'PENDCHG ISRT FAILED'
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
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

      * PROCEDURE CHECK-RELEASED-ENTRY : READ-ONLY LOOK FOR AN APPROVED
      * PENDCHG ROW MATCHING THIS EXACT MESSAGE. FBPNDMNT'S RELEASE
      * SWITCH ARRIVES UNDER THE APPROVING SUPERVISOR'S LTERM, NOT THE
      * ENTERING OPERATOR'S, AND THE SUPERVISOR WAS SIGN-ON CHECKED
      * THERE. CHECK-DUAL-APPROVAL STILL FLIPS THE ROW WHEN IT APPLIES.
       CHECK-RELEASED-ENTRY.
           MOVE 'N' TO WS-DC-RELEASED.
           COMPUTE WS-PAYLOAD-LEN = LENGTH OF INPUT-AREA - 4.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
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
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
