      * FOR THE DUAL-CONTROLLED ACTIONS THE DUALCTL POLICY FILE NAMES
      * (BENEFICIARY CHANGES IN FBBENMNT, ADDRESS-PLUS-CONTACT
      * CHANGES IN FBSCUDAT, OVER-THRESHOLD STANDING ORDERS IN
      * FBSTOMNT), PLUS LOAN BOOKINGS OVER THE BOOKING OPERATOR'S
      * LIMIT-OPR IN FBLNBOOK AND EVERY LITIGATION HOLD PLACED OR
      * RELEASED IN FBLITMNT. FUNCTYPE-IN:
      *   'L'IST    - THE PENDING QUEUE
      *   'A'PPROVE - A DIFFERENT OPERATOR WITH SUPV-OPR AUTHORITY
      *               FLIPS THE ROW 'A' AND RELEASES THE ORIGINAL
             "SUPERVISOR AUTHORITY REQUIRED".
       77  NOOPERATOR      PIC  X(26) VALUE "OPERATOR NOT ON FILE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

       77  MAX-PCH             PIC 99 VALUE 5.

           05  SUPV-OPR        PIC  X(01).
      * 'Y' WHEN FBOPRMNT HAS DISABLED THE OPERATOR
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

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
       FIND-ONE-PENDING-END.

      * PROCEDURE CHECK-DECIDER : THE DECIDING OPERATOR MUST EXIST,
      * HOLD SUPV AUTHORITY, NOT BE THE ENTERING OPERATOR, AND BE
      * SIGNED ON AT THIS TERMINAL (SEE FBOPRSGN) - THE TARGET'S GATE
      * TRUSTS THE RELEASE BECAUSE THIS CHECK WAS MADE HERE
       CHECK-DECIDER.
           COMPUTE WS-DEC-OPER = FUNCTION NUMVAL ( OPERID-IN ).
           IF WS-DEC-OPER = ENTOPER-PC
           ELSE
             IF SUPV-OPR NOT = 'Y'
               MOVE NOTSUPV TO MSG-OUT
             ELSE
               IF SIGNTERM-OPR = SPACES OR SIGNTERM-OPR NOT = LOGTTERM
                  OR LOCKED-OPR = 'Y'
                 MOVE NOTSIGNEDON TO MSG-OUT
               END-IF
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
