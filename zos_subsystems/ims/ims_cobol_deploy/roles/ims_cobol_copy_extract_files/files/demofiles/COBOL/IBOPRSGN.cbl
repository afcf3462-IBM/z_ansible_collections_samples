       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBOPRSGN.

      ******************************************************************
      * OPERATOR SIGN-ON / SIGN-OFF. IBTRAN'S TELLER POSTINGS AND THE
      * FB*MNT MAINTENANCE TRANSACTIONS ONLY HONOR AN OPERID-IN THAT
      * IS SIGNED ON AT THE SENDING LTERM (SIGNTERM-OPR), SO THIS IS
      * THE FIRST TRANSACTION A TELLER KEYS. FUNCTYPE-IN:
      *   'I' SIGN-ON  - THE PASSWORD MUST VERIFY AGAINST PWDHASH-OPR.
      *                  EACH MISS BUMPS FAILCNT-OPR AND THE
      *                  OPR-MAX-FAILS'TH LOCKS THE OPERATOR OUT UNTIL
      *                  A SUPERVISOR REISSUES THE CREDENTIAL THROUGH
      *                  FBOPRMNT 'W'. A ONE-TIME CREDENTIAL
      *                  (PWDFORCE-OPR 'Y') MUST BE REPLACED BY
      *                  NEWPASSWD-IN ON THE SAME SIGN-ON. SUCCESS
      *                  RECORDS THE LTERM AND TIME ON THE ROW - A
      *                  SIGN-ON AT A SECOND TERMINAL MOVES THE SESSION.
      *   'O' SIGN-OFF - CLEARS THE TERMINAL; ONLY HONORED FROM THE
      *                  TERMINAL THE OPERATOR IS SIGNED ON AT
      *   'C' CHANGE   - OLD PASSWORD MUST VERIFY; NEW ONE REPLACES IT
      * EVERY SIGN-ON, FAILED SIGN-ON, LOCKOUT, SIGN-OFF AND PASSWORD
      * CHANGE WRITES A NEVER-DELETED OPERAUD CHILD; OLD/NEW CARRY THE
      * TERMINALS, NEVER A PASSWORD. DISABLED-OPR IS LEFT TO IBTRAN'S
      * CHECK-OPER-LIMIT - A DISABLED TELLER MAY STILL SIGN ON, THE
      * POSTINGS PARK.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOOPERATOR      PIC  X(26) VALUE "OPERATOR NOT ON FILE".
       77  NOCREDENTIAL    PIC  X(32) VALUE
             "NO CREDENTIAL - SEE SUPERVISOR".
       77  OPERLOCKED      PIC  X(32) VALUE
             "OPERATOR LOCKED - SEE SUPERVISOR".
       77  BADPASSWD       PIC  X(22) VALUE "PASSWORD INVALID".
       77  MUSTCHANGE      PIC  X(32) VALUE
             "NEW PASSWORD REQUIRED TO SIGN ON".
       77  BADNEWPASSWD    PIC  X(32) VALUE
             "NEW PASSWORD MUST DIFFER".
       77  NOTSIGNEDHERE   PIC  X(32) VALUE
             "NOT SIGNED ON AT THIS TERMINAL".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  OPR-MAX-FAILS   PIC  S9(4) COMP-5 VALUE 3.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
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

       77  WS-OPERID           PIC  S9(9) COMP-5.
       77  WS-OLD-TERM         PIC  X(08).

      ******************************************************************
      *PASSWORD HASH TRANSFORM WORK FIELDS - SEE HASH-PASSWORD. THE
      *SAME MULTIPLY-AND-MOD TRANSFORM FBPWDRST APPLIES TO CUSTOMER
      *PASSWORDS; FBOPRMNT AND LOADOPER HASH ISSUED CREDENTIALS ALIKE
      ******************************************************************

       77  WS-PWD-TEXT         PIC  X(16).
       77  WS-PWD-HASH         PIC  S9(18) COMP-5.
       77  WS-PWD-IX           PIC  S9(4) COMP-5.
       77  PWD-HASH-MULT       PIC  S9(9) COMP-5 VALUE 31.
       77  PWD-HASH-MOD        PIC  S9(9) COMP-5 VALUE 999999937.
       77  WS-NEW-HASH         PIC  S9(9) COMP-5.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
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
       01  OPERAUD-SEG.
           05  TIMESTMP-OAU    PIC  X(23).
           05  FIELD-OAU       PIC  X(10).
           05  OLDVAL-OAU      PIC  X(16).
           05  NEWVAL-OAU      PIC  X(16).
           05  BYOPER-OAU      PIC  S9(9) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  OPERID-IN       PIC  X(09).
           05  PASSWD-IN       PIC  X(16).
           05  NEWPASSWD-IN    PIC  X(16).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  OPERID-OUT      PIC  S9(9) COMP-5.
           05  NAME-OUT        PIC  X(30).
           05  SIGNTERM-OUT    PIC  X(08).
           05  SIGNTS-OUT      PIC  X(23).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  OPERATOR-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-OPERID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERAUD ".
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

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.

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
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM OPERATOR-SIGNON THRU OPERATOR-SIGNON-END

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

      * PROCEDURE OPERATOR-SIGNON : POSITIONS ON THE OPERATOR AND
      * DISPATCHES TO THE SIGN-ON/SIGN-OFF/CHANGE LOGIC
       OPERATOR-SIGNON.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO NAME-OUT.
           MOVE SPACES TO SIGNTERM-OUT.
           MOVE SPACES TO SIGNTS-OUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           COMPUTE WS-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           MOVE WS-OPERID TO SSA-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOOPERATOR TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO OPERATOR-SIGNON-END
           END-IF.
           MOVE SIGNTERM-OPR TO WS-OLD-TERM.

           EVALUATE FUNCTYPE-IN
             WHEN 'I'
               PERFORM SIGN-ON THRU SIGN-ON-END
             WHEN 'O'
               PERFORM SIGN-OFF THRU SIGN-OFF-END
             WHEN 'C'
               PERFORM CHANGE-PASSWORD THRU CHANGE-PASSWORD-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       OPERATOR-SIGNON-END.

      * PROCEDURE SIGN-ON : VERIFIES THE PASSWORD, COUNTS AND LOCKS
      * ON A MISS, AND RECORDS THE SIGNED-ON TERMINAL ON A HIT
       SIGN-ON.
           IF LOCKED-OPR = 'Y'
             MOVE OPERLOCKED TO MSG-OUT
             GO TO SIGN-ON-END
           END-IF.
           IF PWDHASH-OPR = 0
             MOVE NOCREDENTIAL TO MSG-OUT
             GO TO SIGN-ON-END
           END-IF.

           MOVE PASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           IF WS-PWD-HASH NOT = PWDHASH-OPR
             PERFORM RECORD-BAD-PASSWORD
                THRU RECORD-BAD-PASSWORD-END
             GO TO SIGN-ON-END
           END-IF.

      * A ONE-TIME CREDENTIAL IS GOOD FOR EXACTLY ONE SIGN-ON, AND
      * ONLY IF IT IS REPLACED ON THE WAY IN
           IF PWDFORCE-OPR = 'Y'
             IF NEWPASSWD-IN = SPACES
               MOVE MUSTCHANGE TO MSG-OUT
               GO TO SIGN-ON-END
             END-IF
             MOVE NEWPASSWD-IN TO WS-PWD-TEXT
             PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END
             IF WS-PWD-HASH = PWDHASH-OPR
               MOVE BADNEWPASSWD TO MSG-OUT
               GO TO SIGN-ON-END
             END-IF
             MOVE WS-PWD-HASH TO PWDHASH-OPR
             MOVE 'N' TO PWDFORCE-OPR
           END-IF.

           MOVE 0 TO FAILCNT-OPR.
           MOVE LOGTTERM TO SIGNTERM-OPR.
           MOVE TIMESTAMP TO SIGNTS-OPR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, OPERATOR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SIGN-ON-END
           END-IF.

           MOVE 'SIGNON    ' TO FIELD-OAU.
           MOVE WS-OLD-TERM TO OLDVAL-OAU.
           MOVE LOGTTERM TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           PERFORM REPLY-OPERATOR THRU REPLY-OPERATOR-END.
           MOVE 'OPERATOR SIGNED ON' TO MSG-OUT.
       SIGN-ON-END.
           EXIT.

      * PROCEDURE RECORD-BAD-PASSWORD : COUNTS THE MISS AND LOCKS THE
      * OPERATOR AT OPR-MAX-FAILS, DROPPING ANY SESSION STILL OPEN SO
      * THE LOCKED OPERID CANNOT KEEP POSTING FROM ANOTHER TERMINAL
       RECORD-BAD-PASSWORD.
           ADD 1 TO FAILCNT-OPR.
           IF FAILCNT-OPR >= OPR-MAX-FAILS
             MOVE 'Y' TO LOCKED-OPR
             MOVE SPACES TO SIGNTERM-OPR
             MOVE 'LOCKOUT   ' TO FIELD-OAU
             MOVE OPERLOCKED TO MSG-OUT
           ELSE
             MOVE 'SIGNONFAIL' TO FIELD-OAU
             MOVE BADPASSWD TO MSG-OUT
           END-IF.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, OPERATOR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RECORD-BAD-PASSWORD-END
           END-IF.
           MOVE WS-OLD-TERM TO OLDVAL-OAU.
           MOVE LOGTTERM TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
       RECORD-BAD-PASSWORD-END.
           EXIT.

      * PROCEDURE SIGN-OFF : CLEARS THE SESSION - ONLY FROM THE
      * TERMINAL IT BELONGS TO
       SIGN-OFF.
           IF SIGNTERM-OPR = SPACES OR SIGNTERM-OPR NOT = LOGTTERM
             MOVE NOTSIGNEDHERE TO MSG-OUT
             GO TO SIGN-OFF-END
           END-IF.
           MOVE SPACES TO SIGNTERM-OPR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, OPERATOR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SIGN-OFF-END
           END-IF.
           MOVE 'SIGNOFF   ' TO FIELD-OAU.
           MOVE WS-OLD-TERM TO OLDVAL-OAU.
           MOVE SPACES TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           PERFORM REPLY-OPERATOR THRU REPLY-OPERATOR-END.
           MOVE 'OPERATOR SIGNED OFF' TO MSG-OUT.
       SIGN-OFF-END.
           EXIT.

      * PROCEDURE CHANGE-PASSWORD : OPERATOR-INITIATED CHANGE - THE OLD
      * PASSWORD MUST VERIFY. A MISS COUNTS TOWARD THE LOCKOUT THE
      * SAME AS A FAILED SIGN-ON.
       CHANGE-PASSWORD.
           IF LOCKED-OPR = 'Y'
             MOVE OPERLOCKED TO MSG-OUT
             GO TO CHANGE-PASSWORD-END
           END-IF.
           IF PWDHASH-OPR = 0
             MOVE NOCREDENTIAL TO MSG-OUT
             GO TO CHANGE-PASSWORD-END
           END-IF.
           MOVE PASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           IF WS-PWD-HASH NOT = PWDHASH-OPR
             PERFORM RECORD-BAD-PASSWORD
                THRU RECORD-BAD-PASSWORD-END
             GO TO CHANGE-PASSWORD-END
           END-IF.
           IF NEWPASSWD-IN = SPACES
             MOVE BADNEWPASSWD TO MSG-OUT
             GO TO CHANGE-PASSWORD-END
           END-IF.
           MOVE NEWPASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           MOVE WS-PWD-HASH TO WS-NEW-HASH.
           IF WS-NEW-HASH = PWDHASH-OPR
             MOVE BADNEWPASSWD TO MSG-OUT
             GO TO CHANGE-PASSWORD-END
           END-IF.

           MOVE WS-NEW-HASH TO PWDHASH-OPR.
           MOVE 'N' TO PWDFORCE-OPR.
           MOVE 0 TO FAILCNT-OPR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, OPERATOR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CHANGE-PASSWORD-END
           END-IF.
           MOVE 'PASSWORD  ' TO FIELD-OAU.
           MOVE SPACES TO OLDVAL-OAU.
           MOVE LOGTTERM TO NEWVAL-OAU.
           PERFORM WRITE-OPERAUD THRU WRITE-OPERAUD-END.
           MOVE 'PASSWORD CHANGED' TO MSG-OUT.
       CHANGE-PASSWORD-END.
           EXIT.

       REPLY-OPERATOR.
           MOVE OPERID-OPR TO OPERID-OUT.
           MOVE NAME-OPR TO NAME-OUT.
           MOVE SIGNTERM-OPR TO SIGNTERM-OUT.
           MOVE SIGNTS-OPR TO SIGNTS-OUT.
       REPLY-OPERATOR-END.

      * PROCEDURE HASH-PASSWORD : FOLDS THE 16 BYTES OF WS-PWD-TEXT
      * INTO A ONE-WAY HASH - MULTIPLY-AND-MOD OVER EACH BYTE'S ORD,
      * THE SAME TRANSFORM FBPWDRST APPLIES
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

      * PROCEDURE WRITE-OPERAUD : THE NEVER-DELETED SESSION EVENT ROW
      * UNDER THE OPERATOR JUST REPLACED - THE OPERATOR IS ITS OWN
      * BYOPER
       WRITE-OPERAUD.
           MOVE TIMESTAMP TO TIMESTMP-OAU.
           MOVE WS-OPERID TO BYOPER-OAU.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, OPERAUD-SEG, OPERAUD-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'OPERAUD ISRT FAILED ' BAD-STATUS
           END-IF.
       WRITE-OPERAUD-END.

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
