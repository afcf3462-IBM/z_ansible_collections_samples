      *               A LATER OPEN RESETS THE CLOSED ROW IN PLACE)
      *   'I'N      - RECORDS A VAULT BUY (CASH INTO THE DRAWER)
      *   'V'AULT   - RECORDS A VAULT SELL (CASH OUT OF THE DRAWER)
      *               BOTH SIDES OF A BUY OR SELL ARE RECORDED: THE
      *               BRANCH'S VAULT ROW (DBPCB3, SEE FBVLTMNT) MOVES
      *               BY THE SAME AMOUNT THE OTHER WAY, AND A BUY THE
      *               VAULT CANNOT COVER IS REFUSED
      *   'C'LOSE   - RECORDS THE TELLER'S COUNTED CASH AND CLOSES
      *               THE DRAWER FOR THE DAY
      *   'Q'UERY   - RETURNS THE DRAWER'S CURRENT POSITION
      * THE END-OF-DAY PROOF ITSELF - COUNTED CASH AGAINST THE DRAWER'S
      * EXPECTED POSITION FROM THE TELLER'S CHANNEL-'T' HISTORY ROWS -
      * IS RUN BY DRWPROOF, WHICH STAMPS THE OVER/SHORT BACK ON THE
      * ROW FOR BRSETTLE'S BRANCH LINES. VLTPROOF PROVES THE VAULT
      * SIDE AND AGREES IT TO THE DRAWERS' BUYS AND SELLS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  BADAMOUNT       PIC  X(30) VALUE
             "AMOUNT MUST NOT BE NEGATIVE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  NOVAULT         PIC  X(24) VALUE "NO VAULT FOR BRANCH".
       77  VAULTSHORT      PIC  X(30) VALUE
             "VAULT CASH INSUFFICIENT".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
           05  CLOSETS-DRW     PIC  X(23).
           05  PROVEDTS-DRW    PIC  X(23).

      *    VAULT-SEG - THE BRANCH VAULT THE DRAWERS BUY FROM AND SELL
      *    TO, SEE FBVLTMNT FOR THE LAYOUT AND THE DAY ROLL
       01  VAULT-SEG.
           05  BRANCH-VLT      PIC  X(04).
           05  STATUS-VLT      PIC  X(01).
           05  BUSDATE-VLT     PIC  X(10).
           05  OPENAMT-VLT     PIC  S9(13)V9(2) COMP-3.
           05  DRWBUY-VLT      PIC  S9(13)V9(2) COMP-3.
           05  DRWSELL-VLT     PIC  S9(13)V9(2) COMP-3.
           05  SHIPIN-VLT      PIC  S9(13)V9(2) COMP-3.
           05  SHIPOUT-VLT     PIC  S9(13)V9(2) COMP-3.
           05  BALANCE-VLT     PIC  S9(13)V9(2) COMP-3.
           05  COUNTED-VLT     PIC  S9(13)V9(2) COMP-3.
           05  OVERSHORT-VLT   PIC  S9(13)V9(2) COMP-3.
           05  MINIMUM-VLT     PIC  S9(13)V9(2) COMP-3.
           05  INSLIMIT-VLT    PIC  S9(13)V9(2) COMP-3.
           05  ORDERDIR-VLT    PIC  X(01).
           05  ORDERAMT-VLT    PIC  S9(13)V9(2) COMP-3.
           05  ORDERDT-VLT     PIC  X(10).
           05  COUNTTS-VLT     PIC  X(23).
           05  PROVEDTS-VLT    PIC  X(23).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  VAULT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "VAULT   ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "BRANCH  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-BRANCH      PIC  X(04)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.

           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-DRAWER-END
           END-IF.
           COMPUTE SSA-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN ).
           IF WS-AMOUNT < 0
             MOVE DRAWERCLOSED TO MSG-OUT
             GO TO DRAWER-CASH-IN-END
           END-IF.
           PERFORM GET-BRANCH-VAULT THRU GET-BRANCH-VAULT-END.
           IF MSG-OUT NOT = SPACES
             GO TO DRAWER-CASH-IN-END
           END-IF.
           IF BALANCE-VLT < WS-AMOUNT
             MOVE VAULTSHORT TO MSG-OUT
             GO TO DRAWER-CASH-IN-END
           END-IF.
           SUBTRACT WS-AMOUNT FROM BALANCE-VLT.
           ADD WS-AMOUNT TO DRWBUY-VLT.
           PERFORM REPLACE-BRANCH-VAULT THRU REPLACE-BRANCH-VAULT-END.
           IF MSG-OUT NOT = SPACES
             GO TO DRAWER-CASH-IN-END
           END-IF.
           ADD WS-AMOUNT TO CASHIN-DRW.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, DRAWER-SEG.
             MOVE DRAWERCLOSED TO MSG-OUT
             GO TO DRAWER-CASH-OUT-END
           END-IF.
           PERFORM GET-BRANCH-VAULT THRU GET-BRANCH-VAULT-END.
           IF MSG-OUT NOT = SPACES
             GO TO DRAWER-CASH-OUT-END
           END-IF.
           ADD WS-AMOUNT TO BALANCE-VLT.
           ADD WS-AMOUNT TO DRWSELL-VLT.
           PERFORM REPLACE-BRANCH-VAULT THRU REPLACE-BRANCH-VAULT-END.
           IF MSG-OUT NOT = SPACES
             GO TO DRAWER-CASH-OUT-END
           END-IF.
           ADD WS-AMOUNT TO CASHOUT-DRW.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, DRAWER-SEG.
       QUERY-DRAWER-END.
           EXIT.

      * PROCEDURE GET-BRANCH-VAULT : HOLDS THE VAULT ROW OF THE
      * DRAWER'S BRANCH ON DBPCB3, ROLLED TO TODAY'S BUSINESS DATE. THE
      * DRAWER ROW STAYS HELD ON DBPCB1 FOR ITS OWN REPLACE.
       GET-BRANCH-VAULT.
           MOVE BRANCH-DRW TO SSA-BRANCH.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, VAULT-SEG, VAULT-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             GO TO GET-BRANCH-VAULT-END
           END-IF.
           IF BUSDATE-VLT NOT = WS-TODAY-YMD
             PERFORM ROLL-VAULT-DAY THRU ROLL-VAULT-DAY-END
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       GET-BRANCH-VAULT-END.
           EXIT.

      * PROCEDURE ROLL-VAULT-DAY : FIRST TOUCH OF A NEW BUSINESS DATE -
      * THE VAULT OPENS WITH WHAT WAS COUNTED AT THE LAST CLOSE (THE
      * BOOK POSITION IF IT WAS NEVER COUNTED) AND THE DAY'S MOVEMENT
      * STARTS FROM ZERO. SAME RULE AS FBVLTMNT.
       ROLL-VAULT-DAY.
           IF COUNTTS-VLT NOT = SPACES
              AND COUNTTS-VLT (1:10) = BUSDATE-VLT
             MOVE COUNTED-VLT TO OPENAMT-VLT
           ELSE
             MOVE BALANCE-VLT TO OPENAMT-VLT
           END-IF.
           MOVE OPENAMT-VLT TO BALANCE-VLT.
           MOVE WS-TODAY-YMD TO BUSDATE-VLT.
           MOVE 0 TO DRWBUY-VLT.
           MOVE 0 TO DRWSELL-VLT.
           MOVE 0 TO SHIPIN-VLT.
           MOVE 0 TO SHIPOUT-VLT.
           MOVE 0 TO COUNTED-VLT.
           MOVE 0 TO OVERSHORT-VLT.
           MOVE SPACES TO COUNTTS-VLT.
           MOVE SPACES TO PROVEDTS-VLT.
       ROLL-VAULT-DAY-END.
           EXIT.

      * PROCEDURE REPLACE-BRANCH-VAULT : REPLACES THE VAULT ROW HELD BY
      * GET-BRANCH-VAULT
       REPLACE-BRANCH-VAULT.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, VAULT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       REPLACE-BRANCH-VAULT-END.
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
