       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBVLTMNT.

      ******************************************************************
      * BRANCH VAULT MAINTENANCE TRANSACTION - TRACKS THE CASH IN EACH
      * BRANCH'S VAULT, ONE VAULT ROW PER BRANCH CODE (THE SAME FOUR-
      * CHARACTER CODE THE DRAWER ROWS AND BRANCH-HIST CARRY). THE
      * TELLER DRAWERS BUY FROM AND SELL TO THE VAULT THROUGH FBDRWMNT
      * 'I'/'V', WHICH POST BOTH SIDES; THIS TRANSACTION CARRIES THE
      * VAULT'S OWN SIDE. FUNCTYPE-IN:
      *   'A'DD     - SETS UP A BRANCH VAULT WITH ITS STARTING CASH,
      *               MINIMUM AND INSURANCE LIMIT (SUPERVISOR)
      *   'L'IMITS  - CHANGES THE MINIMUM AND INSURANCE LIMIT
      *               (SUPERVISOR)
      *   'R'ECEIVE - RECORDS A SHIPMENT RECEIVED FROM THE CASH
      *               PROVIDER (CASH INTO THE VAULT)
      *   'S'HIP    - RECORDS A SHIPMENT HANDED TO THE CARRIER (CASH
      *               OUT OF THE VAULT)
      *   'C'OUNT   - RECORDS THE VAULT'S COUNTED CASH AT CLOSE
      *   'Q'UERY   - RETURNS THE VAULT'S CURRENT POSITION
      * THE VAULT ROW IS REUSED DAY AFTER DAY: THE FIRST TOUCH ON A NEW
      * BUSINESS DATE (HERE OR FROM FBDRWMNT) ROLLS IT - THE DAY OPENS
      * WITH WHAT WAS COUNTED AT THE LAST CLOSE (THE BOOK POSITION IF
      * IT WAS NEVER COUNTED) AND THE DAY'S MOVEMENT STARTS FROM ZERO.
      * A SHIPMENT RECEIVED OR SENT WORKS DOWN THE OPEN CASH ORDER
      * VLTPROOF PLACED. THE END-OF-DAY VAULT PROOF - COUNTED CASH
      * AGAINST THE BOOK POSITION, AND THE VAULT'S DRAWER BUYS/SELLS
      * AGAINST THE DRAWER ROWS - IS RUN BY VLTPROOF.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOVAULT         PIC  X(24) VALUE "NO VAULT FOR BRANCH".
       77  VAULTEXISTS     PIC  X(24) VALUE "VAULT ALREADY ON FILE".
       77  VAULTSHORT      PIC  X(30) VALUE
             "VAULT CASH INSUFFICIENT".
       77  BADAMOUNT       PIC  X(30) VALUE
             "AMOUNT MUST NOT BE NEGATIVE".
       77  BADLIMITS       PIC  X(32) VALUE
             "MINIMUM ABOVE INSURANCE LIMIT".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  NOTSUPV         PIC  X(30) VALUE
             "SUPERVISOR AUTHORITY REQUIRED".

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

       77  WS-AMOUNT           PIC  S9(13)V9(2) COMP-3.
       77  WS-MINIMUM          PIC  S9(13)V9(2) COMP-3.
       77  WS-INSLIMIT         PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

      *    VAULT-SEG - ONE ROW PER BRANCH. THE DAY'S MOVEMENT:
      *      OPENAMT-VLT   CASH AT THE START OF BUSDATE-VLT
      *      DRWBUY-VLT    CASH THE DRAWERS BOUGHT (OUT OF THE VAULT)
      *      DRWSELL-VLT   CASH THE DRAWERS SOLD BACK (INTO THE VAULT)
      *      SHIPIN-VLT    SHIPMENTS RECEIVED FROM THE CASH PROVIDER
      *      SHIPOUT-VLT   SHIPMENTS HANDED TO THE CARRIER
      *      BALANCE-VLT   THE BOOK POSITION - OPENAMT - DRWBUY
      *                    + DRWSELL + SHIPIN - SHIPOUT
      *    COUNTED-VLT/COUNTTS-VLT ARE THE CLOSE COUNT; VLTPROOF STAMPS
      *    THE PROVED OVER/SHORT. MINIMUM-VLT AND INSLIMIT-VLT BOUND
      *    THE CASH THE BRANCH SHOULD HOLD (ZERO = NO BOUND); THE OPEN
      *    CASH ORDER VLTPROOF PLACED IS ORDERDIR-VLT ('D'ELIVER TO
      *    THE BRANCH, 'C'OLLECT FROM IT, SPACE = NONE), ORDERAMT-VLT
      *    STILL OUTSTANDING AND ORDERDT-VLT THE DATE PLACED.
       01  VAULT-SEG.
           05  BRANCH-VLT      PIC  X(04).
           05  STATUS-VLT      PIC  X(01).
               88  VAULT-ACTIVE      VALUE "A".
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
               88  ORDER-DELIVER     VALUE "D".
               88  ORDER-COLLECT     VALUE "C".
           05  ORDERAMT-VLT    PIC  S9(13)V9(2) COMP-3.
           05  ORDERDT-VLT     PIC  X(10).
           05  COUNTTS-VLT     PIC  X(23).
           05  PROVEDTS-VLT    PIC  X(23).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  OPERID-IN       PIC  X(09).
           05  BRANCH-IN       PIC  X(04).
           05  AMOUNT-IN       PIC  X(16).
           05  MINIMUM-IN      PIC  X(16).
           05  INSLIMIT-IN     PIC  X(16).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  BUSDATE-OUT     PIC  X(10).
           05  OPENAMT-OUT     PIC  S9(13)V9(2) COMP-3.
           05  DRWBUY-OUT      PIC  S9(13)V9(2) COMP-3.
           05  DRWSELL-OUT     PIC  S9(13)V9(2) COMP-3.
           05  SHIPIN-OUT      PIC  S9(13)V9(2) COMP-3.
           05  SHIPOUT-OUT     PIC  S9(13)V9(2) COMP-3.
           05  BALANCE-OUT     PIC  S9(13)V9(2) COMP-3.
           05  COUNTED-OUT     PIC  S9(13)V9(2) COMP-3.
           05  OVERSHORT-OUT   PIC  S9(13)V9(2) COMP-3.
           05  MINIMUM-OUT     PIC  S9(13)V9(2) COMP-3.
           05  INSLIMIT-OUT    PIC  S9(13)V9(2) COMP-3.
           05  ORDERDIR-OUT    PIC  X(01).
           05  ORDERAMT-OUT    PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  VAULT-SSA.
           05  FILLER          PIC  X(08)        VALUE "VAULT   ".
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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   IOPCBA - I/O PCB
      *   DBPCB1 - VAULT DATABASE (VAULT)
      *   DBPCB2 - OPERATOR DATABASE (OPERATOR, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-VAULT THRU MAINTAIN-VAULT-END

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

      * PROCEDURE MAINTAIN-VAULT : RETRIEVES THE BRANCH'S VAULT ROW,
      * ROLLS IT TO TODAY, AND DISPATCHES FOR FUNCTYPE-IN
       MAINTAIN-VAULT.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO BUSDATE-OUT.
           MOVE SPACES TO ORDERDIR-OUT.
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
             GO TO MAINTAIN-VAULT-END
           END-IF.
           MOVE 0 TO WS-AMOUNT.
           MOVE 0 TO WS-MINIMUM.
           MOVE 0 TO WS-INSLIMIT.
           IF AMOUNT-IN NOT = SPACES
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
           END-IF.
           IF MINIMUM-IN NOT = SPACES
             COMPUTE WS-MINIMUM = FUNCTION NUMVAL ( MINIMUM-IN )
           END-IF.
           IF INSLIMIT-IN NOT = SPACES
             COMPUTE WS-INSLIMIT = FUNCTION NUMVAL ( INSLIMIT-IN )
           END-IF.
           IF WS-AMOUNT < 0 OR WS-MINIMUM < 0 OR WS-INSLIMIT < 0
             MOVE BADAMOUNT TO MSG-OUT
             GO TO MAINTAIN-VAULT-END
           END-IF.

           MOVE BRANCH-IN TO SSA-BRANCH.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, VAULT-SEG, VAULT-SSA1.
           IF DBSTAT = SPACES AND BUSDATE-VLT NOT = WS-TODAY-YMD
             PERFORM ROLL-VAULT-DAY THRU ROLL-VAULT-DAY-END
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'A'
               PERFORM ADD-VAULT THRU ADD-VAULT-END
             WHEN 'L'
               PERFORM CHANGE-LIMITS THRU CHANGE-LIMITS-END
             WHEN 'R'
               PERFORM RECEIVE-SHIPMENT THRU RECEIVE-SHIPMENT-END
             WHEN 'S'
               PERFORM SEND-SHIPMENT THRU SEND-SHIPMENT-END
             WHEN 'C'
               PERFORM COUNT-VAULT THRU COUNT-VAULT-END
             WHEN 'Q'
               PERFORM QUERY-VAULT THRU QUERY-VAULT-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.

           IF DBSTAT = SPACES AND BRANCH-VLT = BRANCH-IN
             MOVE BUSDATE-VLT TO BUSDATE-OUT
             MOVE OPENAMT-VLT TO OPENAMT-OUT
             MOVE DRWBUY-VLT TO DRWBUY-OUT
             MOVE DRWSELL-VLT TO DRWSELL-OUT
             MOVE SHIPIN-VLT TO SHIPIN-OUT
             MOVE SHIPOUT-VLT TO SHIPOUT-OUT
             MOVE BALANCE-VLT TO BALANCE-OUT
             MOVE COUNTED-VLT TO COUNTED-OUT
             MOVE OVERSHORT-VLT TO OVERSHORT-OUT
             MOVE MINIMUM-VLT TO MINIMUM-OUT
             MOVE INSLIMIT-VLT TO INSLIMIT-OUT
             MOVE ORDERDIR-VLT TO ORDERDIR-OUT
             MOVE ORDERAMT-VLT TO ORDERAMT-OUT
           END-IF.
       MAINTAIN-VAULT-END.

      * PROCEDURE ADD-VAULT : SETS UP A BRANCH'S VAULT WITH ITS
      * STARTING CASH AND LIMITS - SUPERVISOR ONLY
       ADD-VAULT.
           IF DBSTAT = SPACES
             MOVE VAULTEXISTS TO MSG-OUT
             GO TO ADD-VAULT-END
           END-IF.
           IF SUPV-OPR NOT = 'Y' OR DISABLED-OPR = 'Y'
             MOVE NOTSUPV TO MSG-OUT
             GO TO ADD-VAULT-END
           END-IF.
           IF WS-INSLIMIT > 0 AND WS-MINIMUM > WS-INSLIMIT
             MOVE BADLIMITS TO MSG-OUT
             GO TO ADD-VAULT-END
           END-IF.
           INITIALIZE VAULT-SEG.
           MOVE BRANCH-IN TO BRANCH-VLT.
           MOVE 'A' TO STATUS-VLT.
           MOVE WS-TODAY-YMD TO BUSDATE-VLT.
           MOVE WS-AMOUNT TO OPENAMT-VLT.
           MOVE WS-AMOUNT TO BALANCE-VLT.
           MOVE WS-MINIMUM TO MINIMUM-VLT.
           MOVE WS-INSLIMIT TO INSLIMIT-VLT.
           MOVE SPACES TO ORDERDIR-VLT.
           MOVE SPACES TO ORDERDT-VLT.
           MOVE SPACES TO COUNTTS-VLT.
           MOVE SPACES TO PROVEDTS-VLT.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, VAULT-SEG, VAULT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-VAULT-END
           END-IF.
           MOVE 'VAULT ADDED' TO MSG-OUT.
       ADD-VAULT-END.
           EXIT.

      * PROCEDURE CHANGE-LIMITS : NEW MINIMUM AND INSURANCE LIMIT -
      * SUPERVISOR ONLY
       CHANGE-LIMITS.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             GO TO CHANGE-LIMITS-END
           END-IF.
           IF SUPV-OPR NOT = 'Y' OR DISABLED-OPR = 'Y'
             MOVE NOTSUPV TO MSG-OUT
             GO TO CHANGE-LIMITS-END
           END-IF.
           IF WS-INSLIMIT > 0 AND WS-MINIMUM > WS-INSLIMIT
             MOVE BADLIMITS TO MSG-OUT
             GO TO CHANGE-LIMITS-END
           END-IF.
           MOVE WS-MINIMUM TO MINIMUM-VLT.
           MOVE WS-INSLIMIT TO INSLIMIT-VLT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, VAULT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CHANGE-LIMITS-END
           END-IF.
           MOVE 'VAULT LIMITS CHANGED' TO MSG-OUT.
       CHANGE-LIMITS-END.
           EXIT.

      * PROCEDURE RECEIVE-SHIPMENT : CASH RECEIVED FROM THE CASH
      * PROVIDER - WORKS DOWN AN OPEN DELIVERY ORDER
       RECEIVE-SHIPMENT.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             GO TO RECEIVE-SHIPMENT-END
           END-IF.
           ADD WS-AMOUNT TO SHIPIN-VLT.
           ADD WS-AMOUNT TO BALANCE-VLT.
           IF ORDER-DELIVER
             PERFORM WORK-DOWN-ORDER THRU WORK-DOWN-ORDER-END
           END-IF.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, VAULT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RECEIVE-SHIPMENT-END
           END-IF.
           MOVE 'SHIPMENT RECEIVED' TO MSG-OUT.
       RECEIVE-SHIPMENT-END.
           EXIT.

      * PROCEDURE SEND-SHIPMENT : CASH HANDED TO THE CARRIER - WORKS
      * DOWN AN OPEN COLLECTION ORDER
       SEND-SHIPMENT.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             GO TO SEND-SHIPMENT-END
           END-IF.
           IF BALANCE-VLT < WS-AMOUNT
             MOVE VAULTSHORT TO MSG-OUT
             GO TO SEND-SHIPMENT-END
           END-IF.
           ADD WS-AMOUNT TO SHIPOUT-VLT.
           SUBTRACT WS-AMOUNT FROM BALANCE-VLT.
           IF ORDER-COLLECT
             PERFORM WORK-DOWN-ORDER THRU WORK-DOWN-ORDER-END
           END-IF.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, VAULT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SEND-SHIPMENT-END
           END-IF.
           MOVE 'SHIPMENT SENT' TO MSG-OUT.
       SEND-SHIPMENT-END.
           EXIT.

      * PROCEDURE WORK-DOWN-ORDER : A SHIPMENT IN THE ORDER'S DIRECTION
      * REDUCES WHAT IS STILL OUTSTANDING; A FILLED ORDER IS CLEARED
       WORK-DOWN-ORDER.
           SUBTRACT WS-AMOUNT FROM ORDERAMT-VLT.
           IF ORDERAMT-VLT NOT > 0
             MOVE 0 TO ORDERAMT-VLT
             MOVE SPACES TO ORDERDIR-VLT
             MOVE SPACES TO ORDERDT-VLT
           END-IF.
       WORK-DOWN-ORDER-END.
           EXIT.

      * PROCEDURE COUNT-VAULT : RECORDS THE VAULT'S COUNTED CASH - THE
      * OVER/SHORT ITSELF IS PROVED BY VLTPROOF, NOT TRUSTED FROM HERE
       COUNT-VAULT.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             GO TO COUNT-VAULT-END
           END-IF.
           MOVE WS-AMOUNT TO COUNTED-VLT.
           MOVE TIMESTAMP TO COUNTTS-VLT.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, VAULT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO COUNT-VAULT-END
           END-IF.
           MOVE 'VAULT COUNT RECORDED' TO MSG-OUT.
       COUNT-VAULT-END.
           EXIT.

      * PROCEDURE QUERY-VAULT : RETURNS THE VAULT'S POSITION
       QUERY-VAULT.
           IF DBSTAT NOT = SPACES
             MOVE NOVAULT TO MSG-OUT
             GO TO QUERY-VAULT-END
           END-IF.
           MOVE 'VAULT POSITION' TO MSG-OUT.
       QUERY-VAULT-END.
           EXIT.

      * PROCEDURE ROLL-VAULT-DAY : FIRST TOUCH OF A NEW BUSINESS DATE -
      * THE VAULT OPENS WITH WHAT WAS COUNTED AT THE LAST CLOSE (THE
      * BOOK POSITION IF IT WAS NEVER COUNTED) AND THE DAY'S MOVEMENT
      * STARTS FROM ZERO. THE ROLLED ROW IS REPLACED BY WHATEVER
      * FUNCTION FOLLOWS; A QUERY LEAVES THE STORED ROW ALONE.
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

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN. THE
      * OPERATOR ROW STAYS IN OPERATOR-SEG FOR THE SUPERVISOR CHECKS.
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           MOVE SPACES TO SUPV-OPR.
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
