       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VLTPROOF.

      ******************************************************************
      * END-OF-DAY VAULT PROOF AND CASH ORDERING - RUN ALONGSIDE
      * DRWPROOF, IT PROVES EACH BRANCH VAULT (SEE FBVLTMNT) THREE
      * WAYS AND PROVES THE BRANCH'S TOTAL CASH ON HAND:
      *
      *   BOOK     OPENING CASH - DRAWER BUYS + DRAWER SELLS
      *            + SHIPMENTS RECEIVED - SHIPMENTS SENT MUST EQUAL
      *            THE VAULT'S BOOK POSITION (BALANCE-VLT)
      *   DRAWERS  THE VAULT'S DRAWER BUYS AND SELLS MUST AGREE TO
      *            THE CASH-IN/CASH-OUT ON TODAY'S DRAWER ROWS FOR THE
      *            BRANCH (DBPCB1) - BOTH SIDES OF EVERY BUY AND SELL
      *   COUNT    THE CLOSE COUNT AGAINST THE BOOK POSITION - THE
      *            OVER/SHORT IS STAMPED BACK ON THE VAULT ROW
      *
      * BRANCH CASH ON HAND IS THE VAULT'S CASH (COUNTED, OR BOOK IF
      * NOT COUNTED) PLUS EVERY DRAWER'S CASH (COUNTED AT CLOSE, OR
      * ITS BOOK POSITION IF STILL OPEN).
      *
      * THE VAULT'S PROJECTED POSITION IS ITS CASH PLUS ANY CASH
      * ORDER STILL OUTSTANDING. PROJECTED BELOW ITS MINIMUM, A
      * DELIVERY IS ORDERED; PROJECTED ABOVE ITS INSURANCE LIMIT, A
      * COLLECTION IS - EITHER WAY BACK TO THE MIDPOINT OF THE TWO
      * (THE MINIMUM WHEN NO INSURANCE LIMIT IS SET), IN WHOLE
      * HUNDREDS. THE ORDERS GO TO THE CASH PROVIDER ON CASHORD:
      *   H,"YYYY-MM-DD"
      *   O,"BRANCH","DELIVER|COLLECT",AMOUNT,PROJECTED
      *   T,COUNT,DELIVER-TOTAL,COLLECT-TOTAL
      * AND ARE RECORDED ON THE VAULT ROW AS ITS OPEN ORDER, WHICH
      * FBVLTMNT WORKS DOWN AS THE SHIPMENTS ARRIVE OR LEAVE.
      * ANY VAULT THAT DOES NOT PROVE, OR IS NOT COUNTED, LEAVES RC 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHORD-FILE ASSIGN TO CASHORD.

       DATA DIVISION.

       FILE SECTION.
         FD CASHORD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CASHORD-OUT.
       01  CASHORD-OUT          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
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

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  DRAWER-SSA.
           05  FILLER          PIC  X(08)        VALUE "DRAWER  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  VAULT-SSA.
           05  FILLER          PIC  X(08)        VALUE "VAULT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

      *    DRAWER-SEG - SEE FBDRWMNT FOR THE DRAWER LIFECYCLE
       01  DRAWER-SEG.
           05  OPERID-DRW      PIC  S9(9) COMP-5.
           05  BRANCH-DRW      PIC  X(04).
           05  STATUS-DRW      PIC  X(01).
               88  DRAWER-IS-OPEN    VALUE "O".
               88  DRAWER-IS-CLOSED  VALUE "C".
           05  BUSDATE-DRW     PIC  X(10).
           05  OPENAMT-DRW     PIC  S9(13)V9(2) COMP-3.
           05  CASHIN-DRW      PIC  S9(13)V9(2) COMP-3.
           05  CASHOUT-DRW     PIC  S9(13)V9(2) COMP-3.
           05  COUNTED-DRW     PIC  S9(13)V9(2) COMP-3.
           05  OVERSHORT-DRW   PIC  S9(13)V9(2) COMP-3.
           05  OPENTS-DRW      PIC  X(23).
           05  CLOSETS-DRW     PIC  X(23).
           05  PROVEDTS-DRW    PIC  X(23).

      *    VAULT-SEG - SEE FBVLTMNT FOR THE VAULT LAYOUT AND DAY ROLL
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
               88  ORDER-DELIVER     VALUE "D".
               88  ORDER-COLLECT     VALUE "C".
           05  ORDERAMT-VLT    PIC  S9(13)V9(2) COMP-3.
           05  ORDERDT-VLT     PIC  X(10).
           05  COUNTTS-VLT     PIC  X(23).
           05  PROVEDTS-VLT    PIC  X(23).

      ******************************************************************
      *BRANCH DRAWER FOOTINGS - TODAY'S DRAWER ROWS FOOTED BY BRANCH,
      *THE SAME FIND-OR-ADD TABLE DRWPROOF KEEPS PER BRANCH
      ******************************************************************

       01  BRANCH-TABLE.
           05  BRANCH-ROW OCCURS 50 TIMES INDEXED BY BR-IX.
               10  BT-BRANCH       PIC  X(04).
               10  BT-DRAWERS      PIC  S9(9) COMP-5.
               10  BT-BUYS         PIC  S9(15)V9(2) COMP-3.
               10  BT-SELLS        PIC  S9(15)V9(2) COMP-3.
               10  BT-DRAWER-CASH  PIC  S9(15)V9(2) COMP-3.

       77  BRANCH-COUNT            PIC  S9(4) COMP-5 VALUE 0.
       77  WS-BR-IX                PIC  S9(4) COMP-5.
       77  WS-FIND-BRANCH          PIC  X(04).

      ******************************************************************
      *PROOF AND ORDER WORK AREAS
      ******************************************************************

       77  WS-EXPECTED             PIC  S9(13)V9(2) COMP-3.
       77  WS-OVERSHORT            PIC  S9(13)V9(2) COMP-3.
       77  WS-VAULT-CASH           PIC  S9(13)V9(2) COMP-3.
       77  WS-DRAWER-CASH          PIC  S9(15)V9(2) COMP-3.
       77  WS-BRANCH-CASH          PIC  S9(15)V9(2) COMP-3.
       77  WS-DRW-BUYS             PIC  S9(15)V9(2) COMP-3.
       77  WS-DRW-SELLS            PIC  S9(15)V9(2) COMP-3.
       77  WS-PROJECTED            PIC  S9(13)V9(2) COMP-3.
       77  WS-TARGET               PIC  S9(13)V9(2) COMP-3.
       77  WS-ORDER-AMT            PIC  S9(13)V9(2) COMP-3.
       77  WS-ORDER-DIR            PIC  X(01).
       77  WS-HUNDREDS             PIC  S9(13) COMP-3.
       77  WS-VAULT-OFF            PIC  X(01).
       77  WS-VAULT-CHANGED        PIC  X(01).

       01  TXT-AMT-E           PIC  -(13)9.99.
       01  TXT-TOT-E           PIC  -(15)9.99.
       01  TXT-TOT2-E          PIC  -(15)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.

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

       01  TODAY-YMD               PIC X(10).

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

       01  DRAWERS-SCANNED     PIC  S9(9) COMP-5 VALUE 0.
       01  VAULTS-PROVED       PIC  S9(9) COMP-5 VALUE 0.
       01  VAULTS-UNCOUNTED    PIC  S9(9) COMP-5 VALUE 0.
       01  VAULTS-OFF          PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-OVERSHORT     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-CASH-ON-HAND  PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  ORDERS-WRITTEN      PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-DELIVER       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-COLLECT       PIC  S9(15)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

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
      *   DBPCB1 - DRAWER DATABASE (DRAWER, READ ONLY)
      *   DBPCB2 - VAULT DATABASE (VAULT, UPDATE)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           DISPLAY '========================================'.
           DISPLAY 'END-OF-DAY VAULT PROOF - ' TODAY-YMD.
           DISPLAY '========================================'.

      * PASS 1 - FOOT TODAY'S DRAWERS BY BRANCH (DBPCB1)
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, DRAWER-SEG, DRAWER-SSA.
           PERFORM FOOT-ONE-DRAWER THRU FOOT-ONE-DRAWER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           OPEN OUTPUT CASHORD-FILE.
           MOVE SPACES TO CASHORD-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO CASHORD-OUT.
           WRITE CASHORD-OUT.

      * PASS 2 - PROVE EACH VAULT AND ORDER CASH (DBPCB2)
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GHU, DBPCB, VAULT-SEG, VAULT-SSA.
           PERFORM PROVE-ONE-VAULT THRU PROVE-ONE-VAULT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE ORDERS-WRITTEN TO TXT-CNT-E.
           MOVE TOTAL-DELIVER TO TXT-TOT-E.
           MOVE TOTAL-COLLECT TO TXT-TOT2-E.
           MOVE SPACES TO CASHORD-OUT.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-TOT-E) ','
                   FUNCTION TRIM (TXT-TOT2-E)
              INTO CASHORD-OUT.
           WRITE CASHORD-OUT.
           CLOSE CASHORD-FILE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'DRAWER ROWS SCANNED:      ' DRAWERS-SCANNED.
           DISPLAY 'VAULTS PROVED:            ' VAULTS-PROVED.
           DISPLAY 'VAULTS NOT COUNTED:       ' VAULTS-UNCOUNTED.
           DISPLAY 'VAULTS NOT PROVING:       ' VAULTS-OFF.
           DISPLAY 'NET VAULT OVER/SHORT:     ' TOTAL-OVERSHORT.
           DISPLAY 'CASH ON HAND, ALL BRANCHES' TOTAL-CASH-ON-HAND.
           DISPLAY 'CASH ORDERS WRITTEN:      ' ORDERS-WRITTEN.
           DISPLAY 'DELIVERIES ORDERED:       ' TOTAL-DELIVER.
           DISPLAY 'COLLECTIONS ORDERED:      ' TOTAL-COLLECT.
           DISPLAY '========================================'.

      * A VAULT THAT DOES NOT PROVE, OR WAS NOT COUNTED, IS NOT A
      * CLEAN STEP
           IF VAULTS-OFF > 0 OR VAULTS-UNCOUNTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE FOOT-ONE-DRAWER : FOLDS A DRAWER OPENED TODAY INTO
      * ITS BRANCH - ITS VAULT BUYS AND SELLS, AND ITS CASH (COUNTED IF
      * CLOSED, BOOK POSITION IF STILL OPEN)
       FOOT-ONE-DRAWER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FOOT-ONE-DRAWER-END
           END-IF.
           ADD 1 TO DRAWERS-SCANNED.

           IF BUSDATE-DRW = TODAY-YMD
             MOVE BRANCH-DRW TO WS-FIND-BRANCH
             PERFORM FIND-OR-ADD-BRANCH THRU FIND-OR-ADD-BRANCH-END
             IF WS-BR-IX > 0
               ADD 1 TO BT-DRAWERS (WS-BR-IX)
               ADD CASHIN-DRW TO BT-BUYS (WS-BR-IX)
               ADD CASHOUT-DRW TO BT-SELLS (WS-BR-IX)
               IF DRAWER-IS-CLOSED
                 ADD COUNTED-DRW TO BT-DRAWER-CASH (WS-BR-IX)
               ELSE
                 COMPUTE BT-DRAWER-CASH (WS-BR-IX) =
                    BT-DRAWER-CASH (WS-BR-IX) + OPENAMT-DRW
                    + CASHIN-DRW - CASHOUT-DRW
               END-IF
             END-IF
           END-IF.

           CALL "CBLTDLI"
             USING GN, DBPCB, DRAWER-SEG, DRAWER-SSA.
       FOOT-ONE-DRAWER-END.
           EXIT.

       FIND-OR-ADD-BRANCH.
           MOVE 0 TO WS-BR-IX.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING BR-IX FROM 1 BY 1
              UNTIL BR-IX > BRANCH-COUNT OR WS-BR-IX > 0.

           IF WS-BR-IX = 0
             IF BRANCH-COUNT < 50
               ADD 1 TO BRANCH-COUNT
               MOVE BRANCH-COUNT TO WS-BR-IX
               MOVE WS-FIND-BRANCH TO BT-BRANCH (WS-BR-IX)
               MOVE 0 TO BT-DRAWERS (WS-BR-IX)
               MOVE 0 TO BT-BUYS (WS-BR-IX)
               MOVE 0 TO BT-SELLS (WS-BR-IX)
               MOVE 0 TO BT-DRAWER-CASH (WS-BR-IX)
             ELSE
               DISPLAY 'VLTPROOF: BRANCH TABLE FULL AT 50 - BRANCH '
                  WS-FIND-BRANCH ' NOT SEPARATELY TOTALED'
             END-IF
           END-IF.
       FIND-OR-ADD-BRANCH-END.
           EXIT.

       TEST-ONE-BRANCH.
           IF BT-BRANCH (BR-IX) = WS-FIND-BRANCH
             SET WS-BR-IX TO BR-IX
           END-IF.
       TEST-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE FIND-BRANCH : LOOKS UP A BRANCH WITHOUT ADDING IT
       FIND-BRANCH.
           MOVE 0 TO WS-BR-IX.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING BR-IX FROM 1 BY 1
              UNTIL BR-IX > BRANCH-COUNT OR WS-BR-IX > 0.
       FIND-BRANCH-END.
           EXIT.

      * PROCEDURE PROVE-ONE-VAULT : PROVES THE VAULT'S BOOK, DRAWER
      * AND COUNT, TOTALS THE BRANCH'S CASH ON HAND, ORDERS CASH WHEN
      * THE PROJECTION BREAKS A LIMIT, THEN ADVANCES
       PROVE-ONE-VAULT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO PROVE-ONE-VAULT-END
           END-IF.
           MOVE 'N' TO WS-VAULT-OFF.
           MOVE 'N' TO WS-VAULT-CHANGED.

           MOVE BRANCH-VLT TO WS-FIND-BRANCH.
           PERFORM FIND-BRANCH THRU FIND-BRANCH-END.
           MOVE 0 TO WS-DRW-BUYS.
           MOVE 0 TO WS-DRW-SELLS.
           MOVE 0 TO WS-DRAWER-CASH.
           IF WS-BR-IX > 0
             MOVE BT-BUYS (WS-BR-IX) TO WS-DRW-BUYS
             MOVE BT-SELLS (WS-BR-IX) TO WS-DRW-SELLS
             MOVE BT-DRAWER-CASH (WS-BR-IX) TO WS-DRAWER-CASH
           END-IF.

      * A VAULT UNTOUCHED TODAY STILL HOLDS ITS LAST DAY'S CASH
           IF BUSDATE-VLT NOT = TODAY-YMD
             IF COUNTTS-VLT NOT = SPACES
                AND COUNTTS-VLT (1:10) = BUSDATE-VLT
               MOVE COUNTED-VLT TO WS-VAULT-CASH
             ELSE
               MOVE BALANCE-VLT TO WS-VAULT-CASH
             END-IF
             IF WS-DRW-BUYS NOT = 0 OR WS-DRW-SELLS NOT = 0
               MOVE 'Y' TO WS-VAULT-OFF
               DISPLAY 'BRANCH: ' BRANCH-VLT
                  ' *** DRAWER BUYS/SELLS TODAY BUT VAULT NOT '
                  'TOUCHED ***'
             END-IF
             GO TO PROVE-ONE-VAULT-TOTAL
           END-IF.

           COMPUTE WS-EXPECTED = OPENAMT-VLT - DRWBUY-VLT
              + DRWSELL-VLT + SHIPIN-VLT - SHIPOUT-VLT.
           IF WS-EXPECTED NOT = BALANCE-VLT
             MOVE 'Y' TO WS-VAULT-OFF
             DISPLAY 'BRANCH: ' BRANCH-VLT
                ' BOOK: ' BALANCE-VLT ' FOOTED: ' WS-EXPECTED
             DISPLAY '  *** VAULT BOOK DOES NOT FOOT ***'
           END-IF.

           IF DRWBUY-VLT NOT = WS-DRW-BUYS
              OR DRWSELL-VLT NOT = WS-DRW-SELLS
             MOVE 'Y' TO WS-VAULT-OFF
             DISPLAY 'BRANCH: ' BRANCH-VLT
                ' VAULT BUYS/SELLS: ' DRWBUY-VLT ' ' DRWSELL-VLT
                ' DRAWERS: ' WS-DRW-BUYS ' ' WS-DRW-SELLS
             DISPLAY '  *** VAULT AND DRAWERS DO NOT AGREE ***'
           END-IF.

           IF COUNTTS-VLT = SPACES
             ADD 1 TO VAULTS-UNCOUNTED
             MOVE WS-EXPECTED TO WS-VAULT-CASH
             DISPLAY 'BRANCH: ' BRANCH-VLT
                ' *** VAULT NOT COUNTED - NO PROOF POSSIBLE ***'
           ELSE
             COMPUTE WS-OVERSHORT = COUNTED-VLT - WS-EXPECTED
             MOVE WS-OVERSHORT TO OVERSHORT-VLT
             MOVE TIMESTAMP TO PROVEDTS-VLT
             MOVE 'Y' TO WS-VAULT-CHANGED
             MOVE COUNTED-VLT TO WS-VAULT-CASH
             ADD WS-OVERSHORT TO TOTAL-OVERSHORT
             IF WS-OVERSHORT NOT = 0
               MOVE 'Y' TO WS-VAULT-OFF
               DISPLAY 'BRANCH: ' BRANCH-VLT
                  ' EXPECTED: ' WS-EXPECTED
                  ' COUNTED: ' COUNTED-VLT
                  ' OVER/SHORT: ' WS-OVERSHORT
               DISPLAY '  *** VAULT DOES NOT PROVE - INVESTIGATE ***'
             END-IF
           END-IF.
           ADD 1 TO VAULTS-PROVED.

       PROVE-ONE-VAULT-TOTAL.
           IF WS-VAULT-OFF = 'Y'
             ADD 1 TO VAULTS-OFF
           END-IF.
           COMPUTE WS-BRANCH-CASH = WS-VAULT-CASH + WS-DRAWER-CASH.
           ADD WS-BRANCH-CASH TO TOTAL-CASH-ON-HAND.
           DISPLAY 'BRANCH: ' BRANCH-VLT
              ' VAULT: ' WS-VAULT-CASH
              ' DRAWERS: ' WS-DRAWER-CASH
              ' CASH ON HAND: ' WS-BRANCH-CASH.

           PERFORM ORDER-VAULT-CASH THRU ORDER-VAULT-CASH-END.

           IF WS-VAULT-CHANGED = 'Y'
             CALL 'CBLTDLI'
               USING REPL, DBPCB, VAULT-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'VAULT UPDATE FAILED FOR BRANCH: ' BRANCH-VLT
             END-IF
           END-IF.

           CALL "CBLTDLI"
             USING GHN, DBPCB, VAULT-SEG, VAULT-SSA.
       PROVE-ONE-VAULT-END.
           EXIT.

      * PROCEDURE ORDER-VAULT-CASH : PROJECTS THE VAULT WITH ITS OPEN
      * ORDER AND, BELOW THE MINIMUM OR ABOVE THE INSURANCE LIMIT,
      * ORDERS A DELIVERY OR COLLECTION BACK TO THE TARGET
       ORDER-VAULT-CASH.
           MOVE WS-VAULT-CASH TO WS-PROJECTED.
           IF ORDER-DELIVER
             ADD ORDERAMT-VLT TO WS-PROJECTED
           END-IF.
           IF ORDER-COLLECT
             SUBTRACT ORDERAMT-VLT FROM WS-PROJECTED
           END-IF.

           IF INSLIMIT-VLT > 0
             COMPUTE WS-TARGET ROUNDED =
                ( MINIMUM-VLT + INSLIMIT-VLT ) / 2
           ELSE
             MOVE MINIMUM-VLT TO WS-TARGET
           END-IF.

           MOVE SPACES TO WS-ORDER-DIR.
           MOVE 0 TO WS-ORDER-AMT.
           IF MINIMUM-VLT > 0 AND WS-PROJECTED < MINIMUM-VLT
             MOVE 'D' TO WS-ORDER-DIR
             COMPUTE WS-ORDER-AMT = WS-TARGET - WS-PROJECTED
           END-IF.
           IF INSLIMIT-VLT > 0 AND WS-PROJECTED > INSLIMIT-VLT
             MOVE 'C' TO WS-ORDER-DIR
             COMPUTE WS-ORDER-AMT = WS-PROJECTED - WS-TARGET
           END-IF.
           IF WS-ORDER-DIR = SPACES
             GO TO ORDER-VAULT-CASH-END
           END-IF.

      *    CARRIERS MOVE WHOLE HUNDREDS - ROUND UP
           COMPUTE WS-HUNDREDS = ( WS-ORDER-AMT + 99.99 ) / 100.
           COMPUTE WS-ORDER-AMT = WS-HUNDREDS * 100.
           IF WS-ORDER-AMT = 0
             GO TO ORDER-VAULT-CASH-END
           END-IF.

           MOVE WS-ORDER-AMT TO TXT-AMT-E.
           MOVE WS-PROJECTED TO TXT-TOT-E.
           MOVE SPACES TO CASHORD-OUT.
           IF WS-ORDER-DIR = 'D'
             STRING 'O,"' BRANCH-VLT '","DELIVER",'
                     FUNCTION TRIM (TXT-AMT-E) ','
                     FUNCTION TRIM (TXT-TOT-E)
                INTO CASHORD-OUT
             ADD WS-ORDER-AMT TO TOTAL-DELIVER
           ELSE
             STRING 'O,"' BRANCH-VLT '","COLLECT",'
                     FUNCTION TRIM (TXT-AMT-E) ','
                     FUNCTION TRIM (TXT-TOT-E)
                INTO CASHORD-OUT
             ADD WS-ORDER-AMT TO TOTAL-COLLECT
           END-IF.
           WRITE CASHORD-OUT.
           ADD 1 TO ORDERS-WRITTEN.
           DISPLAY '  CASH ORDER: ' WS-ORDER-DIR ' ' WS-ORDER-AMT
              ' PROJECTED: ' WS-PROJECTED.

      *    AN ORDER THE SAME WAY TOPS UP THE OPEN ONE; AN ORDER THE
      *    OTHER WAY REPLACES IT
           IF ORDERDIR-VLT = WS-ORDER-DIR
             ADD WS-ORDER-AMT TO ORDERAMT-VLT
           ELSE
             MOVE WS-ORDER-DIR TO ORDERDIR-VLT
             MOVE WS-ORDER-AMT TO ORDERAMT-VLT
           END-IF.
           MOVE TODAY-YMD TO ORDERDT-VLT.
           MOVE 'Y' TO WS-VAULT-CHANGED.
       ORDER-VAULT-CASH-END.
           EXIT.
