       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCHKMNT.

      ******************************************************************
      * CHECK STOCK MAINTENANCE - RECORDS THE CHECKS A CUSTOMER HAS ON
      * HAND SO CHKREORD CAN REORDER BEFORE THEY RUN OUT. AT MOST ONE
      * CHKSTK CHILD PER ACCOUNT (SEE CHKSTK.CPY). FUNCTYPE-IN:
      *   'O'RDER   - RECORDS AN ORDER THE BRANCH PLACED (OR STOCK THE
      *               CUSTOMER ALREADY HOLDS): THE TOP SERIAL OF THE
      *               BOX, THE BOX QUANTITY (ZERO KEEPS THE ROW'S OWN,
      *               OR CHKREORD'S DEFAULT) AND THE STYLE (SPACES
      *               KEEP THE ROW'S OWN, OR 'STD'). CREATES THE ROW IF
      *               THERE IS NONE AND TAKES AN 'U' ROW CHKREORD
      *               OPENED TO 'A'. THE TOP SERIAL MAY NOT BE BELOW A
      *               CHECK ALREADY SEEN CLEARING. THE ACCOUNT MUST BE
      *               OPEN AND NOT A LOAN OR CREDIT CARD ACCOUNT.
      *   'Q'UERY   - RETURNS THE ROW AND THE CHECKS LEFT
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOACCOUNT       PIC  X(23) VALUE "ACCOUNT DOES NOT EXIST".
       77  ACCTNOTOPEN     PIC  X(20) VALUE "ACCOUNT NOT OPEN".
       77  NOCHECKS        PIC  X(32) VALUE
             "ACCOUNT DOES NOT WRITE CHECKS".
       77  BADSERIAL       PIC  X(24) VALUE "INVALID SERIAL NUMBER".
       77  SERIALCLEARED   PIC  X(36) VALUE
             "SERIAL BELOW CHECKS ALREADY CLEARED".
       77  NOSTOCK         PIC  X(24) VALUE "NO CHECK STOCK ON FILE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  LOAN-ACCTYPE        PIC X(01) VALUE 'L'.
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.
       77  DEFAULT-STYLE       PIC X(04) VALUE 'STD '.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
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

       77  WS-LASTSER          PIC  S9(9) COMP-5.
       77  WS-ORDQTY           PIC  S9(5) COMP-3.
       77  WS-STK-FOUND        PIC  X(01).

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

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
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      *    CHKSTK-SEG AND ITS SSA - SEE CHKREORD
           COPY CHKSTK.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  ACCID-IN        PIC  X(18).
           05  LASTSER-IN      PIC  X(09).
           05  ORDQTY-IN       PIC  X(05).
           05  STYLE-IN        PIC  X(04).
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(36).
           05  STATUS-OUT      PIC  X(01).
           05  LASTORD-OUT     PIC  9(09).
           05  ORDQTY-OUT      PIC  9(05).
           05  STYLE-OUT       PIC  X(04).
           05  ORDDATE-OUT     PIC  X(10).
           05  HIGHSEEN-OUT    PIC  9(09).
           05  SEENDATE-OUT    PIC  X(10).
           05  REMAIN-OUT      PIC  -(8)9.
           05  SUPPRSN-OUT     PIC  X(20).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

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

       01  WS-TODAY-YMD        PIC X(10).

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
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-CHKSTK THRU MAINTAIN-CHKSTK-END

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

       MAINTAIN-CHKSTK.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE SPACES TO STYLE-OUT.
           MOVE SPACES TO ORDDATE-OUT.
           MOVE SPACES TO SEENDATE-OUT.
           MOVE SPACES TO SUPPRSN-OUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-CHKSTK-END
           END-IF.
           COMPUTE ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOACCOUNT TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
           ELSE
             EVALUATE FUNCTYPE-IN
               WHEN 'O'
                 PERFORM RECORD-ORDER THRU RECORD-ORDER-END
               WHEN 'Q'
                 PERFORM QUERY-CHKSTK THRU QUERY-CHKSTK-END
               WHEN OTHER
                 MOVE BADFUNCTYPE TO MSG-OUT
             END-EVALUATE
           END-IF.
       MAINTAIN-CHKSTK-END.

      * PROCEDURE RECORD-ORDER : VALIDATES THE ORDER AND CREATES OR
      * REPLACES THE ACCOUNT'S CHKSTK ROW
       RECORD-ORDER.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE ACCTNOTOPEN TO MSG-OUT
             GO TO RECORD-ORDER-END
           END-IF.
           IF ACCTYPE-ACC = LOAN-ACCTYPE OR ACCTYPE-ACC = CREDIT-ACCTYPE
             MOVE NOCHECKS TO MSG-OUT
             GO TO RECORD-ORDER-END
           END-IF.
           IF LASTSER-IN = SPACES
             MOVE BADSERIAL TO MSG-OUT
             GO TO RECORD-ORDER-END
           END-IF.
           COMPUTE WS-LASTSER = FUNCTION NUMVAL ( LASTSER-IN ).
           IF WS-LASTSER NOT > 0
             MOVE BADSERIAL TO MSG-OUT
             GO TO RECORD-ORDER-END
           END-IF.
           MOVE 0 TO WS-ORDQTY.
           IF ORDQTY-IN NOT = SPACES
             COMPUTE WS-ORDQTY = FUNCTION NUMVAL ( ORDQTY-IN )
           END-IF.

           MOVE 'N' TO WS-STK-FOUND.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CHKSTK-SEG, CHKSTK-SSA.
           IF DBSTAT = SPACES
             MOVE 'Y' TO WS-STK-FOUND
           END-IF.

           IF WS-STK-FOUND = 'Y'
             IF WS-LASTSER < HIGHSEEN-CSK
               MOVE SERIALCLEARED TO MSG-OUT
               GO TO RECORD-ORDER-END
             END-IF
             MOVE WS-LASTSER TO LASTORD-CSK
             IF WS-ORDQTY > 0
               MOVE WS-ORDQTY TO ORDQTY-CSK
             END-IF
             IF STYLE-IN NOT = SPACES
               MOVE STYLE-IN TO STYLE-CSK
             END-IF
             IF STYLE-CSK = SPACES
               MOVE DEFAULT-STYLE TO STYLE-CSK
             END-IF
             MOVE 'A' TO STATUS-CSK
             MOVE WS-TODAY-YMD TO ORDDATE-CSK
             MOVE 'B' TO ORDSRC-CSK
             MOVE SIGN-OPERID TO OPERID-CSK
             MOVE SPACES TO SUPPRSN-CSK
             MOVE SPACES TO SUPPDATE-CSK
             CALL 'CBLTDLI'
               USING REPL, DBPCB, CHKSTK-SEG
           ELSE
      * FIRST ORDER ON RECORD FOR THIS ACCOUNT - RE-POSITION AND INSERT
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             MOVE ACCID-ACC TO ACCID-CSK
             MOVE 'A' TO STATUS-CSK
             MOVE WS-LASTSER TO LASTORD-CSK
             MOVE WS-ORDQTY TO ORDQTY-CSK
             MOVE STYLE-IN TO STYLE-CSK
             IF STYLE-CSK = SPACES
               MOVE DEFAULT-STYLE TO STYLE-CSK
             END-IF
             MOVE WS-TODAY-YMD TO ORDDATE-CSK
             MOVE 'B' TO ORDSRC-CSK
             MOVE SIGN-OPERID TO OPERID-CSK
             MOVE 0 TO HIGHSEEN-CSK
             MOVE SPACES TO SEENDATE-CSK
             MOVE 0 TO REORDCNT-CSK
             MOVE SPACES TO SUPPRSN-CSK
             MOVE SPACES TO SUPPDATE-CSK
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, CHKSTK-SEG, CHKSTK-SSA
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RECORD-ORDER-END
           END-IF.
           PERFORM FORMAT-CHKSTK THRU FORMAT-CHKSTK-END.
           MOVE 'CHECK ORDER RECORDED' TO MSG-OUT.
       RECORD-ORDER-END.
           EXIT.

       QUERY-CHKSTK.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CHKSTK-SEG, CHKSTK-SSA.
           IF DBSTAT NOT = SPACES
             MOVE NOSTOCK TO MSG-OUT
             GO TO QUERY-CHKSTK-END
           END-IF.
           PERFORM FORMAT-CHKSTK THRU FORMAT-CHKSTK-END.
           IF CSK-NO-ORDER
             MOVE 'CHECKS CLEARING - NO ORDER ON RECORD' TO MSG-OUT
           ELSE
             MOVE 'CHECK STOCK' TO MSG-OUT
           END-IF.
       QUERY-CHKSTK-END.
           EXIT.

      * PROCEDURE FORMAT-CHKSTK : THE ROW INTO THE REPLY - THE CHECKS
      * LEFT ARE THE ORDERED SERIALS ABOVE THE HIGHEST ONE CLEARED
       FORMAT-CHKSTK.
           MOVE STATUS-CSK TO STATUS-OUT.
           MOVE LASTORD-CSK TO LASTORD-OUT.
           MOVE ORDQTY-CSK TO ORDQTY-OUT.
           MOVE STYLE-CSK TO STYLE-OUT.
           MOVE ORDDATE-CSK TO ORDDATE-OUT.
           MOVE HIGHSEEN-CSK TO HIGHSEEN-OUT.
           MOVE SEENDATE-CSK TO SEENDATE-OUT.
           IF CSK-ON-RECORD
             COMPUTE REMAIN-OUT = LASTORD-CSK - HIGHSEEN-CSK
           END-IF.
           MOVE SUPPRSN-CSK TO SUPPRSN-OUT.
       FORMAT-CHKSTK-END.
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
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
