      *   D,"D",ACCID,AMOUNT,"NAME","TRACE"   'D'EBIT
      *   T,COUNT,HASHTOTAL                   TRAILER
      *
      * THE HEADER DATE IS THE FILE'S EFFECTIVE ENTRY DATE. WHEN IT IS
      * NOT TODAY (A PAYROLL FILE THAT ARRIVED A DAY LATE, SAY) EVERY
      * ITEM POSTS TODAY BUT IS VALUE-DATED TO IT, SO VALSCAN CAN
      * ADJUST THE INTEREST FOR THE DAYS BETWEEN. AN EFFECTIVE DATE IN
      * AN ACCOUNTING MONTH PERCLOSE HAS ALREADY CLOSED (PERCTL, ON
      * DBPCB4) IS MOVED FORWARD TO THE FIRST DAY OF THE EARLIEST OPEN
      * MONTH - NOTHING IS VALUED BACK INTO A CLOSED PERIOD.
      *
      * BEFORE A SINGLE ITEM POSTS, THE WHOLE FILE IS READ ONCE AND
      * THE TRAILER'S RECORD COUNT AND HASH TOTAL (THE SUM OF EVERY
      * DETAIL AMOUNT) ARE PROVED AGAINST WHAT WAS ACTUALLY READ - A
      * IN-TOTAL = POSTED-TOTAL + RETURNED-TOTAL. A DEBIT REFUSED BY
      * THE ACCOUNT'S OWN DEBFILT FILTER ROWS (BLOCK-ALL, OR AN
      * ORIGINATOR NOT ON THE ALLOW LIST / OVER ITS CEILING - SEE
      * FBDBFMNT) RETURNS WITH ITS OWN REASON, 'FILT'. AN ITEM FOR AN
      * IRA (ACCTYPE 'I') RETURNS 'AG01' - AN IRA IS FUNDED AND PAID
      * OUT ONLY BY IBTRAN'S CODED CONTRIBUTION AND DISTRIBUTION.
      *
      * THE TRAILER PROOF CANNOT CATCH A WHOLE FILE SHIPPED TWICE - IT
      * PROVES AGAIN. EACH ITEM'S TRACE NUMBER IS THEREFORE CARRIED ON

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  ACCT-CLOSED         PIC X(01) VALUE 'C'.
      * AN IRA TAKES MONEY ONLY AS A CODED CONTRIBUTION OR
      * DISTRIBUTION THROUGH IBTRAN - AN ACH ITEM CARRIES NEITHER
       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.
       77  MIN-BALANCE         PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  MULT-FACTOR         PIC S9(18) COMP-5 VALUE 10000000000.

       01  TXT-TRACE           PIC  X(16).
       01  TXT-TRLCOUNT        PIC  X(09).
       01  TXT-TRLHASH         PIC  X(16).
       01  TXT-EFFDATE         PIC  X(10).
       01  NET-EFFDATE         PIC  X(10) VALUE SPACES.
       77  WS-PC-SW            PIC  X(01).
       01  WS-PC-DATE-N        PIC  9(08).
       01  WS-PC-DATE-X REDEFINES WS-PC-DATE-N.
           05  PCD-YEAR        PIC  9(04).
           05  PCD-MONTH       PIC  9(02).
           05  PCD-DAY         PIC  9(02).

      ******************************************************************
      *ACCOUNTING PERIOD CONTROL - ONE PERCTL ROOT ROW PER MONTH, KEYED
      *YYYY-MM, WRITTEN BY PERCLOSE. STATUS-PC 'C' IS A CLOSED MONTH.
      ******************************************************************

       01  PERCTL-SEG.
           05  PERIOD-PC       PIC  X(07).
           05  STATUS-PC       PIC  X(01).
               88  PERIOD-CLOSED     VALUE 'C'.
           05  PEREND-PC       PIC  X(10).
           05  TBALOK-PC       PIC  X(01).
           05  GLEXOK-PC       PIC  X(01).
           05  INTPOK-PC       PIC  X(01).
           05  SUSPOPEN-PC     PIC  S9(9) COMP-5.
           05  CHECKTS-PC      PIC  X(23).
           05  CLOSEDTS-PC     PIC  X(23).

       01  PERCTL-SSA1.
           05  FILLER          PIC  X(08)        VALUE "PERCTL  ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "PERIOD  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  PC-PERIOD       PIC  X(07)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      * STATEMENT CYCLE (1-20) - WHICH NIGHTLY STMTGEN CYCLE RUN
      * PRODUCES THIS ACCOUNT'S STATEMENT. SEE CYCCTL.
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
      *    DEBFILT-SEG - PER-ACCOUNT ELECTRONIC-DEBIT FILTERS, PLACED
      *    AND RELEASED BY FBDBFMNT. EVERY ROW ON FILE IS ACTIVE.
       01  DEBFILT-SEG.
           05  HOLDREASON-HLD  PIC  X(30).
           05  EXPDATE-HLD     PIC  X(08).
           05  PLACEDBY-HLD    PIC  S9(9) COMP-5.
      * HOLD TYPE - SPACE FOR A TELLER/LEGAL/DEPOSIT AVAILABILITY HOLD,
      * 'P' FOR A CARD PURCHASE AUTHORIZATION FBCARDTXN PLACED. ON A
      * 'P' HOLD THE AUTHORIZATION CODE, CARD, MERCHANT, MERCHANT
      * CATEGORY CODE, NETWORK REFERENCE AND AUTHORIZATION TIME ARE
      * CARRIED SO THE NETWORK'S CLEARING RECORD CAN BE MATCHED BACK
      * TO IT. SPACES ON EVERY OTHER HOLD.
           05  HOLDTYPE-HLD    PIC  X(01).
               88  HOLD-PURCHASE-AUTH VALUE "P".
           05  AUTHCODE-HLD    PIC  X(06).
           05  CARDNUM-HLD     PIC  X(16).
           05  MERCHNAME-HLD   PIC  X(25).
           05  MCC-HLD         PIC  X(04).
           05  NETREF-HLD      PIC  X(16).
           05  AUTHTS-HLD      PIC  X(23).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
      *    'A'TM, 'B'ATCH POSTERS, 'C'HECK CLEARING, 'N'ETWORK/ACH,
      *    'W'IRE. TOTALED AND RECONCILED NIGHTLY BY CHSETTLE.
           05  CHANNEL-HIST    PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      ******************************************************************
      *CLOCK STRUCTURE
       01  TOTAL-RETURNED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

      ******************************************************************
      *EVENT ALTERNATE PCB - POSTING-EVENTS DESTINATION, SET IN THE PSB
      ******************************************************************

       01  EVTPCB.
           05  EVTDEST         PIC  X(08).
           05  FILLER          PIC  X(02).
           05  EVTSTAT         PIC  X(02).

      ******************************************************************
      *DATABASE PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           DISPLAY 'TOTAL AMOUNT IN:          ' CALC-HASH.
           DISPLAY 'TOTAL AMOUNT POSTED:      ' TOTAL-POSTED.
           DISPLAY 'TOTAL AMOUNT RETURNED:    ' TOTAL-RETURNED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           IF CALC-HASH NOT = TOTAL-POSTED + TOTAL-RETURNED
             DISPLAY 'SETTLEMENT OUT OF BALANCE'
             MOVE 8 TO RETURN-CODE

           EVALUATE TXT-RECTYPE
             WHEN 'H'
               MOVE SPACES TO TXT-EFFDATE
               UNSTRING NETIN-IN DELIMITED BY '","' OR '",'
                     OR ',"' OR ',' OR '"'
                 INTO TXT-RECTYPE
                      TXT-EFFDATE
               END-UNSTRING
               MOVE TXT-EFFDATE TO NET-EFFDATE
               IF NET-EFFDATE NOT = SPACES
                  AND NET-EFFDATE < TIMESTAMP (1:10)
                 MOVE 'N' TO WS-PC-SW
                 PERFORM TEST-EFFDATE-PERIOD
                    THRU TEST-EFFDATE-PERIOD-END
                    UNTIL WS-PC-SW = 'Y'
               END-IF
             WHEN 'D'
               IF WS-PASS = 'V'
                 ADD 1 TO CALC-COUNT
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'AC06' TO WS-RETURN-REASON
           ELSE
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'AG01' TO WS-RETURN-REASON
           ELSE
      * A RESUBMITTED FILE PROVES ITS TRAILER AGAIN - THE TRACE IS
      * THE ONLY THING THAT TELLS THE SECOND SHIPMENT FROM THE FIRST
             PERFORM DUPLICATE-TRACE-CHECK
               MOVE SPACES TO BRANCH-HIST
               MOVE SPACES TO TERMID-HIST
               MOVE 'N' TO CHANNEL-HIST
               MOVE 0 TO SUBID-HIST
               IF NET-EFFDATE NOT = SPACES AND
                  NET-EFFDATE NOT = TIMESTAMP (1:10)
                 MOVE NET-EFFDATE TO VALDATE-HIST
               ELSE
                 MOVE SPACES TO VALDATE-HIST
               END-IF

               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               CALL "CBLTDLI"
                 DISPLAY BAD-STATUS
                 MOVE 'SYS ' TO WS-RETURN-REASON
               ELSE
                 PERFORM PUBLISH-POSTING-EVENT
                    THRU PUBLISH-POSTING-EVENT-END
                 SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
                 COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1
                 MOVE PROSPECTIVE-BAL TO BALANCE-ACC
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-RETURN-REASON NOT = SPACES
           END-IF.
       POST-ONE-ITEM-END.

      * PROCEDURE TEST-EFFDATE-PERIOD : WS-PC-SW COMES BACK 'Y' WHEN
      * NET-EFFDATE'S MONTH IS STILL OPEN. A CLOSED MONTH MOVES THE
      * DATE TO THE FIRST OF THE FOLLOWING MONTH FOR THE NEXT PASS;
      * REACHING TODAY LEAVES THE ITEMS UNVALUED (SPACES).
       TEST-EFFDATE-PERIOD.
           MOVE 'Y' TO WS-PC-SW.
           MOVE NET-EFFDATE (1:7) TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, PERCTL-SEG, PERCTL-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO TEST-EFFDATE-PERIOD-END
           END-IF.
           IF NOT PERIOD-CLOSED
             GO TO TEST-EFFDATE-PERIOD-END
           END-IF.

           DISPLAY 'ACHPOST - EFFECTIVE DATE ' NET-EFFDATE
              ' IN CLOSED PERIOD ' PERIOD-PC ' - MOVED FORWARD'.
           COMPUTE PCD-YEAR = FUNCTION NUMVAL ( NET-EFFDATE (1:4) ).
           COMPUTE PCD-MONTH = FUNCTION NUMVAL ( NET-EFFDATE (6:2) ).
           IF PCD-MONTH = 12
             ADD 1 TO PCD-YEAR
             MOVE 1 TO PCD-MONTH
           ELSE
             ADD 1 TO PCD-MONTH
           END-IF.
           MOVE 1 TO PCD-DAY.
           MOVE SPACES TO NET-EFFDATE.
           STRING PCD-YEAR '-' PCD-MONTH '-' PCD-DAY
              INTO NET-EFFDATE.
           IF NET-EFFDATE NOT < TIMESTAMP (1:10)
             MOVE SPACES TO NET-EFFDATE
           ELSE
             MOVE 'N' TO WS-PC-SW
           END-IF.
       TEST-EFFDATE-PERIOD-END.
           EXIT.

      * PROCEDURE SUM-ACTIVE-HOLDS : FOOTS HOLDAMT-HLD ACROSS EVERY
      * HOLD CHILD OF THE ACCOUNT CURRENTLY POSITIONED - SAME GHNP
      * WALK AS IBTRAN'S OWN SUM-ACTIVE-HOLDS
             END-IF
           END-IF.
       SCAN-ONE-HIST-FOR-TRACE-END.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'ACHPOST  ' TO PE-SOURCE.
           MOVE TXID-HIST TO PE-TXID.
           MOVE ACCID-HIST TO PE-ACCID.
           MOVE REFTXID-HIST TO PE-REFTXID.
           MOVE TRANSTYP-HIST TO PE-TRANSTYP.
           MOVE AMOUNT-HIST TO PE-AMOUNT.
           MOVE BALAFTER-HIST TO PE-BALAFTER.
           MOVE CHANNEL-HIST TO PE-CHANNEL.
           MOVE CLIENTREF-HIST TO PE-CLIENTREF.
           MOVE TIMESTMP-HIST TO PE-TIMESTMP.
           COMPUTE LL-PE = LENGTH OF PE-EVENT-MSG.
           MOVE 0 TO ZZ-PE.
           CALL 'CBLTDLI' USING ISRT, EVTPCB, PE-EVENT-MSG.
           IF EVTSTAT NOT = SPACES
             DISPLAY 'POSTING EVENT ISRT FAILED WITH STATUS CODE: '
                EVTSTAT ' TXID: ' PE-TXID
             ADD 1 TO EVENTS-FAILED
           ELSE
             ADD 1 TO EVENTS-PUBLISHED
           END-IF.
       PUBLISH-POSTING-EVENT-END.
           EXIT.
