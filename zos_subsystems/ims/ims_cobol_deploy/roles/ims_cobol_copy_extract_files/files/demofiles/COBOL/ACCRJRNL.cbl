       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRJRNL.

      ******************************************************************
      * NIGHTLY INTEREST ACCRUAL JOURNAL - INTPOST AND LOANBILL ACCRUE
      * INTO ACCRINT-ACC EVERY NIGHT BUT WRITE NO HISTORY ROW UNTIL
      * CAPITALIZATION, SO GLEXTR (WHICH JOURNALS ONLY HISTORY) NEVER
      * SEES THE ACCRUAL. THIS JOB BOOKS IT: THE DAY'S CHANGE IN EACH
      * ACCOUNT'S ACCRUED INTEREST, FOOTED BY PRODUCT AND CURRENCY,
      * GOES TO ACCRUED INTEREST PAYABLE AND INTEREST EXPENSE (A
      * POSITIVE ACCRUAL - DEPOSIT INTEREST WE OWE) OR TO ACCRUED
      * INTEREST RECEIVABLE AND INTEREST INCOME (A NEGATIVE ACCRUAL -
      * OVERDRAFT AND LOAN INTEREST OWED TO US).
      *
      * WHEN THE ACCRUAL IS CAPITALIZED - INTPOST'S AND LOANBILL'S
      * MONTH-END 'i' / 'm' ROW, OR TDMATURE, ESCHEAT AND ESTDIST
      * SETTLING IT - GLEXTR JOURNALS THE HISTORY ROW ITSELF, SO THE
      * ACCRUED BALANCE IS REVERSED HERE ON THE SAME NIGHT. THE DAY'S
      * CHANGE IN ACCRINT-ACC IS THEREFORE SPLIT IN TWO:
      *   REVERSAL = WHAT THE DAY'S 'i' / 'm' ROWS CAPITALIZED
      *   ACCRUAL  = THE CHANGE IN ACCRINT-ACC PLUS THE REVERSAL
      * AN 'm' ROW COUNTS ONLY ON AN ACCOUNT WHOSE ACCRUAL WAS
      * NEGATIVE AND AN 'i' ROW ONLY ON ONE WHOSE ACCRUAL WAS
      * POSITIVE. DORMFEE'S MAINTENANCE FEE IS ALSO AN 'm' BUT CARRIES
      * A POSITIVE AMOUNT, WHERE AN INTEREST 'm' IS NEGATIVE, AND IS
      * LEFT OUT.
      * AMOUNTS ARE TAKEN AT WHOLE CENTS, SO THE GL'S ACCRUED BALANCES
      * ALWAYS EQUAL THE SUM OF ACCRINT-ACC ROUNDED TO THE CENT.
      *
      * YESTERDAY'S ACCRUED INTEREST COMES FROM ACCRIN - THE ACCROUT
      * SNAPSHOT THE PREVIOUS RUN WROTE, IN ACCOUNT-KEY ORDER, MATCHED
      * AGAINST THE ACCOUNT WALK:
      *   <ACCID>,"<ACCTYPE>","<CUR>",<ACCRINT>
      * AN ACCOUNT GONE SINCE YESTERDAY HAS ITS ACCRUAL TAKEN OFF; ON
      * THE FIRST RUN (NO ACCRIN) THE WHOLE ACCRUED BALANCE IS BOOKED.
      *
      * THE GL ACCOUNTS COME FROM THE GLMAP CONTROL FILE, ONE ROW PER
      * ACCTYPE ("*" FOR ANY TYPE WITHOUT ITS OWN ROW):
      *   ACCR,"<T>","<PAYABLE>","<EXPENSE>","<RECEIVABLE>","<INCOME>"
      * THE JOURNAL (ACCJRNL) HAS GLEXTR'S HEADER AND TRAILER AROUND
      * ONE DETAIL PER PRODUCT, CURRENCY AND KIND:
      *   A,"<T>","<CUR>","<DR>","<CR>",<AMOUNT>,"<ACCRUE|REVERSE>"
      * RUN AFTER INTPOST AND LOANBILL. RC 4 WHEN A PRODUCT HAS NO
      * GLMAP ROW (ITS LINES ARE LEFT OUT); RC 8 WHEN THE JOURNAL DOES
      * NOT BALANCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO GLMAP.
           SELECT ACCRIN-FILE ASSIGN TO ACCRIN.
           SELECT ACCROUT-FILE ASSIGN TO ACCROUT.
           SELECT ACCJRNL-FILE ASSIGN TO ACCJRNL.

       DATA DIVISION.

       FILE SECTION.
         FD GLMAP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLMAP-IN.
       01  GLMAP-IN             PIC X(80).

         FD ACCRIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCRIN-IN.
       01  ACCRIN-IN            PIC X(80).

         FD ACCROUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCROUT-OUT.
       01  ACCROUT-OUT          PIC X(80).

         FD ACCJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCJRNL-OUT.
       01  ACCJRNL-OUT          PIC X(120).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".

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
      *ACCRUAL GL MAP - ONE ROW PER ACCTYPE FROM THE GLMAP ACCR ROWS
      ******************************************************************

       77  MAX-ACCRMAPS        PIC  9(05)        VALUE 00020.
       77  TOTAL-ACCRMAPS      PIC  9(05)        VALUE 0.
       77  WS-AM-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-AM-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-AM-DEFAULT-IX    PIC  9(05) COMP-5 VALUE 0.

       01  ACCRMAP-TABLE.
           05  ACCRMAP-ENTRY OCCURS 20 TIMES
                          INDEXED BY AM-IX.
               10  AM-ACCTYPE      PIC  X(01).
               10  AM-PAYABLE      PIC  X(08).
               10  AM-EXPENSE      PIC  X(08).
               10  AM-RECEIVABLE   PIC  X(08).
               10  AM-INCOME       PIC  X(08).

       01  TXT-AM-KEY          PIC  X(04).
       01  TXT-AM-ACCTYPE      PIC  X(01).
       01  TXT-AM-PAYABLE      PIC  X(08).
       01  TXT-AM-EXPENSE      PIC  X(08).
       01  TXT-AM-RECEIVABLE   PIC  X(08).
       01  TXT-AM-INCOME       PIC  X(08).
       01  WS-GLMAP-EOF        PIC  X(01) VALUE 'N'.
           88  GLMAP-EOF           VALUE 'Y'.

      ******************************************************************
      *PRODUCT/CURRENCY BUCKETS - THE FOUR SIGNED MOVEMENTS JOURNALED
      *FOR EACH TYPE AND CURRENCY SEEN
      ******************************************************************

       01  BUCKET-TABLE.
           05  BUCKET-ROW OCCURS 50 TIMES INDEXED BY BK-IX.
               10  BK-ACCTYPE      PIC  X(01).
               10  BK-CURRENCY     PIC  X(03).
               10  BK-PAY-ACCRUAL  PIC  S9(15)V9(2) COMP-3.
               10  BK-PAY-REVERSAL PIC  S9(15)V9(2) COMP-3.
               10  BK-REC-ACCRUAL  PIC  S9(15)V9(2) COMP-3.
               10  BK-REC-REVERSAL PIC  S9(15)V9(2) COMP-3.

       77  BUCKET-COUNT        PIC  S9(4) COMP-5 VALUE 0.
       77  WS-BK-IX            PIC  S9(4) COMP-5.
       77  WS-BK-FOUND-IX      PIC  S9(4) COMP-5.
       77  WS-BK-ACCTYPE       PIC  X(01).
       77  WS-BK-CURRENCY      PIC  X(03).

      ******************************************************************
      *THE DAY'S CAPITALIZATIONS - 'i' AND 'm' HISTORY ROWS POSTED
      *TODAY, SUMMED BY ACCOUNT
      ******************************************************************

       77  MAX-CAPS            PIC S9(9) COMP-5 VALUE 5000.
       77  TOTAL-CAPS          PIC S9(9) COMP-5 VALUE 0.
       77  WS-CAP-IX           PIC S9(9) COMP-5.
       77  WS-CAP-FOUND-IX     PIC S9(9) COMP-5.

       01  CAP-TABLE.
           05  CAP-ROW OCCURS 5000 TIMES.
               10  CAP-ACCID       PIC S9(18) COMP-5.
               10  CAP-CREDITS     PIC S9(13)V9(2) COMP-3.
               10  CAP-DEBITS      PIC S9(13)V9(2) COMP-3.

      ******************************************************************
      *YESTERDAY'S SNAPSHOT - THE CURRENT ACCRIN RECORD OF THE MATCH
      ******************************************************************

       77  HIGH-ACCID          PIC S9(18) COMP-5
                                VALUE 999999999999999999.
       77  PRIOR-ACCID         PIC S9(18) COMP-5.
       77  PRIOR-ACCTYPE       PIC X(01).
       77  PRIOR-CURRENCY      PIC X(03).
       77  PRIOR-ACCRINT       PIC S9(13)V9(4) COMP-3.
       01  TXT-PRIOR-ACCID     PIC X(20).
       01  TXT-PRIOR-ACCTYPE   PIC X(01).
       01  TXT-PRIOR-CURRENCY  PIC X(03).
       01  TXT-PRIOR-ACCRINT   PIC X(20).
       01  WS-ACCRIN-EOF       PIC X(01) VALUE 'N'.
           88  ACCRIN-EOF          VALUE 'Y'.

      ******************************************************************
      *ONE ACCOUNT'S SPLIT - PRIOR AND TODAY AT WHOLE CENTS, THE
      *CAPITALIZED AMOUNT (SIGNED AS ACCRINT-ACC IS), AND THE PAYABLE
      *(POSITIVE) AND RECEIVABLE (NEGATIVE) PARTS OF EACH
      ******************************************************************

       77  WS-PRIOR-CENTS      PIC S9(13)V9(2) COMP-3.
       77  WS-TODAY-CENTS      PIC S9(13)V9(2) COMP-3.
       77  WS-CAPITALIZED      PIC S9(13)V9(2) COMP-3.
       77  WS-PRIOR-PAY        PIC S9(13)V9(2) COMP-3.
       77  WS-PRIOR-REC        PIC S9(13)V9(2) COMP-3.
       77  WS-TODAY-PAY        PIC S9(13)V9(2) COMP-3.
       77  WS-TODAY-REC        PIC S9(13)V9(2) COMP-3.
       77  WS-CAP-PAY          PIC S9(13)V9(2) COMP-3.
       77  WS-CAP-REC          PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-ACCID        PIC S9(18) COMP-5.

      ******************************************************************
      *JOURNAL LINE WORK AREAS
      ******************************************************************

       77  WS-LINE-AMOUNT      PIC S9(15)V9(2) COMP-3.
       77  WS-LINE-DEBIT       PIC X(08).
       77  WS-LINE-CREDIT      PIC X(08).
       77  WS-LINE-KIND        PIC X(07).
       77  WS-LINE-FWD-DEBIT   PIC X(08).
       77  WS-LINE-FWD-CREDIT  PIC X(08).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

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
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TIMESTMP-PARTS REDEFINES TIMESTMP-HIST.
               10  HIST-YMD    PIC  X(10).
               10  FILLER      PIC  X(13).
           05  TRANSTYP-HIST   PIC  X(1).
           05  AMOUNT-HIST     PIC  S9(13)V9(2) COMP-3.
           05  REFTXID-HIST    PIC  S9(18) COMP-5.
           05  ACCID-HIST      PIC  S9(18) COMP-5.
           05  BALAFTER-HIST   PIC  S9(13)V9(2) COMP-3.
           05  CHECKNUM-HIST   PIC  X(16).
           05  CLIENTREF-HIST  PIC  X(16).
           05  OPERID-HIST     PIC  S9(9) COMP-5.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
           05  CHANNEL-HIST    PIC  X(01).
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

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

       01  TXT-ACCID-E         PIC  -(18)9.
       01  TXT-ACCRINT-E       PIC  -(13)9.9999.
       01  TXT-AMT-E           PIC  -(13)9.99.
       01  TXT-TOT-E           PIC  -(15)9.99.
       01  TXT-TOT2-E          PIC  -(15)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.

       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-MOVED      PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-GONE       PIC  S9(9) COMP-5 VALUE 0.
       01  SNAPSHOT-WRITTEN    PIC  S9(9) COMP-5 VALUE 0.
       01  CAP-ROWS-SEEN       PIC  S9(9) COMP-5 VALUE 0.
       01  DETAILS-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.
       01  LINES-UNMAPPED      PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-DEBITS        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-CREDITS       PIC  S9(15)V9(2) COMP-3 VALUE 0.

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
      *   DBPCB1 - ACCOUNT DATABASE (THE WHOLE-FILE WALK, READ ONLY)
      *   DBPCB2 - HISTORY DATABASE (THE DAY'S CAPITALIZATIONS)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM LOAD-ACCRUAL-MAP THRU LOAD-ACCRUAL-MAP-END.
           PERFORM LOAD-CAPITALIZATIONS THRU LOAD-CAPITALIZATIONS-END.

           OPEN INPUT ACCRIN-FILE.
           OPEN OUTPUT ACCROUT-FILE.
           PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM PROCESS-ONE-ACCOUNT THRU PROCESS-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
      *    SNAPSHOT ROWS PAST THE LAST ACCOUNT ARE ACCOUNTS GONE TOO
           PERFORM TAKE-OFF-GONE-ACCOUNT THRU TAKE-OFF-GONE-ACCOUNT-END
              UNTIL ACCRIN-EOF.
           CLOSE ACCRIN-FILE.
           CLOSE ACCROUT-FILE.

           OPEN OUTPUT ACCJRNL-FILE.
           MOVE SPACES TO ACCJRNL-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO ACCJRNL-OUT.
           WRITE ACCJRNL-OUT.
           PERFORM JOURNAL-ONE-BUCKET THRU JOURNAL-ONE-BUCKET-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > BUCKET-COUNT.
           MOVE DETAILS-WRITTEN TO TXT-CNT-E.
           MOVE TOTAL-DEBITS TO TXT-TOT-E.
           MOVE TOTAL-CREDITS TO TXT-TOT2-E.
           MOVE SPACES TO ACCJRNL-OUT.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-TOT-E) ','
                   FUNCTION TRIM (TXT-TOT2-E)
              INTO ACCJRNL-OUT.
           WRITE ACCJRNL-OUT.
           CLOSE ACCJRNL-FILE.

           DISPLAY '========================================'.
           DISPLAY 'INTEREST ACCRUAL JOURNAL - ' TODAY-YMD.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'ACCOUNTS WITH MOVEMENT:   ' ACCOUNTS-MOVED.
           DISPLAY 'ACCOUNTS GONE SINCE LAST: ' ACCOUNTS-GONE.
           DISPLAY 'CAPITALIZATION ROWS SEEN: ' CAP-ROWS-SEEN.
           DISPLAY 'SNAPSHOT ROWS WRITTEN:    ' SNAPSHOT-WRITTEN.
           DISPLAY 'JOURNAL DETAILS WRITTEN:  ' DETAILS-WRITTEN.
           DISPLAY 'LINES WITH NO GL MAPPING: ' LINES-UNMAPPED.
           DISPLAY 'TOTAL DEBITS:             ' TOTAL-DEBITS.
           DISPLAY 'TOTAL CREDITS:            ' TOTAL-CREDITS.
           DISPLAY '========================================'.

           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
             DISPLAY 'JOURNAL OUT OF BALANCE'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF LINES-UNMAPPED > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-ONE-ACCOUNT : MATCHES THE ACCOUNT TO ITS
      * SNAPSHOT ROW, SPLITS THE DAY'S CHANGE INTO ITS BUCKET, AND
      * WRITES TONIGHT'S SNAPSHOT ROW
       PROCESS-ONE-ACCOUNT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO PROCESS-ONE-ACCOUNT-END
           END-IF.
           ADD 1 TO ACCOUNTS-SCANNED.

           PERFORM TAKE-OFF-GONE-ACCOUNT THRU TAKE-OFF-GONE-ACCOUNT-END
              UNTIL PRIOR-ACCID NOT < ACCID-ACC.

           IF PRIOR-ACCID = ACCID-ACC
             COMPUTE WS-PRIOR-CENTS ROUNDED = PRIOR-ACCRINT
             PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END
           ELSE
             MOVE 0 TO WS-PRIOR-CENTS
           END-IF.
           COMPUTE WS-TODAY-CENTS ROUNDED = ACCRINT-ACC.

           MOVE ACCID-ACC TO WS-ROW-ACCID.
           MOVE ACCTYPE-ACC TO WS-BK-ACCTYPE.
           MOVE CURRENCY-ACC TO WS-BK-CURRENCY.
           PERFORM FIND-CAPITALIZED THRU FIND-CAPITALIZED-END.
           PERFORM SPLIT-ONE-CHANGE THRU SPLIT-ONE-CHANGE-END.

           IF ACCRINT-ACC NOT = 0
             MOVE ACCID-ACC TO TXT-ACCID-E
             MOVE ACCRINT-ACC TO TXT-ACCRINT-E
             MOVE SPACES TO ACCROUT-OUT
             STRING FUNCTION TRIM (TXT-ACCID-E) ',"'
                    ACCTYPE-ACC '","' CURRENCY-ACC '",'
                    FUNCTION TRIM (TXT-ACCRINT-E)
                INTO ACCROUT-OUT
             END-STRING
             WRITE ACCROUT-OUT
             ADD 1 TO SNAPSHOT-WRITTEN
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
       PROCESS-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE TAKE-OFF-GONE-ACCOUNT : A SNAPSHOT ROW WITH NO
      * ACCOUNT LEFT - ITS WHOLE PRIOR ACCRUAL COMES OFF THE BOOKS
       TAKE-OFF-GONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-GONE.
           COMPUTE WS-PRIOR-CENTS ROUNDED = PRIOR-ACCRINT.
           MOVE 0 TO WS-TODAY-CENTS.
           MOVE 0 TO WS-CAPITALIZED.
           MOVE PRIOR-ACCID TO WS-ROW-ACCID.
           MOVE PRIOR-ACCTYPE TO WS-BK-ACCTYPE.
           MOVE PRIOR-CURRENCY TO WS-BK-CURRENCY.
           DISPLAY 'ACCOUNT GONE - ACCID: ' PRIOR-ACCID
              ' ACCRUAL TAKEN OFF: ' WS-PRIOR-CENTS.
           PERFORM SPLIT-ONE-CHANGE THRU SPLIT-ONE-CHANGE-END.
           PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END.
       TAKE-OFF-GONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE SPLIT-ONE-CHANGE : THE PAYABLE (POSITIVE) AND
      * RECEIVABLE (NEGATIVE) SIDES MOVE SEPARATELY, SO AN ACCOUNT
      * GOING FROM CREDIT TO OVERDRAWN INTEREST TAKES ONE SIDE DOWN
      * AND THE OTHER UP. ON EACH SIDE THE ACCRUAL IS THE CHANGE PLUS
      * WHAT WAS CAPITALIZED FROM IT.
       SPLIT-ONE-CHANGE.
           IF WS-PRIOR-CENTS = WS-TODAY-CENTS AND WS-CAPITALIZED = 0
             GO TO SPLIT-ONE-CHANGE-END
           END-IF.
           ADD 1 TO ACCOUNTS-MOVED.

           MOVE 0 TO WS-PRIOR-PAY WS-PRIOR-REC.
           MOVE 0 TO WS-TODAY-PAY WS-TODAY-REC.
           MOVE 0 TO WS-CAP-PAY WS-CAP-REC.
           IF WS-PRIOR-CENTS > 0
             MOVE WS-PRIOR-CENTS TO WS-PRIOR-PAY
           ELSE
             MOVE WS-PRIOR-CENTS TO WS-PRIOR-REC
           END-IF.
           IF WS-TODAY-CENTS > 0
             MOVE WS-TODAY-CENTS TO WS-TODAY-PAY
           ELSE
             MOVE WS-TODAY-CENTS TO WS-TODAY-REC
           END-IF.
           IF WS-CAPITALIZED > 0
             MOVE WS-CAPITALIZED TO WS-CAP-PAY
           ELSE
             MOVE WS-CAPITALIZED TO WS-CAP-REC
           END-IF.

           PERFORM FIND-OR-ADD-BUCKET THRU FIND-OR-ADD-BUCKET-END.
           IF WS-BK-FOUND-IX = 0
             GO TO SPLIT-ONE-CHANGE-END
           END-IF.
           SET BK-IX TO WS-BK-FOUND-IX.
           COMPUTE BK-PAY-ACCRUAL (BK-IX) = BK-PAY-ACCRUAL (BK-IX)
              + WS-TODAY-PAY - WS-PRIOR-PAY + WS-CAP-PAY.
           ADD WS-CAP-PAY TO BK-PAY-REVERSAL (BK-IX).
           COMPUTE BK-REC-ACCRUAL (BK-IX) = BK-REC-ACCRUAL (BK-IX)
              + WS-TODAY-REC - WS-PRIOR-REC + WS-CAP-REC.
           ADD WS-CAP-REC TO BK-REC-REVERSAL (BK-IX).
       SPLIT-ONE-CHANGE-END.
           EXIT.

       FIND-OR-ADD-BUCKET.
           MOVE 0 TO WS-BK-FOUND-IX.
           PERFORM TEST-ONE-BUCKET THRU TEST-ONE-BUCKET-END
              VARYING WS-BK-IX FROM 1 BY 1
              UNTIL WS-BK-IX > BUCKET-COUNT OR WS-BK-FOUND-IX > 0.

           IF WS-BK-FOUND-IX = 0
             IF BUCKET-COUNT < 50
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO WS-BK-FOUND-IX
               SET BK-IX TO WS-BK-FOUND-IX
               MOVE WS-BK-ACCTYPE TO BK-ACCTYPE (BK-IX)
               MOVE WS-BK-CURRENCY TO BK-CURRENCY (BK-IX)
               MOVE 0 TO BK-PAY-ACCRUAL (BK-IX)
               MOVE 0 TO BK-PAY-REVERSAL (BK-IX)
               MOVE 0 TO BK-REC-ACCRUAL (BK-IX)
               MOVE 0 TO BK-REC-REVERSAL (BK-IX)
             ELSE
               ADD 1 TO LINES-UNMAPPED
               DISPLAY 'ACCRJRNL: BUCKET TABLE FULL AT 50 - ACCID '
                  WS-ROW-ACCID ' NOT JOURNALED'
             END-IF
           END-IF.
       FIND-OR-ADD-BUCKET-END.
           EXIT.

       TEST-ONE-BUCKET.
           IF BK-ACCTYPE (WS-BK-IX) = WS-BK-ACCTYPE
              AND BK-CURRENCY (WS-BK-IX) = WS-BK-CURRENCY
             MOVE WS-BK-IX TO WS-BK-FOUND-IX
           END-IF.
       TEST-ONE-BUCKET-END.
           EXIT.

      * PROCEDURE FIND-CAPITALIZED : WHAT THE DAY'S 'i' / 'm' ROWS
      * TOOK OUT OF THIS ACCOUNT'S ACCRUAL, SIGNED AS ACCRINT-ACC IS -
      * CREDITS AGAINST A POSITIVE PRIOR ACCRUAL, DEBITS AGAINST A
      * NEGATIVE ONE
       FIND-CAPITALIZED.
           MOVE 0 TO WS-CAPITALIZED.
           IF WS-PRIOR-CENTS = 0
             GO TO FIND-CAPITALIZED-END
           END-IF.
           MOVE 0 TO WS-CAP-FOUND-IX.
           PERFORM TEST-ONE-CAP THRU TEST-ONE-CAP-END
              VARYING WS-CAP-IX FROM 1 BY 1
              UNTIL WS-CAP-IX > TOTAL-CAPS OR WS-CAP-FOUND-IX > 0.
           IF WS-CAP-FOUND-IX = 0
             GO TO FIND-CAPITALIZED-END
           END-IF.
           IF WS-PRIOR-CENTS > 0
             MOVE CAP-CREDITS (WS-CAP-FOUND-IX) TO WS-CAPITALIZED
           END-IF.
           IF WS-PRIOR-CENTS < 0
             MOVE CAP-DEBITS (WS-CAP-FOUND-IX) TO WS-CAPITALIZED
           END-IF.
       FIND-CAPITALIZED-END.
           EXIT.

       TEST-ONE-CAP.
           IF CAP-ACCID (WS-CAP-IX) = WS-ROW-ACCID
             MOVE WS-CAP-IX TO WS-CAP-FOUND-IX
           END-IF.
       TEST-ONE-CAP-END.
           EXIT.

      * PROCEDURE JOURNAL-ONE-BUCKET : UP TO FOUR BALANCED LINES PER
      * PRODUCT AND CURRENCY. A NEGATIVE ACCRUAL ON A SIDE (A FORWARD-
      * VALUED ADJUSTMENT, AN ACCOUNT GONE) POSTS THE SAME PAIR THE
      * OTHER WAY ROUND.
       JOURNAL-ONE-BUCKET.
           SET BK-IX TO WS-BK-IX.
           MOVE BK-ACCTYPE (BK-IX) TO WS-BK-ACCTYPE.
           PERFORM FIND-ACCRUAL-MAP THRU FIND-ACCRUAL-MAP-END.
           IF WS-AM-FOUND-IX = 0
             IF BK-PAY-ACCRUAL (BK-IX) NOT = 0
                OR BK-PAY-REVERSAL (BK-IX) NOT = 0
                OR BK-REC-ACCRUAL (BK-IX) NOT = 0
                OR BK-REC-REVERSAL (BK-IX) NOT = 0
               ADD 1 TO LINES-UNMAPPED
               DISPLAY 'NO GLMAP ACCR ROW FOR ACCTYPE '
                  BK-ACCTYPE (BK-IX) ' ' BK-CURRENCY (BK-IX)
                  ' - NOT JOURNALED'
             END-IF
             GO TO JOURNAL-ONE-BUCKET-END
           END-IF.

      *    PAYABLE SIDE - DR EXPENSE, CR PAYABLE; REVERSED AT
      *    CAPITALIZATION
           MOVE AM-EXPENSE (WS-AM-FOUND-IX) TO WS-LINE-FWD-DEBIT.
           MOVE AM-PAYABLE (WS-AM-FOUND-IX) TO WS-LINE-FWD-CREDIT.
           MOVE BK-PAY-ACCRUAL (BK-IX) TO WS-LINE-AMOUNT.
           MOVE 'ACCRUE' TO WS-LINE-KIND.
           PERFORM WRITE-ONE-LINE THRU WRITE-ONE-LINE-END.
           COMPUTE WS-LINE-AMOUNT = 0 - BK-PAY-REVERSAL (BK-IX).
           MOVE 'REVERSE' TO WS-LINE-KIND.
           PERFORM WRITE-ONE-LINE THRU WRITE-ONE-LINE-END.

      *    RECEIVABLE SIDE - DR RECEIVABLE, CR INCOME; THE AMOUNTS
      *    ARE NEGATIVE AS ACCRINT-ACC IS, SO THEY ARE TURNED AROUND
           MOVE AM-RECEIVABLE (WS-AM-FOUND-IX) TO WS-LINE-FWD-DEBIT.
           MOVE AM-INCOME (WS-AM-FOUND-IX) TO WS-LINE-FWD-CREDIT.
           COMPUTE WS-LINE-AMOUNT = 0 - BK-REC-ACCRUAL (BK-IX).
           MOVE 'ACCRUE' TO WS-LINE-KIND.
           PERFORM WRITE-ONE-LINE THRU WRITE-ONE-LINE-END.
           MOVE BK-REC-REVERSAL (BK-IX) TO WS-LINE-AMOUNT.
           MOVE 'REVERSE' TO WS-LINE-KIND.
           PERFORM WRITE-ONE-LINE THRU WRITE-ONE-LINE-END.
       JOURNAL-ONE-BUCKET-END.
           EXIT.

      * PROCEDURE WRITE-ONE-LINE : WS-LINE-AMOUNT POSITIVE POSTS THE
      * FORWARD PAIR, NEGATIVE THE SAME PAIR REVERSED; ZERO WRITES
      * NOTHING
       WRITE-ONE-LINE.
           IF WS-LINE-AMOUNT = 0
             GO TO WRITE-ONE-LINE-END
           END-IF.
           IF WS-LINE-AMOUNT > 0
             MOVE WS-LINE-FWD-DEBIT TO WS-LINE-DEBIT
             MOVE WS-LINE-FWD-CREDIT TO WS-LINE-CREDIT
           ELSE
             MOVE WS-LINE-FWD-CREDIT TO WS-LINE-DEBIT
             MOVE WS-LINE-FWD-DEBIT TO WS-LINE-CREDIT
             COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
           END-IF.
           MOVE WS-LINE-AMOUNT TO TXT-AMT-E.

           MOVE SPACES TO ACCJRNL-OUT.
           STRING 'A,"' BK-ACCTYPE (BK-IX) '","'
                   BK-CURRENCY (BK-IX) '","'
                   WS-LINE-DEBIT '","'
                   WS-LINE-CREDIT '",'
                   FUNCTION TRIM (TXT-AMT-E) ',"'
                   FUNCTION TRIM (WS-LINE-KIND) '"'
              INTO ACCJRNL-OUT
           END-STRING.
           WRITE ACCJRNL-OUT.
           ADD 1 TO DETAILS-WRITTEN.
           ADD WS-LINE-AMOUNT TO TOTAL-DEBITS.
           ADD WS-LINE-AMOUNT TO TOTAL-CREDITS.
           DISPLAY 'ACCTYPE: ' BK-ACCTYPE (BK-IX)
              ' ' BK-CURRENCY (BK-IX) ' ' WS-LINE-KIND
              ' DR ' WS-LINE-DEBIT ' CR ' WS-LINE-CREDIT
              ' AMOUNT ' TXT-AMT-E.
       WRITE-ONE-LINE-END.
           EXIT.

      * PROCEDURE READ-PRIOR-SNAPSHOT : NEXT ACCRIN ROW INTO THE PRIOR-
      * FIELDS; AT END THE KEY GOES HIGH SO THE MATCH RUNS OUT
       READ-PRIOR-SNAPSHOT.
           READ ACCRIN-FILE
             AT END
               MOVE 'Y' TO WS-ACCRIN-EOF
           END-READ.
           IF ACCRIN-EOF
             MOVE HIGH-ACCID TO PRIOR-ACCID
             MOVE 0 TO PRIOR-ACCRINT
             GO TO READ-PRIOR-SNAPSHOT-END
           END-IF.
           MOVE SPACES TO TXT-PRIOR-ACCID.
           UNSTRING ACCRIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-PRIOR-ACCID
                  TXT-PRIOR-ACCTYPE
                  TXT-PRIOR-CURRENCY
                  TXT-PRIOR-ACCRINT
           END-UNSTRING.
           IF TXT-PRIOR-ACCID = SPACES
             GO TO READ-PRIOR-SNAPSHOT
           END-IF.
           COMPUTE PRIOR-ACCID = FUNCTION NUMVAL ( TXT-PRIOR-ACCID ).
           MOVE TXT-PRIOR-ACCTYPE TO PRIOR-ACCTYPE.
           MOVE TXT-PRIOR-CURRENCY TO PRIOR-CURRENCY.
           COMPUTE PRIOR-ACCRINT =
              FUNCTION NUMVAL ( TXT-PRIOR-ACCRINT ).
       READ-PRIOR-SNAPSHOT-END.
           EXIT.

      * PROCEDURE LOAD-CAPITALIZATIONS : ONE PASS OF HISTORY FOR THE
      * 'i' AND 'm' ROWS POSTED TODAY, SUMMED BY ACCOUNT - CREDITS
      * POSITIVE, DEBITS NEGATIVE, BOTH AS ACCRINT-ACC CARRIES THEM
       LOAD-CAPITALIZATIONS.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM LOAD-ONE-CAP THRU LOAD-ONE-CAP-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       LOAD-CAPITALIZATIONS-END.
           EXIT.

       LOAD-ONE-CAP.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO LOAD-ONE-CAP-END
           END-IF.
           IF HIST-YMD = TODAY-YMD
              AND (TRANSTYP-HIST = 'i'
                OR (TRANSTYP-HIST = 'm' AND AMOUNT-HIST < 0))
             ADD 1 TO CAP-ROWS-SEEN
             MOVE ACCID-HIST TO WS-ROW-ACCID
             MOVE 0 TO WS-CAP-FOUND-IX
             PERFORM TEST-ONE-CAP THRU TEST-ONE-CAP-END
                VARYING WS-CAP-IX FROM 1 BY 1
                UNTIL WS-CAP-IX > TOTAL-CAPS OR WS-CAP-FOUND-IX > 0
             IF WS-CAP-FOUND-IX = 0
               IF TOTAL-CAPS < MAX-CAPS
                 ADD 1 TO TOTAL-CAPS
                 MOVE TOTAL-CAPS TO WS-CAP-FOUND-IX
                 MOVE ACCID-HIST TO CAP-ACCID (WS-CAP-FOUND-IX)
                 MOVE 0 TO CAP-CREDITS (WS-CAP-FOUND-IX)
                 MOVE 0 TO CAP-DEBITS (WS-CAP-FOUND-IX)
               ELSE
                 DISPLAY 'ACCRJRNL: CAPITALIZATION TABLE FULL - '
                    'TXID ' TXID-HIST ' BOOKED AS ACCRUAL'
               END-IF
             END-IF
             IF WS-CAP-FOUND-IX > 0
               IF TRANSTYP-HIST = 'i'
                 ADD AMOUNT-HIST TO CAP-CREDITS (WS-CAP-FOUND-IX)
               ELSE
                 ADD AMOUNT-HIST TO CAP-DEBITS (WS-CAP-FOUND-IX)
               END-IF
             END-IF
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1.
       LOAD-ONE-CAP-END.
           EXIT.

      * PROCEDURE LOAD-ACCRUAL-MAP : THE ACCR ROWS OF GLMAP - THE
      * TRANSTYP ROWS ARE GLEXTR'S, THE CTRL ROWS GLPROOF'S
       LOAD-ACCRUAL-MAP.
           MOVE 0 TO TOTAL-ACCRMAPS.
           OPEN INPUT GLMAP-FILE.
           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
           PERFORM LOAD-ONE-ACCRMAP THRU LOAD-ONE-ACCRMAP-END
              UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
       LOAD-ACCRUAL-MAP-END.
           EXIT.

       LOAD-ONE-ACCRMAP.
           MOVE SPACES TO TXT-AM-KEY.
           MOVE SPACES TO TXT-AM-ACCTYPE.
           UNSTRING GLMAP-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-AM-KEY
                  TXT-AM-ACCTYPE
                  TXT-AM-PAYABLE
                  TXT-AM-EXPENSE
                  TXT-AM-RECEIVABLE
                  TXT-AM-INCOME
           END-UNSTRING.

           IF TXT-AM-KEY = 'ACCR' AND TXT-AM-ACCTYPE NOT = SPACES
             IF TOTAL-ACCRMAPS < MAX-ACCRMAPS
               ADD 1 TO TOTAL-ACCRMAPS
               SET AM-IX TO TOTAL-ACCRMAPS
               MOVE TXT-AM-ACCTYPE TO AM-ACCTYPE (AM-IX)
               MOVE TXT-AM-PAYABLE TO AM-PAYABLE (AM-IX)
               MOVE TXT-AM-EXPENSE TO AM-EXPENSE (AM-IX)
               MOVE TXT-AM-RECEIVABLE TO AM-RECEIVABLE (AM-IX)
               MOVE TXT-AM-INCOME TO AM-INCOME (AM-IX)
               IF TXT-AM-ACCTYPE = '*'
                 MOVE TOTAL-ACCRMAPS TO WS-AM-DEFAULT-IX
               END-IF
             ELSE
               DISPLAY 'GLMAP - ACCR TABLE FULL, ROW SKIPPED: '
                  GLMAP-IN
             END-IF
           END-IF.

           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
       LOAD-ONE-ACCRMAP-END.
           EXIT.

       FIND-ACCRUAL-MAP.
           MOVE 0 TO WS-AM-FOUND-IX.
           PERFORM TEST-ONE-ACCRMAP THRU TEST-ONE-ACCRMAP-END
              VARYING WS-AM-SEARCH-IX FROM 1 BY 1
              UNTIL WS-AM-SEARCH-IX > TOTAL-ACCRMAPS
                 OR WS-AM-FOUND-IX NOT = 0.
           IF WS-AM-FOUND-IX = 0
             MOVE WS-AM-DEFAULT-IX TO WS-AM-FOUND-IX
           END-IF.
       FIND-ACCRUAL-MAP-END.
           EXIT.

       TEST-ONE-ACCRMAP.
           IF AM-ACCTYPE (WS-AM-SEARCH-IX) = WS-BK-ACCTYPE
             MOVE WS-AM-SEARCH-IX TO WS-AM-FOUND-IX
           END-IF.
       TEST-ONE-ACCRMAP-END.
           EXIT.
