       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBLNQUOT.

      ******************************************************************
      * LOAN PAYOFF QUOTE - THE FIGURE A CUSTOMER REFINANCING ELSEWHERE
      * NEEDS FOR A PAYOFF LETTER, GOOD THROUGH A REQUESTED DATE
      * (BLANK IS TODAY; NO MORE THAN MAX-QUOTE-DAYS OUT). FOR AN OPEN
      * INSTALLMENT LOAN (ACCTYPE 'L') THE PAYOFF IS:
      *   OUTSTANDING PRINCIPAL - THE NEGATIVE BALANCE-ACC
      * + INTEREST ACCRUED TO DATE - ACCRINT-ACC, WHICH LOANBILL
      *   ACCRUES NIGHTLY AND CAPITALIZES ONLY ON THE DUE DATE
      * + PER-DIEM TO GOOD-THROUGH - ONE DAY'S INTEREST AT RATE-LN ON
      *   THE PRINCIPAL, THE SAME DAY-COUNT LOANBILL ACCRUES ON, FOR
      *   EACH DAY FROM TODAY TO THE GOOD-THROUGH DATE.
      * INSTALLMENTS BILLED BUT NOT COLLECTED - THE PAST-DUE POSITION
      * LOANAGE AGES FROM NEXTDUE-LN - ARE REPORTED ALONGSIDE. THEY
      * ARE NOT ADDED: AN UNCOLLECTED INSTALLMENT NEVER LEAVES THE
      * LOAN'S BALANCE, SO IT IS ALREADY IN THE PRINCIPAL AND INTEREST
      * ABOVE. THE LOAN PRODUCT CARRIES NO LATE CHARGES.
      *
      * EVERY QUOTE GIVEN IS LOGGED AS A PAYQUOTE CHILD OF THE LOAN
      * (SEE PAYQUOTE.CPY) SO THE PAYOFF, WHEN IT ARRIVES WITHIN THE
      * WINDOW, CAN BE MATCHED TO THE FIGURE QUOTED - LOANBILL DOES
      * THE MATCHING NIGHTLY.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOACCOUNT       PIC  X(22) VALUE "ACCOUNT DOES NOT EXIST".
       77  NOTALOAN        PIC  X(24) VALUE "ACCOUNT IS NOT A LOAN".
       77  LOANNOTOPEN     PIC  X(20) VALUE "LOAN IS NOT OPEN".
       77  NOLOANTERMS     PIC  X(22) VALUE "LOAN TERMS NOT ON FILE".
       77  LOANPAIDOFF     PIC  X(22) VALUE "LOAN ALREADY PAID OFF".
       77  BADGOODTHRU     PIC  X(32) VALUE
             "INVALID GOOD-THROUGH DATE".
       77  GOODTHRUFAR     PIC  X(32) VALUE
             "GOOD-THROUGH DATE TOO FAR OUT".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".
       77  QUOTEDUP        PIC  X(28) VALUE
             "QUOTE ALREADY LOGGED - RETRY".
       77  QUOTEGIVEN      PIC  X(22) VALUE "PAYOFF QUOTE LOGGED".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".
       77  DUPKEY              PIC  X(02)        VALUE "II".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  LOAN-ACCTYPE        PIC X(01) VALUE 'L'.
      * THE DAY-COUNT LOANBILL ACCRUES NOTE INTEREST ON
       77  DAYS-PER-YEAR       PIC S9(4) COMP-5 VALUE 365.
      * THE LONGEST A PAYOFF FIGURE MAY BE QUOTED GOOD FOR
       77  MAX-QUOTE-DAYS      PIC S9(4) COMP-5 VALUE 30.
       77  QUOTE-DATE-MULT     PIC S9(18) COMP-5 VALUE 100000000.

       77  WS-ACCID            PIC S9(18) COMP-5.
       77  WS-TODAY-INT        PIC S9(9) COMP-5.
       77  WS-GOODTHRU-INT     PIC S9(9) COMP-5.
       77  WS-GOODTHRU         PIC X(10).
       77  WS-OWED             PIC S9(13)V9(2) COMP-3.
       77  WS-ACCRUED          PIC S9(13)V9(2) COMP-3.
       77  WS-PERDIEM          PIC S9(13)V9(4) COMP-3.
       77  WS-PDDAYS           PIC S9(3) COMP-3.
       77  WS-PDINT            PIC S9(13)V9(2) COMP-3.
       77  WS-PASTDUE-CNT      PIC S9(3) COMP-3.
       77  WS-PASTDUE          PIC S9(13)V9(2) COMP-3.
       77  WS-PAYOFF           PIC S9(13)V9(2) COMP-3.
       77  WS-QUOTE-OPER       PIC S9(9) COMP-5.
       77  WS-DUE-YEAR         PIC S9(4) COMP-5.
       77  WS-DUE-MONTH        PIC S9(4) COMP-5.
       77  WS-DUE-DAY          PIC S9(4) COMP-5.

       01  TODAY-YMD           PIC X(10).

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

      *    LOANTERM-SEG - THE INSTALLMENT LOAN'S NOTE TERMS. SEE
      *    LOANBILL FOR HOW PAYMENTS POST AND INTEREST ACCRUES, AND
      *    LOANAGE FOR THE DELINQUENCY AGING DERIVED FROM NEXTDUE-LN.
       01  LOANTERM-SEG.
           05  ACCID-LN        PIC  S9(18) COMP-5.
           05  PRINCIPAL-LN    PIC  S9(13)V9(2) COMP-3.
           05  RATE-LN         PIC  S9(1)V9(4) COMP-3.
           05  TERMMOS-LN      PIC  S9(3) COMP-3.
           05  PAYMENT-LN      PIC  S9(13)V9(2) COMP-3.
           05  NEXTDUE-LN      PIC  X(10).
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY) - SEE LNINTYR
           05  TAXRPT-LN       PIC  X(01).

           COPY PAYQUOTE.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  ACCID-IN        PIC  X(18).
      * DATE THE FIGURE MUST HOLD THROUGH (YYYY-MM-DD) - BLANK IS TODAY
           05  GOODTHRU-IN     PIC  X(10).
      * OPTIONAL - THE OPERATOR GIVING THE QUOTE, RECORDED ON THE LOG
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  QUOTEID-OUT     PIC  S9(18) COMP-5.
           05  GOODTHRU-OUT    PIC  X(10).
           05  PRINC-OUT       PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-OUT     PIC  S9(13)V9(2) COMP-3.
           05  PERDIEM-OUT     PIC  S9(13)V9(4) COMP-3.
           05  PDDAYS-OUT      PIC  S9(3) COMP-3.
           05  PDINT-OUT       PIC  S9(13)V9(2) COMP-3.
           05  PASTDUECNT-OUT  PIC  S9(3) COMP-3.
           05  PASTDUE-OUT     PIC  S9(13)V9(2) COMP-3.
           05  PAYOFF-OUT      PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    ACCOUNT-SSA1 READS THE LOAN, AND IS THE PARENT PATH THE
      *    QUOTE IS LOGGED UNDER
       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
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
      * CLEAR THE TRAILING FIELDS SO A SHORTER MESSAGE CAN'T INHERIT
      * THEM FROM AN EARLIER, LONGER ONE - SAME GUARD IBTRAN USES
              MOVE SPACES TO GOODTHRU-IN
              MOVE SPACES TO OPERID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM QUOTE-PAYOFF THRU QUOTE-PAYOFF-END

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

      * PROCEDURE QUOTE-PAYOFF : READS THE LOAN AND ITS TERMS, BUILDS
      * THE PAYOFF FIGURE GOOD THROUGH THE REQUESTED DATE, AND LOGS IT
       QUOTE-PAYOFF.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO GOODTHRU-OUT.

           MOVE 0 TO WS-QUOTE-OPER.
           IF OPERID-IN NOT = SPACES
             PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END
             IF WS-SIGNED-ON NOT = 'Y'
               MOVE NOTSIGNEDON TO MSG-OUT
               GO TO QUOTE-PAYOFF-END
             END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO TODAY-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
             WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
               + WS-CURRENT-DAY).

           IF GOODTHRU-IN = SPACES
             MOVE TODAY-YMD TO WS-GOODTHRU
           ELSE
             MOVE GOODTHRU-IN TO WS-GOODTHRU
           END-IF.
           IF WS-GOODTHRU < TODAY-YMD
              OR WS-GOODTHRU (5:1) NOT = '-'
              OR WS-GOODTHRU (8:1) NOT = '-'
             MOVE BADGOODTHRU TO MSG-OUT
             GO TO QUOTE-PAYOFF-END
           END-IF.
           COMPUTE WS-GOODTHRU-INT = FUNCTION INTEGER-OF-DATE (
              FUNCTION NUMVAL ( WS-GOODTHRU (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-GOODTHRU (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-GOODTHRU (9:2) ) ).
           COMPUTE WS-PDDAYS = WS-GOODTHRU-INT - WS-TODAY-INT.
           IF WS-PDDAYS > MAX-QUOTE-DAYS
             MOVE GOODTHRUFAR TO MSG-OUT
             GO TO QUOTE-PAYOFF-END
           END-IF.

           COMPUTE WS-ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           MOVE WS-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOACCOUNT TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO QUOTE-PAYOFF-END
           END-IF.
           IF ACCTYPE-ACC NOT = LOAN-ACCTYPE
             MOVE NOTALOAN TO MSG-OUT
             GO TO QUOTE-PAYOFF-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE LOANNOTOPEN TO MSG-OUT
             GO TO QUOTE-PAYOFF-END
           END-IF.

           CALL 'CBLTDLI'
             USING GNP, DBPCB, LOANTERM-SEG, LOANTERM-SSA.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOLOANTERMS TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO QUOTE-PAYOFF-END
           END-IF.

      * THE LOAN BALANCE AND ITS ACCRUAL ARE BOTH CARRIED NEGATIVE
           COMPUTE WS-OWED = 0 - BALANCE-ACC.
           COMPUTE WS-ACCRUED ROUNDED = 0 - ACCRINT-ACC.
           IF WS-ACCRUED < 0
             MOVE 0 TO WS-ACCRUED
           END-IF.
           IF WS-OWED + WS-ACCRUED <= 0
             MOVE LOANPAIDOFF TO MSG-OUT
             GO TO QUOTE-PAYOFF-END
           END-IF.

           IF WS-OWED > 0
             COMPUTE WS-PERDIEM = WS-OWED * RATE-LN / DAYS-PER-YEAR
           ELSE
             MOVE 0 TO WS-PERDIEM
           END-IF.
           COMPUTE WS-PDINT ROUNDED = WS-PERDIEM * WS-PDDAYS.

           PERFORM COUNT-PAST-DUE THRU COUNT-PAST-DUE-END.

           COMPUTE WS-PAYOFF = WS-OWED + WS-ACCRUED + WS-PDINT.

           PERFORM LOG-PAYOFF-QUOTE THRU LOG-PAYOFF-QUOTE-END.
           IF MSG-OUT NOT = SPACES
             GO TO QUOTE-PAYOFF-END
           END-IF.

           MOVE QUOTEGIVEN TO MSG-OUT.
           MOVE QUOTEID-PQ TO QUOTEID-OUT.
           MOVE WS-GOODTHRU TO GOODTHRU-OUT.
           MOVE WS-OWED TO PRINC-OUT.
           MOVE WS-ACCRUED TO ACCRINT-OUT.
           MOVE WS-PERDIEM TO PERDIEM-OUT.
           MOVE WS-PDDAYS TO PDDAYS-OUT.
           MOVE WS-PDINT TO PDINT-OUT.
           MOVE WS-PASTDUE-CNT TO PASTDUECNT-OUT.
           MOVE WS-PASTDUE TO PASTDUE-OUT.
           MOVE WS-PAYOFF TO PAYOFF-OUT.
       QUOTE-PAYOFF-END.
           EXIT.

      * PROCEDURE COUNT-PAST-DUE : THE INSTALLMENTS DUE BEFORE TODAY
      * THAT LOANBILL COULD NOT COLLECT - ONE FOR NEXTDUE-LN ITSELF
      * AND ONE FOR EVERY MONTHLY DUE DATE SINCE - AT PAYMENT-LN EACH,
      * NEVER MORE THAN THE LOAN OWES
       COUNT-PAST-DUE.
           MOVE 0 TO WS-PASTDUE-CNT.
           MOVE 0 TO WS-PASTDUE.
           IF NEXTDUE-LN = SPACES OR NEXTDUE-LN NOT < TODAY-YMD
             GO TO COUNT-PAST-DUE-END
           END-IF.
           COMPUTE WS-DUE-YEAR = FUNCTION NUMVAL ( NEXTDUE-LN (1:4) ).
           COMPUTE WS-DUE-MONTH = FUNCTION NUMVAL ( NEXTDUE-LN (6:2) ).
           COMPUTE WS-DUE-DAY = FUNCTION NUMVAL ( NEXTDUE-LN (9:2) ).
           COMPUTE WS-PASTDUE-CNT =
              ( WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH )
              - ( WS-DUE-YEAR * 12 + WS-DUE-MONTH ).
           IF WS-CURRENT-DAY > WS-DUE-DAY
             ADD 1 TO WS-PASTDUE-CNT
           END-IF.
           IF WS-PASTDUE-CNT < 1
             MOVE 1 TO WS-PASTDUE-CNT
           END-IF.
           COMPUTE WS-PASTDUE = PAYMENT-LN * WS-PASTDUE-CNT.
           IF WS-PASTDUE > WS-OWED + WS-ACCRUED
             COMPUTE WS-PASTDUE = WS-OWED + WS-ACCRUED
           END-IF.
       COUNT-PAST-DUE-END.
           EXIT.

      * PROCEDURE LOG-PAYOFF-QUOTE : INSERTS THE QUOTE AS AN OPEN
      * PAYQUOTE CHILD OF THE LOAN, KEYED BY THE MOMENT IT WAS GIVEN
       LOG-PAYOFF-QUOTE.
           COMPUTE QUOTEID-PQ =
              ( WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                + WS-CURRENT-DAY ) * QUOTE-DATE-MULT
              + WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-ACCID TO ACCID-PQ.
           MOVE TODAY-YMD TO QUOTEDT-PQ.
           MOVE WS-GOODTHRU TO GOODTHRU-PQ.
           MOVE WS-OWED TO PRINC-PQ.
           MOVE WS-ACCRUED TO ACCRINT-PQ.
           MOVE WS-PERDIEM TO PERDIEM-PQ.
           MOVE WS-PDDAYS TO PDDAYS-PQ.
           MOVE WS-PDINT TO PDINT-PQ.
           MOVE WS-PASTDUE-CNT TO PASTDUECNT-PQ.
           MOVE WS-PASTDUE TO PASTDUE-PQ.
           MOVE WS-PAYOFF TO PAYOFF-PQ.
           MOVE WS-QUOTE-OPER TO OPERID-PQ.
           MOVE LOGTTERM TO TERMID-PQ.
           MOVE 'O' TO STATUS-PQ.
           MOVE SPACES TO SETTLED-PQ.
           MOVE 0 TO RESIDUAL-PQ.

           MOVE WS-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, PAYQUOTE-SEG, ACCOUNT-SSA1,
                   PAYQUOTE-SSA.
           IF DBSTAT = DUPKEY
             MOVE QUOTEDUP TO MSG-OUT
             GO TO LOG-PAYOFF-QUOTE-END
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       LOG-PAYOFF-QUOTE-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           MOVE SIGN-OPERID TO WS-QUOTE-OPER.
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
