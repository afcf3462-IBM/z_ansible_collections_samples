       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITEWTCH.

      ******************************************************************
      * CHECK-KITING SURVEILLANCE - A KITER DEPOSITS CHECKS INTO ONE
      * ACCOUNT AND WRITES CHECKS AGAINST IT BEFORE THE DEPOSITED ITEMS
      * COLLECT, LIVING ON THE FLOAT. THIS NIGHTLY REPORT TOTALS EACH
      * ACCOUNT'S CHECK ACTIVITY OVER THE TRAILING KITE-WINDOW-DAYS:
      *
      *   DEPOSITED - CHECK DEPOSITS ('d'/'D' ON CHANNEL 'R', REMOTE
      *               DEPOSIT CAPTURE, OR 'C')
      *   PAID      - CHECKS DRAWN ON THE ACCOUNT THAT CHKPOST (OR A
      *               FBPPDECN POSITIVE-PAY DECISION) PAID ('w' ON
      *               CHANNEL 'C')
      *   RETURNED  - DEPOSITED CHECKS THAT BOUNCED, REVERSED BY
      *               RDIPOST ('r' ON CHANNEL 'C')
      *
      * AN ACCOUNT IS REPORTED WHEN BOTH SIDES ARE LARGE (AT LEAST
      * KITE-MIN-AMT), FREQUENT (AT LEAST KITE-MIN-ITEMS EACH) AND
      * ROUGHLY EQUAL (THE SMALLER AT LEAST KITE-MATCH-PCT OF THE
      * LARGER). ITS OUTSTANDING FUNDS-AVAILABILITY HOLDS ARE SUMMED
      * FROM THE HOLD CHILDREN; WHEN THE COLLECTED BALANCE (BALANCE
      * LESS THOSE HOLDS) IS SMALLER THAN THE HOLDS THE ACCOUNT IS
      * LIVING ON UNCOLLECTED FUNDS AND THE LINE IS MARKED FLOAT.
      *
      * TWO ACCOUNTS SHARING AN OWNER THROUGH CUSTACCS ARE ALSO PAIRED:
      * WHEN ONE ACCOUNT'S CHECK DEPOSITS AND THE OTHER'S PAID CHECKS
      * ARE LARGE, FREQUENT AND ROUGHLY EQUAL, THE PAIR IS REPORTED -
      * THE CLASSIC TWO-ACCOUNT KITE WHERE NEITHER ACCOUNT LOOKS
      * BALANCED ON ITS OWN.
      *
      * EACH FINDING IS A REPORT LINE AND A FIXED-COLUMN KITEOUT
      * RECORD ('A' ACCOUNT, 'P' PAIR). RETURN CODE 4 WHEN THERE ARE
      * FINDINGS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITEOUT-FILE ASSIGN TO KITEOUT.
       DATA DIVISION.

       FILE SECTION.
         FD KITEOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS KITEOUT-OUT.
      * FIXED LAYOUT FOR THE FRAUD DESK - POSITIONS, NOT DELIMITERS.
      * ON AN 'A' RECORD BOTH SIDES ARE THE ONE ACCOUNT AND
      * KO-PAIRACC IS ZERO; ON A 'P' RECORD THE DEPOSIT SIDE IS
      * KO-ACCID AND THE PAID SIDE KO-PAIRACC, KO-CUSTID THE SHARED
      * OWNER. KO-FLAG IS 'FLOAT' WHEN THE DEPOSIT-SIDE ACCOUNT IS
      * LIVING ON UNCOLLECTED FUNDS.
       01  KITEOUT-OUT.
           05  KO-RECTYPE      PIC  X(01).
           05  KO-DATE         PIC  X(10).
           05  KO-ACCID        PIC  9(18).
           05  KO-PAIRACC      PIC  9(18).
           05  KO-CUSTID       PIC  9(09).
           05  KO-DEPCNT       PIC  9(05).
           05  KO-DEPAMT       PIC  S9(13)V99 SIGN LEADING SEPARATE.
           05  KO-PAIDCNT      PIC  9(05).
           05  KO-PAIDAMT      PIC  S9(13)V99 SIGN LEADING SEPARATE.
           05  KO-MATCHPCT     PIC  9(03).
           05  KO-RETCNT       PIC  9(05).
           05  KO-HOLDAMT      PIC  S9(13)V99 SIGN LEADING SEPARATE.
           05  KO-FLAG         PIC  X(05).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".

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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  KITE-WINDOW-DAYS    PIC S9(4) COMP-5 VALUE 10.
       77  KITE-MIN-ITEMS      PIC S9(4) COMP-5 VALUE 3.
       77  KITE-MIN-AMT        PIC S9(13)V9(2) COMP-3 VALUE 5000.
       77  KITE-MATCH-PCT      PIC S9(4) COMP-5 VALUE 75.
       77  AVAIL-HOLD-REASON   PIC X(30)
                               VALUE 'FUNDS AVAILABILITY HOLD'.

      ******************************************************************
      *ACCOUNT-TO-OWNERS MAP FROM THE CUSTACCS WALK - A JOINT ACCOUNT
      *APPEARS ONCE PER OWNER
      ******************************************************************

       77  MAX-OWNERS          PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-OWNERS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-OWN-IX           PIC S9(9) COMP-5.
       77  WS-OWN-IX2          PIC S9(9) COMP-5.

       01  OWNER-TABLE.
           05  OWNER-ROW OCCURS 2000 TIMES.
               10  OWN-ACCID       PIC S9(18) COMP-5.
               10  OWN-CUSTID      PIC S9(9) COMP-5.

      ******************************************************************
      *PER-ACCOUNT CHECK ACTIVITY IN THE WINDOW
      ******************************************************************

       77  MAX-KITE            PIC S9(9) COMP-5 VALUE 1000.
       77  TOTAL-KITE          PIC S9(9) COMP-5 VALUE 0.
       77  WS-KT-IX            PIC S9(9) COMP-5.
       77  WS-KT-FOUND-IX      PIC S9(9) COMP-5.
       77  WS-KT-DEP-IX        PIC S9(9) COMP-5.
       77  WS-KT-PAID-IX       PIC S9(9) COMP-5.

       01  KITE-TABLE.
           05  KITE-ROW OCCURS 1000 TIMES.
               10  KT-ACCID        PIC S9(18) COMP-5.
               10  KT-DEP-CNT      PIC S9(9) COMP-5.
               10  KT-DEP-AMT      PIC S9(13)V9(2) COMP-3.
               10  KT-PAID-CNT     PIC S9(9) COMP-5.
               10  KT-PAID-AMT     PIC S9(13)V9(2) COMP-3.
               10  KT-RET-CNT      PIC S9(9) COMP-5.
               10  KT-HOLD-AMT     PIC S9(13)V9(2) COMP-3.
               10  KT-FLOAT-SW     PIC X(01).

      ******************************************************************
      *PAIRS ALREADY REPORTED - JOINT OWNERS WOULD OTHERWISE REPORT THE
      *SAME TWO ACCOUNTS ONCE PER SHARED OWNER
      ******************************************************************

       77  MAX-PAIRS           PIC S9(9) COMP-5 VALUE 200.
       77  TOTAL-PAIRS         PIC S9(9) COMP-5 VALUE 0.
       77  WS-PR-IX            PIC S9(9) COMP-5.
       77  WS-PR-SEEN          PIC X(01).

       01  PAIR-TABLE.
           05  PAIR-ROW OCCURS 200 TIMES.
               10  PR-DEP-ACCID    PIC S9(18) COMP-5.
               10  PR-PAID-ACCID   PIC S9(18) COMP-5.

      ******************************************************************
      *THE COMPARISON UNDER TEST
      ******************************************************************

       01  WS-CMP-DEP-CNT      PIC S9(9) COMP-5.
       01  WS-CMP-DEP-AMT      PIC S9(13)V9(2) COMP-3.
       01  WS-CMP-PAID-CNT     PIC S9(9) COMP-5.
       01  WS-CMP-PAID-AMT     PIC S9(13)V9(2) COMP-3.
       01  WS-CMP-PCT          PIC S9(9) COMP-5.
       01  WS-CMP-HIT          PIC X(01).
       01  WS-FIND-ACCID       PIC S9(18) COMP-5.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-ACCID       PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HOLD-SSA.
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
      * OWNERROLE-CA LETS MORE THAN ONE CUSTACCS ROW SHARE THE SAME
      * ACCID-CA AS A JOINT OWNER - SEE LOADCUSA
           05  OWNERROLE-CA    PIC  X(1).

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
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

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
      * CUSTOMER-SET LOW-BALANCE ALERT THRESHOLD - WHEN THE BALANCE
      * DROPS BELOW THIS AFTER A POSTING, IBTRAN FIRES THE LOW-
      * BALANCE NOTIFICATION HOOK. ZERO MEANS NO ALERT IS WANTED.
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
      * INTEREST ACCRUED DAILY BY INTPOST BUT NOT YET CAPITALIZED -
      * POSTED AS A SINGLE HISTORY ENTRY ON THE MONTH-END RUN. CARRIED
      * AT FOUR DECIMALS SO NIGHTLY FRACTIONS AREN'T LOST.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
      * TERM-DEPOSIT FIELDS - BLANK/ZERO ON AN OPEN-ENDED ACCOUNT.
      * MATDATE-ACC IS THE MATURITY DATE (YYYY-MM-DD), TERMMOS-ACC THE
      * TERM IN MONTHS, MATDISP-ACC THE DISPOSITION AT MATURITY ('R'
      * ROLL INTO A NEW TERM, 'T' TRANSFER PRINCIPAL AND INTEREST TO
      * PAYOUTACC-ACC). SEE TDMATURE, AND THE EARLY-WITHDRAWAL PENALTY
      * IN IBTRAN.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
      * APPROVED OVERDRAFT LINE - THE LOWEST THE BALANCE MAY GO IS
      * ZERO MINUS THIS LIMIT. ZERO MEANS NO OVERDRAFT (THE
      * LONG-STANDING FLOOR). OVERDRAWN BALANCES ACCRUE OD INTEREST
      * NIGHTLY IN INTPOST AND ODEXCESS REPORTS ACCOUNTS BEYOND
      * THEIR LIMIT.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
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

       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDID-HLD      PIC  S9(9) COMP-5.
           05  HOLDAMT-HLD     PIC  S9(13)V9(2) COMP-3.
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

      ******************************************************************
      *CLOCK STRUCTURE AND WINDOW CUTOFF
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
       01  WS-TODAY8               PIC X(08).
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  WINDOW-CUTOFF-YMD       PIC X(10).

       01  HIST-SCANNED            PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-HIT            PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-FLOAT          PIC  S9(9) COMP-5 VALUE 0.
       01  PAIRS-HIT               PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

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
      *   DBPCB1 - CUSTACCS WALK
      *   DBPCB2 - HISTORY DATABASE
      *   DBPCB3 - ACCOUNT DATABASE (BALANCE AND HOLD CHILDREN)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           MOVE WS-CURRENT-DATE TO WS-TODAY8.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) - KITE-WINDOW-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WINDOW-CUTOFF-YMD.

      * OWNER MAP FROM ONE CUSTACCS WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * CHECK ACTIVITY FROM ONE HISTORY WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM SCAN-ONE-ROW THRU SCAN-ONE-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * OUTSTANDING AVAILABILITY HOLDS FOR EVERY ACCOUNT WITH ACTIVITY
           PERFORM SUM-ONE-ACCOUNT-HOLDS THRU SUM-ONE-ACCOUNT-HOLDS-END
              VARYING WS-KT-IX FROM 1 BY 1
              UNTIL WS-KT-IX > TOTAL-KITE.

           OPEN OUTPUT KITEOUT-FILE.
           DISPLAY '========================================'.
           DISPLAY 'CHECK-KITING REPORT - ' TODAY-YMD.
           DISPLAY 'WINDOW SINCE: ' WINDOW-CUTOFF-YMD.
           DISPLAY '========================================'.

           PERFORM TEST-ONE-ACCOUNT THRU TEST-ONE-ACCOUNT-END
              VARYING WS-KT-IX FROM 1 BY 1
              UNTIL WS-KT-IX > TOTAL-KITE.

           PERFORM PAIR-ONE-OWNER THRU PAIR-ONE-OWNER-END
              VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > TOTAL-OWNERS.

           DISPLAY '----------------------------------------'.
           DISPLAY 'HISTORY ROWS SCANNED:     ' HIST-SCANNED.
           DISPLAY 'ACCOUNTS WITH CHECKS:     ' TOTAL-KITE.
           DISPLAY 'ACCOUNTS REPORTED:        ' ACCOUNTS-HIT.
           DISPLAY '  ON UNCOLLECTED FUNDS:   ' ACCOUNTS-FLOAT.
           DISPLAY 'LINKED PAIRS REPORTED:    ' PAIRS-HIT.
           DISPLAY '========================================'.
           CLOSE KITEOUT-FILE.

           IF ACCOUNTS-HIT > 0 OR PAIRS-HIT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ONE-OWNER.
           IF DBSTAT = SPACES
             IF TOTAL-OWNERS < MAX-OWNERS
               ADD 1 TO TOTAL-OWNERS
               MOVE ACCID-CA TO OWN-ACCID (TOTAL-OWNERS)
               MOVE CUSTID-CA TO OWN-CUSTID (TOTAL-OWNERS)
             ELSE
               DISPLAY 'KITEWTCH: OWNER MAP FULL - ACCID ' ACCID-CA
                  ' NOT MAPPED'
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-OWNER-END.

      * PROCEDURE SCAN-ONE-ROW : A CHECK DEPOSIT, PAID CHECK OR
      * RETURNED DEPOSITED ITEM INSIDE THE WINDOW FEEDS ITS ACCOUNT'S
      * COUNTERS
       SCAN-ONE-ROW.
           IF DBSTAT = SPACES
             ADD 1 TO HIST-SCANNED
             IF HIST-YMD >= WINDOW-CUTOFF-YMD
               IF ((TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D') AND
                   (CHANNEL-HIST = 'R' OR CHANNEL-HIST = 'C'))
                  OR
                  ((TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'r') AND
                   CHANNEL-HIST = 'C')
                 PERFORM FIND-OR-ADD-KITE THRU FIND-OR-ADD-KITE-END
                 IF WS-KT-FOUND-IX > 0
                   EVALUATE TRANSTYP-HIST
                     WHEN 'w'
                       ADD 1 TO KT-PAID-CNT (WS-KT-FOUND-IX)
                       ADD AMOUNT-HIST TO KT-PAID-AMT (WS-KT-FOUND-IX)
                     WHEN 'r'
                       ADD 1 TO KT-RET-CNT (WS-KT-FOUND-IX)
                     WHEN OTHER
                       ADD 1 TO KT-DEP-CNT (WS-KT-FOUND-IX)
                       ADD AMOUNT-HIST TO KT-DEP-AMT (WS-KT-FOUND-IX)
                   END-EVALUATE
                 END-IF
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ROW-END.

       FIND-OR-ADD-KITE.
           MOVE ACCID-HIST TO WS-FIND-ACCID.
           MOVE 0 TO WS-KT-FOUND-IX.
           PERFORM FIND-ONE-KITE THRU FIND-ONE-KITE-END
              VARYING WS-KT-IX FROM 1 BY 1
              UNTIL WS-KT-IX > TOTAL-KITE OR WS-KT-FOUND-IX > 0.

           IF WS-KT-FOUND-IX = 0
             IF TOTAL-KITE < MAX-KITE
               ADD 1 TO TOTAL-KITE
               MOVE TOTAL-KITE TO WS-KT-FOUND-IX
               MOVE ACCID-HIST TO KT-ACCID (WS-KT-FOUND-IX)
               MOVE 0 TO KT-DEP-CNT (WS-KT-FOUND-IX)
               MOVE 0 TO KT-DEP-AMT (WS-KT-FOUND-IX)
               MOVE 0 TO KT-PAID-CNT (WS-KT-FOUND-IX)
               MOVE 0 TO KT-PAID-AMT (WS-KT-FOUND-IX)
               MOVE 0 TO KT-RET-CNT (WS-KT-FOUND-IX)
               MOVE 0 TO KT-HOLD-AMT (WS-KT-FOUND-IX)
               MOVE 'N' TO KT-FLOAT-SW (WS-KT-FOUND-IX)
             ELSE
               DISPLAY 'KITEWTCH: ACCOUNT TABLE FULL - ACCID '
                  ACCID-HIST ' NOT COUNTED'
             END-IF
           END-IF.
       FIND-OR-ADD-KITE-END.

       FIND-ONE-KITE.
           IF KT-ACCID (WS-KT-IX) = WS-FIND-ACCID
             MOVE WS-KT-IX TO WS-KT-FOUND-IX
           END-IF.
       FIND-ONE-KITE-END.

      * PROCEDURE SUM-ONE-ACCOUNT-HOLDS : TOTALS THE ACCOUNT'S
      * UNEXPIRED FUNDS-AVAILABILITY HOLDS AND MARKS IT FLOAT WHEN
      * THE COLLECTED BALANCE IS SMALLER THAN THE HOLDS
       SUM-ONE-ACCOUNT-HOLDS.
           MOVE KT-ACCID (WS-KT-IX) TO SSA-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             GO TO SUM-ONE-ACCOUNT-HOLDS-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM ADD-ONE-HOLD THRU ADD-ONE-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF KT-HOLD-AMT (WS-KT-IX) > 0 AND
              BALANCE-ACC - KT-HOLD-AMT (WS-KT-IX)
                 < KT-HOLD-AMT (WS-KT-IX)
             MOVE 'Y' TO KT-FLOAT-SW (WS-KT-IX)
           END-IF.
       SUM-ONE-ACCOUNT-HOLDS-END.

       ADD-ONE-HOLD.
           IF DBSTAT = SPACES
             IF HOLDTYPE-HLD = SPACES AND
                HOLDREASON-HLD = AVAIL-HOLD-REASON AND
                (EXPDATE-HLD = SPACES OR EXPDATE-HLD = '00000000' OR
                 EXPDATE-HLD >= WS-TODAY8)
               ADD HOLDAMT-HLD TO KT-HOLD-AMT (WS-KT-IX)
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, HOLD-SEG, HOLD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       ADD-ONE-HOLD-END.

      * PROCEDURE TEST-ONE-ACCOUNT : ONE ACCOUNT KITING AGAINST ITSELF
       TEST-ONE-ACCOUNT.
           MOVE WS-KT-IX TO WS-KT-DEP-IX.
           MOVE WS-KT-IX TO WS-KT-PAID-IX.
           PERFORM COMPARE-SIDES THRU COMPARE-SIDES-END.
           IF WS-CMP-HIT = 'Y'
             ADD 1 TO ACCOUNTS-HIT
             IF KT-FLOAT-SW (WS-KT-IX) = 'Y'
               ADD 1 TO ACCOUNTS-FLOAT
             END-IF
             MOVE 'A' TO KO-RECTYPE
             MOVE 0 TO KO-PAIRACC
             MOVE 0 TO KO-CUSTID
             PERFORM WRITE-FINDING THRU WRITE-FINDING-END
           END-IF.
       TEST-ONE-ACCOUNT-END.

      * PROCEDURE PAIR-ONE-OWNER : EVERY OTHER ACCOUNT THE SAME OWNER
      * HOLDS IS TRIED AGAINST THIS ONE, BOTH WAYS ROUND
       PAIR-ONE-OWNER.
           MOVE OWN-ACCID (WS-OWN-IX) TO WS-FIND-ACCID.
           MOVE 0 TO WS-KT-FOUND-IX.
           PERFORM FIND-ONE-KITE THRU FIND-ONE-KITE-END
              VARYING WS-KT-IX FROM 1 BY 1
              UNTIL WS-KT-IX > TOTAL-KITE OR WS-KT-FOUND-IX > 0.
           IF WS-KT-FOUND-IX = 0
             GO TO PAIR-ONE-OWNER-END
           END-IF.
           MOVE WS-KT-FOUND-IX TO WS-KT-DEP-IX.
           PERFORM PAIR-ONE-PARTNER THRU PAIR-ONE-PARTNER-END
              VARYING WS-OWN-IX2 FROM 1 BY 1
              UNTIL WS-OWN-IX2 > TOTAL-OWNERS.
       PAIR-ONE-OWNER-END.

      * PROCEDURE PAIR-ONE-PARTNER : THE ACCOUNT UNDER WS-KT-DEP-IX
      * IS THE DEPOSIT SIDE; A DIFFERENT ACCOUNT OF THE SAME OWNER IS
      * THE PAID SIDE. THE REVERSE DIRECTION IS TRIED WHEN THE OUTER
      * WALK REACHES THE PARTNER'S OWN CUSTACCS ROW.
       PAIR-ONE-PARTNER.
           IF OWN-CUSTID (WS-OWN-IX2) NOT = OWN-CUSTID (WS-OWN-IX) OR
              OWN-ACCID (WS-OWN-IX2) = OWN-ACCID (WS-OWN-IX)
             GO TO PAIR-ONE-PARTNER-END
           END-IF.
           MOVE OWN-ACCID (WS-OWN-IX2) TO WS-FIND-ACCID.
           MOVE 0 TO WS-KT-FOUND-IX.
           PERFORM FIND-ONE-KITE THRU FIND-ONE-KITE-END
              VARYING WS-KT-IX FROM 1 BY 1
              UNTIL WS-KT-IX > TOTAL-KITE OR WS-KT-FOUND-IX > 0.
           IF WS-KT-FOUND-IX = 0
             GO TO PAIR-ONE-PARTNER-END
           END-IF.
           MOVE WS-KT-FOUND-IX TO WS-KT-PAID-IX.
           PERFORM COMPARE-SIDES THRU COMPARE-SIDES-END.
           IF WS-CMP-HIT NOT = 'Y'
             GO TO PAIR-ONE-PARTNER-END
           END-IF.

           MOVE 'N' TO WS-PR-SEEN.
           PERFORM CHECK-ONE-PAIR THRU CHECK-ONE-PAIR-END
              VARYING WS-PR-IX FROM 1 BY 1
              UNTIL WS-PR-IX > TOTAL-PAIRS.
           IF WS-PR-SEEN = 'Y'
             GO TO PAIR-ONE-PARTNER-END
           END-IF.
           IF TOTAL-PAIRS < MAX-PAIRS
             ADD 1 TO TOTAL-PAIRS
             MOVE KT-ACCID (WS-KT-DEP-IX) TO PR-DEP-ACCID (TOTAL-PAIRS)
             MOVE KT-ACCID (WS-KT-PAID-IX)
                TO PR-PAID-ACCID (TOTAL-PAIRS)
           END-IF.

           ADD 1 TO PAIRS-HIT.
           MOVE 'P' TO KO-RECTYPE.
           MOVE KT-ACCID (WS-KT-PAID-IX) TO KO-PAIRACC.
           MOVE OWN-CUSTID (WS-OWN-IX) TO KO-CUSTID.
           PERFORM WRITE-FINDING THRU WRITE-FINDING-END.
       PAIR-ONE-PARTNER-END.

       CHECK-ONE-PAIR.
           IF PR-DEP-ACCID (WS-PR-IX) = KT-ACCID (WS-KT-DEP-IX) AND
              PR-PAID-ACCID (WS-PR-IX) = KT-ACCID (WS-KT-PAID-IX)
             MOVE 'Y' TO WS-PR-SEEN
           END-IF.
       CHECK-ONE-PAIR-END.

      * PROCEDURE COMPARE-SIDES : DEPOSITS OF WS-KT-DEP-IX AGAINST
      * PAID CHECKS OF WS-KT-PAID-IX - BOTH LARGE, BOTH FREQUENT AND
      * ROUGHLY EQUAL SETS WS-CMP-HIT
       COMPARE-SIDES.
           MOVE 'N' TO WS-CMP-HIT.
           MOVE KT-DEP-CNT (WS-KT-DEP-IX) TO WS-CMP-DEP-CNT.
           MOVE KT-DEP-AMT (WS-KT-DEP-IX) TO WS-CMP-DEP-AMT.
           MOVE KT-PAID-CNT (WS-KT-PAID-IX) TO WS-CMP-PAID-CNT.
           MOVE KT-PAID-AMT (WS-KT-PAID-IX) TO WS-CMP-PAID-AMT.
           MOVE 0 TO WS-CMP-PCT.
           IF WS-CMP-DEP-CNT < KITE-MIN-ITEMS OR
              WS-CMP-PAID-CNT < KITE-MIN-ITEMS OR
              WS-CMP-DEP-AMT < KITE-MIN-AMT OR
              WS-CMP-PAID-AMT < KITE-MIN-AMT
             GO TO COMPARE-SIDES-END
           END-IF.
           IF WS-CMP-DEP-AMT < WS-CMP-PAID-AMT
             COMPUTE WS-CMP-PCT =
                WS-CMP-DEP-AMT * 100 / WS-CMP-PAID-AMT
           ELSE
             COMPUTE WS-CMP-PCT =
                WS-CMP-PAID-AMT * 100 / WS-CMP-DEP-AMT
           END-IF.
           IF WS-CMP-PCT >= KITE-MATCH-PCT
             MOVE 'Y' TO WS-CMP-HIT
           END-IF.
       COMPARE-SIDES-END.

      * PROCEDURE WRITE-FINDING : ONE REPORT LINE AND ONE KITEOUT
      * RECORD - KO-RECTYPE, KO-PAIRACC AND KO-CUSTID ARE SET BY THE
      * CALLER
       WRITE-FINDING.
           MOVE TODAY-YMD TO KO-DATE.
           MOVE KT-ACCID (WS-KT-DEP-IX) TO KO-ACCID.
           MOVE WS-CMP-DEP-CNT TO KO-DEPCNT.
           MOVE WS-CMP-DEP-AMT TO KO-DEPAMT.
           MOVE WS-CMP-PAID-CNT TO KO-PAIDCNT.
           MOVE WS-CMP-PAID-AMT TO KO-PAIDAMT.
           MOVE WS-CMP-PCT TO KO-MATCHPCT.
           MOVE KT-RET-CNT (WS-KT-DEP-IX) TO KO-RETCNT.
           MOVE KT-HOLD-AMT (WS-KT-DEP-IX) TO KO-HOLDAMT.
           IF KT-FLOAT-SW (WS-KT-DEP-IX) = 'Y'
             MOVE 'FLOAT' TO KO-FLAG
           ELSE
             MOVE SPACES TO KO-FLAG
           END-IF.
           IF KO-RECTYPE = 'A'
             DISPLAY 'ACCOUNT ACCID: ' KO-ACCID
                ' DEPOSITED: ' KO-DEPCNT ' / ' KO-DEPAMT
                ' PAID: ' KO-PAIDCNT ' / ' KO-PAIDAMT
           ELSE
             DISPLAY 'PAIR    ACCID: ' KO-ACCID
                ' -> ' KO-PAIRACC ' OWNER: ' KO-CUSTID
                ' DEPOSITED: ' KO-DEPCNT ' / ' KO-DEPAMT
                ' PAID: ' KO-PAIDCNT ' / ' KO-PAIDAMT
           END-IF.
           DISPLAY '        MATCH PCT: ' KO-MATCHPCT
              ' RETURNED: ' KO-RETCNT
              ' HOLDS: ' KO-HOLDAMT ' ' KO-FLAG.
           WRITE KITEOUT-OUT.
       WRITE-FINDING-END.
