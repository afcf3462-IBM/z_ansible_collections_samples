       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULEWTCH.

      ******************************************************************
      * MONEY-MULE SURVEILLANCE - A MULE ACCOUNT IS OPENED, RECEIVES
      * OUTSIDE MONEY, AND PASSES IT ON BEFORE ANYONE LOOKS. STRUCTW
      * WATCHES CASH COMING IN; THIS NIGHTLY JOB WATCHES MONEY PASSING
      * THROUGH. EVERY OPEN ACCOUNT OPENED WITHIN MULE-YOUNG-DAYS OF
      * THE RUN DATE (OPENDATE-ACC, OR ITS EARLIEST HISTORY POSTING
      * WHEN THE ACCOUNT WAS LOADED WITHOUT ONE) HAS ITS HISTORY READ
      * THROUGH ACCIDHX AND BUCKETED BY DAY:
      *
      *   IN  - CREDITS ARRIVING FROM OUTSIDE THE BANK: ACH ('N'),
      *         REMOTE DEPOSIT CAPTURE ('R') AND INSTANT PAYMENT ('I')
      *         DEPOSITS
      *   OUT - DEBITS LEAVING THE BANK: WIRE ('W'), INSTANT PAYMENT
      *         ('I') AND ATM CASH ('A', CARD PURCHASES CARDCLR POSTS
      *         UNDER A 'PS' MEMO EXCLUDED) WITHDRAWALS
      *
      * AN ACCOUNT IS A HIT WHEN ITS IN TOTAL REACHES MULE-MIN-IN, SOME
      * OUT LANDED WITHIN MULE-TURN-DAYS OF AN IN, AND THE CUMULATIVE
      * PASS-THROUGH RATIO (OUT TOTAL OVER IN TOTAL) REACHES
      * MULE-PASS-PCT. EVERY OWNER OF A HIT ACCOUNT (CUSTACCS, JOINT
      * OWNERS INCLUDED) GETS A PENDING SURVCASE ROW SCORED WITH THE
      * RATIO, SO THE CASE FLOWS THROUGH FBSRVMNT AND SARFILE EXACTLY
      * AS A STRUCTURING CASE DOES. A CUSTOMER WITH A CASE ALREADY
      * PENDING IS NOT RE-FLAGGED. RETURN-CODE 4 WHEN ANY CASE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

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

      * HOW NEW AN ACCOUNT MUST BE TO BE WATCHED - MULE-DAY-ROW MUST
      * OCCUR MULE-YOUNG-DAYS + 1 TIMES
       77  MULE-YOUNG-DAYS     PIC S9(4) COMP-5 VALUE 45.
       77  MULE-TURN-DAYS      PIC S9(4) COMP-5 VALUE 2.
       77  MULE-MIN-IN         PIC S9(13)V9(2) COMP-3 VALUE 1000.
       77  MULE-PASS-PCT       PIC S9(4) COMP-5 VALUE 80.
       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  CASE-TIME-MULT      PIC S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *ACCOUNT-TO-OWNERS MAP AND PER-CUSTOMER HITS
      ******************************************************************

       77  MAX-OWNERS          PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-OWNERS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-OWN-IX           PIC S9(9) COMP-5.

       01  OWNER-TABLE.
           05  OWNER-ROW OCCURS 2000 TIMES.
               10  OWN-ACCID       PIC S9(18) COMP-5.
               10  OWN-CUSTID      PIC S9(9) COMP-5.

       77  MAX-MULE            PIC S9(9) COMP-5 VALUE 500.
       77  TOTAL-MULE          PIC S9(9) COMP-5 VALUE 0.
       77  WS-MU-IX            PIC S9(9) COMP-5.
       77  WS-MU-FOUND-IX      PIC S9(9) COMP-5.

       01  MULE-TABLE.
           05  MULE-ROW OCCURS 500 TIMES.
               10  MU-CUSTID       PIC S9(9) COMP-5.
               10  MU-ACCID        PIC S9(18) COMP-5.
               10  MU-PCT          PIC S9(4) COMP-5.
               10  MU-SUPPRESS-SW  PIC X(01).

      ******************************************************************
      *ONE ACCOUNT'S ACTIVITY BY DAY - BUCKET 1 IS THE YOUNG-ACCOUNT
      *CUTOFF DATE, THE LAST BUCKET IS TODAY
      ******************************************************************

       77  MULE-DAYS           PIC S9(4) COMP-5 VALUE 46.
       77  WS-DAY-IX           PIC S9(4) COMP-5.
       77  WS-TURN-IX          PIC S9(4) COMP-5.
       77  WS-TURN-LOW         PIC S9(4) COMP-5.

       01  MULE-DAY-TABLE.
           05  MULE-DAY-ROW OCCURS 46 TIMES.
               10  MD-IN-AMT       PIC S9(13)V9(2) COMP-3.
               10  MD-OUT-AMT      PIC S9(13)V9(2) COMP-3.

       77  WS-IN-TOTAL         PIC S9(13)V9(2) COMP-3.
       77  WS-OUT-TOTAL        PIC S9(13)V9(2) COMP-3.
       77  WS-FAST-OUT         PIC S9(13)V9(2) COMP-3.
       77  WS-TURN-IN          PIC S9(13)V9(2) COMP-3.
       77  WS-PASS-PCT         PIC S9(9) COMP-5.
       77  WS-SCORE            PIC S9(4) COMP-5.
       77  WS-FIRST-POST-YMD   PIC X(10).
       77  WS-OPEN-YMD         PIC X(10).
       77  WS-HIST-INT         PIC S9(9) COMP-5.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSAX READS ONE ACCOUNT'S HISTORY ROWS DIRECTLY
      *    THROUGH ACCIDHX, THE SECONDARY-INDEX SEARCH FIELD ON
      *    ACCID-HIST IN THE HISTORY DBD
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SURVCASE-SSA.
           05  FILLER          PIC  X(08)        VALUE "SURVCASE".
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

      ******************************************************************
      *SURVEILLANCE CASE ROOT SEGMENT - THE ANALYST REVIEW QUEUE.
      *ROWS ARE NEVER DLET'D - STATUS FOLLOWS THE REVIEW-SEG
      *STATUS-FLAG IDIOM: PENDING, CONFIRMED (ESCALATED), DISMISSED.
      *FBSRVMNT IS THE DISPOSITION TRANSACTION.
      ******************************************************************

       01  SURVCASE-SEG.
           05  CASEID-SVC      PIC  S9(18) COMP-5.
           05  CUSTID-SVC      PIC  S9(9) COMP-5.
           05  SCORE-SVC       PIC  S9(4) COMP-5.
           05  FLAGDATE-SVC    PIC  X(10).
           05  REASON-SVC      PIC  X(30).
           05  STATUS-SVC      PIC  X(01).
               88  CASE-PENDING    VALUE "P".
               88  CASE-CONFIRMED  VALUE "C".
               88  CASE-DISMISSED  VALUE "D".
               88  CASE-FILED      VALUE "F".
      * DATE THE REGULATORY FILING WENT OUT - STAMPED BY SARFILE WHEN
      * IT EXTRACTS A CONFIRMED CASE. SPACES UNTIL THEN.
           05  FILEDDATE-SVC   PIC  X(10).

      ******************************************************************
      *CLOCK STRUCTURE AND YOUNG-ACCOUNT CUTOFF
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
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  YOUNG-CUTOFF-YMD        PIC X(10).

       01  ACCOUNTS-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-YOUNG          PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-HIT            PIC  S9(9) COMP-5 VALUE 0.
       01  CASES-OPENED            PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) - MULE-YOUNG-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO YOUNG-CUTOFF-YMD.

      * OWNER MAP FROM ONE CUSTACCS WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * YOUNG ACCOUNTS AND THEIR PASS-THROUGH FROM ONE ACCOUNT WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM SCAN-ONE-ACCOUNT THRU SCAN-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * EXISTING PENDING CASES SUPPRESS RE-FLAGGING
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, SURVCASE-SEG, SURVCASE-SSA.
           PERFORM SUPPRESS-ONE-CASE THRU SUPPRESS-ONE-CASE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           PERFORM OPEN-ONE-CASE THRU OPEN-ONE-CASE-END
              VARYING WS-MU-IX FROM 1 BY 1
              UNTIL WS-MU-IX > TOTAL-MULE.

           DISPLAY '========================================'.
           DISPLAY 'MONEY-MULE SURVEILLANCE - ' TODAY-YMD.
           DISPLAY 'OPENED SINCE: ' YOUNG-CUTOFF-YMD.
           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'YOUNG ACCOUNTS:           ' ACCOUNTS-YOUNG.
           DISPLAY 'PASS-THROUGH ACCOUNTS:    ' ACCOUNTS-HIT.
           DISPLAY 'CASES OPENED:             ' CASES-OPENED.
           DISPLAY '========================================'.

           IF CASES-OPENED > 0
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
               DISPLAY 'MULEWTCH: OWNER MAP FULL - ACCID ' ACCID-CA
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

      * PROCEDURE SCAN-ONE-ACCOUNT : AN OPEN ACCOUNT OPENED SINCE THE
      * CUTOFF - OR WITH NO OPEN DATE ON FILE, WHICH THE HISTORY READ
      * SETTLES - IS MEASURED, THEN THE WALK ADVANCES
       SCAN-ONE-ACCOUNT.
           IF DBSTAT = SPACES
             ADD 1 TO ACCOUNTS-SCANNED
             IF ACCTSTATUS-ACC = ACCT-OPEN AND
                (OPENDATE-ACC = SPACES OR
                 OPENDATE-ACC >= YOUNG-CUTOFF-YMD)
               PERFORM MEASURE-ONE-ACCOUNT
                  THRU MEASURE-ONE-ACCOUNT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ACCOUNT-END.

      * PROCEDURE MEASURE-ONE-ACCOUNT : BUCKETS THE ACCOUNT'S IN AND
      * OUT BY DAY, SETTLES ITS OPEN DATE, AND SCORES THE PASS-THROUGH
       MEASURE-ONE-ACCOUNT.
           PERFORM CLEAR-ONE-DAY THRU CLEAR-ONE-DAY-END
              VARYING WS-DAY-IX FROM 1 BY 1
              UNTIL WS-DAY-IX > MULE-DAYS.
           MOVE 0 TO WS-IN-TOTAL.
           MOVE 0 TO WS-OUT-TOTAL.
           MOVE 0 TO WS-FAST-OUT.
           MOVE HIGH-VALUES TO WS-FIRST-POST-YMD.

      *    ONE ACCOUNT'S HISTORY, READ DIRECTLY THROUGH THE ACCIDHX
      *    SECONDARY INDEX - SEE HISTORY-SSAX
           MOVE ACCID-ACC TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM BUCKET-ONE-HIST THRU BUCKET-ONE-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * AN ACCOUNT LOADED WITHOUT AN OPEN DATE IS AS OLD AS ITS
      * EARLIEST POSTING
           IF OPENDATE-ACC = SPACES
             MOVE WS-FIRST-POST-YMD TO WS-OPEN-YMD
           ELSE
             MOVE OPENDATE-ACC TO WS-OPEN-YMD
           END-IF.
           IF WS-OPEN-YMD < YOUNG-CUTOFF-YMD OR
              WS-OPEN-YMD = HIGH-VALUES
             GO TO MEASURE-ONE-ACCOUNT-END
           END-IF.
           ADD 1 TO ACCOUNTS-YOUNG.

           IF WS-IN-TOTAL < MULE-MIN-IN
             GO TO MEASURE-ONE-ACCOUNT-END
           END-IF.

           PERFORM TURN-ONE-DAY THRU TURN-ONE-DAY-END
              VARYING WS-DAY-IX FROM 1 BY 1
              UNTIL WS-DAY-IX > MULE-DAYS.
           IF WS-FAST-OUT = 0
             GO TO MEASURE-ONE-ACCOUNT-END
           END-IF.

           COMPUTE WS-PASS-PCT = WS-OUT-TOTAL * 100 / WS-IN-TOTAL.
           IF WS-PASS-PCT < MULE-PASS-PCT
             GO TO MEASURE-ONE-ACCOUNT-END
           END-IF.

           ADD 1 TO ACCOUNTS-HIT.
           IF WS-PASS-PCT > 999
             MOVE 999 TO WS-SCORE
           ELSE
             MOVE WS-PASS-PCT TO WS-SCORE
           END-IF.
           DISPLAY 'PASS-THROUGH - ACCID: ' ACCID-ACC
              ' OPENED: ' WS-OPEN-YMD ' RATIO PCT: ' WS-SCORE.
           PERFORM FEED-OWNERS THRU FEED-OWNERS-END
              VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > TOTAL-OWNERS.
       MEASURE-ONE-ACCOUNT-END.
           EXIT.

       CLEAR-ONE-DAY.
           MOVE 0 TO MD-IN-AMT (WS-DAY-IX).
           MOVE 0 TO MD-OUT-AMT (WS-DAY-IX).
       CLEAR-ONE-DAY-END.

      * PROCEDURE BUCKET-ONE-HIST : NOTES THE EARLIEST POSTING AND
      * ADDS AN OUTSIDE CREDIT OR AN OUTBOUND DEBIT SINCE THE CUTOFF
      * TO ITS DAY'S BUCKET. REVERSALS AND IN-HOUSE CHANNELS ARE
      * IGNORED.
       BUCKET-ONE-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ACCID-ACC
               IF HIST-YMD < WS-FIRST-POST-YMD
                 MOVE HIST-YMD TO WS-FIRST-POST-YMD
               END-IF
               IF HIST-YMD >= YOUNG-CUTOFF-YMD
                 COMPUTE WS-HIST-INT = FUNCTION INTEGER-OF-DATE (
                    FUNCTION NUMVAL ( HIST-YMD (1:4) ) * 10000
                    + FUNCTION NUMVAL ( HIST-YMD (6:2) ) * 100
                    + FUNCTION NUMVAL ( HIST-YMD (9:2) ) )
                 COMPUTE WS-DAY-IX = WS-HIST-INT - WS-CUT-INT + 1
                 IF WS-DAY-IX >= 1 AND WS-DAY-IX <= MULE-DAYS
                   IF (TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D')
                      AND (CHANNEL-HIST = 'N' OR CHANNEL-HIST = 'R'
                        OR CHANNEL-HIST = 'I')
                     ADD AMOUNT-HIST TO MD-IN-AMT (WS-DAY-IX)
                     ADD AMOUNT-HIST TO WS-IN-TOTAL
                   END-IF
                   IF TRANSTYP-HIST = 'w' AND
                      (CHANNEL-HIST = 'W' OR CHANNEL-HIST = 'I' OR
                       (CHANNEL-HIST = 'A' AND
                        CHECKNUM-HIST (1:2) NOT = 'PS'))
                     ADD AMOUNT-HIST TO MD-OUT-AMT (WS-DAY-IX)
                     ADD AMOUNT-HIST TO WS-OUT-TOTAL
                   END-IF
                 END-IF
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUCKET-ONE-HIST-END.

      * PROCEDURE TURN-ONE-DAY : A DAY'S OUT COUNTS AS FAST WHEN SOME
      * IN ARRIVED THAT DAY OR WITHIN MULE-TURN-DAYS BEFORE IT
       TURN-ONE-DAY.
           IF MD-OUT-AMT (WS-DAY-IX) = 0
             GO TO TURN-ONE-DAY-END
           END-IF.
           MOVE 0 TO WS-TURN-IN.
           COMPUTE WS-TURN-LOW = WS-DAY-IX - MULE-TURN-DAYS.
           IF WS-TURN-LOW < 1
             MOVE 1 TO WS-TURN-LOW
           END-IF.
           PERFORM ADD-ONE-TURN-IN THRU ADD-ONE-TURN-IN-END
              VARYING WS-TURN-IX FROM WS-TURN-LOW BY 1
              UNTIL WS-TURN-IX > WS-DAY-IX.
           IF WS-TURN-IN > 0
             ADD MD-OUT-AMT (WS-DAY-IX) TO WS-FAST-OUT
           END-IF.
       TURN-ONE-DAY-END.

       ADD-ONE-TURN-IN.
           ADD MD-IN-AMT (WS-TURN-IX) TO WS-TURN-IN.
       ADD-ONE-TURN-IN-END.

      * PROCEDURE FEED-OWNERS : EVERY OWNER OF THE HIT ACCOUNT IS
      * QUEUED FOR A CASE, KEEPING THEIR HIGHEST RATIO
       FEED-OWNERS.
           IF OWN-ACCID (WS-OWN-IX) = ACCID-ACC
             MOVE 0 TO WS-MU-FOUND-IX
             PERFORM FIND-ONE-MULE THRU FIND-ONE-MULE-END
                VARYING WS-MU-IX FROM 1 BY 1
                UNTIL WS-MU-IX > TOTAL-MULE
             IF WS-MU-FOUND-IX = 0
               IF TOTAL-MULE < MAX-MULE
                 ADD 1 TO TOTAL-MULE
                 MOVE TOTAL-MULE TO WS-MU-FOUND-IX
                 MOVE OWN-CUSTID (WS-OWN-IX)
                    TO MU-CUSTID (WS-MU-FOUND-IX)
                 MOVE ACCID-ACC TO MU-ACCID (WS-MU-FOUND-IX)
                 MOVE WS-SCORE TO MU-PCT (WS-MU-FOUND-IX)
                 MOVE 'N' TO MU-SUPPRESS-SW (WS-MU-FOUND-IX)
               ELSE
                 DISPLAY 'MULEWTCH: MULE TABLE FULL - CUSTID '
                    OWN-CUSTID (WS-OWN-IX) ' NOT QUEUED'
               END-IF
             ELSE
               IF WS-SCORE > MU-PCT (WS-MU-FOUND-IX)
                 MOVE ACCID-ACC TO MU-ACCID (WS-MU-FOUND-IX)
                 MOVE WS-SCORE TO MU-PCT (WS-MU-FOUND-IX)
               END-IF
             END-IF
           END-IF.
       FEED-OWNERS-END.

       FIND-ONE-MULE.
           IF MU-CUSTID (WS-MU-IX) = OWN-CUSTID (WS-OWN-IX)
             MOVE WS-MU-IX TO WS-MU-FOUND-IX
           END-IF.
       FIND-ONE-MULE-END.

      * PROCEDURE SUPPRESS-ONE-CASE : A CUSTOMER WITH A CASE ALREADY
      * PENDING IS NOT OPENED AGAIN - THE ANALYST ALREADY HAS THEM
       SUPPRESS-ONE-CASE.
           IF DBSTAT = SPACES
             IF CASE-PENDING
               PERFORM DROP-ONE-MULE THRU DROP-ONE-MULE-END
                  VARYING WS-MU-IX FROM 1 BY 1
                  UNTIL WS-MU-IX > TOTAL-MULE
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, SURVCASE-SEG, SURVCASE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SUPPRESS-ONE-CASE-END.

       DROP-ONE-MULE.
           IF MU-CUSTID (WS-MU-IX) = CUSTID-SVC
             MOVE 'Y' TO MU-SUPPRESS-SW (WS-MU-IX)
           END-IF.
       DROP-ONE-MULE-END.

      * PROCEDURE OPEN-ONE-CASE : A PENDING SURVCASE ROW FOR EACH
      * QUEUED OWNER NOT ALREADY UNDER REVIEW
       OPEN-ONE-CASE.
           IF MU-SUPPRESS-SW (WS-MU-IX) = 'Y'
             GO TO OPEN-ONE-CASE-END
           END-IF.
           COMPUTE CASEID-SVC = MU-CUSTID (WS-MU-IX) * CASE-TIME-MULT
              + WS-CURRENT-HOURS * 1000000
              + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS
              + WS-MU-IX.
           MOVE MU-CUSTID (WS-MU-IX) TO CUSTID-SVC.
           MOVE MU-PCT (WS-MU-IX) TO SCORE-SVC.
           MOVE TODAY-YMD TO FLAGDATE-SVC.
           MOVE 'NEW-ACCOUNT PASS-THROUGH' TO REASON-SVC.
           MOVE 'P' TO STATUS-SVC.
           MOVE SPACES TO FILEDDATE-SVC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SURVCASE-SEG, SURVCASE-SSA.
           IF DBSTAT = SPACES
             ADD 1 TO CASES-OPENED
             DISPLAY 'CASE OPENED - CUSTID: ' CUSTID-SVC
                ' ACCID: ' MU-ACCID (WS-MU-IX)
                ' SCORE: ' SCORE-SVC ' ' REASON-SVC
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       OPEN-ONE-CASE-END.
