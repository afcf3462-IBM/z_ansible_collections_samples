      *      AND ITS OWN AMOUNT-HIST. THE EFFECT PER TRANSTYP:
      *        +AMOUNT   d/D DEPOSITS, 'v' PROVISIONAL CREDITS,
      *                  'i' INTEREST
      *        -AMOUNT   w/W WITHDRAWALS, 'f' FEES, 'b'/'n' WITHHOLDING,
      *                  'm' MAINTENANCE/OD INTEREST
      *        SIGNED    t/T TRANSFER LEGS CARRY THEIR OWN SIGN
      *        EITHER    'r' REVERSALS MOVE THE BALANCE BY EXACTLY
      *                  AMOUNT-HIST IN WHICHEVER DIRECTION UNDOES
      *                  THE ORIGINAL
      *        ZERO      'x' FX CASH MEMO LEGS (SEE FBFXCASH), 'p'
      *                  PRODUCT CONVERSION MEMOS (SEE FBPRDCNV)
      *        RE-ANCHOR 'C' CARRY-FORWARD ANCHORS FROM HISTARCH
      *                  RESTART THE CHAIN AT THEIR OWN BALAFTER
      *   2. THE FINAL BALAFTER-HIST EQUALS THE LIVE BALANCE-ACC - A
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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
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
      *REPLAY WORK FIELDS
             WHEN 'W'
             WHEN 'f'
             WHEN 'b'
             WHEN 'n'
             WHEN 'm'
               COMPUTE WS-EXPECTED-BAL =
                  WS-RUNNING-BAL - AMOUNT-HIST
               COMPUTE WS-EXPECTED-BAL =
                  WS-RUNNING-BAL + AMOUNT-HIST
             WHEN 'x'
             WHEN 'p'
               MOVE WS-RUNNING-BAL TO WS-EXPECTED-BAL
             WHEN 'r'
      * A REVERSAL MOVES THE BALANCE BY EXACTLY THE AMOUNT, IN
