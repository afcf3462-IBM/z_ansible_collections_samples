      ******************************************************************
      *REVOLVING CREDIT CARD TERMS - ONE CCTERM CHILD UNDER EACH CREDIT
      *CARD ACCOUNT (ACCTYPE 'R'), INSERTED BY FBACCOPN WHEN THE
      *ACCOUNT IS OPENED. THE BALANCE OWED IS CARRIED NEGATIVE IN
      *BALANCE-ACC THE WAY A LOAN'S IS, AND THE CREDIT LIMIT IS THE
      *ACCOUNT'S ODLIMIT-ACC, SO EVERY POSTING PATH'S EXISTING
      *OVERDRAFT FLOOR ALREADY STOPS A CHARGE BEYOND THE LIMIT.
      *CCCYCLE KEEPS THE BILLING-CYCLE FIELDS BELOW - THE LAST
      *STATEMENT (DATE, BALANCE OWED, MINIMUM DUE, DUE DATE) AND THE
      *DATE THE NEXT ONE IS CUT.
      ******************************************************************

       01  CCTERM-SEG.
           05  ACCID-CC            PIC  S9(18) COMP-5.
      *    ANNUAL PERCENTAGE RATE ON PURCHASES AND CASH ADVANCES
           05  APR-CC              PIC  S9(1)V9(4) COMP-3.
      *    DAY OF THE MONTH THE CYCLE CLOSES (1-28)
           05  STMTDAY-CC          PIC  9(02).
           05  LASTSTMT-CC         PIC  X(10).
           05  NEXTSTMT-CC         PIC  X(10).
      *    THE ACCOUNT'S LASTTXID-ACC WHEN THE LAST STATEMENT WAS CUT -
      *    EVERY HISTORY ROW NUMBERED ABOVE IT BELONGS TO THE OPEN CYCLE
           05  STMTTXID-CC         PIC  S9(18) COMP-5.
      *    STATEMENT BALANCE OWED (POSITIVE - ZERO OR LESS IS NOTHING
      *    OWED), THE MINIMUM PAYMENT AND THE DATE IT IS DUE
           05  STMTBAL-CC          PIC  S9(13)V9(2) COMP-3.
           05  MINDUE-CC           PIC  S9(13)V9(2) COMP-3.
           05  DUEDATE-CC          PIC  X(10).
      *    WHERE THE CURRENT DUE DATE STANDS - 'N' NOT YET SETTLED,
      *    'P' MINIMUM PAID IN TIME, 'Y' LATE FEE CHARGED
           05  LATEFEE-CC          PIC  X(01).
           05  LATECNT-CC          PIC  S9(3) COMP-3.

       01  CCTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "CCTERM  ".
           05  FILLER          PIC  X(01)        VALUE ' '.
