      ******************************************************************
      *LOAN PAYOFF QUOTE LOG - ONE PAYQUOTE CHILD UNDER AN INSTALLMENT
      *LOAN ACCOUNT (ACCTYPE 'L') FOR EVERY PAYOFF FIGURE FBLNQUOT
      *GIVES OUT, KEYED BY THE MOMENT IT WAS QUOTED. THE ROW KEEPS THE
      *FIGURE AS QUOTED AND HOW IT WAS BUILT, SO A PAYOFF THAT ARRIVES
      *WITHIN THE GOOD-THROUGH WINDOW CAN BE MATCHED TO IT - LOANBILL
      *FLIPS AN OPEN QUOTE 'M' WHEN IT FINDS THE LOAN SETTLED, OR 'X'
      *ONCE THE GOOD-THROUGH DATE HAS PASSED WITH THE LOAN STILL OWING.
      *ROWS ARE NEVER DLET'D - THE DISPOSITION IS STATUS-FLAGGED.
      ******************************************************************

       01  PAYQUOTE-SEG.
      *    YYYYMMDDHHMMSSHH OF THE QUOTE - UNIQUE UNDER THE LOAN
           05  QUOTEID-PQ          PIC  S9(18) COMP-5.
           05  ACCID-PQ            PIC  S9(18) COMP-5.
           05  QUOTEDT-PQ          PIC  X(10).
           05  GOODTHRU-PQ         PIC  X(10).
      *    OUTSTANDING PRINCIPAL (FROM BALANCE-ACC) AND THE INTEREST
      *    ACCRUED BUT NOT YET CAPITALIZED (FROM ACCRINT-ACC), BOTH AS
      *    POSITIVE AMOUNTS OWED
           05  PRINC-PQ            PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-PQ          PIC  S9(13)V9(2) COMP-3.
      *    ONE DAY'S INTEREST AT RATE-LN, THE DAYS FROM THE QUOTE TO
      *    GOOD-THROUGH, AND THE INTEREST THOSE DAYS ADD
           05  PERDIEM-PQ          PIC  S9(13)V9(4) COMP-3.
           05  PDDAYS-PQ           PIC  S9(3) COMP-3.
           05  PDINT-PQ            PIC  S9(13)V9(2) COMP-3.
      *    INSTALLMENTS BILLED BUT NOT COLLECTED (NEXTDUE-LN IN THE
      *    PAST) - ALREADY PART OF THE PRINCIPAL AND INTEREST ABOVE,
      *    SHOWN SEPARATELY, NOT ADDED AGAIN
           05  PASTDUECNT-PQ       PIC  S9(3) COMP-3.
           05  PASTDUE-PQ          PIC  S9(13)V9(2) COMP-3.
           05  PAYOFF-PQ           PIC  S9(13)V9(2) COMP-3.
           05  OPERID-PQ           PIC  S9(9) COMP-5.
           05  TERMID-PQ           PIC  X(08).
           05  STATUS-PQ           PIC  X(01).
               88  QUOTE-OPEN          VALUE "O".
               88  QUOTE-MATCHED       VALUE "M".
               88  QUOTE-EXPIRED       VALUE "X".
      *    DATE THE QUOTE WAS MATCHED OR EXPIRED, AND ON A MATCH THE
      *    LOAN'S NET POSITION THEN - ABOVE ZERO IS UNUSED PER-DIEM OR
      *    OVERPAYMENT OWED BACK TO THE CUSTOMER
           05  SETTLED-PQ          PIC  X(10).
           05  RESIDUAL-PQ         PIC  S9(13)V9(2) COMP-3.

       01  PAYQUOTE-SSA.
           05  FILLER          PIC  X(08)        VALUE "PAYQUOTE".
           05  FILLER          PIC  X(01)        VALUE ' '.
