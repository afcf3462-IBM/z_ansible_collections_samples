      ******************************************************************
      *IRA CONTRIBUTION / DISTRIBUTION DETAIL - CHILD OF ACCOUNT, ONE
      *ROW PER POSTING IBTRAN MAKES TO AN INDIVIDUAL RETIREMENT ACCOUNT
      *(ACCTYPE 'I'), KEYED BY THE TXID OF THE HISTORY ROW IT CODES.
      *
      *  'C' CONTRIBUTION - A DEPOSIT, CODED TO THE TAX YEAR THE
      *      CUSTOMER NAMED (THE CURRENT YEAR, OR THE PRIOR YEAR UNTIL
      *      THAT YEAR'S FILING DEADLINE ON IRALIM). THE YEAR'S 'C'
      *      ROWS FOOT AGAINST THE ANNUAL LIMIT, PLUS THE CATCH-UP
      *      AMOUNT FOR A HOLDER AT OR PAST THE CATCH-UP AGE BY THE
      *      END OF THAT YEAR.
      *  'D' DISTRIBUTION - A WITHDRAWAL, ALWAYS FOR THE CALENDAR YEAR
      *      IT IS PAID IN. AMOUNT-IRA IS THE GROSS DISTRIBUTION; THE
      *      FEDERAL AND STATE WITHHOLDING ELECTED ON THE WITHDRAWAL
      *      (WHOLE PERCENTAGES) AND THE AMOUNTS THEY CAME TO ARE KEPT
      *      WITH IT. DISTCODE-IRA IS '7' WHEN THE HOLDER WAS 59 1/2 OR
      *      OLDER ON THE POSTING DATE, '1' (EARLY) OTHERWISE.
      *
      *ROWS ARE NEVER REPL'D OR DLET'D - IRAEXTR FOOTS THEM AT YEAR END
      *FOR THE CONTRIBUTION AND DISTRIBUTION FILINGS.
      ******************************************************************

       01  IRATXN-SEG.
           05  TXID-IRA        PIC  S9(18) COMP-5.
           05  ACCID-IRA       PIC  S9(18) COMP-5.
           05  KIND-IRA        PIC  X(01).
               88  IRA-CONTRIBUTION   VALUE "C".
               88  IRA-DISTRIBUTION   VALUE "D".
           05  TAXYEAR-IRA     PIC  9(04).
           05  POSTDATE-IRA    PIC  X(10).
           05  AMOUNT-IRA      PIC  S9(13)V9(2) COMP-3.
           05  FEDPCT-IRA      PIC  S9(3) COMP-3.
           05  FEDWH-IRA       PIC  S9(13)V9(2) COMP-3.
           05  STPCT-IRA       PIC  S9(3) COMP-3.
           05  STWH-IRA        PIC  S9(13)V9(2) COMP-3.
           05  DISTCODE-IRA    PIC  X(01).
      *    CUSTOMER THE POSTING WAS MADE FOR - THE IRA HOLDER
           05  CUSTID-IRA      PIC  S9(9) COMP-5.

       01  IRATXN-SSA.
           05  FILLER          PIC  X(08)        VALUE "IRATXN  ".
           05  FILLER          PIC  X(01)        VALUE ' '.
