      ******************************************************************
      *THIRD-PARTY DATA-ACCESS CONSENT - CHILD OF CUSTOMER. ONE ROW PER
      *GRANT A CUSTOMER HAS GIVEN A BUDGETING APP OR AGGREGATOR
      *(TPPID-CNS, THE ID THE THIRD PARTY WAS REGISTERED UNDER AND THE
      *API BRIDGE STAMPS ON EVERY CALL IT MAKES). THE GRANT NAMES THE
      *OPERATIONS ALLOWED - 'Y' IN A SCOPE BYTE - AND EITHER EVERY
      *ACCOUNT THE CUSTOMER HOLDS (ALLACCTS-CNS 'Y') OR UP TO FIVE
      *NAMED ONES, AND RUNS FROM GRANTDATE-CNS THROUGH EXPDATE-CNS.
      *FBAPIGW REFUSES A THIRD-PARTY CALL NO ACTIVE, UNEXPIRED ROW
      *COVERS. GRANTED, LISTED AND REVOKED THROUGH FBCNSMNT; A NEW
      *GRANT TO THE SAME THIRD PARTY SUPERSEDES THE OLD ONE. ROWS ARE
      *NEVER DLET'D - A REVOKED OR SUPERSEDED GRANT STAYS ON FILE AS THE
      *RECORD OF WHAT THE CUSTOMER ALLOWED AND WHEN IT ENDED.
      *
      *THE GATEWAY COUNTS EVERY CALL IT ALLOWS UNDER THE ROW, AND EVERY
      *CALL IT REFUSES FROM THE SAME THIRD PARTY, BY CALENDAR MONTH -
      *THE USE- FIGURES ARE FOR USEMONTH-CNS, AND THE FIRST CALL OF A
      *NEW MONTH ROLLS THEM INTO THE PRV- FIGURES. CNSRPT REPORTS
      *WHICHEVER SET BELONGS TO THE MONTH IT IS REPORTING.
      ******************************************************************

       01  CONSENT-SEG.
           05  CONSID-CNS      PIC  S9(9) COMP-5.
           05  CUSTID-CNS      PIC  S9(9) COMP-5.
           05  TPPID-CNS       PIC  X(12).
           05  TPPNAME-CNS     PIC  X(30).
      *    OPERATIONS GRANTED - BALANCES, HISTORY, PAYMENTS
           05  SCOPEBAL-CNS    PIC  X(01).
           05  SCOPEHIST-CNS   PIC  X(01).
           05  SCOPEPAY-CNS    PIC  X(01).
           05  ALLACCTS-CNS    PIC  X(01).
           05  ACCTCNT-CNS     PIC  S9(4) COMP-5.
           05  ACCID-CNS       PIC  S9(18) COMP-5 OCCURS 5 TIMES.
           05  GRANTDATE-CNS   PIC  X(10).
           05  EXPDATE-CNS     PIC  X(10).
           05  STATUS-CNS      PIC  X(01).
               88  CONSENT-ACTIVE     VALUE "A".
               88  CONSENT-REVOKED    VALUE "R".
               88  CONSENT-SUPERSEDED VALUE "S".
      *    DATE THE GRANT ENDED EARLY - REVOKED OR SUPERSEDED
           05  ENDDATE-CNS     PIC  X(10).
           05  LASTUSE-CNS     PIC  X(23).
           05  USEMONTH-CNS    PIC  X(07).
           05  USEBAL-CNS      PIC  S9(9) COMP-5.
           05  USEHIST-CNS     PIC  S9(9) COMP-5.
           05  USEPAY-CNS      PIC  S9(9) COMP-5.
           05  USEREFUSE-CNS   PIC  S9(9) COMP-5.
           05  PRVMONTH-CNS    PIC  X(07).
           05  PRVBAL-CNS      PIC  S9(9) COMP-5.
           05  PRVHIST-CNS     PIC  S9(9) COMP-5.
           05  PRVPAY-CNS      PIC  S9(9) COMP-5.
           05  PRVREFUSE-CNS   PIC  S9(9) COMP-5.

       01  CONSENT-SSA.
           05  FILLER          PIC  X(08)        VALUE "CONSENT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CONSENT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CONSENT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CONSID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CN-SSA-CONSID   PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.
