      ******************************************************************
      *LITIGATION-HOLD KEYS - WHAT A PURGE OR ARCHIVE JOB MAY NOT
      *TOUCH, LOADED ONCE AT STARTUP FROM THE ACTIVE LITHOLD ROWS BY
      *THE JOB'S OWN LOAD-LITIGATION-HOLDS. A CUSTOMER HOLD PUTS THE
      *CUSTOMER IN LH-CUST-TABLE AND EVERY ACCOUNT CUSTACCS TIES THEM
      *TO (ANY ROLE) IN LH-ACC-TABLE; AN ACCOUNT HOLD PUTS JUST THE
      *ACCOUNT THERE. A TABLE THAT FILLS, OR A LITHOLD READ THAT
      *FAILS, SETS LH-LOAD-BAD - THE JOB THEN PURGES NOTHING, SINCE IT
      *CAN NO LONGER TELL WHAT IS HELD. THE OCCURS CEILINGS BELOW MUST
      *MATCH LH-MAX-CUST AND LH-MAX-ACC.
      ******************************************************************

       77  LH-MAX-CUST         PIC  S9(9) COMP-5 VALUE 500.
       77  LH-MAX-ACC          PIC  S9(9) COMP-5 VALUE 2000.
       77  LH-TOTAL-CUST       PIC  S9(9) COMP-5 VALUE 0.
       77  LH-TOTAL-ACC        PIC  S9(9) COMP-5 VALUE 0.
       77  LH-ACTIVE-HOLDS     PIC  S9(9) COMP-5 VALUE 0.
       77  LH-IX               PIC  S9(9) COMP-5.
       77  LH-LOAD-BAD         PIC  X(01) VALUE 'N'.
       77  LH-HELD             PIC  X(01).
       77  LH-TEST-CUSTID      PIC  S9(9) COMP-5.
       77  LH-TEST-ACCID       PIC  S9(18) COMP-5.

       01  LH-CUST-TABLE.
           05  LH-CUSTID       OCCURS 500 TIMES
                               PIC  S9(9) COMP-5.
       01  LH-ACC-TABLE.
           05  LH-ACCID        OCCURS 2000 TIMES
                               PIC  S9(18) COMP-5.
