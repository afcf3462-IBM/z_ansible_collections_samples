      * AND JNTACCT USE, WITH A BASE-CURRENCY (USD) EQUIVALENT COLUMN
      * CONVERTED AT THE SAME FIXED RATES IBTRAN USES. PRODUCT
      * DESCRIPTIONS COME FROM THE PRODCAT CATALOG.
      *
      * THE FOOTINGS ARE ALSO WRITTEN TO TBFOOT, ONE ROW PER TYPE AND
      * CURRENCY, FOR GLPROOF TO PROVE AGAINST THE GL'S CONTROL
      * ACCOUNTS:
      *   "<ACCTYPE>","<CURRENCY>",<ACCOUNTS>,<TOTAL>
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FXRATES-FILE ASSIGN TO FXRATES.
      *    BANK CALENDAR - HOLIDAYS FOR THE FEED STALENESS CHECK
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    TYPE/CURRENCY FOOTINGS FOR GLPROOF
           SELECT TBFOOT-FILE ASSIGN TO TBFOOT.

       DATA DIVISION.

            DATA RECORD IS BANKCAL-IN.
       01  BANKCAL-IN           PIC X(80).

         FD TBFOOT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TBFOOT-OUT.
       01  TBFOOT-OUT           PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
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
      ******************************************************************
      *TYPE-FOOTINGS TABLE - ONE ROW PER DISTINCT ACCTYPE-ACC SEEN
      ******************************************************************
       77  WS-FOUND-IX             PIC  S9(4) COMP-5.
       77  GRAND-TOTAL             PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  WS-BASE-AMOUNT          PIC  S9(15)V9(2) COMP-3.
       01  TXT-TB-COUNT            PIC  -(8)9.
       01  TXT-TB-TOTAL            PIC  -(15)9.99.

      ******************************************************************
      *FX-RATE-TABLE HOLDS THE SAME CURRENCY-TO-BASE EXCHANGE RATES
           DISPLAY 'ACCOUNTS SCANNED: ' ACCOUNTS-SCANNED.
           DISPLAY '========================================'.
           MOVE 0 TO GRAND-TOTAL.
           OPEN OUTPUT TBFOOT-FILE.
           PERFORM VARYING TYPE-IX FROM 1 BY 1
              UNTIL TYPE-IX > TYPE-COUNT
             MOVE TT-ACCTYPE (TYPE-IX) TO WS-PC-SEARCH-CD
                  ' BASE EQUIV: ' TT-BASE-TOTAL (TYPE-IX)
             END-IF
             ADD TT-BASE-TOTAL (TYPE-IX) TO GRAND-TOTAL
             MOVE TT-ACCT-COUNT (TYPE-IX) TO TXT-TB-COUNT
             MOVE TT-TOTAL (TYPE-IX) TO TXT-TB-TOTAL
             MOVE SPACES TO TBFOOT-OUT
             STRING '"' TT-ACCTYPE (TYPE-IX) '","'
                    TT-CURRENCY (TYPE-IX) '",'
                    FUNCTION TRIM (TXT-TB-COUNT) ','
                    FUNCTION TRIM (TXT-TB-TOTAL)
                INTO TBFOOT-OUT
             END-STRING
             WRITE TBFOOT-OUT
           END-PERFORM.
           CLOSE TBFOOT-FILE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'GRAND TOTAL ALL ACCOUNTS (BASE CURRENCY): '
              GRAND-TOTAL.
