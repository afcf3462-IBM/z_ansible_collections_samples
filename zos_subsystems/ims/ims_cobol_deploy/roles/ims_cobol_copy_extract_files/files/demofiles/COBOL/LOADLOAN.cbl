      * THROUGH THE USUAL LOADACCT/FBACCOPN PATH AS ACCTYPE 'L' (THE
      * LOAN PRODUCT IN THE PRODCAT CATALOG) WITH THE OUTSTANDING
      * PRINCIPAL CARRIED AS A NEGATIVE BALANCE-ACC, THE SAME SIGN
      * CONVENTION AN OVERDRAWN BALANCE USES. A LOAN BOOKED ONLINE
      * THROUGH FBLNBOOK GETS ITS ACCOUNT ROW AND LOANTERM CHILD IN
      * ONE STEP AND NEVER PASSES THROUGH THIS LOAD.
      ******************************************************************

       ENVIRONMENT DIVISION.
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
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY) - SEE LNINTYR
           05  TAXRPT-LN       PIC  X(01).

       01  TXT-ACCID           PIC  X(19).
       01  TXT-PRINCIPAL       PIC  X(16).
       01  TXT-PAYMENT         PIC  X(16).
       01  TXT-NEXTDUE         PIC  X(10).
       01  TXT-PAYACCID        PIC  X(19).
      * OPTIONAL TRAILING COLUMN - 'Y' FOR A LOAN WHOSE INTEREST IS
      * REPORTED ON THE YEAR-END FILING; BLANK IS NOT REPORTABLE
       01  TXT-TAXRPT          PIC  X(01).

       01  INPUT-RECORDS     PIC  S9(9) COMP-5 VALUE 0.
       01  REJECTED-RECORDS  PIC  S9(9) COMP-5 VALUE 0.
      * THE PARENT ACCOUNT, AND INSERTS THE LOANTERM CHILD
       PROCESS-INPUT.

           MOVE SPACES TO TXT-TAXRPT.
           UNSTRING LOANIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-ACCID
                  TXT-PAYMENT
                  TXT-NEXTDUE
                  TXT-PAYACCID
                  TXT-TAXRPT
           END-UNSTRING.

           COMPUTE ACCID = FUNCTION NUMVAL ( TXT-ACCID ).
             COMPUTE PAYACCID-LN = FUNCTION NUMVAL ( TXT-PAYACCID )
             MOVE 0 TO PAIDMOS-LN
             MOVE SPACES TO LASTPAID-LN
             IF TXT-TAXRPT = 'Y'
               MOVE 'Y' TO TAXRPT-LN
             ELSE
               MOVE 'N' TO TAXRPT-LN
             END-IF

             CALL "CBLTDLI"
               USING ISRT, DBPCB, LOANTERM-SEG, LOANTERM-SSA
