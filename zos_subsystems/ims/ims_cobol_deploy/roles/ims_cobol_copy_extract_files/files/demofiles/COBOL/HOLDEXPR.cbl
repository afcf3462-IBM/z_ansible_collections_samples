      * A HOLD WITH A BLANK OR ZERO EXPDATE-HLD NEVER EXPIRES - IT
      * STAYS UNTIL EXPLICITLY RELEASED THROUGH FBHOLDMNT.
      *
      * A CARD PURCHASE-AUTHORIZATION HOLD (HOLD-PURCHASE-AUTH) IS
      * LEFT ALONE - CARDCLR RELEASES IT WHEN THE MERCHANT PRESENTS,
      * AND REPORTS AND RELEASES IT ITSELF IF IT LAPSES UNPRESENTED.
      *
      * THE RELEASE REPORT SHOWS EACH FREED HOLD AND THE TOTAL AMOUNT
      * FREED PER ACCOUNT, AND THE JOB FEEDS ITS EXCEPTION COUNT TO THE
      * RETURN CODE THE SAME WAY THE LOAD* JOBS DO - A RELEASE THAT
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
      *CLOCK STRUCTURE
             ADD 1 TO HOLDS-SCANNED
             IF EXPDATE-HLD NOT = SPACES AND
                EXPDATE-HLD NOT = '00000000' AND
                EXPDATE-HLD < WS-TODAY8 AND
                NOT HOLD-PURCHASE-AUTH
               CALL 'CBLTDLI'
                 USING DLET, DBPCB, HOLD-SEG
               IF DBSTAT = SPACES
