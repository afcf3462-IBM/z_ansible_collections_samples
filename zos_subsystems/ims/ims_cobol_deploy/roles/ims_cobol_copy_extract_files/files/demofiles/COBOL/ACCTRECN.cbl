           05  PAYOUTACC       PIC  S9(18) COMP-5.
           05  ODLIMIT         PIC  S9(13)V9(2) COMP-3.
           05  STMTCYCLE       PIC  S9(3) COMP-3.
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE        PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH       PIC  X(04).

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  BRANCH-HS       PIC  X(04).
           05  TERMID-HS       PIC  X(08).
           05  CHANNEL-HS      PIC  X(01).
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HS      PIC  X(10).
      * BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      * SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      * POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HS        PIC  S9(9) COMP-5.

      *    CUSTOMER-SSA IS USED UNQUALIFIED TO WALK EVERY CUSTOMER ROW
      *    IN THE DATABASE SO CARD-SSA CAN GHNP EACH ONE'S CARD CHILDREN
      * MUST COVER THE FULL SEGMENT
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-CD      PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-CD SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-CD. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-CD      PIC  X(01).
           05  FORCTRY-CD      PIC  X(02).
           05  W8DATE-CD       PIC  X(10).
           05  TREATYRT-CD     PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-CD     PIC  X(10).

       01  CARD-SSA.
           05  FILLER          PIC  X(08)        VALUE "CARD    ".
      * REPLACEMENT ACTIVATES, FBCARDMNT CLOSES THE PREDECESSOR.
      * SPACES ON A CARD THAT IS NOT A REPLACEMENT.
           05  REPLFOR-CRD     PIC  X(16).
      * PER-CARD DAILY POINT-OF-SALE PURCHASE CEILING, SEPARATE FROM
      * THE ATM CASH CEILING ABOVE - ZERO MEANS NO CARD-LEVEL CEILING.
      * POSDATE-CRD/POSTODAY-CRD ACCUMULATE THE DAY'S AUTHORIZED
      * PURCHASES THE SAME WAY WDRLDATE-ACC/WDRLTODAY-ACC ACCUMULATE
      * AN ACCOUNT'S WITHDRAWALS. SEE FBCARDTXN FUNCTION 'P'.
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

      *    STANDORD-SSA IS USED UNQUALIFIED ON ITS OWN PCB - STANDORD
      *    HAS A SECONDARY INDEX ALLOWING A FLAT WALK OF EVERY ROW, THE
