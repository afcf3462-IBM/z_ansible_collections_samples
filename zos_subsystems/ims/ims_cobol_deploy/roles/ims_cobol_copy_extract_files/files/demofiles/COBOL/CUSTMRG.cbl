
       01  AUDIT-TABLE.
           05  AUDIT-TAB-ROW OCCURS 20 TIMES.
               10  ATB-AUDIT       PIC  X(754).

      ******************************************************************
      *CUSTACCS CARRY-OVER TABLE
      * BAND THE MONTHLY CUSTPROF RUN STAMPS
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
       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  CARDNUM-CRD     PIC  X(16).
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

      *    AUDIT-SEG - SEE FBSCUDAT. CARRIED AS ONE OPAQUE BLOCK HERE -
      *    THE MERGE COPIES ROWS, IT DOES NOT INTERPRET THEM.
      *    754 BYTES = THE FULL AUDIT-SEG LENGTH AS FBSCUDAT DECLARES
      *    IT, FIELD BY FIELD (INCLUDING THE TIN CAPTURE TRAIL, THE
      *    NOTIFICATION CONTACT-POINT TRAIL, THE OFFICER AND W-8 PAIRS
      *    AND THE KEYING OPERATOR)
       01  AUDIT-SEG.
           05  AUDIT-DATA      PIC  X(754).

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
