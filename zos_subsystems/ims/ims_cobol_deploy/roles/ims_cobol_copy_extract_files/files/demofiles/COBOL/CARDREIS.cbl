           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    THE REMAINING 455 BYTES OF THE 559-BYTE SEGMENT - NOT
      *    READ HERE
           05  FILLER          PIC  X(455).

       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  TRAVELLIM-CRD   PIC  S9(13)V9(2) COMP-3.
           05  TRAVELEXP-CRD   PIC  X(10).
           05  REPLFOR-CRD     PIC  X(16).
      * PER-CARD DAILY POINT-OF-SALE PURCHASE CEILING, SEPARATE FROM
      * THE ATM CASH CEILING ABOVE - ZERO MEANS NO CARD-LEVEL CEILING.
      * POSDATE-CRD/POSTODAY-CRD ACCUMULATE THE DAY'S AUTHORIZED
      * PURCHASES THE SAME WAY WDRLDATE-ACC/WDRLTODAY-ACC ACCUMULATE
      * AN ACCOUNT'S WITHDRAWALS. SEE FBCARDTXN FUNCTION 'P'.
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *REPLACEMENTS DUE UNDER THE CURRENT CUSTOMER - GATHERED DURING
               10  DU-PINHASH      PIC  S9(9) COMP-5.
               10  DU-ACCID        PIC  S9(18) COMP-5.
               10  DU-ATMLIMIT     PIC  S9(13)V9(2) COMP-3.
               10  DU-POSLIMIT     PIC  S9(13)V9(2) COMP-3.

       77  DUE-COUNT           PIC  S9(4) COMP-5.
       77  WS-DUE-IX           PIC  S9(4) COMP-5.
                 MOVE PINHASH-CRD TO DU-PINHASH (DU-IX)
                 MOVE ACCID-CRD TO DU-ACCID (DU-IX)
                 MOVE ATMLIMIT-CRD TO DU-ATMLIMIT (DU-IX)
                 MOVE POSLIMIT-CRD TO DU-POSLIMIT (DU-IX)
               ELSE
                 DISPLAY 'CARDREIS: DUE TABLE FULL - CUSTID '
                    WS-CUR-CUSTID ' CARD LEFT FOR NEXT CYCLE'
           MOVE 0 TO TRAVELLIM-CRD.
           MOVE SPACES TO TRAVELEXP-CRD.
           MOVE DU-OLDNUM (DU-IX) TO REPLFOR-CRD.
           MOVE DU-POSLIMIT (DU-IX) TO POSLIMIT-CRD.
           MOVE SPACES TO POSDATE-CRD.
           MOVE 0 TO POSTODAY-CRD.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CARD-SEG, CARD-SSA.
