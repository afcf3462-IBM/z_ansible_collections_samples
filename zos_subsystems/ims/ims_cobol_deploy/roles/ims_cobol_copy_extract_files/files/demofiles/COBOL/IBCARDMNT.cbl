      * IDIOM AS CUSTOMER'S LOCKED-CD AND ACCOUNT'S ACCTSTATUS-ACC
      * RATHER THAN THE REMOVE-BY-DLET PRECEDENT FBBENMNT/FBHOLDMNT
      * SET FOR ROWS NOTHING ELSE EVER ADDRESSES AGAIN.
      * THE LINKED ACCOUNT MAY BE A REVOLVING CREDIT CARD ACCOUNT
      * (ACCTYPE 'R', OPENED THROUGH FBACCOPN) - THE CARD THEN DRAWS
      * ON THE CREDIT LINE IN FBCARDTXN AND CARDCLR.
      ******************************************************************

       ENVIRONMENT DIVISION.
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  TIMESTAMP.
           05  YEAR-TS         PIC X(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  MONTH-TS        PIC X(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  DAY-TS          PIC X(2).
           05  FILLER          PIC X(1) VALUE ' '.
           05  HOUR-TS         PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  MINUTE-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  SECOND-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE '.'.
           05  MILLISEC-TS     PIC X(2).

      * SECEVT KEY DERIVATION - SAME AS FBLOGIN'S LOG-SECEVT
       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.
       77  AMBIGUOUS       PIC  X(24) VALUE "ACCOUNT NUMBER AMBIGUOUS".

      * ACCOUNT-NUMBER RESOLUTION WORK FIELDS - SEE
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
      ******************************************************************
      *CARD CHILD SEGMENT - ONE ROW PER DEBIT CARD ISSUED TO A
      *CUSTOMER, LINKED TO ONE OF THE CUSTOMER'S ACCOUNTS BY ACCID-CRD.
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

      ******************************************************************
      *SECURITY EVENT ROOT SEGMENT - EVERY CARD ISSUED HERE (A NEW
      *CARD OR A LOST/STOLEN REPLACEMENT) IS LOGGED AS AN 'R' EVENT
      *WITH THE CARD NUMBER IN DEVICE-SEV. A CARD SENT TO A NEWLY
      *CHANGED ADDRESS IS A TAKEOVER STEP - SEE ATOWTCH. CARDREIS'S
      *EXPIRY REISSUES ARE NOT LOGGED.
      ******************************************************************

       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *ACCOUNT SEGMENT - SENSITIZED UNDER ITS OWN PCB (DBPCB2), THE SAME
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
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************
      * CARD-LIFE-MONTHS FROM TODAY, SO NO CARD IS EVER OPEN-ENDED
           05  EXPIRY-IN       PIC  X(07).
      * TRAVEL OVERRIDE ('T' FUNCTION) - TEMPORARY ATM CEILING AND
      * ITS LAPSE DATE, THE PERMANENT CEILING ('M' FUNCTION), AND THE
      * DAILY POINT-OF-SALE PURCHASE CEILING ('P' FUNCTION)
           05  LIMIT-IN        PIC  X(16).
           05  LIMITEXP-IN     PIC  X(10).

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

      ******************************************************************
      *I/O PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.

                 PERFORM SET-CARD-STATUS THRU SET-CARD-STATUS-END
               WHEN 'T'
                 PERFORM SET-CARD-STATUS THRU SET-CARD-STATUS-END
               WHEN 'P'
                 PERFORM SET-CARD-STATUS THRU SET-CARD-STATUS-END
               WHEN OTHER
                 MOVE BADFUNCTYPE TO MSG-OUT
             END-EVALUATE
               MOVE 0 TO TRAVELLIM-CRD
               MOVE SPACES TO TRAVELEXP-CRD
               MOVE SPACES TO REPLFOR-CRD
               MOVE 0 TO POSLIMIT-CRD
               MOVE SPACES TO POSDATE-CRD
               MOVE 0 TO POSTODAY-CRD
               CALL 'CBLTDLI'
                 USING ISRT, DBPCB, CARD-SEG, CARD-SSA
               IF DBSTAT = SPACES
                 MOVE CARDNUM-CRD TO CARDNUM-OUT
                 PERFORM LOG-CARD-ISSUE-SECEVT
                    THRU LOG-CARD-ISSUE-SECEVT-END
               ELSE
                 MOVE DBSTAT TO SC
                 MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       ISSUE-CARD-END.

      * PROCEDURE LOG-CARD-ISSUE-SECEVT : APPENDS THE 'R' CARD-ISSUED
      * EVENT TO THE SECEVT TRAIL ON ITS OWN PCB (DBPCB4)
       LOG-CARD-ISSUE-SECEVT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE EVTID-SEV = CUSTID * SEV-TIME-MULT
              + WS-CURRENT-HOURS * 1000000
              + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100
              + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'R' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
           MOVE CARDNUM-CRD TO DEVICE-SEV.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-CARD-ISSUE-SECEVT-END.
           EXIT.

       CHECK-ONE-CARD.
           IF DBSTAT = SPACES
             IF CARDNUM-CRD = CARDNUM-IN
                 COMPUTE TRAVELLIM-CRD =
                    FUNCTION NUMVAL ( LIMIT-IN )
                 MOVE LIMITEXP-IN TO TRAVELEXP-CRD
      * 'P' SETS THE PER-CARD DAILY PURCHASE CEILING FBCARDTXN'S
      * PURCHASE AUTHORIZATION ENFORCES - ZERO REMOVES IT
               WHEN 'P'
                 COMPUTE POSLIMIT-CRD =
                    FUNCTION NUMVAL ( LIMIT-IN )
             END-EVALUATE
             CALL 'CBLTDLI'
               USING REPL, DBPCB, CARD-SEG
