      * GHU-THEN-DISPATCH SHAPE, AND LIKE A REVIEW ROW A CASE IS
      * STATUS-FLAGGED, NEVER DLET'D - THE QUEUE IS ITS OWN AUDIT
      * TRAIL OF WHAT WAS FLAGGED AND HOW THE ANALYST RULED.
      *
      * 'E' RECORDS A COMPLETED ENHANCED-DUE-DILIGENCE REVIEW ON A
      * HIGH-RISK CUSTOMER (CUSTID-IN; NO CASE IS INVOLVED): THE
      * CUSTOMER'S EDDDUE-CD ROLLS EDD-CYCLE-DAYS FORWARD FROM TODAY,
      * TAKING IT OFF OPENWORK'S EDDREV QUEUE UNTIL THE NEXT ONE IS
      * DUE. AMLRISK SETS THE FIRST DATE WHEN THE RATING GOES HIGH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  NOCASE          PIC  X(24) VALUE "NO CASE ON FILE".
       77  CASENOTPEND     PIC  X(26) VALUE "CASE IS NOT PENDING".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOCUSTOMER      PIC  X(24) VALUE "NO CUSTOMER ON FILE".
       77  NOTHIGHRISK     PIC  X(26) VALUE "CUSTOMER IS NOT HIGH RISK".
       77  EDD-CYCLE-DAYS  PIC S9(4) COMP-5 VALUE 365.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  CASEID-IN       PIC  X(18).
           05  CUSTID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  CASEID-OUT      PIC  S9(18) COMP-5.
           05  STATUS-OUT      PIC  X(01).
           05  EDDDUE-OUT      PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CUSTOMER ROOT SEGMENT - ONLY THE AMLRISK RATING AND THE EDD
      *REVIEW DATE ARE TOUCHED HERE
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
           05  PHONE-CD        PIC  X(12).
           05  STATUS-CD       PIC  X(1).
           05  PASSWORD-CD     PIC  X(16).
           05  CUSTOMERTYPE-CD PIC  X(1).
           05  LASTLOGIN-CD    PIC  X(23).
           05  FAILEDLOGIN-CD  PIC  9(1).
           05  LOCKED-CD       PIC  X(1).
           05  LASTLOGOUT-CD   PIC  X(23).
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
      * HASHED CREDENTIAL FIELDS - SEE FBLOGIN
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
      * WHEN THIS ROW WAS RETIRED AS A DUPLICATE BY THE CUSTMRG MERGE
      * UTILITY, THE SURVIVING CUSTID - ZERO ON A LIVE ROW
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
      * DECEASED PROCESSING - SET BY FBDECNOT WHEN A DEATH
      * NOTIFICATION IS TAKEN; ESTDIST DISTRIBUTES THE FROZEN
      * ACCOUNTS TO THE BENEFICIARIES ON RELEASE
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
      * TAXPAYER IDENTIFICATION - TIN-CD IS THE NUMBER THE IRS KEYS
      * ELECTRONIC 1099 FILING BY; TINCERT-CD 'Y' MEANS A SIGNED W-9
      * IS ON FILE. INTEREST PAID WITHOUT A CERTIFIED TIN IS SUBJECT
      * TO BACKUP WITHHOLDING AT INTPOST TIME.
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS. OPTINS-CD
      * HOLDS ONE FLAG BYTE PER EVENT CLASS - 1 LARGE DEBIT, 2 DEVICE
      * CHANGE, 3 HOLD PLACED, 4 FAILED STANDING ORDER - EACH 'E'
      * EMAIL, 'S' SMS, 'B' BOTH OR 'N' NONE. SEE NOTIFDSP.
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
      * TRAILING COLUMNS - DATE OF BIRTH, RELATIONSHIP VALUE BAND,
      * AND BAD-CONTACT FLAGS; NOT READ HERE BUT THE RETRIEVE AREA
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
      *CLOCK STRUCTURE
      ******************************************************************

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
             10  WS-CURRENT-YEAR         PIC 9(04).
             10  WS-CURRENT-MONTH        PIC 9(02).
             10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
             10  WS-CURRENT-HOURS        PIC 9(02).
             10  WS-CURRENT-MINUTE       PIC 9(02).
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  WS-DUE-INT              PIC S9(9) COMP-5.
       01  WS-DUE-N                PIC 9(08).
       01  WS-DUE-X REDEFINES WS-DUE-N.
           05  DUE-YEAR            PIC 9(04).
           05  DUE-MONTH           PIC 9(02).
           05  DUE-DAY             PIC 9(02).

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

      ******************************************************************
      *I/O PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING FIELD SO A SHORTER CASE MESSAGE CAN'T
      * INHERIT A CUSTID FROM AN EARLIER 'E' ONE
              MOVE SPACES TO CUSTID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                IF FUNCTYPE-IN = 'E'
                  PERFORM COMPLETE-EDD-REVIEW
                     THRU COMPLETE-EDD-REVIEW-END
                ELSE
                  PERFORM DISPOSE-CASE THRU DISPOSE-CASE-END
                END-IF

                PERFORM INSERT-IO THRU INSERT-IO-END
              ELSE
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE SPACES TO EDDDUE-OUT.
           COMPUTE CASEID = FUNCTION NUMVAL ( CASEID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
           END-IF.
       DISPOSE-CASE-END.

      * PROCEDURE COMPLETE-EDD-REVIEW : THE ANALYST HAS FINISHED THE
      * ENHANCED-DUE-DILIGENCE REVIEW - ROLL THE NEXT ONE A CYCLE OUT
       COMPLETE-EDD-REVIEW.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE SPACES TO EDDDUE-OUT.
           COMPUTE SSA-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO COMPLETE-EDD-REVIEW-END
           END-IF.
           IF RISKRATE-CD NOT = 'H'
             MOVE NOTHIGHRISK TO MSG-OUT
             MOVE RISKRATE-CD TO STATUS-OUT
             GO TO COMPLETE-EDD-REVIEW-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) + EDD-CYCLE-DAYS.
           COMPUTE WS-DUE-N = FUNCTION DATE-OF-INTEGER ( WS-DUE-INT ).
           MOVE SPACES TO EDDDUE-CD.
           STRING DUE-YEAR '-' DUE-MONTH '-' DUE-DAY
              INTO EDDDUE-CD.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT = SPACES
             MOVE RISKRATE-CD TO STATUS-OUT
             MOVE EDDDUE-CD TO EDDDUE-OUT
           ELSE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       COMPLETE-EDD-REVIEW-END.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
