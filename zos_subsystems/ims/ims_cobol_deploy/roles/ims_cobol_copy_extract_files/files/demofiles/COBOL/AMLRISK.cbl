       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLRISK.

      ******************************************************************
      * NIGHTLY CUSTOMER AML RISK RATING - CTRRPT, STRUCTW, THE
      * SURVCASE QUEUE, THE DENIED-PARTY SCREEN AND THE CUSTOMER TYPE
      * EACH SAY SOMETHING ABOUT HOW RISKY A CUSTOMER IS; THIS JOB
      * ADDS THEM UP. EVERY CUSTOMER ROW IS SCORED ON THE FACTORS
      * BELOW, EACH HIT ADDING ITS WEIGHT AND A TWO-LETTER REASON
      * CODE TO RISKRSN-CD:
      *
      *   CT  A CASH ITEM OVER THE CTR LINE IN THE WINDOW      +2
      *   CI  CASH INTENSIVE - WINDOW CASH AT LEAST
      *       AML-CASH-FLOOR AND AML-CASH-PCT OR MORE OF ALL
      *       DEPOSIT/WITHDRAWAL VOLUME                        +2
      *   SC  A SURVCASE PENDING OR CONFIRMED                  +3
      *   SF  A SURVCASE ALREADY FILED WITH THE REGULATOR      +4
      *   DP  A DENIED-PARTY SCREENING HIT (SECEVT 'X') IN
      *       THE WINDOW - WIRE ENTRY, TRANSMIT OR ENROLLMENT  +4
      *   IW  CROSS-BORDER WIRES (BENCTRY-WIR NOT 'US') OVER
      *       AML-INTL-LINE IN THE WINDOW                      +3
      *   IX  CROSS-BORDER WIRES UNDER THAT LINE               +1
      *   NR  NEW RELATIONSHIP - FIRST POSTING ON ANY OWNED
      *       ACCOUNT INSIDE AML-NEWREL-DAYS                   +1
      *   BU  BUSINESS CUSTOMER (CUSTOMERTYPE-CD 'B')          +1
      *
      * AML-HIGH-SCORE OR MORE RATES 'H'IGH, AML-MED-SCORE OR MORE
      * 'M'EDIUM, ANYTHING LESS 'L'OW. THE RATING, SCORE, REASONS AND
      * RUN DATE ARE REPLACED ON THE CUSTOMER ROW EVERY NIGHT.
      *
      * A CUSTOMER WHOSE RATING WENT UP (AN UNRATED ROW COUNTS AS
      * LOW) IS LISTED AND WRITTEN TO THE RISKUP FIXED-COLUMN EXTRACT
      * FOR THE BSA OFFICER; RETURN-CODE 4 WHEN ANY WENT UP.
      *
      * A HIGH RATING CARRIES AN ENHANCED-DUE-DILIGENCE REVIEW DATE.
      * THE FIRST NIGHT A CUSTOMER RATES HIGH, EDDDUE-CD IS SET
      * AML-EDD-DAYS OUT; OPENWORK LISTS IT ONCE IT COMES DUE, AND
      * THE ANALYST RECORDS THE COMPLETED REVIEW THROUGH FBSRVMNT 'E',
      * WHICH ROLLS IT A YEAR FORWARD. A CUSTOMER WHO DROPS BELOW
      * HIGH HAS THE DATE CLEARED.
      *
      * ACCOUNT AGE COMES FROM THE EARLIEST POSTING STILL ON HISTORY
      * (ACCOUNT-SEG CARRIES NO OPEN DATE), SO AN ACCOUNT WHOSE EARLY
      * HISTORY HISTARCH HAS ARCHIVED READS NO YOUNGER THAN IT IS.
      * ROLLUP TO THE CUSTOMER IS THROUGH CUSTACCS, JOINT OWNERSHIP
      * INCLUDED, AS IN CTRRPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISKUP-FILE ASSIGN TO RISKUP.
       DATA DIVISION.

       FILE SECTION.
         FD RISKUP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RISKUP-OUT.
      * FIXED LAYOUT - POSITIONS, NOT DELIMITERS
       01  RISKUP-OUT.
           05  RU-RECTYPE      PIC  X(01).
           05  RU-DATE         PIC  X(10).
           05  RU-CUSTID       PIC  9(09).
           05  RU-LASTNAME     PIC  X(30).
           05  RU-FIRSTNM      PIC  X(20).
           05  RU-OLDRATE      PIC  X(01).
           05  RU-NEWRATE      PIC  X(01).
           05  RU-SCORE        PIC  9(04).
           05  RU-REASONS      PIC  X(30).
           05  RU-EDDDUE       PIC  X(10).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  AML-WINDOW-DAYS     PIC S9(4) COMP-5 VALUE 90.
       77  AML-NEWREL-DAYS     PIC S9(4) COMP-5 VALUE 180.
       77  AML-EDD-DAYS        PIC S9(4) COMP-5 VALUE 30.
       77  CTR-THRESHOLD       PIC S9(13)V9(2) COMP-3 VALUE 10000.
       77  AML-CASH-FLOOR      PIC S9(13)V9(2) COMP-3 VALUE 10000.
       77  AML-CASH-PCT        PIC S9(3) COMP-3 VALUE 50.
       77  AML-INTL-LINE       PIC S9(13)V9(2) COMP-3 VALUE 10000.
       77  AML-HIGH-SCORE      PIC S9(4) COMP-5 VALUE 7.
       77  AML-MED-SCORE       PIC S9(4) COMP-5 VALUE 3.
       77  AML-BUSINESS-TYPE   PIC X(01) VALUE 'B'.
       77  AML-DOMESTIC-CTRY   PIC X(02) VALUE 'US'.

      ******************************************************************
      *ACCOUNT-TO-OWNERS MAP FROM THE CUSTACCS WALK - A JOINT ACCOUNT
      *APPEARS ONCE PER OWNER
      ******************************************************************

       77  MAX-OWNERS          PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-OWNERS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-OWN-IX           PIC S9(9) COMP-5.

       01  OWNER-TABLE.
           05  OWNER-ROW OCCURS 2000 TIMES.
               10  OWN-ACCID       PIC S9(18) COMP-5.
               10  OWN-CUSTID      PIC S9(9) COMP-5.

      ******************************************************************
      *PER-CUSTOMER FACTOR ACCUMULATORS - FILLED BY THE HISTORY,
      *SURVCASE, SECEVT AND WIRE WALKS, READ BACK BY THE CUSTOMER WALK
      ******************************************************************

       77  MAX-RISK            PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-RISK          PIC S9(9) COMP-5 VALUE 0.
       77  WS-RK-IX            PIC S9(9) COMP-5.
       77  WS-RK-FOUND-IX      PIC S9(9) COMP-5.
       77  WS-RK-CUSTID        PIC S9(9) COMP-5.
       77  WS-RK-ADD           PIC X(01).

       01  RISK-TABLE.
           05  RISK-ROW OCCURS 2000 TIMES.
               10  RK-CUSTID       PIC S9(9) COMP-5.
               10  RK-CASH-AMT     PIC S9(15)V9(2) COMP-3.
               10  RK-MOVE-AMT     PIC S9(15)V9(2) COMP-3.
               10  RK-CTR-SW       PIC X(01).
               10  RK-FIRST-YMD    PIC X(10).
               10  RK-CASE-SW      PIC X(01).
               10  RK-DENY-CNT     PIC S9(4) COMP-5.
               10  RK-INTL-AMT     PIC S9(15)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SURVCASE-SSA.
           05  FILLER          PIC  X(08)        VALUE "SURVCASE".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
      * OWNERROLE-CA LETS MORE THAN ONE CUSTACCS ROW SHARE THE SAME
      * ACCID-CA AS A JOINT OWNER - SEE LOADCUSA
           05  OWNERROLE-CA    PIC  X(1).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TIMESTMP-PARTS REDEFINES TIMESTMP-HIST.
               10  HIST-YMD    PIC  X(10).
               10  FILLER      PIC  X(13).
           05  TRANSTYP-HIST   PIC  X(1).
           05  AMOUNT-HIST     PIC  S9(13)V9(2) COMP-3.
           05  REFTXID-HIST    PIC  S9(18) COMP-5.
           05  ACCID-HIST      PIC  S9(18) COMP-5.
           05  BALAFTER-HIST   PIC  S9(13)V9(2) COMP-3.
           05  CHECKNUM-HIST   PIC  X(16).
           05  CLIENTREF-HIST  PIC  X(16).
           05  OPERID-HIST     PIC  S9(9) COMP-5.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
           05  CHANNEL-HIST    PIC  X(01).
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      *    SURVCASE-SEG - THE STRUCTW REVIEW QUEUE, SEE FBSRVMNT
       01  SURVCASE-SEG.
           05  CASEID-SVC      PIC  S9(18) COMP-5.
           05  CUSTID-SVC      PIC  S9(9) COMP-5.
           05  SCORE-SVC       PIC  S9(4) COMP-5.
           05  FLAGDATE-SVC    PIC  X(10).
           05  REASON-SVC      PIC  X(30).
           05  STATUS-SVC      PIC  X(01).
               88  CASE-PENDING    VALUE "P".
               88  CASE-CONFIRMED  VALUE "C".
               88  CASE-DISMISSED  VALUE "D".
               88  CASE-FILED      VALUE "F".
           05  FILEDDATE-SVC   PIC  X(10).

      *    SECEVT-SEG - THE SECURITY EVENT TRAIL; EVENT 'X' IS A
      *    DENIED-PARTY SCREENING HIT, SEE FBWIRE
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

       01  WIRE-SEG.
           05  WIREID-WIR      PIC  S9(18) COMP-5.
           05  ACCID-WIR       PIC  S9(18) COMP-5.
           05  CUSTID-WIR      PIC  S9(9) COMP-5.
           05  AMOUNT-WIR      PIC  S9(13)V9(2) COMP-3.
           05  BENROUTE-WIR    PIC  X(09).
           05  BENACCT-WIR     PIC  X(18).
           05  BENREF-WIR      PIC  X(16).
           05  STATUS-WIR      PIC  X(01).
               88  WIRE-CANCELED   VALUE "X".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
           05  BENNAME-WIR     PIC  X(35).
      * BENEFICIARY COUNTRY (ISO ALPHA-2) - 'US' FOR A DOMESTIC WIRE;
      * ANYTHING ELSE IS CROSS-BORDER AND COUNTS TOWARD THE AMLRISK
      * INTERNATIONAL-VOLUME FACTOR
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

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
      * TAXPAYER IDENTIFICATION - SEE INTPOST
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS - SEE
      * NOTIFDSP
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
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
      *CLOCK STRUCTURE AND DATE CUTOFFS
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

       01  TODAY-YMD               PIC X(10).
       01  WS-TODAY-INT            PIC S9(9) COMP-5.
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  WINDOW-CUTOFF-YMD       PIC X(10).
       01  NEWREL-CUTOFF-YMD       PIC X(10).
       01  EDD-DUE-YMD             PIC X(10).

      ******************************************************************
      *ONE CUSTOMER'S SCORING WORK AREAS
      ******************************************************************

       77  WS-SCORE                PIC S9(4) COMP-5.
       77  WS-NEW-RATE             PIC X(01).
       77  WS-OLD-RATE             PIC X(01).
       77  WS-OLD-RANK             PIC S9(4) COMP-5.
       77  WS-NEW-RANK             PIC S9(4) COMP-5.
       77  WS-RSN-CODE             PIC X(02).
       77  WS-RSN-PTR              PIC S9(4) COMP-5.
       01  WS-RSN-TEXT             PIC X(30).
       77  WS-CASH-TEST            PIC S9(17)V9(2) COMP-3.

       01  ROWS-SCANNED            PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-SCORED        PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-UPGRADED      PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-HIGH                PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-MEDIUM              PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-LOW                 PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-EDD-SET             PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO                 PIC 9 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.

      ******************************************************************
      *DATABASE PCB
      ******************************************************************

       01  DBPCB.
           05  DBDNAME         PIC  X(08).
           05  SEGLEVEL        PIC  X(02).
           05  DBSTAT          PIC  X(02).
           05  PROCOPTS        PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  SEGNAMFB        PIC  X(08).
           05  LENKEY          PIC  9(08) COMP.
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).

      *    DBPCB1 - CUSTACCS WALK           DBPCB4 - SECEVT WALK
      *    DBPCB2 - HISTORY WALK            DBPCB5 - WIRE WALK
      *    DBPCB3 - SURVCASE WALK           DBPCB6 - CUSTOMER UPDATE
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5, DBPCB6.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ).

           COMPUTE WS-CUT-INT = WS-TODAY-INT - AML-WINDOW-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WINDOW-CUTOFF-YMD.
           COMPUTE WS-CUT-INT = WS-TODAY-INT - AML-NEWREL-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO NEWREL-CUTOFF-YMD.
           COMPUTE WS-CUT-INT = WS-TODAY-INT + AML-EDD-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO EDD-DUE-YMD.

      * OWNER MAP FROM ONE CUSTACCS WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * CASH, VOLUME AND FIRST-POSTING DATE FROM ONE HISTORY WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM SCAN-ONE-ROW THRU SCAN-ONE-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * OPEN AND FILED SURVEILLANCE CASES
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, SURVCASE-SEG, SURVCASE-SSA.
           PERFORM SCAN-ONE-CASE THRU SCAN-ONE-CASE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * DENIED-PARTY SCREENING HITS
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, SECEVT-SEG, SECEVT-SSA.
           PERFORM SCAN-ONE-SECEVT THRU SCAN-ONE-SECEVT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * CROSS-BORDER WIRE VOLUME
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, WIRE-SEG, WIRE-SSA.
           PERFORM SCAN-ONE-WIRE THRU SCAN-ONE-WIRE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           OPEN OUTPUT RISKUP-FILE.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMER AML RISK RATING - ' TODAY-YMD.
           DISPLAY 'WINDOW SINCE: ' WINDOW-CUTOFF-YMD.
           DISPLAY '========================================'.

      * RATE EVERY CUSTOMER ROW AND REPLACE THE RATING IN PLACE
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
           CALL "CBLTDLI"
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM RATE-ONE-CUSTOMER THRU RATE-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'HISTORY ROWS SCANNED:     ' ROWS-SCANNED.
           DISPLAY 'CUSTOMERS SCORED:         ' CUSTOMERS-SCORED.
           DISPLAY '  HIGH:                   ' CNT-HIGH.
           DISPLAY '  MEDIUM:                 ' CNT-MEDIUM.
           DISPLAY '  LOW:                    ' CNT-LOW.
           DISPLAY 'RATINGS RAISED:           ' CUSTOMERS-UPGRADED.
           DISPLAY 'EDD REVIEWS SCHEDULED:    ' CNT-EDD-SET.
           DISPLAY '========================================'.
           CLOSE RISKUP-FILE.

           IF CUSTOMERS-UPGRADED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-ONE-OWNER.
           IF DBSTAT = SPACES
             IF TOTAL-OWNERS < MAX-OWNERS
               ADD 1 TO TOTAL-OWNERS
               MOVE ACCID-CA TO OWN-ACCID (TOTAL-OWNERS)
               MOVE CUSTID-CA TO OWN-CUSTID (TOTAL-OWNERS)
             ELSE
               DISPLAY 'AMLRISK: OWNER MAP FULL - ACCID ' ACCID-CA
                  ' NOT MAPPED'
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-OWNER-END.

      * PROCEDURE SCAN-ONE-ROW : EVERY ROW DATES THE RELATIONSHIP;
      * DEPOSITS AND WITHDRAWALS INSIDE THE WINDOW FEED THE CASH AND
      * VOLUME TOTALS OF EVERY OWNER OF THE ACCOUNT
       SCAN-ONE-ROW.
           IF DBSTAT = SPACES
             ADD 1 TO ROWS-SCANNED
             PERFORM FEED-OWNERS THRU FEED-OWNERS-END
                VARYING WS-OWN-IX FROM 1 BY 1
                UNTIL WS-OWN-IX > TOTAL-OWNERS
             CALL "CBLTDLI"
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ROW-END.

      * PROCEDURE FEED-OWNERS : CASH IS A 'd'/'w' ON THE TELLER OR ATM
      * CHANNEL, LESS CARD PURCHASES CARDCLR POSTED THERE ('PS' MEMO) -
      * THE SAME TEST CTRRPT APPLIES
       FEED-OWNERS.
           IF OWN-ACCID (WS-OWN-IX) NOT = ACCID-HIST
             GO TO FEED-OWNERS-END
           END-IF.
           MOVE OWN-CUSTID (WS-OWN-IX) TO WS-RK-CUSTID.
           MOVE 'Y' TO WS-RK-ADD.
           PERFORM FIND-RISK-ROW THRU FIND-RISK-ROW-END.
           IF WS-RK-FOUND-IX = 0
             GO TO FEED-OWNERS-END
           END-IF.

           IF RK-FIRST-YMD (WS-RK-FOUND-IX) = SPACES OR
              HIST-YMD < RK-FIRST-YMD (WS-RK-FOUND-IX)
             MOVE HIST-YMD TO RK-FIRST-YMD (WS-RK-FOUND-IX)
           END-IF.

           IF HIST-YMD < WINDOW-CUTOFF-YMD
             GO TO FEED-OWNERS-END
           END-IF.
           IF TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D' OR
              TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'W'
             ADD AMOUNT-HIST TO RK-MOVE-AMT (WS-RK-FOUND-IX)
             IF (CHANNEL-HIST = 'T' OR CHANNEL-HIST = 'A') AND
                CHECKNUM-HIST (1:2) NOT = 'PS'
               ADD AMOUNT-HIST TO RK-CASH-AMT (WS-RK-FOUND-IX)
               IF AMOUNT-HIST > CTR-THRESHOLD
                 MOVE 'Y' TO RK-CTR-SW (WS-RK-FOUND-IX)
               END-IF
             END-IF
           END-IF.
       FEED-OWNERS-END.

      * PROCEDURE FIND-RISK-ROW : LOCATES WS-RK-CUSTID IN THE FACTOR
      * TABLE, ADDING A ZEROED ROW WHEN WS-RK-ADD IS 'Y'. LEAVES
      * WS-RK-FOUND-IX ZERO WHEN THERE IS NO ROW.
       FIND-RISK-ROW.
           MOVE 0 TO WS-RK-FOUND-IX.
           PERFORM TEST-ONE-RISK-ROW THRU TEST-ONE-RISK-ROW-END
              VARYING WS-RK-IX FROM 1 BY 1
              UNTIL WS-RK-IX > TOTAL-RISK
                 OR WS-RK-FOUND-IX > 0.

           IF WS-RK-FOUND-IX = 0 AND WS-RK-ADD = 'Y'
             IF TOTAL-RISK < MAX-RISK
               ADD 1 TO TOTAL-RISK
               MOVE TOTAL-RISK TO WS-RK-FOUND-IX
               MOVE WS-RK-CUSTID TO RK-CUSTID (WS-RK-FOUND-IX)
               MOVE 0 TO RK-CASH-AMT (WS-RK-FOUND-IX)
               MOVE 0 TO RK-MOVE-AMT (WS-RK-FOUND-IX)
               MOVE 'N' TO RK-CTR-SW (WS-RK-FOUND-IX)
               MOVE SPACES TO RK-FIRST-YMD (WS-RK-FOUND-IX)
               MOVE 'N' TO RK-CASE-SW (WS-RK-FOUND-IX)
               MOVE 0 TO RK-DENY-CNT (WS-RK-FOUND-IX)
               MOVE 0 TO RK-INTL-AMT (WS-RK-FOUND-IX)
             ELSE
               DISPLAY 'AMLRISK: FACTOR TABLE FULL - CUSTID '
                  WS-RK-CUSTID ' NOT ACCUMULATED'
             END-IF
           END-IF.
       FIND-RISK-ROW-END.

       TEST-ONE-RISK-ROW.
           IF RK-CUSTID (WS-RK-IX) = WS-RK-CUSTID
             MOVE WS-RK-IX TO WS-RK-FOUND-IX
           END-IF.
       TEST-ONE-RISK-ROW-END.

      * PROCEDURE SCAN-ONE-CASE : A FILED CASE OUTRANKS AN OPEN ONE;
      * A DISMISSED CASE COUNTS FOR NOTHING
       SCAN-ONE-CASE.
           IF DBSTAT = SPACES
             IF CASE-PENDING OR CASE-CONFIRMED OR CASE-FILED
               MOVE CUSTID-SVC TO WS-RK-CUSTID
               MOVE 'Y' TO WS-RK-ADD
               PERFORM FIND-RISK-ROW THRU FIND-RISK-ROW-END
               IF WS-RK-FOUND-IX > 0
                 IF CASE-FILED
                   MOVE 'F' TO RK-CASE-SW (WS-RK-FOUND-IX)
                 ELSE
                   IF RK-CASE-SW (WS-RK-FOUND-IX) NOT = 'F'
                     MOVE 'O' TO RK-CASE-SW (WS-RK-FOUND-IX)
                   END-IF
                 END-IF
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, SURVCASE-SEG, SURVCASE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-CASE-END.

       SCAN-ONE-SECEVT.
           IF DBSTAT = SPACES
             IF EVTTYPE-SEV = 'X' AND
                TIMESTMP-SEV (1:10) >= WINDOW-CUTOFF-YMD
               MOVE CUSTID-SEV TO WS-RK-CUSTID
               MOVE 'Y' TO WS-RK-ADD
               PERFORM FIND-RISK-ROW THRU FIND-RISK-ROW-END
               IF WS-RK-FOUND-IX > 0
                 ADD 1 TO RK-DENY-CNT (WS-RK-FOUND-IX)
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, SECEVT-SEG, SECEVT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-SECEVT-END.

      * PROCEDURE SCAN-ONE-WIRE : A CROSS-BORDER WIRE TAKEN INSIDE THE
      * WINDOW AND NOT CANCELED ADDS TO THE ORIGINATOR'S VOLUME. ROWS
      * PREDATING THE COUNTRY COLUMN CARRY SPACES AND READ DOMESTIC.
       SCAN-ONE-WIRE.
           IF DBSTAT = SPACES
             IF BENCTRY-WIR NOT = SPACES AND
                BENCTRY-WIR NOT = AML-DOMESTIC-CTRY AND
                NOT WIRE-CANCELED AND
                TAKENTS-WIR (1:10) >= WINDOW-CUTOFF-YMD
               MOVE CUSTID-WIR TO WS-RK-CUSTID
               MOVE 'Y' TO WS-RK-ADD
               PERFORM FIND-RISK-ROW THRU FIND-RISK-ROW-END
               IF WS-RK-FOUND-IX > 0
                 ADD AMOUNT-WIR TO RK-INTL-AMT (WS-RK-FOUND-IX)
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, WIRE-SEG, WIRE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-WIRE-END.

      * PROCEDURE RATE-ONE-CUSTOMER : SCORES THE HELD CUSTOMER ROW,
      * REPLACES THE RATING, AND REPORTS A RAISED RATING. A ROW
      * RETIRED BY CUSTMRG IS LEFT ALONE - ITS SURVIVOR CARRIES THE
      * RELATIONSHIP.
       RATE-ONE-CUSTOMER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO RATE-ONE-CUSTOMER-END
           END-IF.
           IF MERGEDTO-CD NOT = 0
             GO TO RATE-ONE-CUSTOMER-NEXT
           END-IF.

           ADD 1 TO CUSTOMERS-SCORED.
           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-RSN-TEXT.
           MOVE 1 TO WS-RSN-PTR.

           MOVE CUSTID-CD TO WS-RK-CUSTID.
           MOVE 'N' TO WS-RK-ADD.
           PERFORM FIND-RISK-ROW THRU FIND-RISK-ROW-END.
           IF WS-RK-FOUND-IX > 0
             PERFORM SCORE-FACTORS THRU SCORE-FACTORS-END
           END-IF.
           IF CUSTOMERTYPE-CD = AML-BUSINESS-TYPE
             ADD 1 TO WS-SCORE
             MOVE 'BU' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           END-IF.

           IF WS-SCORE >= AML-HIGH-SCORE
             MOVE 'H' TO WS-NEW-RATE
             MOVE 3 TO WS-NEW-RANK
             ADD 1 TO CNT-HIGH
           ELSE
             IF WS-SCORE >= AML-MED-SCORE
               MOVE 'M' TO WS-NEW-RATE
               MOVE 2 TO WS-NEW-RANK
               ADD 1 TO CNT-MEDIUM
             ELSE
               MOVE 'L' TO WS-NEW-RATE
               MOVE 1 TO WS-NEW-RANK
               ADD 1 TO CNT-LOW
             END-IF
           END-IF.

           MOVE RISKRATE-CD TO WS-OLD-RATE.
           EVALUATE RISKRATE-CD
             WHEN 'H'
               MOVE 3 TO WS-OLD-RANK
             WHEN 'M'
               MOVE 2 TO WS-OLD-RANK
             WHEN OTHER
               MOVE 1 TO WS-OLD-RANK
           END-EVALUATE.

      * THE EDD CLOCK STARTS THE FIRST NIGHT THE RATING IS HIGH AND IS
      * LEFT RUNNING WHILE IT STAYS THERE
           IF WS-NEW-RATE = 'H'
             IF EDDDUE-CD = SPACES
               MOVE EDD-DUE-YMD TO EDDDUE-CD
               ADD 1 TO CNT-EDD-SET
             END-IF
           ELSE
             MOVE SPACES TO EDDDUE-CD
           END-IF.

           MOVE WS-NEW-RATE TO RISKRATE-CD.
           MOVE WS-SCORE TO RISKSCORE-CD.
           MOVE WS-RSN-TEXT TO RISKRSN-CD.
           MOVE TODAY-YMD TO RISKDATE-CD.
           CALL "CBLTDLI"
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'AMLRISK: RATING NOT SAVED - CUSTID ' CUSTID-CD
           END-IF.

           IF WS-NEW-RANK > WS-OLD-RANK
             PERFORM REPORT-UPGRADE THRU REPORT-UPGRADE-END
           END-IF.

       RATE-ONE-CUSTOMER-NEXT.
           CALL "CBLTDLI"
             USING GHN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       RATE-ONE-CUSTOMER-END.

      * PROCEDURE SCORE-FACTORS : APPLIES THE ACCUMULATED FACTORS OF
      * RISK ROW WS-RK-FOUND-IX - SEE THE BANNER FOR THE WEIGHTS
       SCORE-FACTORS.
           IF RK-CTR-SW (WS-RK-FOUND-IX) = 'Y'
             ADD 2 TO WS-SCORE
             MOVE 'CT' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           END-IF.

           COMPUTE WS-CASH-TEST =
              RK-MOVE-AMT (WS-RK-FOUND-IX) * AML-CASH-PCT / 100.
           IF RK-CASH-AMT (WS-RK-FOUND-IX) >= AML-CASH-FLOOR AND
              RK-CASH-AMT (WS-RK-FOUND-IX) >= WS-CASH-TEST
             ADD 2 TO WS-SCORE
             MOVE 'CI' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           END-IF.

           IF RK-CASE-SW (WS-RK-FOUND-IX) = 'F'
             ADD 4 TO WS-SCORE
             MOVE 'SF' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           ELSE
             IF RK-CASE-SW (WS-RK-FOUND-IX) = 'O'
               ADD 3 TO WS-SCORE
               MOVE 'SC' TO WS-RSN-CODE
               PERFORM ADD-REASON THRU ADD-REASON-END
             END-IF
           END-IF.

           IF RK-DENY-CNT (WS-RK-FOUND-IX) > 0
             ADD 4 TO WS-SCORE
             MOVE 'DP' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           END-IF.

           IF RK-INTL-AMT (WS-RK-FOUND-IX) > AML-INTL-LINE
             ADD 3 TO WS-SCORE
             MOVE 'IW' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           ELSE
             IF RK-INTL-AMT (WS-RK-FOUND-IX) > 0
               ADD 1 TO WS-SCORE
               MOVE 'IX' TO WS-RSN-CODE
               PERFORM ADD-REASON THRU ADD-REASON-END
             END-IF
           END-IF.

           IF RK-FIRST-YMD (WS-RK-FOUND-IX) NOT = SPACES AND
              RK-FIRST-YMD (WS-RK-FOUND-IX) >= NEWREL-CUTOFF-YMD
             ADD 1 TO WS-SCORE
             MOVE 'NR' TO WS-RSN-CODE
             PERFORM ADD-REASON THRU ADD-REASON-END
           END-IF.
       SCORE-FACTORS-END.

      * PROCEDURE ADD-REASON : APPENDS WS-RSN-CODE TO THE REASON LIST,
      * BLANK-SEPARATED - TEN CODES FIT, MORE THAN THE FACTORS THERE
      * ARE
       ADD-REASON.
           IF WS-RSN-PTR < 29
             STRING WS-RSN-CODE ' ' DELIMITED BY SIZE
                INTO WS-RSN-TEXT WITH POINTER WS-RSN-PTR
           END-IF.
       ADD-REASON-END.

       REPORT-UPGRADE.
           ADD 1 TO CUSTOMERS-UPGRADED.
           DISPLAY 'RATING RAISED - CUSTID: ' CUSTID-CD
              ' ' WS-OLD-RATE ' TO ' WS-NEW-RATE
              ' SCORE: ' WS-SCORE ' ' WS-RSN-TEXT.
           MOVE 'U' TO RU-RECTYPE.
           MOVE TODAY-YMD TO RU-DATE.
           MOVE CUSTID-CD TO RU-CUSTID.
           MOVE LASTNAME-CD TO RU-LASTNAME.
           MOVE FIRSTNAME-CD TO RU-FIRSTNM.
           IF WS-OLD-RATE = SPACE
             MOVE 'L' TO RU-OLDRATE
           ELSE
             MOVE WS-OLD-RATE TO RU-OLDRATE
           END-IF.
           MOVE WS-NEW-RATE TO RU-NEWRATE.
           MOVE WS-SCORE TO RU-SCORE.
           MOVE WS-RSN-TEXT TO RU-REASONS.
           MOVE EDDDUE-CD TO RU-EDDDUE.
           WRITE RISKUP-OUT.
       REPORT-UPGRADE-END.
