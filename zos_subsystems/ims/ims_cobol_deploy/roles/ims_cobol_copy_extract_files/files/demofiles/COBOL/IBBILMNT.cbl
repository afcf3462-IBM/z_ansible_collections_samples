       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBILMNT.

      ******************************************************************
      * BILL PAYMENT MAINTENANCE - THE CUSTOMER-FACING ENTRY POINT OF
      * THE BILL PAYMENT SUBSYSTEM. A CUSTOMER KEEPS A LIST OF PAYEES
      * (PAYEE-SEG UNDER THE CUSTOMER) AND SCHEDULES ONE-TIME PAYMENTS
      * TO THEM FROM ONE OF THEIR OWN ACCOUNTS (BILLPAY-SEG UNDER THE
      * PAYEE). NOTHING IS DEBITED HERE - BPAYSEND POSTS EACH PAYMENT
      * ON ITS SEND DATE THROUGH THE NORMAL NSF AND HOLD RULES AND
      * SENDS IT ELECTRONICALLY OR AS A PAPER CHECK.
      * FUNCTYPE-IN:
      *   'A'DD    - ADDS A PAYEE. AN ELECTRONIC ('E') PAYEE MUST CARRY
      *              THE ROUTING AND ACCOUNT THE REMITTANCE SETTLES TO;
      *              A CHECK ('C') PAYEE MUST CARRY A REMIT ADDRESS
      *   'R'EMOVE - STATUS-FLIPS THE PAYEE REMOVED AND CANCELS ANY OF
      *              ITS PAYMENTS STILL SCHEDULED
      *   'S'CHED  - SCHEDULES A ONE-TIME PAYMENT TO AN ACTIVE PAYEE.
      *              SEND DATE DEFAULTS TO TODAY, MAY NOT BE IN THE PAST
      *   'X'      - CANCELS A PAYMENT THAT HAS NOT YET GONE
      *   'V'      - A SECOND SUB-USER APPROVES A PAYMENT PARKED FOR
      *              DUAL APPROVAL, RELEASING IT TO BPAYSEND
      *   'L'IST   - RETURNS THE CUSTOMER'S PAYEES
      *   'Q'UERY  - RETURNS THE CUSTOMER'S PAYMENTS, ALL STATUSES
      * A BUSINESS WITH SUB-USERS SWITCHED ON (SUBUSER.CPY) MUST NAME
      * THE LOGGED-ON SUB-USER IN SUBID-IN. A VIEW-ONLY SUB-USER MAY
      * ONLY LIST; A PAYMENT OVER THE BUSINESS'S APPROVAL THRESHOLD IS
      * SCHEDULED STATUS 'V' AND WAITS FOR 'V' FROM ANOTHER SUB-USER
      * ENTITLED TO APPROVE. 'X' ON A PARKED PAYMENT REJECTS IT. EACH
      * APPROVAL OR REJECTION IS LOGGED TO SECEVT AS A 'G' EVENT.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  NOTOWNER        PIC  X(34) VALUE
             "ACCOUNT NOT OWNED BY THIS CUSTOMER".
       77  NOPAYEE         PIC  X(22) VALUE "PAYEE NOT ON FILE".
       77  PAYEEGONE       PIC  X(22) VALUE "PAYEE HAS BEEN REMOVED".
       77  NOPAYMENT       PIC  X(22) VALUE "PAYMENT NOT ON FILE".
       77  NOTSCHEDULED    PIC  X(30) VALUE
             "PAYMENT IS NO LONGER SCHEDULED".
       77  BADAMOUNT       PIC  X(30) VALUE
             "AMOUNT MUST BE POSITIVE".
       77  BADSENDDATE     PIC  X(30) VALUE
             "SEND DATE IS IN THE PAST".
       77  BADMETHOD       PIC  X(30) VALUE
             "METHOD MUST BE E OR C".
       77  NOREMITACCT     PIC  X(34) VALUE
             "ELECTRONIC PAYEE NEEDS RTN AND DDA".
       77  NOREMITADDR     PIC  X(34) VALUE
             "CHECK PAYEE NEEDS A REMIT ADDRESS".
       77  NOPAYNAME       PIC  X(30) VALUE
             "PAYEE NAME IS REQUIRED".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  SUBUSERREQ      PIC  X(20) VALUE "SUB-USER ID REQUIRED".
       77  NOSUBUSER       PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".
       77  SUBNOTON        PIC  X(22) VALUE "SUB-USER NOT LOGGED ON".
       77  NOTENTITLED     PIC  X(34) VALUE
             "SUB-USER NOT ENTITLED TO FUNCTION".
       77  OVERSUBLIMIT    PIC  X(34) VALUE
             "AMOUNT OVER SUB-USER LIMIT".
       77  NOTAWAITING     PIC  X(34) VALUE
             "PAYMENT IS NOT AWAITING APPROVAL".
       77  SAMEAPPROVER    PIC  X(34) VALUE
             "APPROVER MUST BE ANOTHER SUB-USER".

      * UPPER LIMIT ON PAYEES OR PAYMENTS RETURNED IN ONE LIST REPLY
       77  MAX-BPL             PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
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

       77  WS-CUSTID           PIC  S9(9) COMP-5.
       77  WS-ACCID            PIC  S9(18) COMP-5.
       77  WS-TARGET-PAYEEID   PIC  S9(9) COMP-5.
       77  WS-TARGET-BPID      PIC  S9(9) COMP-5.
       77  WS-NEW-PAYEEID      PIC  S9(9) COMP-5.
       77  WS-NEW-BPID         PIC  S9(9) COMP-5.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-OWN-FOUND        PIC  X(01).
       77  WS-SENDDATE         PIC  X(10).

      * SUB-USER GATE - SEE CHECK-SUBUSER. WS-SUB-NEED IS WHAT THE
      * FUNCTION ASKS OF THE SUB-USER: 'V'IEW, 'I'NITIATE OR
      * 'A'PPROVE; WS-NEED-SECOND 'Y' PARKS THE PAYMENT FOR A SECOND
      * SUB-USER. WS-SUBID IS ZERO FOR AN ORDINARY CUSTOMER.
       77  WS-SUBID            PIC  S9(9) COMP-5.
       77  WS-BZC-ON           PIC  X(01).
       77  WS-SUB-NEED         PIC  X(01).
       77  WS-SUB-AMOUNT       PIC  S9(13)V9(2) COMP-3.
       77  WS-NEED-SECOND      PIC  X(01).
       77  WS-EVT-TEXT         PIC  X(20).

      ******************************************************************
      *SEGMENT AREAS
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
      * SECURITY CHALLENGE ANSWER AND LAST RECOGNIZED LOGIN DEVICE -
      * MAINTAINED BY FBLOGIN, BLANK UNTIL SET UP
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
      * HASHED CREDENTIAL FIELDS - THE PASSWORD IS NO LONGER KEPT IN
      * THE CLEAR. PWDHASH-CD HOLDS THE SAME STYLE OF TRANSFORM THE
      * CARD CHANNEL ALREADY USES FOR PINHASH-CRD; THE THREE HISTORY
      * SLOTS BLOCK REUSE OF A RECENT PASSWORD; PWDFORCE-CD 'Y'
      * FORCES A CHANGE AT NEXT LOGIN (A ONE-TIME PASSWORD FROM A
      * TELLER-ASSISTED RESET). SEE FBLOGIN AND FBPWDRST.
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


      *    PAYEE-SEG - A BILL-PAYMENT PAYEE, CHILD OF CUSTOMER. THE
      *    CUSTOMER'S OWN ACCOUNT NUMBER WITH THE PAYEE RIDES ON EVERY
      *    PAYMENT SO THE PAYEE CAN APPLY IT. METHOD-PAY 'E' SENDS THE
      *    PAYMENT ON THE ELECTRONIC REMITTANCE FILE TO PAYRTN-PAY/
      *    PAYDDA-PAY; 'C' MAILS A PAPER CHECK TO THE REMIT ADDRESS.
      *    A REMOVED PAYEE ('X') STAYS ON FILE AS THE RECORD.
       01  PAYEE-SEG.
           05  CUSTID-PAY      PIC  S9(9) COMP-5.
           05  PAYEEID-PAY     PIC  S9(9) COMP-5.
           05  PAYNAME-PAY     PIC  X(30).
           05  PAYADDR-PAY     PIC  X(80).
           05  PAYCITY-PAY     PIC  X(25).
           05  PAYSTATE-PAY    PIC  X(02).
           05  PAYZIP-PAY      PIC  X(15).
           05  PAYACCT-PAY     PIC  X(20).
           05  METHOD-PAY      PIC  X(01).
               88  PAY-ELECTRONIC  VALUE "E".
               88  PAY-BY-CHECK    VALUE "C".
           05  PAYRTN-PAY      PIC  X(09).
           05  PAYDDA-PAY      PIC  X(17).
           05  STATUS-PAY      PIC  X(01).
               88  PAYEE-ACTIVE    VALUE "A".
               88  PAYEE-REMOVED   VALUE "X".

      *    BILLPAY-SEG - ONE SCHEDULED BILL PAYMENT, CHILD OF THE
      *    PAYEE IT PAYS. BPID-BP IS UNIQUE ACROSS THE CUSTOMER'S
      *    PAYMENTS. STATUS LIFECYCLE: 'S'CHEDULED -> (BPAYSEND ON OR
      *    AFTER SENDDATE-BP) 'P'AID, OR 'F'AILED WITH THE REASON IN
      *    FAILRSN-BP WHEN THE DEBIT CANNOT POST; 'X' CANCELED BY THE
      *    CUSTOMER BEFORE IT WENT. A PAID PAYMENT CARRIES THE DEBIT'S
      *    TXID, ITS REMITTANCE REFERENCE, AND - FOR A PAPER CHECK - THE
      *    CHECK SERIAL REGISTERED ON OCREG.
       01  BILLPAY-SEG.
           05  BPID-BP         PIC  S9(9) COMP-5.
           05  CUSTID-BP       PIC  S9(9) COMP-5.
           05  PAYEEID-BP      PIC  S9(9) COMP-5.
           05  ACCID-BP        PIC  S9(18) COMP-5.
           05  AMOUNT-BP       PIC  S9(13)V9(2) COMP-3.
           05  SENDDATE-BP     PIC  X(10).
           05  STATUS-BP       PIC  X(01).
               88  BP-SCHEDULED    VALUE "S".
               88  BP-PAID         VALUE "P".
               88  BP-FAILED       VALUE "F".
               88  BP-CANCELED     VALUE "X".
               88  BP-AWAITING     VALUE "V".
           05  SENTDATE-BP     PIC  X(10).
           05  TXID-BP         PIC  S9(18) COMP-5.
           05  REMITREF-BP     PIC  X(16).
           05  CHECKNUM-BP     PIC  S9(9) COMP-5.
           05  FAILRSN-BP      PIC  X(20).
      *    BUSINESS SUB-USER WHO SCHEDULED THE PAYMENT AND, WHEN IT WAS
      *    PARKED 'V' OVER THE APPROVAL THRESHOLD, THE SECOND SUB-USER
      *    WHO RELEASED OR REJECTED IT AND WHEN - ZERO/BLANK OTHERWISE
           05  INITSUB-BP      PIC  S9(9) COMP-5.
           05  APPRSUB-BP      PIC  S9(9) COMP-5.
           05  APPRDATE-BP     PIC  X(10).

      *    SUBUSER-SEG, BIZCTL-SEG AND THEIR SSAS
           COPY SUBUSER.

      *    SECEVT-SEG - SEE FBLOGIN FOR THE EVENT TYPES. FBBILMNT
      *    APPENDS 'G' WITH THE PAYMENT AND THE DECISION IN DEVICE-SEV
       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * SECEVT KEY DERIVATION - SAME AS FBLOGIN'S LOG-SECEVT
       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  CUSTID-IN       PIC  X(09).
           05  PAYEEID-IN      PIC  X(09).
           05  BPID-IN         PIC  X(09).
           05  ACCID-IN        PIC  X(18).
           05  AMOUNT-IN       PIC  X(16).
           05  SENDDATE-IN     PIC  X(10).
           05  PAYNAME-IN      PIC  X(30).
           05  PAYADDR-IN      PIC  X(80).
           05  PAYCITY-IN      PIC  X(25).
           05  PAYSTATE-IN     PIC  X(02).
           05  PAYZIP-IN       PIC  X(15).
           05  PAYACCT-IN      PIC  X(20).
           05  METHOD-IN       PIC  X(01).
           05  PAYRTN-IN       PIC  X(09).
           05  PAYDDA-IN       PIC  X(17).
      * BUSINESS SUB-USER ACTING - BLANK FOR AN ORDINARY CUSTOMER
           05  SUBID-IN        PIC  X(09).

      *    ONE ROW PER PAYEE ('A'/'R'/'L') OR PER PAYMENT ('S'/'X'/
      *    'Q'). ON A PAYEE ROW BPID-BS IS ZERO AND AMOUNT/DATE ARE
      *    EMPTY; STATUS-BS CARRIES THE PAYEE OR PAYMENT STATUS.
       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(34).
           05  TOTAL-BPL       PIC  99.
           05  BP-SUMMARY OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-BPL.
               10  PAYEEID-BS  PIC  S9(9) COMP-5.
               10  BPID-BS     PIC  S9(9) COMP-5.
               10  PAYNAME-BS  PIC  X(30).
               10  METHOD-BS   PIC  X(01).
               10  AMOUNT-BS   PIC  S9(13)V9(2) COMP-3.
               10  SENDDATE-BS PIC  X(10).
               10  STATUS-BS   PIC  X(01).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    CUSTOMER-SSA1 POSITIONS ON THE PARENT CUSTOMER BY CUSTID
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    PAYEE-SSA AND BILLPAY-SSA WALK THE CHILDREN OF THE CUSTOMER
      *    CURRENTLY POSITIONED BY CUSTOMER-SSA1
       01  PAYEE-SSA.
           05  FILLER          PIC  X(08)        VALUE "PAYEE   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BILLPAY-SSA.
           05  FILLER          PIC  X(08)        VALUE "BILLPAY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

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

       01  WS-TODAY-YMD        PIC X(10).

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
           05  FILLER          PIC X(1) VALUE '0'.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

      ******************************************************************
      *I/O PCB
      ******************************************************************

       01  LTERMPCB.
           05  LOGTTERM        PIC  X(08).
           05  FILLER          PIC  X(02).
           05  TPSTAT          PIC  X(02).
           05  IODATE          PIC  X(04).
           05  IOTIME          PIC  X(04).
           05  FILLER          PIC  X(02).
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

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
           05  FILLER REDEFINES KEYFB.
               07  KEYFB1      PIC  X(9).
               07  FILLER      PIC  X(11).

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO SUBID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-BILLPAY THRU MAINTAIN-BILLPAY-END

                PERFORM INSERT-IO THRU INSERT-IO-END
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
                  MOVE 1 TO TERM-IO
                ELSE
                  DISPLAY 'GU FROM IOPCB FAILED WITH STATUS CODE: '
                    TPSTAT
                END-IF
              END-IF
           END-PERFORM.
           STOP RUN.

       MAINTAIN-BILLPAY.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE 0 TO TOTAL-BPL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).

      *    WHAT THE FUNCTION ASKS OF A BUSINESS SUB-USER
           MOVE 0 TO WS-SUB-AMOUNT.
           EVALUATE FUNCTYPE-IN
             WHEN 'L'
             WHEN 'Q'
               MOVE 'V' TO WS-SUB-NEED
             WHEN 'V'
               MOVE 'A' TO WS-SUB-NEED
             WHEN 'S'
               MOVE 'I' TO WS-SUB-NEED
               COMPUTE WS-SUB-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
             WHEN OTHER
               MOVE 'I' TO WS-SUB-NEED
           END-EVALUATE.
           PERFORM CHECK-SUBUSER THRU CHECK-SUBUSER-END.
           IF MSG-OUT NOT = SPACES
             GO TO MAINTAIN-BILLPAY-END
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'A'
               PERFORM ADD-PAYEE THRU ADD-PAYEE-END
             WHEN 'R'
               PERFORM REMOVE-PAYEE THRU REMOVE-PAYEE-END
             WHEN 'S'
               PERFORM SCHEDULE-PAYMENT THRU SCHEDULE-PAYMENT-END
             WHEN 'X'
               PERFORM CANCEL-PAYMENT THRU CANCEL-PAYMENT-END
             WHEN 'V'
               PERFORM APPROVE-PAYMENT THRU APPROVE-PAYMENT-END
             WHEN 'L'
               PERFORM LIST-PAYEES THRU LIST-PAYEES-END
             WHEN 'Q'
               PERFORM LIST-PAYMENTS THRU LIST-PAYMENTS-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-BILLPAY-END.

      * PROCEDURE CHECK-SUBUSER : WHEN THE BUSINESS HAS SUB-USERS
      * SWITCHED ON (AN ACTIVE BIZCTL UNDER THE CUSTOMER) THE REQUEST
      * MUST NAME AN ACTIVE, UNLOCKED SUB-USER WITH A SESSION OPEN
      * WHOSE ENTITLEMENT COVERS WS-SUB-NEED AND WHOSE PER-ITEM LIMIT
      * COVERS WS-SUB-AMOUNT. AN AMOUNT OVER THE BUSINESS'S APPROVAL
      * THRESHOLD SETS WS-NEED-SECOND. LEAVES MSG-OUT SET ON REFUSAL
       CHECK-SUBUSER.
           MOVE 0 TO WS-SUBID.
           MOVE 'N' TO WS-BZC-ON.
           MOVE 'N' TO WS-NEED-SECOND.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE WS-CUSTID TO CUSTID.
           CALL 'CBLTDLI'
             USING GU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT = SPACES AND BZC-ACTIVE
             MOVE 'Y' TO WS-BZC-ON
           END-IF.
           IF WS-BZC-ON NOT = 'Y'
             IF SUBID-IN NOT = SPACES
               MOVE NOSUBUSER TO MSG-OUT
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF SUBID-IN = SPACES
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.

           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( SUBID-IN ).
           CALL 'CBLTDLI'
             USING GU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-ACTIVE OR LOCKED-SUB = 'Y'
              OR SESSION-SUB NOT = '1'
             MOVE SUBNOTON TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF ( WS-SUB-NEED = 'I' AND NOT SUB-CAN-INITIATE )
              OR ( WS-SUB-NEED = 'A' AND NOT SUB-CAN-APPROVE )
             MOVE NOTENTITLED TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF LIMIT-SUB > 0 AND WS-SUB-AMOUNT > LIMIT-SUB
             MOVE OVERSUBLIMIT TO MSG-OUT
             GO TO CHECK-SUBUSER-END
           END-IF.
           MOVE SUBID-SUB TO WS-SUBID.
           IF WS-SUB-NEED = 'I' AND WS-SUB-AMOUNT > APPRLIM-BZC
             MOVE 'Y' TO WS-NEED-SECOND
           END-IF.
       CHECK-SUBUSER-END.
           EXIT.

      * PROCEDURE ADD-PAYEE : VALIDATES THE ENTRY FOR ITS DELIVERY
      * METHOD AND INSERTS THE PAYEE UNDER THE CUSTOMER WITH THE NEXT
      * PAYEE NUMBER
       ADD-PAYEE.
           IF PAYNAME-IN = SPACES
             MOVE NOPAYNAME TO MSG-OUT
             GO TO ADD-PAYEE-END
           END-IF.
           IF METHOD-IN NOT = 'E' AND METHOD-IN NOT = 'C'
             MOVE BADMETHOD TO MSG-OUT
             GO TO ADD-PAYEE-END
           END-IF.
           IF METHOD-IN = 'E'
              AND ( PAYRTN-IN = SPACES OR PAYDDA-IN = SPACES )
             MOVE NOREMITACCT TO MSG-OUT
             GO TO ADD-PAYEE-END
           END-IF.
           IF METHOD-IN = 'C'
              AND ( PAYADDR-IN = SPACES OR PAYCITY-IN = SPACES
                 OR PAYZIP-IN = SPACES )
             MOVE NOREMITADDR TO MSG-OUT
             GO TO ADD-PAYEE-END
           END-IF.

           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-PAYEE-END
           END-IF.
           MOVE 1 TO WS-NEW-PAYEEID.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA.
           PERFORM BUMP-ONE-PAYEEID THRU BUMP-ONE-PAYEEID-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      *    RE-POSITION ON THE CUSTOMER - THE WALK ABOVE RAN PAST IT
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-PAYEE-END
           END-IF.
           MOVE WS-CUSTID TO CUSTID-PAY.
           MOVE WS-NEW-PAYEEID TO PAYEEID-PAY.
           MOVE PAYNAME-IN TO PAYNAME-PAY.
           MOVE PAYADDR-IN TO PAYADDR-PAY.
           MOVE PAYCITY-IN TO PAYCITY-PAY.
           MOVE PAYSTATE-IN TO PAYSTATE-PAY.
           MOVE PAYZIP-IN TO PAYZIP-PAY.
           MOVE PAYACCT-IN TO PAYACCT-PAY.
           MOVE METHOD-IN TO METHOD-PAY.
           IF PAY-ELECTRONIC
             MOVE PAYRTN-IN TO PAYRTN-PAY
             MOVE PAYDDA-IN TO PAYDDA-PAY
           ELSE
             MOVE SPACES TO PAYRTN-PAY
             MOVE SPACES TO PAYDDA-PAY
           END-IF.
           MOVE 'A' TO STATUS-PAY.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, PAYEE-SEG, PAYEE-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-PAYEE-END
           END-IF.
           MOVE 1 TO TOTAL-BPL.
           PERFORM MOVE-PAYEE-ROW THRU MOVE-PAYEE-ROW-END.
           MOVE 'PAYEE ADDED' TO MSG-OUT.
       ADD-PAYEE-END.
           EXIT.

       BUMP-ONE-PAYEEID.
           IF DBSTAT = SPACES
             IF PAYEEID-PAY >= WS-NEW-PAYEEID
               COMPUTE WS-NEW-PAYEEID = PAYEEID-PAY + 1
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-PAYEEID-END.

      * PROCEDURE REMOVE-PAYEE : STATUS-FLIPS THE PAYEE REMOVED - THE
      * ROW STAYS ON FILE AS THE RECORD - THEN CANCELS EVERY PAYMENT
      * TO IT THAT IS STILL SCHEDULED SO BPAYSEND NEVER SENDS ONE
       REMOVE-PAYEE.
           PERFORM FIND-PAYEE THRU FIND-PAYEE-END.
           IF MSG-OUT NOT = SPACES
             GO TO REMOVE-PAYEE-END
           END-IF.
           MOVE 'X' TO STATUS-PAY.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, PAYEE-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO REMOVE-PAYEE-END
           END-IF.
           MOVE 1 TO TOTAL-BPL.
           PERFORM MOVE-PAYEE-ROW THRU MOVE-PAYEE-ROW-END.

           CALL 'CBLTDLI'
             USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
           PERFORM CANCEL-ONE-SCHEDULED THRU CANCEL-ONE-SCHEDULED-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           MOVE 'PAYEE REMOVED' TO MSG-OUT.
       REMOVE-PAYEE-END.
           EXIT.

      *    THE PARENTAGE IS THE CUSTOMER, SO THE WALK RUNS ON INTO THE
      *    PAYMENTS OF LATER PAYEES - ONLY THIS PAYEE'S ARE TOUCHED
       CANCEL-ONE-SCHEDULED.
           IF DBSTAT = SPACES
             IF PAYEEID-BP = WS-TARGET-PAYEEID
                AND ( BP-SCHEDULED OR BP-AWAITING )
               MOVE 'X' TO STATUS-BP
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, BILLPAY-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       CANCEL-ONE-SCHEDULED-END.

      * PROCEDURE SCHEDULE-PAYMENT : VALIDATES THE PAYMENT, VERIFIES
      * THE CUSTOMER OWNS THE FUNDING ACCOUNT (THE SAME CUSTACCS CHECK
      * IBTRAN'S CHECK-OWNERSHIP RUNS), AND INSERTS IT STATUS 'S'
      * UNDER THE PAYEE - OR 'V' WHEN A SUB-USER SCHEDULED IT OVER THE
      * BUSINESS'S APPROVAL THRESHOLD. FUNDS ARE NOT CHECKED HERE -
      * BPAYSEND APPLIES THE NSF AND HOLD RULES ON THE SEND DATE
       SCHEDULE-PAYMENT.
           IF FUNCTION NUMVAL ( AMOUNT-IN ) <= 0
             MOVE BADAMOUNT TO MSG-OUT
             GO TO SCHEDULE-PAYMENT-END
           END-IF.
           IF SENDDATE-IN = SPACES
             MOVE WS-TODAY-YMD TO WS-SENDDATE
           ELSE
             MOVE SENDDATE-IN TO WS-SENDDATE
           END-IF.
           IF WS-SENDDATE < WS-TODAY-YMD
             MOVE BADSENDDATE TO MSG-OUT
             GO TO SCHEDULE-PAYMENT-END
           END-IF.
           COMPUTE WS-ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-END.
           IF WS-OWN-FOUND NOT = 'Y'
             MOVE NOTOWNER TO MSG-OUT
             GO TO SCHEDULE-PAYMENT-END
           END-IF.

      *    PAYMENT NUMBERS RUN ACROSS ALL OF THE CUSTOMER'S PAYEES
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO SCHEDULE-PAYMENT-END
           END-IF.
           MOVE 1 TO WS-NEW-BPID.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
           PERFORM BUMP-ONE-BPID THRU BUMP-ONE-BPID-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           PERFORM FIND-PAYEE THRU FIND-PAYEE-END.
           IF MSG-OUT NOT = SPACES
             GO TO SCHEDULE-PAYMENT-END
           END-IF.
           IF NOT PAYEE-ACTIVE
             MOVE PAYEEGONE TO MSG-OUT
             GO TO SCHEDULE-PAYMENT-END
           END-IF.

           MOVE WS-NEW-BPID TO BPID-BP.
           MOVE WS-CUSTID TO CUSTID-BP.
           MOVE PAYEEID-PAY TO PAYEEID-BP.
           MOVE WS-ACCID TO ACCID-BP.
           COMPUTE AMOUNT-BP = FUNCTION NUMVAL ( AMOUNT-IN ).
           MOVE WS-SENDDATE TO SENDDATE-BP.
           IF WS-NEED-SECOND = 'Y'
             MOVE 'V' TO STATUS-BP
           ELSE
             MOVE 'S' TO STATUS-BP
           END-IF.
           MOVE SPACES TO SENTDATE-BP.
           MOVE 0 TO TXID-BP.
           MOVE SPACES TO REMITREF-BP.
           MOVE 0 TO CHECKNUM-BP.
           MOVE SPACES TO FAILRSN-BP.
           MOVE WS-SUBID TO INITSUB-BP.
           MOVE 0 TO APPRSUB-BP.
           MOVE SPACES TO APPRDATE-BP.

      *    UNQUALIFIED ISRT - THE BILLPAY GOES UNDER THE PAYEE
      *    FIND-PAYEE LEFT CURRENT
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SCHEDULE-PAYMENT-END
           END-IF.
           MOVE 1 TO TOTAL-BPL.
           PERFORM MOVE-PAYMENT-ROW THRU MOVE-PAYMENT-ROW-END.
           IF BP-AWAITING
             MOVE 'PAYMENT AWAITING SECOND APPROVAL' TO MSG-OUT
           ELSE
             MOVE 'PAYMENT SCHEDULED' TO MSG-OUT
           END-IF.
       SCHEDULE-PAYMENT-END.
           EXIT.

       BUMP-ONE-BPID.
           IF DBSTAT = SPACES
             IF BPID-BP >= WS-NEW-BPID
               COMPUTE WS-NEW-BPID = BPID-BP + 1
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-BPID-END.

      * PROCEDURE CANCEL-PAYMENT : STATUS-FLIPS A SCHEDULED PAYMENT
      * CANCELED. ONCE BPAYSEND HAS SENT OR FAILED IT THE ROW IS THE
      * RECORD AND CANNOT BE CANCELED HERE. A PAYMENT PARKED FOR DUAL
      * APPROVAL MAY BE CANCELED TOO - BY ANOTHER SUB-USER THAT IS A
      * REJECTION, STAMPED AND LOGGED AS SUCH
       CANCEL-PAYMENT.
           PERFORM FIND-PAYMENT THRU FIND-PAYMENT-END.
           IF MSG-OUT NOT = SPACES
             GO TO CANCEL-PAYMENT-END
           END-IF.
           IF NOT BP-SCHEDULED AND NOT BP-AWAITING
             MOVE NOTSCHEDULED TO MSG-OUT
             GO TO CANCEL-PAYMENT-END
           END-IF.
           MOVE 'N' TO WS-ROW-FOUND.
           IF BP-AWAITING AND WS-SUBID NOT = INITSUB-BP
             MOVE 'Y' TO WS-ROW-FOUND
             MOVE WS-SUBID TO APPRSUB-BP
             MOVE WS-TODAY-YMD TO APPRDATE-BP
           END-IF.
           MOVE 'X' TO STATUS-BP.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, BILLPAY-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CANCEL-PAYMENT-END
           END-IF.
           IF WS-ROW-FOUND = 'Y'
             MOVE SPACES TO WS-EVT-TEXT
             STRING 'BILLPAY ' BPID-IN DELIMITED BY SPACE
                    ' REJECT' DELIMITED BY SIZE
                    INTO WS-EVT-TEXT
             PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END
           END-IF.
      *    THE WALK READ PAYMENTS ONLY - THE REPLY ROW CARRIES NO
      *    PAYEE NAME OR METHOD
           MOVE 1 TO TOTAL-BPL.
           MOVE SPACES TO PAYNAME-PAY.
           MOVE SPACES TO METHOD-PAY.
           PERFORM MOVE-PAYMENT-ROW THRU MOVE-PAYMENT-ROW-END.
           MOVE 'PAYMENT CANCELED' TO MSG-OUT.
       CANCEL-PAYMENT-END.
           EXIT.

      * PROCEDURE APPROVE-PAYMENT : A SECOND SUB-USER ENTITLED TO
      * APPROVE RELEASES A PAYMENT PARKED 'V' OVER THE BUSINESS'S
      * APPROVAL THRESHOLD - IT GOES BACK TO 'S' FOR BPAYSEND TO SEND
      * ON OR AFTER ITS SEND DATE. THE INITIATOR MAY NOT APPROVE THEIR
      * OWN PAYMENT, AND THE APPROVER'S OWN PER-ITEM LIMIT APPLIES
       APPROVE-PAYMENT.
           IF WS-SUBID = 0
             MOVE SUBUSERREQ TO MSG-OUT
             GO TO APPROVE-PAYMENT-END
           END-IF.
           PERFORM FIND-PAYMENT THRU FIND-PAYMENT-END.
           IF MSG-OUT NOT = SPACES
             GO TO APPROVE-PAYMENT-END
           END-IF.
           IF NOT BP-AWAITING
             MOVE NOTAWAITING TO MSG-OUT
             GO TO APPROVE-PAYMENT-END
           END-IF.
           IF INITSUB-BP = WS-SUBID
             MOVE SAMEAPPROVER TO MSG-OUT
             GO TO APPROVE-PAYMENT-END
           END-IF.
           IF LIMIT-SUB > 0 AND AMOUNT-BP > LIMIT-SUB
             MOVE OVERSUBLIMIT TO MSG-OUT
             GO TO APPROVE-PAYMENT-END
           END-IF.
           MOVE 'S' TO STATUS-BP.
           MOVE WS-SUBID TO APPRSUB-BP.
           MOVE WS-TODAY-YMD TO APPRDATE-BP.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, BILLPAY-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO APPROVE-PAYMENT-END
           END-IF.
           MOVE SPACES TO WS-EVT-TEXT.
           STRING 'BILLPAY ' BPID-IN DELIMITED BY SPACE
                  ' APPROVE' DELIMITED BY SIZE
                  INTO WS-EVT-TEXT.
           PERFORM LOG-APPROVAL-SECEVT THRU LOG-APPROVAL-SECEVT-END.
           MOVE 1 TO TOTAL-BPL.
           MOVE SPACES TO PAYNAME-PAY.
           MOVE SPACES TO METHOD-PAY.
           PERFORM MOVE-PAYMENT-ROW THRU MOVE-PAYMENT-ROW-END.
           MOVE 'PAYMENT APPROVED' TO MSG-OUT.
       APPROVE-PAYMENT-END.
           EXIT.

      * PROCEDURE FIND-PAYMENT : POSITIONS ON THE CUSTOMER AND GHNP'S
      * TO THE PAYMENT NAMED BY BPID-IN, LEAVING IT HELD AND CURRENT
       FIND-PAYMENT.
           COMPUTE WS-TARGET-BPID = FUNCTION NUMVAL ( BPID-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO FIND-PAYMENT-END
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
           PERFORM FIND-ONE-PAYMENT THRU FIND-ONE-PAYMENT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
           IF WS-ROW-FOUND NOT = 'Y'
             MOVE NOPAYMENT TO MSG-OUT
           END-IF.
       FIND-PAYMENT-END.
           EXIT.

       FIND-ONE-PAYMENT.
           IF DBSTAT = SPACES
             IF BPID-BP = WS-TARGET-BPID
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-PAYMENT-END.

      * PROCEDURE LIST-PAYEES : RETURNS THE CUSTOMER'S PAYEES, REMOVED
      * ONES INCLUDED - THE CUSTOMER IS ENTITLED TO SEE THE RECORD
       LIST-PAYEES.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-PAYEES-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA.
           PERFORM LIST-ONE-PAYEE THRU LIST-ONE-PAYEE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-BPL = MAX-BPL.
           IF TOTAL-BPL = 0 AND MSG-OUT = SPACES
             MOVE NOPAYEE TO MSG-OUT
           END-IF.
       LIST-PAYEES-END.

       LIST-ONE-PAYEE.
           IF DBSTAT = SPACES
             ADD 1 TO TOTAL-BPL
             PERFORM MOVE-PAYEE-ROW THRU MOVE-PAYEE-ROW-END
             CALL 'CBLTDLI'
               USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-PAYEE-END.

      * PROCEDURE LIST-PAYMENTS : RETURNS THE CUSTOMER'S PAYMENTS IN
      * PAYEE ORDER, EVERY STATUS, WITH THE PAYEE NAME ON EACH ROW.
      * THE WALK RETURNS BOTH LEVELS - EACH PAYEE ROW IS REMEMBERED
      * AND ONLY THE PAYMENTS BENEATH IT ARE LISTED
       LIST-PAYMENTS.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-PAYMENTS-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA.
           PERFORM LIST-ONE-PAYEES-PAYMENTS
              THRU LIST-ONE-PAYEES-PAYMENTS-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-BPL = MAX-BPL.
           IF TOTAL-BPL = 0 AND MSG-OUT = SPACES
             MOVE NOPAYMENT TO MSG-OUT
           END-IF.
       LIST-PAYMENTS-END.

      *    ONE PAYEE: LIST ITS PAYMENTS (GNP FORWARD FROM THE PAYEE
      *    JUST RETURNED, STOPPING AT THE FIRST PAYMENT OF ANOTHER
      *    PAYEE), THEN RE-POSITION ON THE CUSTOMER AND STEP TO THE
      *    NEXT PAYEE BY NUMBER
       LIST-ONE-PAYEES-PAYMENTS.
           IF DBSTAT = SPACES
             MOVE PAYEEID-PAY TO WS-TARGET-PAYEEID
             PERFORM LIST-PAYEE-CHILDREN THRU LIST-PAYEE-CHILDREN-END
             PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END
             CALL 'CBLTDLI'
               USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA
             PERFORM SKIP-TO-NEXT-PAYEE THRU SKIP-TO-NEXT-PAYEE-END
                UNTIL DBSTAT NOT = SPACES
                   OR PAYEEID-PAY > WS-TARGET-PAYEEID
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-PAYEES-PAYMENTS-END.

       SKIP-TO-NEXT-PAYEE.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, PAYEE-SEG, PAYEE-SSA.
       SKIP-TO-NEXT-PAYEE-END.

       LIST-PAYEE-CHILDREN.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
           PERFORM LIST-ONE-PAYMENT THRU LIST-ONE-PAYMENT-END
              UNTIL DBSTAT NOT = SPACES
                 OR PAYEEID-BP NOT = WS-TARGET-PAYEEID
                 OR TOTAL-BPL = MAX-BPL.
       LIST-PAYEE-CHILDREN-END.

       LIST-ONE-PAYMENT.
           ADD 1 TO TOTAL-BPL.
           PERFORM MOVE-PAYMENT-ROW THRU MOVE-PAYMENT-ROW-END.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BILLPAY-SEG, BILLPAY-SSA.
       LIST-ONE-PAYMENT-END.

      * PROCEDURE POSITION-CUSTOMER : GHU THE CUSTOMER BY CUSTID ON
      * DBPCB1 SO THE PAYEE AND BILLPAY WALKS THAT FOLLOW RUN UNDER IT
       POSITION-CUSTOMER.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE WS-CUSTID TO CUSTID.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
           END-IF.
       POSITION-CUSTOMER-END.
           EXIT.

      * PROCEDURE FIND-PAYEE : POSITIONS ON THE CUSTOMER AND GHNP'S
      * TO THE PAYEE NAMED BY PAYEEID-IN, LEAVING IT HELD AND CURRENT
       FIND-PAYEE.
           COMPUTE WS-TARGET-PAYEEID = FUNCTION NUMVAL ( PAYEEID-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO FIND-PAYEE-END
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, PAYEE-SEG, PAYEE-SSA.
           PERFORM FIND-ONE-PAYEE THRU FIND-ONE-PAYEE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
           IF WS-ROW-FOUND NOT = 'Y'
             MOVE NOPAYEE TO MSG-OUT
           END-IF.
       FIND-PAYEE-END.
           EXIT.

       FIND-ONE-PAYEE.
           IF DBSTAT = SPACES
             IF PAYEEID-PAY = WS-TARGET-PAYEEID
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, PAYEE-SEG, PAYEE-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-PAYEE-END.

       MOVE-PAYEE-ROW.
           MOVE PAYEEID-PAY TO PAYEEID-BS (TOTAL-BPL).
           MOVE 0 TO BPID-BS (TOTAL-BPL).
           MOVE PAYNAME-PAY TO PAYNAME-BS (TOTAL-BPL).
           MOVE METHOD-PAY TO METHOD-BS (TOTAL-BPL).
           MOVE 0 TO AMOUNT-BS (TOTAL-BPL).
           MOVE SPACES TO SENDDATE-BS (TOTAL-BPL).
           MOVE STATUS-PAY TO STATUS-BS (TOTAL-BPL).
       MOVE-PAYEE-ROW-END.

       MOVE-PAYMENT-ROW.
           MOVE PAYEEID-BP TO PAYEEID-BS (TOTAL-BPL).
           MOVE BPID-BP TO BPID-BS (TOTAL-BPL).
           MOVE PAYNAME-PAY TO PAYNAME-BS (TOTAL-BPL).
           MOVE METHOD-PAY TO METHOD-BS (TOTAL-BPL).
           MOVE AMOUNT-BP TO AMOUNT-BS (TOTAL-BPL).
           MOVE SENDDATE-BP TO SENDDATE-BS (TOTAL-BPL).
           MOVE STATUS-BP TO STATUS-BS (TOTAL-BPL).
       MOVE-PAYMENT-ROW-END.

      * PROCEDURE CHECK-OWNERSHIP : THE CUSTOMER MUST HOLD A CUSTACCS
      * ROW LINKING THEM TO THE FUNDING ACCOUNT (DBPCB2)
       CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWN-FOUND.
           MOVE WS-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM TEST-ONE-OWNERSHIP THRU TEST-ONE-OWNERSHIP-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-OWN-FOUND = 'Y'.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OWNERSHIP-END.
           EXIT.

       TEST-ONE-OWNERSHIP.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-ACCID
               MOVE 'Y' TO WS-OWN-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-OWNERSHIP-END.

      * PROCEDURE LOG-APPROVAL-SECEVT : APPENDS THE 'G' SECOND-
      * APPROVAL EVENT TO THE SECEVT TRAIL ON ITS OWN PCB (DBPCB3) WITH
      * THE PAYMENT AND DECISION IN DEVICE-SEV AND THE DECIDING
      * SUB-USER IN SUBID-SEV. A FAILED LOG IS REPORTED BUT DOES NOT
      * UNDO THE DECISION
       LOG-APPROVAL-SECEVT.
           COMPUTE EVTID-SEV = WS-CUSTID * SEV-TIME-MULT
              + WS-CURRENT-HOURS * 1000000
              + WS-CURRENT-MINUTE * 10000
              + WS-CURRENT-SECOND * 100
              + WS-CURRENT-MILLISECONDS.
           MOVE WS-CUSTID TO CUSTID-SEV.
           MOVE WS-SUBID TO SUBID-SEV.
           MOVE 'G' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE WS-EVT-TEXT TO DEVICE-SEV.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-APPROVAL-SECEVT-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
