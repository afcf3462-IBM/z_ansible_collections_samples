       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBBOWMNT.

      ******************************************************************
      * BENEFICIAL OWNERSHIP MAINTENANCE - FOR A BUSINESS CUSTOMER
      * (CUSTOMERTYPE-CD 'B') THE BANK MUST RECORD EVERY INDIVIDUAL WHO
      * OWNS 25% OR MORE OF THE BUSINESS AND AT LEAST ONE INDIVIDUAL
      * WITH SIGNIFICANT CONTROL OVER IT, AND HOLD A CURRENT
      * CERTIFICATION OF THAT LIST. EACH OWNER IS A BENOWN-SEG UNDER
      * THE CUSTOMER; EACH CERTIFICATION IS A BOCERT-SEG UNDER THE
      * CUSTOMER. FBACCOPN WILL NOT OPEN AN ACCOUNT FOR A BUSINESS
      * WHOSE LATEST CERTIFICATION IS MISSING OR OVER A YEAR OLD, AND
      * BOSCREEN RE-SCREENS EVERY ACTIVE OWNER AGAINST THE DENIED-PARTY
      * LIST NIGHTLY.
      * FUNCTYPE-IN:
      *   'A'DD     - ADDS AN OWNER. NAME, DOB, ADDRESS AND TIN ARE
      *               REQUIRED; THE OWNER MUST HOLD 25% OR MORE OR BE
      *               FLAGGED AS A CONTROLLING PERSON. THE NAME IS
      *               SCREENED AGAINST DENYLIST (SEE FBWIRE) - A HIT
      *               REFUSES THE ADD AND LOGS SECEVT EVENT 'X' UNDER
      *               THE BUSINESS, WHICH AMLRISK SCORES
      *   'R'EMOVE  - STATUS-FLIPS AN OWNER REMOVED; THE ROW STAYS ON
      *               FILE AS THE RECORD
      *   'C'ERTIFY - RECORDS THE CUSTOMER'S CERTIFICATION OF THE
      *               ACTIVE OWNER LIST. REFUSED WITHOUT A CONTROLLING
      *               PERSON, WHEN THE PERCENTAGES TOTAL OVER 100, OR
      *               WHILE ANY OWNER CARRIES A SCREENING HIT
      *   'L'IST    - RETURNS THE OWNERS AND THE LATEST CERTIFICATION
      *               DATE
      * THE TIN IS STORED PROTECTED (SEE TINPROT) AND IS NEVER
      * RETURNED ON THE REPLY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DENIED-PARTY CONTROL FILE - EACH OWNER IS SCREENED BEFORE
      *    THE ROW IS CREATED; SEE FBWIRE FOR THE MATCH RULE
           SELECT DENYLIST-FILE ASSIGN TO DENYLIST.

       DATA DIVISION.

       FILE SECTION.
         FD DENYLIST-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS DENYLIST-IN.
       01  DENYLIST-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  NOTBUSINESS     PIC  X(23) VALUE "NOT A BUSINESS CUSTOMER".
       77  NOOWNER         PIC  X(22) VALUE "OWNER NOT ON FILE".
       77  OWNERGONE       PIC  X(22) VALUE "OWNER ALREADY REMOVED".
       77  NOOWNERDATA     PIC  X(34) VALUE
             "OWNER NAME/DOB/ADDR/TIN REQUIRED".
       77  BADPCT          PIC  X(34) VALUE
             "OWNERSHIP PERCENT MUST BE 0-100".
       77  BADCONTROL      PIC  X(34) VALUE
             "CONTROL FLAG MUST BE Y OR N".
       77  BELOWTHRESH     PIC  X(34) VALUE
             "UNDER 25 PCT AND NOT CONTROLLING".
       77  DENIEDPARTY     PIC  X(34) VALUE
             "OWNER REFUSED - SCREENING".
       77  NOCONTROL       PIC  X(34) VALUE
             "NO CONTROLLING PERSON ON FILE".
       77  OVERPCT         PIC  X(34) VALUE
             "OWNERSHIP TOTALS OVER 100 PCT".
       77  OWNERHIT        PIC  X(34) VALUE
             "AN OWNER HAS A SCREENING HIT".
       77  NOCERT          PIC  X(34) VALUE
             "NO OWNERS OR CERTIFICATION ON FILE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * OWNERSHIP AT OR ABOVE THIS PERCENT MUST BE REPORTED
       77  BO-OWN-THRESHOLD    PIC  S9(3)V9(2) COMP-3 VALUE 25.

      * UPPER LIMIT ON OWNERS RETURNED IN ONE LIST REPLY
       77  MAX-BOL             PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
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

      * AN OWNER'S TIN IS STORED PROTECTED UNDER THE BUSINESS CUSTID
      * - SEE PROTECT-TIN
           COPY TINPROT.

       77  WS-CUSTID           PIC  S9(9) COMP-5.
       77  WS-TARGET-OWNSEQ    PIC  S9(4) COMP-5.
       77  WS-NEW-OWNSEQ       PIC  S9(4) COMP-5.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-OWNPCT           PIC  S9(5)V9(2) COMP-3.
       77  WS-CONTROL          PIC  X(01).
       77  WS-OWNERS           PIC  S9(4) COMP-5.
       77  WS-CONTROLLERS      PIC  S9(4) COMP-5.
       77  WS-HITS             PIC  S9(4) COMP-5.
       77  WS-TOTPCT           PIC  S9(5)V9(2) COMP-3.
       77  WS-LAST-CERTTS      PIC  X(23).
       77  WS-LAST-CERTDATE    PIC  X(10).

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

      *    BENOWN-SEG - ONE BENEFICIAL OWNER OR CONTROLLING PERSON OF A
      *    BUSINESS CUSTOMER, CHILD OF CUSTOMER, KEYED BY OWNSEQ-BOW.
      *    OWNPCT-BOW IS THE PERCENT OF THE BUSINESS THE INDIVIDUAL
      *    OWNS; CONTROL-BOW 'Y' MARKS THE CONTROLLING PERSON (WHO MAY
      *    OWN NOTHING). SCREEN-BOW IS THE LATEST DENIED-PARTY RESULT,
      *    'C'LEAR OR 'H'IT, AS OF SCREENDT-BOW - SET AT ENTRY HERE AND
      *    REFRESHED NIGHTLY BY BOSCREEN. A REMOVED OWNER ('X') STAYS
      *    ON FILE AS THE RECORD.
       01  BENOWN-SEG.
           05  CUSTID-BOW      PIC  S9(9) COMP-5.
           05  OWNSEQ-BOW      PIC  S9(4) COMP-5.
           05  LASTNAME-BOW    PIC  X(50).
           05  FIRSTNAME-BOW   PIC  X(50).
           05  DOB-BOW         PIC  X(10).
           05  ADDRESS-BOW     PIC  X(80).
           05  CITY-BOW        PIC  X(25).
           05  STATE-BOW       PIC  X(02).
           05  ZIPCODE-BOW     PIC  X(15).
           05  TIN-BOW         PIC  X(09).
           05  OWNPCT-BOW      PIC  S9(3)V9(2) COMP-3.
           05  CONTROL-BOW     PIC  X(01).
               88  BOW-CONTROLLER  VALUE "Y".
           05  STATUS-BOW      PIC  X(01).
               88  BOW-ACTIVE      VALUE "A".
               88  BOW-REMOVED     VALUE "X".
           05  SCREEN-BOW      PIC  X(01).
               88  BOW-SCREEN-CLEAR VALUE "C".
               88  BOW-SCREEN-HIT  VALUE "H".
           05  SCREENDT-BOW    PIC  X(10).
           05  ADDEDTS-BOW     PIC  X(23).
           05  ADDEDBY-BOW     PIC  S9(9) COMP-5.

      *    BOCERT-SEG - ONE CERTIFICATION OF THE BENEFICIAL OWNER LIST,
      *    CHILD OF CUSTOMER, KEYED BY CERTTS-BOC. ROWS ARE NEVER
      *    CHANGED - A RECERTIFICATION ADDS A NEW ONE, AND THE LATEST
      *    CERTDATE-BOC IS THE ONE ACCOUNT OPENING TESTS. THE OWNER
      *    COUNT AND PERCENT TOTAL RECORD WHAT WAS CERTIFIED.
       01  BOCERT-SEG.
           05  CUSTID-BOC      PIC  S9(9) COMP-5.
           05  CERTTS-BOC      PIC  X(23).
           05  CERTDATE-BOC    PIC  X(10).
           05  CERTBY-BOC      PIC  S9(9) COMP-5.
           05  OWNERS-BOC      PIC  S9(4) COMP-5.
           05  TOTPCT-BOC      PIC  S9(3)V9(2) COMP-3.

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

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  CUSTID-IN       PIC  X(09).
           05  OPERID-IN       PIC  X(09).
           05  OWNSEQ-IN       PIC  X(04).
           05  LASTNAME-IN     PIC  X(50).
           05  FIRSTNAME-IN    PIC  X(50).
           05  DOB-IN          PIC  X(10).
           05  ADDRESS-IN      PIC  X(80).
           05  CITY-IN         PIC  X(25).
           05  STATE-IN        PIC  X(02).
           05  ZIPCODE-IN      PIC  X(15).
           05  TIN-IN          PIC  X(09).
           05  OWNPCT-IN       PIC  X(06).
           05  CONTROL-IN      PIC  X(01).

      *    ONE ROW PER OWNER. CERTDATE-OUT IS THE LATEST CERTIFICATION
      *    ON FILE (SPACES IF NONE); ON A 'C' REPLY IT IS TODAY.
       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(34).
           05  CERTDATE-OUT    PIC  X(10).
           05  TOTAL-BOL       PIC  99.
           05  BO-SUMMARY OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-BOL.
               10  OWNSEQ-BS   PIC  S9(4) COMP-5.
               10  LASTNAME-BS PIC  X(50).
               10  FIRSTNAME-BS PIC X(50).
               10  OWNPCT-BS   PIC  S9(3)V9(2) COMP-3.
               10  CONTROL-BS  PIC  X(01).
               10  STATUS-BS   PIC  X(01).
               10  SCREEN-BS   PIC  X(01).

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

      *    BENOWN-SSA AND BOCERT-SSA WALK THE CHILDREN OF THE CUSTOMER
      *    CURRENTLY POSITIONED BY CUSTOMER-SSA1
       01  BENOWN-SSA.
           05  FILLER          PIC  X(08)        VALUE "BENOWN  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BOCERT-SSA.
           05  FILLER          PIC  X(08)        VALUE "BOCERT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
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

      ******************************************************************
      *DENIED-PARTY LIST AND SECEVT LOGGING - SEE FBWIRE. A SCREENING
      *HIT REFUSES THE OWNER AND LOGS EVENT 'X' UNDER THE BUSINESS ON
      *THE SECEVT TRAIL (DBPCB2) SECRPT REPORTS.
      ******************************************************************

       77  MAX-DENY            PIC  9(05)        VALUE 00050.
       77  TOTAL-DENY          PIC  9(05)        VALUE 0.
       77  WS-DN-IX            PIC  S9(4) COMP-5.
       77  WS-DN-POS           PIC  S9(4) COMP-5.
       77  WS-DN-LEN           PIC  S9(4) COMP-5.
       77  WS-DN-SCANLEN       PIC  S9(4) COMP-5.
       77  WS-DN-HIT           PIC  X(01).
       77  WS-SCREEN-NAME      PIC  X(60).

       01  DENY-TABLE.
           05  DENY-ENTRY OCCURS 50 TIMES INDEXED BY DN-IX.
               10  DN-NAME         PIC  X(30).
               10  DN-LEN          PIC  S9(4) COMP-5.

       01  TXT-DENY-LEAD       PIC  X(01).
       01  TXT-DENY-NAME       PIC  X(30).
       01  WS-DENYLIST-EOF     PIC  X(01) VALUE 'N'.
           88  DENYLIST-EOF        VALUE 'Y'.

       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN. PWDHASH-OPR IS
      * THE SAME MULTIPLY-AND-MOD TRANSFORM FBPWDRST APPLIES TO
      * CUSTOMER PASSWORDS, ZERO UNTIL ONE IS ISSUED (LOADOPER OR
      * FBOPRMNT 'W'); PWDFORCE-OPR 'Y' FORCES A CHANGE AT THE NEXT
      * SIGN-ON. FAILCNT-OPR COUNTS CONSECUTIVE BAD SIGN-ONS AND
      * LOCKED-OPR 'Y' REFUSES SIGN-ON UNTIL A SUPERVISOR RESETS THE
      * CREDENTIAL. SIGNTERM-OPR IS THE LTERM THE OPERATOR IS SIGNED
      * ON AT (SPACES WHEN SIGNED OFF) AND SIGNTS-OPR WHEN - TELLER
      * POSTINGS AND OPERATOR MAINTENANCE ARE ONLY HONORED FROM THAT
      * TERMINAL.
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

       01  OPRSIGN-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SIGN-OPERID     PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

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
           PERFORM LOAD-DENY-LIST THRU LOAD-DENY-LIST-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-BENOWN THRU MAINTAIN-BENOWN-END

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

       MAINTAIN-BENOWN.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO CERTDATE-OUT.
           MOVE 0 TO TOTAL-BOL.
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

      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-BENOWN-END
           END-IF.
           EVALUATE FUNCTYPE-IN
             WHEN 'A'
               PERFORM ADD-OWNER THRU ADD-OWNER-END
             WHEN 'R'
               PERFORM REMOVE-OWNER THRU REMOVE-OWNER-END
             WHEN 'C'
               PERFORM CERTIFY-OWNERS THRU CERTIFY-OWNERS-END
             WHEN 'L'
               PERFORM LIST-OWNERS THRU LIST-OWNERS-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-BENOWN-END.

      * PROCEDURE ADD-OWNER : VALIDATES THE ENTRY, SCREENS THE OWNER'S
      * NAME, AND INSERTS THE OWNER UNDER THE BUSINESS WITH THE NEXT
      * OWNER NUMBER
       ADD-OWNER.
           IF LASTNAME-IN = SPACES OR FIRSTNAME-IN = SPACES
              OR DOB-IN = SPACES OR ADDRESS-IN = SPACES
              OR TIN-IN = SPACES
             MOVE NOOWNERDATA TO MSG-OUT
             GO TO ADD-OWNER-END
           END-IF.
           IF OWNPCT-IN = SPACES
             MOVE 0 TO WS-OWNPCT
           ELSE
             COMPUTE WS-OWNPCT = FUNCTION NUMVAL ( OWNPCT-IN )
           END-IF.
           IF WS-OWNPCT < 0 OR WS-OWNPCT > 100
             MOVE BADPCT TO MSG-OUT
             GO TO ADD-OWNER-END
           END-IF.
           IF CONTROL-IN = SPACE
             MOVE 'N' TO WS-CONTROL
           ELSE
             MOVE CONTROL-IN TO WS-CONTROL
           END-IF.
           IF WS-CONTROL NOT = 'Y' AND WS-CONTROL NOT = 'N'
             MOVE BADCONTROL TO MSG-OUT
             GO TO ADD-OWNER-END
           END-IF.
      *    ONLY THE REPORTABLE INDIVIDUALS ARE KEPT
           IF WS-OWNPCT < BO-OWN-THRESHOLD AND WS-CONTROL NOT = 'Y'
             MOVE BELOWTHRESH TO MSG-OUT
             GO TO ADD-OWNER-END
           END-IF.

           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-OWNER-END
           END-IF.

      * DENIED-PARTY SCREEN - A LISTED OWNER IS NEVER RECORDED, AND THE
      * HIT GOES ON THE SECEVT TRAIL UNDER THE BUSINESS
           MOVE SPACES TO WS-SCREEN-NAME.
           STRING FUNCTION TRIM ( FIRSTNAME-IN ) ' '
                  FUNCTION TRIM ( LASTNAME-IN )
              INTO WS-SCREEN-NAME.
           PERFORM SCREEN-DENIED-PARTY
              THRU SCREEN-DENIED-PARTY-END.
           IF WS-DN-HIT = 'Y'
             MOVE DENIEDPARTY TO MSG-OUT
             PERFORM LOG-DENY-SECEVT THRU LOG-DENY-SECEVT-END
             GO TO ADD-OWNER-END
           END-IF.

           MOVE 1 TO WS-NEW-OWNSEQ.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
           PERFORM BUMP-ONE-OWNSEQ THRU BUMP-ONE-OWNSEQ-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      *    RE-POSITION ON THE CUSTOMER - THE WALK ABOVE RAN PAST IT
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-OWNER-END
           END-IF.
           MOVE WS-CUSTID TO CUSTID-BOW.
           MOVE WS-NEW-OWNSEQ TO OWNSEQ-BOW.
           MOVE LASTNAME-IN TO LASTNAME-BOW.
           MOVE FIRSTNAME-IN TO FIRSTNAME-BOW.
           MOVE DOB-IN TO DOB-BOW.
           MOVE ADDRESS-IN TO ADDRESS-BOW.
           MOVE CITY-IN TO CITY-BOW.
           MOVE STATE-IN TO STATE-BOW.
           MOVE ZIPCODE-IN TO ZIPCODE-BOW.
           MOVE TIN-IN TO TINP-CLEAR.
           MOVE WS-CUSTID TO TINP-SALT.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           MOVE TINP-STORED TO TIN-BOW.
           MOVE WS-OWNPCT TO OWNPCT-BOW.
           MOVE WS-CONTROL TO CONTROL-BOW.
           MOVE 'A' TO STATUS-BOW.
           MOVE 'C' TO SCREEN-BOW.
           MOVE WS-TODAY-YMD TO SCREENDT-BOW.
           MOVE TIMESTAMP TO ADDEDTS-BOW.
           COMPUTE ADDEDBY-BOW = FUNCTION NUMVAL ( OPERID-IN ).

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, BENOWN-SEG, BENOWN-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-OWNER-END
           END-IF.
           MOVE 1 TO TOTAL-BOL.
           PERFORM MOVE-OWNER-ROW THRU MOVE-OWNER-ROW-END.
           MOVE 'OWNER ADDED' TO MSG-OUT.
       ADD-OWNER-END.
           EXIT.

       BUMP-ONE-OWNSEQ.
           IF DBSTAT = SPACES
             IF OWNSEQ-BOW >= WS-NEW-OWNSEQ
               COMPUTE WS-NEW-OWNSEQ = OWNSEQ-BOW + 1
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-OWNSEQ-END.

      * PROCEDURE REMOVE-OWNER : STATUS-FLIPS THE OWNER REMOVED - THE
      * ROW STAYS ON FILE AS THE RECORD. THE CUSTOMER RECERTIFIES THE
      * CHANGED LIST THROUGH 'C'.
       REMOVE-OWNER.
           COMPUTE WS-TARGET-OWNSEQ = FUNCTION NUMVAL ( OWNSEQ-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO REMOVE-OWNER-END
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
           PERFORM FIND-ONE-OWNER THRU FIND-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
           IF WS-ROW-FOUND NOT = 'Y'
             MOVE NOOWNER TO MSG-OUT
             GO TO REMOVE-OWNER-END
           END-IF.
           IF BOW-REMOVED
             MOVE OWNERGONE TO MSG-OUT
             GO TO REMOVE-OWNER-END
           END-IF.
           MOVE 'X' TO STATUS-BOW.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, BENOWN-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO REMOVE-OWNER-END
           END-IF.
           MOVE 1 TO TOTAL-BOL.
           PERFORM MOVE-OWNER-ROW THRU MOVE-OWNER-ROW-END.
           MOVE 'OWNER REMOVED' TO MSG-OUT.
       REMOVE-OWNER-END.
           EXIT.

       FIND-ONE-OWNER.
           IF DBSTAT = SPACES
             IF OWNSEQ-BOW = WS-TARGET-OWNSEQ
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-OWNER-END.

      * PROCEDURE CERTIFY-OWNERS : FOOTS THE ACTIVE OWNERS AND, WHEN
      * THE LIST IS COMPLETE AND CLEAN, RECORDS THE CERTIFICATION AS A
      * NEW BOCERT ROW UNDER THE BUSINESS
       CERTIFY-OWNERS.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO CERTIFY-OWNERS-END
           END-IF.
           MOVE 0 TO WS-OWNERS.
           MOVE 0 TO WS-CONTROLLERS.
           MOVE 0 TO WS-HITS.
           MOVE 0 TO WS-TOTPCT.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
           PERFORM FOOT-ONE-OWNER THRU FOOT-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF WS-CONTROLLERS = 0
             MOVE NOCONTROL TO MSG-OUT
             GO TO CERTIFY-OWNERS-END
           END-IF.
           IF WS-TOTPCT > 100
             MOVE OVERPCT TO MSG-OUT
             GO TO CERTIFY-OWNERS-END
           END-IF.
           IF WS-HITS > 0
             MOVE OWNERHIT TO MSG-OUT
             GO TO CERTIFY-OWNERS-END
           END-IF.

      *    RE-POSITION ON THE CUSTOMER - THE WALK ABOVE RAN PAST IT
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO CERTIFY-OWNERS-END
           END-IF.
           MOVE WS-CUSTID TO CUSTID-BOC.
           MOVE TIMESTAMP TO CERTTS-BOC.
           MOVE WS-TODAY-YMD TO CERTDATE-BOC.
           COMPUTE CERTBY-BOC = FUNCTION NUMVAL ( OPERID-IN ).
           MOVE WS-OWNERS TO OWNERS-BOC.
           MOVE WS-TOTPCT TO TOTPCT-BOC.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, BOCERT-SEG, BOCERT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CERTIFY-OWNERS-END
           END-IF.
           MOVE WS-TODAY-YMD TO CERTDATE-OUT.
           MOVE 'OWNERSHIP CERTIFIED' TO MSG-OUT.
       CERTIFY-OWNERS-END.
           EXIT.

      *    REMOVED OWNERS ARE PASSED OVER; EACH ACTIVE ONE IS FOOTED
      *    AND RETURNED ON THE REPLY
       FOOT-ONE-OWNER.
           IF DBSTAT = SPACES
             IF BOW-ACTIVE
               ADD 1 TO WS-OWNERS
               ADD OWNPCT-BOW TO WS-TOTPCT
               IF BOW-CONTROLLER
                 ADD 1 TO WS-CONTROLLERS
               END-IF
               IF BOW-SCREEN-HIT
                 ADD 1 TO WS-HITS
               END-IF
               IF TOTAL-BOL < MAX-BOL
                 ADD 1 TO TOTAL-BOL
                 PERFORM MOVE-OWNER-ROW THRU MOVE-OWNER-ROW-END
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-OWNER-END.

      * PROCEDURE LIST-OWNERS : RETURNS THE BUSINESS'S OWNERS, REMOVED
      * ONES INCLUDED, AND THE LATEST CERTIFICATION DATE
       LIST-OWNERS.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-OWNERS-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
           PERFORM LIST-ONE-OWNER THRU LIST-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-BOL = MAX-BOL.

           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-OWNERS-END
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-CERTTS.
           MOVE SPACES TO WS-LAST-CERTDATE.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA.
           PERFORM LATEST-ONE-CERT THRU LATEST-ONE-CERT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           MOVE WS-LAST-CERTDATE TO CERTDATE-OUT.
           IF TOTAL-BOL = 0 AND CERTDATE-OUT = SPACES
             MOVE NOCERT TO MSG-OUT
           END-IF.
       LIST-OWNERS-END.

       LIST-ONE-OWNER.
           IF DBSTAT = SPACES
             ADD 1 TO TOTAL-BOL
             PERFORM MOVE-OWNER-ROW THRU MOVE-OWNER-ROW-END
             CALL 'CBLTDLI'
               USING GNP, DBPCB, BENOWN-SEG, BENOWN-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-OWNER-END.

       LATEST-ONE-CERT.
           IF DBSTAT = SPACES
             IF CERTTS-BOC > WS-LAST-CERTTS
               MOVE CERTTS-BOC TO WS-LAST-CERTTS
               MOVE CERTDATE-BOC TO WS-LAST-CERTDATE
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LATEST-ONE-CERT-END.

      * PROCEDURE POSITION-CUSTOMER : GHU THE CUSTOMER BY CUSTID ON
      * DBPCB1 SO THE BENOWN AND BOCERT WALKS THAT FOLLOW RUN UNDER IT.
      * ONLY A BUSINESS CUSTOMER CARRIES BENEFICIAL OWNERS.
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
             GO TO POSITION-CUSTOMER-END
           END-IF.
           IF CUSTOMERTYPE-CD NOT = 'B'
             MOVE NOTBUSINESS TO MSG-OUT
           END-IF.
       POSITION-CUSTOMER-END.
           EXIT.

       MOVE-OWNER-ROW.
           MOVE OWNSEQ-BOW TO OWNSEQ-BS (TOTAL-BOL).
           MOVE LASTNAME-BOW TO LASTNAME-BS (TOTAL-BOL).
           MOVE FIRSTNAME-BOW TO FIRSTNAME-BS (TOTAL-BOL).
           MOVE OWNPCT-BOW TO OWNPCT-BS (TOTAL-BOL).
           MOVE CONTROL-BOW TO CONTROL-BS (TOTAL-BOL).
           MOVE STATUS-BOW TO STATUS-BS (TOTAL-BOL).
           MOVE SCREEN-BOW TO SCREEN-BS (TOTAL-BOL).
       MOVE-OWNER-ROW-END.

      * PROCEDURE LOAD-DENY-LIST : READS THE DENIED-PARTY NAMES OUT
      * OF THE DENYLIST CONTROL FILE, ONCE, AT STARTUP - SEE FBWIRE
       LOAD-DENY-LIST.
           MOVE 0 TO TOTAL-DENY.
           MOVE 'N' TO WS-DENYLIST-EOF.
           OPEN INPUT DENYLIST-FILE.
           READ DENYLIST-FILE
             AT END
               MOVE 'Y' TO WS-DENYLIST-EOF
           END-READ.
           PERFORM LOAD-ONE-DENY THRU LOAD-ONE-DENY-END
              UNTIL DENYLIST-EOF.
           CLOSE DENYLIST-FILE.
       LOAD-DENY-LIST-END.
           EXIT.

       LOAD-ONE-DENY.
           MOVE SPACES TO TXT-DENY-NAME.
      *    THE ROW OPENS WITH A QUOTE, SO THE FIRST UNSTRING TOKEN
      *    IS EMPTY - TXT-DENY-LEAD SOAKS IT UP
           UNSTRING DENYLIST-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-DENY-LEAD
                  TXT-DENY-NAME
           END-UNSTRING.

           IF TXT-DENY-NAME NOT = SPACES
             IF TOTAL-DENY < MAX-DENY
               ADD 1 TO TOTAL-DENY
               SET DN-IX TO TOTAL-DENY
               MOVE TXT-DENY-NAME TO DN-NAME (DN-IX)
               MOVE 0 TO WS-DN-LEN
               PERFORM MEASURE-ONE-DENY-POS
                  THRU MEASURE-ONE-DENY-POS-END
                  VARYING WS-DN-POS FROM 1 BY 1
                  UNTIL WS-DN-POS > 30
               MOVE WS-DN-LEN TO DN-LEN (DN-IX)
             ELSE
               DISPLAY 'DENYLIST - TABLE FULL, ROW SKIPPED: '
                  DENYLIST-IN
             END-IF
           END-IF.

           READ DENYLIST-FILE
             AT END
               MOVE 'Y' TO WS-DENYLIST-EOF
           END-READ.
       LOAD-ONE-DENY-END.
           EXIT.

       MEASURE-ONE-DENY-POS.
           IF TXT-DENY-NAME (WS-DN-POS:1) NOT = SPACE
             MOVE WS-DN-POS TO WS-DN-LEN
           END-IF.
       MEASURE-ONE-DENY-POS-END.

       SCREEN-DENIED-PARTY.
           MOVE 'N' TO WS-DN-HIT.
           PERFORM TEST-ONE-DENY THRU TEST-ONE-DENY-END
              VARYING WS-DN-IX FROM 1 BY 1
              UNTIL WS-DN-IX > TOTAL-DENY
                 OR WS-DN-HIT = 'Y'.
       SCREEN-DENIED-PARTY-END.
           EXIT.

       TEST-ONE-DENY.
           SET DN-IX TO WS-DN-IX.
           MOVE DN-LEN (DN-IX) TO WS-DN-LEN.
           IF WS-DN-LEN < 1
             GO TO TEST-ONE-DENY-END
           END-IF.
           COMPUTE WS-DN-SCANLEN = 60 - WS-DN-LEN + 1.
           PERFORM SCAN-ONE-DENY-POS THRU SCAN-ONE-DENY-POS-END
              VARYING WS-DN-POS FROM 1 BY 1
              UNTIL WS-DN-POS > WS-DN-SCANLEN
                 OR WS-DN-HIT = 'Y'.
       TEST-ONE-DENY-END.
           EXIT.

       SCAN-ONE-DENY-POS.
           IF WS-SCREEN-NAME (WS-DN-POS:WS-DN-LEN)
              = DN-NAME (DN-IX) (1:WS-DN-LEN)
             MOVE 'Y' TO WS-DN-HIT
           END-IF.
       SCAN-ONE-DENY-POS-END.

      * PROCEDURE LOG-DENY-SECEVT : ONE 'X' ROW PER SCREENING HIT ON
      * THE APPEND-ONLY SECEVT TRAIL (DBPCB2), LOGGED UNDER THE
      * BUSINESS SO AMLRISK'S DENIED-PARTY FACTOR SCORES IT
       LOG-DENY-SECEVT.
           COMPUTE EVTID-SEV = WS-CUSTID * SEV-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
           MOVE 'BENEFICIAL OWNER' TO DEVICE-SEV (1:16).

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-DENY-SECEVT-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT = SPACES
             IF SIGNTERM-OPR NOT = SPACES AND SIGNTERM-OPR = LOGTTERM
                AND LOCKED-OPR NOT = 'Y'
               MOVE 'Y' TO WS-SIGNED-ON
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
           EXIT.

      * PROCEDURE PROTECT-TIN : TINP-CLEAR TO ITS STORED FORM IN
      * TINP-STORED UNDER SALT TINP-SALT (SEE TINPROT). ONLY A VALUE
      * WHOSE FIRST FIVE BYTES ARE DIGITS IS ENCIPHERED - BLANK OR
      * ALREADY-PROTECTED VALUES PASS THROUGH UNCHANGED.
       PROTECT-TIN.
           MOVE TINP-CLEAR TO TINP-STORED.
           IF TINP-CLEAR (1:5) IS NUMERIC
             COMPUTE TINP-ROLL =
               FUNCTION MOD (TINP-KEY + TINP-SALT, TINP-MOD)
             PERFORM PROTECT-ONE-DIGIT THRU PROTECT-ONE-DIGIT-END
                VARYING TINP-IX FROM 1 BY 1
                UNTIL TINP-IX > 5
           END-IF.
       PROTECT-TIN-END.
           EXIT.

       PROTECT-ONE-DIGIT.
           PERFORM ROLL-TIN-SHIFT THRU ROLL-TIN-SHIFT-END.
           MOVE TINP-CLEAR (TINP-IX:1) TO TINP-CHAR.
           MOVE 0 TO TINP-POS.
           INSPECT TINP-DIGITS TALLYING TINP-POS
              FOR CHARACTERS BEFORE INITIAL TINP-CHAR.
           COMPUTE TINP-VAL =
             FUNCTION MOD (TINP-POS + TINP-SHIFT, 10) + 1.
           MOVE TINP-LETTERS (TINP-VAL:1) TO TINP-STORED (TINP-IX:1).
       PROTECT-ONE-DIGIT-END.

       ROLL-TIN-SHIFT.
           COMPUTE TINP-ROLL = FUNCTION MOD
             (TINP-ROLL * TINP-MULT + TINP-IX, TINP-MOD).
           COMPUTE TINP-SHIFT = FUNCTION MOD (TINP-ROLL, 10).
       ROLL-TIN-SHIFT-END.

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
