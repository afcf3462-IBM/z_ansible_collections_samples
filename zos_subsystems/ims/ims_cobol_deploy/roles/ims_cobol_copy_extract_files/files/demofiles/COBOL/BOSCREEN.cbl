       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOSCREEN.

      ******************************************************************
      * NIGHTLY BENEFICIAL OWNER SCREENING - RE-SCREENS EVERY ACTIVE
      * BENEFICIAL OWNER AND CONTROLLING PERSON (BENOWN-SEG, SEE
      * FBBOWMNT) OF EVERY BUSINESS CUSTOMER AGAINST THE DENIED-PARTY
      * LIST (DENYLIST, SEE FBWIRE FOR THE MATCH RULE), SO A NAME ADDED
      * TO THE LIST AFTER THE OWNER WAS RECORDED IS CAUGHT.
      *
      * EACH OWNER'S SCREEN-BOW/SCREENDT-BOW IS REPLACED WITH TONIGHT'S
      * RESULT. AN OWNER WHO WAS CLEAR AND NOW MATCHES IS A NEW HIT -
      * IT IS LOGGED AS SECEVT EVENT 'X' UNDER THE BUSINESS (SECRPT
      * REPORTS IT, AMLRISK SCORES IT) AND LISTED; A STANDING HIT IS
      * LISTED AGAIN BUT NOT RE-LOGGED. WHILE ANY OWNER CARRIES A HIT,
      * FBBOWMNT REFUSES TO CERTIFY THE LIST.
      *
      * THE RUN ALSO LISTS EVERY BUSINESS WHOSE LATEST OWNERSHIP
      * CERTIFICATION (BOCERT-SEG) IS MISSING OR OLDER THAN
      * BO-CERT-DAYS - FBACCOPN WILL NOT OPEN A NEW ACCOUNT FOR IT
      * UNTIL THE CUSTOMER RECERTIFIES.
      *
      * RETURN-CODE 4 WHEN ANY OWNER MATCHES THE LIST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DENIED-PARTY CONTROL FILE - SAME LIST FBBOWMNT SCREENS AT
      *    ENTRY
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
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
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

      ******************************************************************
      *BUSINESS RULE CONSTANTS
      ******************************************************************

      * AN OWNERSHIP CERTIFICATION IS GOOD FOR THIS MANY DAYS - THE
      * SAME RULE FBACCOPN APPLIES AT ACCOUNT OPENING
       77  BO-CERT-DAYS        PIC S9(4) COMP-5 VALUE 365.
       77  BO-BUSINESS-TYPE    PIC X(01) VALUE 'B'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 RE-POSITIONS ON THE BUSINESS BY CUSTID
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

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

       01  TODAY-YMD               PIC X(10).
       01  WS-TODAY-INT            PIC S9(9) COMP-5.
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  CERT-CUTOFF-YMD         PIC X(10).

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
      *DENIED-PARTY LIST - SEE FBWIRE
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
      *ONE BUSINESS'S WORK AREAS AND RUN COUNTERS
      ******************************************************************

       77  WS-CUSTID               PIC S9(9) COMP-5.
       77  WS-OWNERS               PIC S9(4) COMP-5.
       77  WS-LAST-CERTTS          PIC X(23).
       77  WS-LAST-CERTDATE        PIC X(10).

       01  BUSINESSES-SCANNED      PIC  S9(9) COMP-5 VALUE 0.
       01  OWNERS-SCREENED         PIC  S9(9) COMP-5 VALUE 0.
       01  OWNER-HITS              PIC  S9(9) COMP-5 VALUE 0.
       01  OWNER-NEW-HITS          PIC  S9(9) COMP-5 VALUE 0.
       01  OWNER-HITS-CLEARED      PIC  S9(9) COMP-5 VALUE 0.
       01  CERTS-DUE               PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

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

      *    DBPCB1 - CUSTOMER/BENOWN/BOCERT  DBPCB2 - SECEVT INSERT

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ).
           COMPUTE WS-CUT-INT = WS-TODAY-INT - BO-CERT-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO CERT-CUTOFF-YMD.

           PERFORM LOAD-DENY-LIST THRU LOAD-DENY-LIST-END.

           DISPLAY '========================================'.
           DISPLAY 'BENEFICIAL OWNER SCREENING - ' TODAY-YMD.
           DISPLAY 'DENIED-PARTY NAMES LOADED: ' TOTAL-DENY.
           DISPLAY '========================================'.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SCREEN-ONE-CUSTOMER THRU SCREEN-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'BUSINESS CUSTOMERS:       ' BUSINESSES-SCANNED.
           DISPLAY 'OWNERS SCREENED:          ' OWNERS-SCREENED.
           DISPLAY 'OWNERS MATCHING THE LIST: ' OWNER-HITS.
           DISPLAY '  OF WHICH NEW TONIGHT:   ' OWNER-NEW-HITS.
           DISPLAY 'PRIOR HITS NOW CLEAR:     ' OWNER-HITS-CLEARED.
           DISPLAY 'CERTIFICATIONS DUE:       ' CERTS-DUE.
           DISPLAY '========================================'.

           IF OWNER-HITS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE SCREEN-ONE-CUSTOMER : FOR A LIVE BUSINESS CUSTOMER,
      * SCREENS ITS OWNERS, THEN CHECKS ITS LATEST CERTIFICATION, AND
      * ADVANCES TO THE NEXT CUSTOMER
       SCREEN-ONE-CUSTOMER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO SCREEN-ONE-CUSTOMER-END
           END-IF.
           IF CUSTOMERTYPE-CD NOT = BO-BUSINESS-TYPE
              OR MERGEDTO-CD NOT = 0
             GO TO SCREEN-ONE-CUSTOMER-NEXT
           END-IF.

           ADD 1 TO BUSINESSES-SCANNED.
           MOVE CUSTID-CD TO WS-CUSTID.
           MOVE 0 TO WS-OWNERS.
           CALL "CBLTDLI"
             USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
           PERFORM SCREEN-ONE-OWNER THRU SCREEN-ONE-OWNER-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GE AND DBSTAT NOT = GB
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

      *    RE-POSITION ON THE BUSINESS - THE OWNER WALK RAN PAST IT -
      *    AND FIND THE LATEST CERTIFICATION
           MOVE WS-CUSTID TO CUSTID.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO SCREEN-ONE-CUSTOMER-END
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-CERTTS.
           MOVE SPACES TO WS-LAST-CERTDATE.
           CALL "CBLTDLI"
             USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA.
           PERFORM LATEST-ONE-CERT THRU LATEST-ONE-CERT-END
              UNTIL DBSTAT NOT = SPACES.
           IF WS-LAST-CERTDATE = SPACES
             ADD 1 TO CERTS-DUE
             DISPLAY 'CERTIFICATION MISSING - CUSTID: ' WS-CUSTID
                ' OWNERS: ' WS-OWNERS ' ' LASTNAME-CD
           ELSE
             IF WS-LAST-CERTDATE < CERT-CUTOFF-YMD
               ADD 1 TO CERTS-DUE
               DISPLAY 'CERTIFICATION EXPIRED - CUSTID: ' WS-CUSTID
                  ' LAST: ' WS-LAST-CERTDATE ' ' LASTNAME-CD
             END-IF
           END-IF.

       SCREEN-ONE-CUSTOMER-NEXT.
           CALL "CBLTDLI"
             USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       SCREEN-ONE-CUSTOMER-END.

      * PROCEDURE SCREEN-ONE-OWNER : SCREENS ONE ACTIVE OWNER AND
      * REPLACES TONIGHT'S RESULT ON THE ROW; A NEW HIT GOES ON THE
      * SECEVT TRAIL. REMOVED OWNERS ARE LEFT AS THEY WERE.
       SCREEN-ONE-OWNER.
           IF NOT BOW-ACTIVE
             GO TO SCREEN-ONE-OWNER-NEXT
           END-IF.
           ADD 1 TO OWNERS-SCREENED.
           ADD 1 TO WS-OWNERS.
           MOVE SPACES TO WS-SCREEN-NAME.
           STRING FUNCTION TRIM ( FIRSTNAME-BOW ) ' '
                  FUNCTION TRIM ( LASTNAME-BOW )
              INTO WS-SCREEN-NAME.
           PERFORM SCREEN-DENIED-PARTY
              THRU SCREEN-DENIED-PARTY-END.

           IF WS-DN-HIT = 'Y'
             ADD 1 TO OWNER-HITS
             IF BOW-SCREEN-HIT
               DISPLAY 'STANDING HIT - CUSTID: ' WS-CUSTID
                  ' OWNER: ' OWNSEQ-BOW ' ' WS-SCREEN-NAME
             ELSE
               ADD 1 TO OWNER-NEW-HITS
               DISPLAY 'NEW HIT      - CUSTID: ' WS-CUSTID
                  ' OWNER: ' OWNSEQ-BOW ' ' WS-SCREEN-NAME
               PERFORM LOG-DENY-SECEVT THRU LOG-DENY-SECEVT-END
             END-IF
             MOVE 'H' TO SCREEN-BOW
           ELSE
             IF BOW-SCREEN-HIT
               ADD 1 TO OWNER-HITS-CLEARED
               DISPLAY 'HIT CLEARED  - CUSTID: ' WS-CUSTID
                  ' OWNER: ' OWNSEQ-BOW ' ' WS-SCREEN-NAME
             END-IF
             MOVE 'C' TO SCREEN-BOW
           END-IF.
           MOVE TODAY-YMD TO SCREENDT-BOW.
           CALL "CBLTDLI"
             USING REPL, DBPCB, BENOWN-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'BOSCREEN: RESULT NOT SAVED - CUSTID ' WS-CUSTID
                ' OWNER ' OWNSEQ-BOW
           END-IF.

       SCREEN-ONE-OWNER-NEXT.
           CALL "CBLTDLI"
             USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
       SCREEN-ONE-OWNER-END.

       LATEST-ONE-CERT.
           IF CERTTS-BOC > WS-LAST-CERTTS
             MOVE CERTTS-BOC TO WS-LAST-CERTTS
             MOVE CERTDATE-BOC TO WS-LAST-CERTDATE
           END-IF.
           CALL "CBLTDLI"
             USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA.
       LATEST-ONE-CERT-END.

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

      * PROCEDURE LOG-DENY-SECEVT : ONE 'X' ROW PER NEW HIT ON THE
      * APPEND-ONLY SECEVT TRAIL (DBPCB2), UNDER THE BUSINESS
       LOG-DENY-SECEVT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           COMPUTE EVTID-SEV = WS-CUSTID * SEV-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
           MOVE 'OWNER RESCREEN' TO DEVICE-SEV (1:14).

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOG-DENY-SECEVT-END.
           EXIT.
