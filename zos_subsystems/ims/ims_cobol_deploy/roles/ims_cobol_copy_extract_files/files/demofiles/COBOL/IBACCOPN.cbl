      * DERIVED TXID AND THE ACCOUNT SEGMENT IS INSERTED WITH THE
      * DEPOSIT ALREADY IN BALANCE-ACC AND LASTTXID-ACC, SO THE NEW
      * ACCOUNT AND ITS FIRST POSTING ARRIVE TOGETHER.
      *
      * A BUSINESS CUSTOMER (CUSTOMERTYPE-CD 'B') MUST HAVE CERTIFIED
      * ITS BENEFICIAL OWNERS THROUGH FBBOWMNT WITHIN THE LAST YEAR -
      * WITHOUT A CURRENT BOCERT ROW THE OPENING IS REFUSED.
      *
      * A REVOLVING CREDIT CARD ACCOUNT (ACCTYPE 'R') TAKES NO OPENING
      * DEPOSIT. ITS CREDIT LIMIT - THE OPTIONAL TRAILING CREDLIM-IN,
      * OR THE PRODUCT'S DEFAULT LIMIT FROM PRODCAT - IS CARRIED AS THE
      * ACCOUNT'S ODLIMIT-ACC, AND ITS RATE AS THE APR. THE CCTERM
      * CHILD (CCTERM.CPY) IS INSERTED WITH THE ACCOUNT, THE CYCLE
      * CLOSING ON TODAY'S DAY OF THE MONTH (28TH AT THE LATEST) AND
      * THE FIRST STATEMENT DUE FROM CCCYCLE A MONTH OUT. CARDS ARE
      * LINKED TO IT THROUGH FBCARDMNT LIKE ANY OTHER ACCOUNT.
      *
      * THE OPTIONAL TRAILING DOMBRANCH-IN NAMES THE BRANCH THAT WILL
      * OWN THE ACCOUNT. IT MUST BE AN ACTIVE BRANCH ON THE BRANCHES
      * MASTER; BLANK OPENS THE ACCOUNT UNASSIGNED.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    PRODUCT CATALOG - ONE ROW PER VALID ACCOUNT TYPE, SEE
      *    PRODCAT-TABLE BELOW
           SELECT PRODCAT-FILE ASSIGN TO PRODCAT.
      *    BRANCH MASTER - CODE, NAME, REGION, STATUS; SEE
      *    LOAD-BRANCH-MASTER
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.

       DATA DIVISION.

            DATA RECORD IS PRODCAT-IN.
       01  PRODCAT-IN           PIC X(80).

         FD BRANCHES-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
       77  NOCUSTODIAN     PIC  X(26) VALUE "CUSTODIAN DOES NOT EXIST".
       77  CUSTODNOTADULT  PIC  X(30) VALUE
             "CUSTODIAN MUST BE AN ADULT".
       77  NOBOCERT        PIC  X(32) VALUE
             "BUSINESS OWNERS NOT CERTIFIED".
       77  BOCERTSTALE     PIC  X(32) VALUE
             "OWNER CERTIFICATION OVER 1 YEAR".
       77  CREDNOLIMIT     PIC  X(32) VALUE
             "CREDIT LIMIT REQUIRED".
       77  CREDNODEPOSIT   PIC  X(32) VALUE
             "NO OPENING DEPOSIT ON CREDIT".
       77  INVALIDBRANCH   PIC  X(30) VALUE
             "BRANCH NOT ON FILE OR CLOSED".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  NEXT-CALL           PIC  X(04)        VALUE "    ".

       77  WS-OPEN-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-CA-DONE          PIC X(01).

      * REVOLVING CREDIT CARD - THE CREDIT LIMIT BECOMES ODLIMIT-ACC
      * AND THE CYCLE NEVER CLOSES LATER THAN CC-LAST-STMTDAY SO EVERY
      * MONTH HAS ITS CLOSING DAY
       77  CREDIT-ACCTYPE      PIC X(01) VALUE 'R'.
       77  CC-LAST-STMTDAY     PIC 9(02) VALUE 28.
       77  WS-CREDIT-LIMIT     PIC S9(13)V9(2) COMP-3.
       01  CC-NEXT-DATE.
           05  CC-NEXT-YEAR    PIC 9(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  CC-NEXT-MONTH   PIC 9(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  CC-NEXT-DAY     PIC 9(2).

      * BENEFICIAL OWNERSHIP - A BUSINESS CUSTOMER'S LATEST OWNER
      * CERTIFICATION (SEE FBBOWMNT) MUST BE NO OLDER THAN
      * BO-CERT-DAYS, THE SAME RULE BOSCREEN REPORTS ON NIGHTLY
       77  BO-BUSINESS-TYPE    PIC X(01) VALUE 'B'.
       77  BO-CERT-DAYS        PIC S9(4) COMP-5 VALUE 365.
       77  WS-LAST-CERTTS      PIC X(23).
       77  WS-LAST-CERTDATE    PIC X(10).
       77  WS-CERT-CUTOFF      PIC X(10).
       77  WS-CUT-INT          PIC S9(9) COMP-5.
       01  WS-CUT-N            PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR        PIC 9(04).
           05  CUT-MONTH       PIC 9(02).
           05  CUT-DAY         PIC 9(02).

      ******************************************************************
      *PRODUCT CATALOG TABLE - THE FIXED SET OF VALID ACCTYPE CODES AND
      *EACH PRODUCT'S DESCRIPTION, DEFAULT INTEREST RATE, MONTHLY FEE,
      *MINIMUM OPENING BALANCE, AND INTEREST-BEARING FLAG - LOADED
      *FROM THE PRODCAT CONTROL FILE AT STARTUP, THE SAME CATALOG
      *LOADACCT VALIDATES AGAINST. AN OPTIONAL SEVENTH COLUMN CARRIES
      *A CREDIT CARD PRODUCT'S DEFAULT CREDIT LIMIT.
      ******************************************************************

       77  MAX-PRODUCTS        PIC  9(05)        VALUE 00020.
               10  PC-MONTHFEE     PIC  S9(13)V9(2) COMP-3.
               10  PC-MINOPEN      PIC  S9(13)V9(2) COMP-3.
               10  PC-INTBEAR      PIC  X(01).
               10  PC-CREDLIM      PIC  S9(13)V9(2) COMP-3.

       01  TXT-PC-CODE         PIC  X(01).
       01  TXT-PC-DESC         PIC  X(20).
       01  TXT-PC-MONTHFEE     PIC  X(16).
       01  TXT-PC-MINOPEN      PIC  X(16).
       01  TXT-PC-INTBEAR      PIC  X(01).
       01  TXT-PC-CREDLIM      PIC  X(16).
       01  WS-PRODCAT-EOF      PIC  X(01) VALUE 'N'.
           88  PRODCAT-EOF         VALUE 'Y'.

      * BRANCH MASTER - ONE ROW PER BRANCH FROM THE BRANCHES CONTROL
      * FILE ("<CODE>","<NAME>","<REGION>","<STATUS>", STATUS 'A'
      * ACTIVE / 'C' CLOSED), LOADED AT STARTUP AND SEARCHED BY
      * FIND-VALID-BRANCH - THE SAME TABLE IBTRAN VALIDATES
      * BRANCH-HIST AGAINST.
       77  MAX-BRANCHES        PIC  9(05)        VALUE 00050.
       77  TOTAL-BRANCHES      PIC  9(05)        VALUE 0.
       77  WS-BR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-SEARCH-CD     PIC  X(04).
       77  WS-BR-OK            PIC  X(01).

       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES
                          INDEXED BY BR-IX.
               10  BR-CODE         PIC  X(04).
               10  BR-NAME         PIC  X(20).
               10  BR-REGION       PIC  X(08).
               10  BR-STATUS       PIC  X(01).

       01  TXT-BR-LEAD         PIC  X(01).
       01  TXT-BR-CODE         PIC  X(04).
       01  TXT-BR-NAME         PIC  X(20).
       01  TXT-BR-REGION       PIC  X(08).
       01  TXT-BR-STATUS       PIC  X(01).
       01  WS-BRANCHES-EOF     PIC  X(01) VALUE 'N'.
           88  BRANCHES-EOF        VALUE 'Y'.


      ******************************************************************
      *SEGMENT AREAS
      * 'M'INOR AND 'C'USTODIAN - SEE OPEN-ACCOUNT BELOW.
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
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
       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
      *    'A'TM, 'B'ATCH POSTERS, 'C'HECK CLEARING, 'N'ETWORK/ACH,
      *    'W'IRE. TOTALED AND RECONCILED NIGHTLY BY CHSETTLE.
           05  CHANNEL-HIST    PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      * OPENING CUSTOMER IS A MINOR; THE CUSTODIAN GETS THE 'C' ROLE
      * ROW ON THE NEW ACCOUNT AND THE MINOR THE 'M' ROLE ROW.
           05  CUSTODIAN-IN    PIC  X(09).
      * CREDIT LIMIT - OPTIONAL TRAILING FIELD ON A CREDIT CARD
      * OPENING; BLANK TAKES THE PRODUCT'S DEFAULT LIMIT
           05  CREDLIM-IN      PIC  X(16).
      * DOMICILE BRANCH - OPTIONAL TRAILING FIELD; BLANK OPENS THE
      * ACCOUNT WITH NO OWNING BRANCH
           05  DOMBRANCH-IN    PIC  X(04).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ACCOUNT-SSA1 IS THE PARENT PATH FOR A CREDIT CARD'S CCTERM
      *    CHILD, INSERTED UNDER THE ACCOUNT JUST CREATED
       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

           COPY CCTERM.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    BOCERT-SSA WALKS THE CERTIFICATIONS UNDER THE CUSTOMER
      *    CUSTOMER-SSA1 JUST READ
       01  BOCERT-SSA.
           05  FILLER          PIC  X(08)        VALUE "BOCERT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
           MOVE 0 TO TERM-IO.
           PERFORM LOAD-PRODUCT-CATALOG
              THRU LOAD-PRODUCT-CATALOG-END.
           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING OPTIONAL FIELD SO A SHORTER MESSAGE ON A
      * LATER ITERATION CAN'T INHERIT A CUSTODIAN LEFT OVER FROM AN
      * EARLIER, LONGER MESSAGE - SAME GUARD IBTRAN USES
              MOVE SPACES TO CUSTODIAN-IN
              MOVE SPACES TO CREDLIM-IN
              MOVE SPACES TO DOMBRANCH-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
      * MUST MEET THE PRODUCT'S MINIMUM
           MOVE ACCTYPE-IN TO WS-PC-SEARCH-CD.
           PERFORM FIND-PRODUCT THRU FIND-PRODUCT-END.
      * A CREDIT CARD'S LIMIT - KEYED, OR THE PRODUCT'S DEFAULT
           MOVE 0 TO WS-CREDIT-LIMIT.
           IF WS-PC-FOUND-IX > 0 AND ACCTYPE-IN = CREDIT-ACCTYPE
             IF CREDLIM-IN = SPACES
               MOVE PC-CREDLIM (WS-PC-FOUND-IX) TO WS-CREDIT-LIMIT
             ELSE
               COMPUTE WS-CREDIT-LIMIT = FUNCTION NUMVAL ( CREDLIM-IN )
             END-IF
           END-IF.
           MOVE DOMBRANCH-IN TO WS-BR-SEARCH-CD.
           PERFORM FIND-VALID-BRANCH THRU FIND-VALID-BRANCH-END.
           IF WS-PC-FOUND-IX = 0
             MOVE BADACCTYPE TO MSG-OUT
           ELSE
           IF WS-BR-OK NOT = 'Y'
             MOVE INVALIDBRANCH TO MSG-OUT
           ELSE
           IF WS-OPEN-AMOUNT < 0
             MOVE BADOPENAMT TO MSG-OUT
           ELSE
           IF WS-OPEN-AMOUNT < PC-MINOPEN (WS-PC-FOUND-IX)
             MOVE BELOWMINOPEN TO MSG-OUT
           ELSE
           IF ACCTYPE-IN = CREDIT-ACCTYPE AND WS-OPEN-AMOUNT > 0
             MOVE CREDNODEPOSIT TO MSG-OUT
           ELSE
           IF ACCTYPE-IN = CREDIT-ACCTYPE AND WS-CREDIT-LIMIT NOT > 0
             MOVE CREDNOLIMIT TO MSG-OUT
           ELSE
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4
             CALL 'CBLTDLI'
                 MOVE BAD-STATUS TO MSG-OUT
               END-IF
             ELSE
      * A BUSINESS NEEDS A CURRENT BENEFICIAL OWNERSHIP CERTIFICATION
               IF CUSTOMERTYPE-CD = BO-BUSINESS-TYPE
                 PERFORM CHECK-BO-CERT THRU CHECK-BO-CERT-END
               END-IF
      * A MINOR (BY DOB ON THE CUSTOMER ROW JUST READ) MAY ONLY OPEN
      * A CUSTODIAL ACCOUNT WITH AN ADULT CUSTODIAN NAMED
               IF MSG-OUT = SPACES
                 PERFORM CHECK-CUSTODIAL-RULES
                    THRU CHECK-CUSTODIAL-RULES-END
               END-IF
               IF MSG-OUT = SPACES
                 PERFORM DERIVE-NEW-ACCID THRU DERIVE-NEW-ACCID-END
                 PERFORM INSERT-NEW-ACCOUNT THRU INSERT-NEW-ACCOUNT-END
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       OPEN-ACCOUNT-END.

      * PROCEDURE CHECK-BO-CERT : WALKS THE BOCERT ROWS UNDER THE
      * BUSINESS CUSTOMER JUST READ ON DBPCB4 FOR THE LATEST ONE AND
      * REFUSES THE OPENING WHEN THERE IS NONE OR IT IS OLDER THAN
      * BO-CERT-DAYS. THE CUSTOMER RECERTIFIES THROUGH FBBOWMNT 'C'.
       CHECK-BO-CERT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) - BO-CERT-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WS-CERT-CUTOFF.
           MOVE LOW-VALUES TO WS-LAST-CERTTS.
           MOVE SPACES TO WS-LAST-CERTDATE.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA.
           PERFORM LATEST-ONE-CERT THRU LATEST-ONE-CERT-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO CHECK-BO-CERT-END
           END-IF.
           IF WS-LAST-CERTDATE = SPACES
             MOVE NOBOCERT TO MSG-OUT
             GO TO CHECK-BO-CERT-END
           END-IF.
           IF WS-LAST-CERTDATE < WS-CERT-CUTOFF
             MOVE BOCERTSTALE TO MSG-OUT
           END-IF.
       CHECK-BO-CERT-END.
           EXIT.

       LATEST-ONE-CERT.
           IF CERTTS-BOC > WS-LAST-CERTTS
             MOVE CERTTS-BOC TO WS-LAST-CERTTS
             MOVE CERTDATE-BOC TO WS-LAST-CERTDATE
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, BOCERT-SEG, BOCERT-SSA.
       LATEST-ONE-CERT-END.

      * PROCEDURE CHECK-CUSTODIAL-RULES : SETS WS-CUSTODIAL-SW WHEN
      * THE OPENING CUSTOMER IS A MINOR BY THE DOB ON THE ROW JUST
      * READ ON DBPCB4. A MINOR WITHOUT A CUSTODIAN IS REFUSED; A
           MOVE 0 TO TERMMOS-ACC.
           MOVE SPACES TO MATDISP-ACC.
           MOVE 0 TO PAYOUTACC-ACC.
      * A CREDIT CARD'S LIMIT IS ITS OVERDRAFT LINE - THE FLOOR EVERY
      * POSTING PATH ALREADY HONORS
           IF ACCTYPE-IN = CREDIT-ACCTYPE
             MOVE WS-CREDIT-LIMIT TO ODLIMIT-ACC
           ELSE
             MOVE 0 TO ODLIMIT-ACC
           END-IF.
      * SPREAD NEW ACCOUNTS ACROSS THE TWENTY STATEMENT CYCLES SO NO
      * SINGLE NIGHTLY STMTGEN RUN CARRIES THEM ALL
           COMPUTE CYCLE-ACC = FUNCTION MOD ( WS-NEW-ACCID 20 ) + 1.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO OPENDATE-ACC.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO OPENDATE-ACC.
           MOVE DOMBRANCH-IN TO DOMBRANCH-ACC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
                 PERFORM POST-OPENING-DEPOSIT
                    THRU POST-OPENING-DEPOSIT-END
               END-IF
               IF ACCTYPE-IN = CREDIT-ACCTYPE
                 PERFORM INSERT-CREDIT-TERMS
                    THRU INSERT-CREDIT-TERMS-END
               END-IF
               IF MSG-OUT = SPACES
                 MOVE WS-NEW-ACCID TO ACCID-OUT
                 MOVE WS-NEW-ACCNUM TO ACCNUM-OUT
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'T' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           COMPUTE ACCID-HIST = WS-NEW-ACCID.
           COMPUTE TXID-HIST = WS-NEW-ACCID * MULT-FACTOR + 1.
           END-IF.
       POST-OPENING-DEPOSIT-END.

      * PROCEDURE INSERT-CREDIT-TERMS : INSERTS THE NEW CREDIT CARD
      * ACCOUNT'S CCTERM CHILD - APR FROM THE ACCOUNT'S RATE, CYCLE
      * CLOSING ON TODAY'S DAY (NO LATER THAN CC-LAST-STMTDAY), FIRST
      * STATEMENT ONE MONTH OUT, NOTHING YET OWED
       INSERT-CREDIT-TERMS.
           MOVE WS-NEW-ACCID TO ACCID-CC.
           MOVE INTRATE-ACC TO APR-CC.
           IF WS-CURRENT-DAY > CC-LAST-STMTDAY
             MOVE CC-LAST-STMTDAY TO STMTDAY-CC
           ELSE
             MOVE WS-CURRENT-DAY TO STMTDAY-CC
           END-IF.
           MOVE OPENDATE-ACC TO LASTSTMT-CC.
           IF WS-CURRENT-MONTH = 12
             COMPUTE CC-NEXT-YEAR = WS-CURRENT-YEAR + 1
             MOVE 1 TO CC-NEXT-MONTH
           ELSE
             MOVE WS-CURRENT-YEAR TO CC-NEXT-YEAR
             COMPUTE CC-NEXT-MONTH = WS-CURRENT-MONTH + 1
           END-IF.
           MOVE STMTDAY-CC TO CC-NEXT-DAY.
           MOVE CC-NEXT-DATE TO NEXTSTMT-CC.
           MOVE LASTTXID-ACC TO STMTTXID-CC.
           MOVE 0 TO STMTBAL-CC.
           MOVE 0 TO MINDUE-CC.
           MOVE SPACES TO DUEDATE-CC.
           MOVE 'N' TO LATEFEE-CC.
           MOVE 0 TO LATECNT-CC.

           MOVE WS-NEW-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CCTERM-SEG, ACCOUNT-SSA1, CCTERM-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       INSERT-CREDIT-TERMS-END.
           EXIT.


      * PROCEDURE LOAD-PRODUCT-CATALOG : READS THE PRODUCT CATALOG
      * CONTROL FILE INTO PRODCAT-TABLE, ONCE, AT STARTUP - THE SAME
       LOAD-ONE-PRODUCT.
           MOVE SPACES TO TXT-PC-CODE.
           MOVE SPACES TO TXT-PC-INTBEAR.
           MOVE SPACES TO TXT-PC-CREDLIM.
           UNSTRING PRODCAT-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-PC-CODE
                  TXT-PC-MONTHFEE
                  TXT-PC-MINOPEN
                  TXT-PC-INTBEAR
                  TXT-PC-CREDLIM
           END-UNSTRING.

           IF TXT-PC-CODE NOT = SPACES
               COMPUTE PC-MINOPEN (PC-IX) =
                  FUNCTION NUMVAL ( TXT-PC-MINOPEN )
               MOVE TXT-PC-INTBEAR TO PC-INTBEAR (PC-IX)
               IF TXT-PC-CREDLIM = SPACES
                 MOVE 0 TO PC-CREDLIM (PC-IX)
               ELSE
                 COMPUTE PC-CREDLIM (PC-IX) =
                    FUNCTION NUMVAL ( TXT-PC-CREDLIM )
               END-IF
             ELSE
               DISPLAY 'PRODCAT - PRODUCT TABLE FULL, ROW SKIPPED: '
                  PRODCAT-IN
           END-IF.
       TEST-ONE-PRODUCT-END.

      * PROCEDURE FIND-VALID-BRANCH : WS-BR-SEARCH-CD AGAINST THE
      * BRANCH MASTER - UNKNOWN OR CLOSED FAILS, BLANK PASSES
       FIND-VALID-BRANCH.
           MOVE 'Y' TO WS-BR-OK.
           MOVE 0 TO WS-BR-FOUND-IX.
           IF WS-BR-SEARCH-CD = SPACES
             GO TO FIND-VALID-BRANCH-END
           END-IF.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING WS-BR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-BR-SEARCH-IX > TOTAL-BRANCHES
                 OR WS-BR-FOUND-IX NOT = 0.
           IF WS-BR-FOUND-IX = 0
             MOVE 'N' TO WS-BR-OK
           ELSE
             IF BR-STATUS (WS-BR-FOUND-IX) NOT = 'A'
               MOVE 'N' TO WS-BR-OK
             END-IF
           END-IF.
       FIND-VALID-BRANCH-END.
           EXIT.

       TEST-ONE-BRANCH.
           IF BR-CODE (WS-BR-SEARCH-IX) = WS-BR-SEARCH-CD
             MOVE WS-BR-SEARCH-IX TO WS-BR-FOUND-IX
           END-IF.
       TEST-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE LOAD-BRANCH-MASTER : QUOTED-COMMA CONTROL-FILE
      * LOADER, SAME IDIOM AS IBTRAN'S
       LOAD-BRANCH-MASTER.
           MOVE 0 TO TOTAL-BRANCHES.
           MOVE 'N' TO WS-BRANCHES-EOF.
           OPEN INPUT BRANCHES-FILE.
           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
           PERFORM LOAD-ONE-BRANCH THRU LOAD-ONE-BRANCH-END
              UNTIL BRANCHES-EOF.
           CLOSE BRANCHES-FILE.
       LOAD-BRANCH-MASTER-END.
           EXIT.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO TXT-BR-CODE.
           UNSTRING BRANCHES-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-BR-LEAD
                  TXT-BR-CODE
                  TXT-BR-NAME
                  TXT-BR-REGION
                  TXT-BR-STATUS
           END-UNSTRING.

           IF TXT-BR-CODE NOT = SPACES
             IF TOTAL-BRANCHES < MAX-BRANCHES
               ADD 1 TO TOTAL-BRANCHES
               SET BR-IX TO TOTAL-BRANCHES
               MOVE TXT-BR-CODE TO BR-CODE (BR-IX)
               MOVE TXT-BR-NAME TO BR-NAME (BR-IX)
               MOVE TXT-BR-REGION TO BR-REGION (BR-IX)
               MOVE TXT-BR-STATUS TO BR-STATUS (BR-IX)
             ELSE
               DISPLAY 'BRANCHES - BRANCH TABLE FULL, ROW SKIPPED: '
                  BRANCHES-IN
             END-IF
           END-IF.

           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
       LOAD-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
