       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBCNSMNT.

      ******************************************************************
      * THIRD-PARTY CONSENT MAINTENANCE - THE CUSTOMER'S SIDE OF THE
      * CONSENT REGISTRY FBAPIGW ENFORCES (CONSENT-SEG UNDER THE
      * CUSTOMER - SEE CONSENT.CPY). THE ONLINE BANKING CONSENT PAGE,
      * AND THE BRIDGE'S AUTHORIZATION FLOW WHEN A CUSTOMER APPROVES
      * AN APP, DRIVE IT. FUNCTYPE-IN:
      *   'A'DD    - GRANTS A THIRD PARTY THE SCOPES MARKED 'Y' ON
      *              EVERY ACCOUNT (ALLACCTS-IN 'Y') OR ON UP TO FIVE
      *              NAMED ACCOUNTS, EACH OF WHICH THE CUSTOMER MUST
      *              HOLD, UNTIL EXPDATE-IN (DEFAULT CNS-DEFAULT-DAYS
      *              FROM TODAY, NO MORE THAN CNS-MAX-DAYS). AN ACTIVE
      *              GRANT THE SAME THIRD PARTY ALREADY HOLDS IS
      *              SUPERSEDED, SO A RENEWAL LEAVES NO GAP
      *   'L'IST   - RETURNS THE CUSTOMER'S CONSENTS, ENDED ONES
      *              INCLUDED; AN ACTIVE ROW PAST ITS EXPIRY COMES BACK
      *              WITH STATUS 'E'
      *   'R'EVOKE - ENDS A CONSENT TODAY. THE GATEWAY REFUSES THE
      *              THIRD PARTY'S NEXT CALL
      * AN ADD OR REVOKE IS ONLY HONORED WHILE THE CUSTOMER HOLDS AN
      * ACTIVE FBLOGIN SESSION, AND FOR A BUSINESS WITH SUB-USERS
      * SWITCHED ON ONLY FROM A SUB-USER ENTITLED TO INITIATE
      * (SUBID-IN) - SEE CHECK-SESSION.
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
       77  NOCONSENT       PIC  X(22) VALUE "CONSENT NOT ON FILE".
       77  NOTACTIVE       PIC  X(30) VALUE
             "CONSENT IS NO LONGER ACTIVE".
       77  NOTPPID         PIC  X(34) VALUE
             "THIRD PARTY ID AND NAME REQUIRED".
       77  NOSCOPE         PIC  X(34) VALUE
             "AT LEAST ONE SCOPE MUST BE GRANTED".
       77  BADSCOPE        PIC  X(34) VALUE
             "SCOPE AND ALL-ACCOUNTS ARE Y OR N".
       77  NOACCOUNTS      PIC  X(34) VALUE
             "NAME AN ACCOUNT OR GRANT ALL".
       77  BADEXPDATE      PIC  X(34) VALUE
             "EXPIRY DATE IS NOT A VALID DATE".
       77  EXPRANGE        PIC  X(34) VALUE
             "EXPIRY MUST BE IN THE NEXT YEAR".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTLOGGEDON     PIC  X(34) VALUE
             "CUSTOMER IS NOT LOGGED ON".
       77  SUBUSERREQ      PIC  X(34) VALUE
             "SUB-USER ID REQUIRED".
       77  NOSUBUSER       PIC  X(34) VALUE
             "SUB-USER DOES NOT EXIST".
       77  SUBNOTON        PIC  X(34) VALUE
             "SUB-USER NOT LOGGED ON".
       77  NOTENTITLED     PIC  X(34) VALUE
             "SUB-USER NOT ENTITLED TO FUNCTION".

      * A GRANT WITH NO EXPIRY KEYED RUNS THIS MANY DAYS; NONE MAY RUN
      * LONGER THAN THE MAXIMUM - THE CUSTOMER RE-APPROVES TO GO ON
       77  CNS-DEFAULT-DAYS    PIC S9(4) COMP-5 VALUE 90.
       77  CNS-MAX-DAYS        PIC S9(4) COMP-5 VALUE 365.

      * UPPER LIMIT ON CONSENTS RETURNED IN ONE LIST REPLY
       77  MAX-CNL             PIC 99 VALUE 10.

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
       77  WS-TARGET-CONSID    PIC  S9(9) COMP-5.
       77  WS-NEW-CONSID       PIC  S9(9) COMP-5.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-OWN-FOUND        PIC  X(01).
       77  WS-ACCT-IX          PIC  S9(4) COMP-5.
       77  WS-ACCT-COUNT       PIC  S9(4) COMP-5.
       77  WS-SUPERSEDED       PIC  S9(4) COMP-5.
       77  WS-EXPDATE          PIC  X(10).

      * ACTIVE-SESSION ENFORCEMENT WORK FIELDS - SEE CHECK-SESSION.
      * WS-SUB-MSG CARRIES A SUB-USER REFUSAL BACK THROUGH IT
       77  WS-SESSION-OK       PIC  X(01).
       77  CUST-LOGGEDIN       PIC  X(01) VALUE '1'.
       77  CUST-LOCKED         PIC  X(01) VALUE '1'.
       77  WS-SUB-MSG          PIC  X(34).

      * THE NAMED ACCOUNTS, CHECKED BEFORE ANYTHING IS WRITTEN
       01  WS-GRANT-ACCOUNTS.
           05  WS-GRANT-ACCID  PIC  S9(18) COMP-5 OCCURS 5 TIMES.

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
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
      * TRAILING COLUMNS - NOT READ HERE BUT THE RETRIEVE AREA MUST
      * COVER THE FULL SEGMENT
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
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

           COPY CONSENT.

      *    SUBUSER-SEG AND BIZCTL-SEG - READ (NEVER UPDATED) UNDER THE
      *    CUSTOMER BY CHECK-SUBUSER
           COPY SUBUSER.

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
           05  CONSID-IN       PIC  X(09).
           05  TPPID-IN        PIC  X(12).
           05  TPPNAME-IN      PIC  X(30).
           05  SCOPEBAL-IN     PIC  X(01).
           05  SCOPEHIST-IN    PIC  X(01).
           05  SCOPEPAY-IN     PIC  X(01).
           05  ALLACCTS-IN     PIC  X(01).
           05  ACCID-IN        PIC  X(18) OCCURS 5 TIMES.
           05  EXPDATE-IN      PIC  X(10).
      *    BUSINESS SUB-USER KEYING AN ADD OR REVOKE - SEE CHECK-SUBUSER
           05  SUBID-IN        PIC  X(09).

      *    ONE ROW PER CONSENT. STATUS-CS IS THE ROW'S OWN STATUS,
      *    EXCEPT 'E' FOR AN ACTIVE ROW WHOSE EXPIRY HAS PASSED.
       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(34).
           05  TOTAL-CNL       PIC  99.
           05  CN-SUMMARY OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-CNL.
               10  CONSID-CS   PIC  S9(9) COMP-5.
               10  TPPID-CS    PIC  X(12).
               10  TPPNAME-CS  PIC  X(30).
               10  SCOPEBAL-CS PIC  X(01).
               10  SCOPEHIST-CS PIC X(01).
               10  SCOPEPAY-CS PIC  X(01).
               10  ALLACCTS-CS PIC  X(01).
               10  ACCTCNT-CS  PIC  S9(4) COMP-5.
               10  ACCID-CS    PIC  S9(18) COMP-5 OCCURS 5 TIMES.
               10  GRANTDATE-CS PIC X(10).
               10  EXPDATE-CS  PIC  X(10).
               10  STATUS-CS   PIC  X(01).
               10  ENDDATE-CS  PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

      *    CUSTOMER-SSA1 POSITIONS ON THE PARENT CUSTOMER BY CUSTID;
      *    CONSENT-SSA (SEE CONSENT.CPY) WALKS ITS CONSENTS
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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
       01  WS-MAX-YMD          PIC X(10).
       01  WS-DEFAULT-YMD      PIC X(10).

       01  WS-DAY-INT          PIC S9(9) COMP-5.
       01  WS-DAY-N            PIC 9(08).
       01  WS-DAY-X REDEFINES WS-DAY-N.
           05  DAY-YEAR        PIC 9(04).
           05  DAY-MONTH       PIC 9(02).
           05  DAY-DAY         PIC 9(02).

      *    THE KEYED EXPIRY, TAKEN APART TO CHECK IT IS A REAL DATE
       01  WS-EXP-PARTS.
           05  EXP-YEAR        PIC X(04).
           05  EXP-DASH1       PIC X(01).
           05  EXP-MONTH       PIC X(02).
           05  EXP-DASH2       PIC X(01).
           05  EXP-DAY         PIC X(02).

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   IOPCBA - I/O PCB
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER, CONSENT, BIZCTL AND
      *            SUBUSER)
      *   DBPCB2 - CUSTACCS DATABASE (READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO SUBID-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-CONSENT THRU MAINTAIN-CONSENT-END

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

       MAINTAIN-CONSENT.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE 0 TO TOTAL-CNL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).

      * ACTIVE-SESSION ENFORCEMENT - A GRANT OR REVOKE IS ONLY HONORED
      * WHILE FBLOGIN'S SESSION STATE SAYS THE CUSTOMER IS LOGGED ON
      * AND NOT LOCKED OR SWEPT
           IF FUNCTYPE-IN = 'A' OR FUNCTYPE-IN = 'R'
             PERFORM CHECK-SESSION THRU CHECK-SESSION-END
             IF WS-SESSION-OK = 'N'
               IF WS-SUB-MSG NOT = SPACES
                 MOVE WS-SUB-MSG TO MSG-OUT
               ELSE
                 MOVE NOTLOGGEDON TO MSG-OUT
               END-IF
               GO TO MAINTAIN-CONSENT-END
             END-IF
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'A'
               PERFORM ADD-CONSENT THRU ADD-CONSENT-END
             WHEN 'L'
               PERFORM LIST-CONSENTS THRU LIST-CONSENTS-END
             WHEN 'R'
               PERFORM REVOKE-CONSENT THRU REVOKE-CONSENT-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-CONSENT-END.

      * PROCEDURE ADD-CONSENT : VALIDATES THE GRANT - WHO, WHAT, WHICH
      * ACCOUNTS, UNTIL WHEN - THEN SUPERSEDES THE THIRD PARTY'S
      * ACTIVE GRANT, IF ANY, AND INSERTS THE NEW ONE WITH THE NEXT
      * CONSENT NUMBER
       ADD-CONSENT.
           IF TPPID-IN = SPACES OR TPPNAME-IN = SPACES
             MOVE NOTPPID TO MSG-OUT
             GO TO ADD-CONSENT-END
           END-IF.
           IF SCOPEBAL-IN = SPACE
             MOVE 'N' TO SCOPEBAL-IN
           END-IF.
           IF SCOPEHIST-IN = SPACE
             MOVE 'N' TO SCOPEHIST-IN
           END-IF.
           IF SCOPEPAY-IN = SPACE
             MOVE 'N' TO SCOPEPAY-IN
           END-IF.
           IF ALLACCTS-IN = SPACE
             MOVE 'N' TO ALLACCTS-IN
           END-IF.
           IF ( SCOPEBAL-IN NOT = 'Y' AND SCOPEBAL-IN NOT = 'N' )
              OR ( SCOPEHIST-IN NOT = 'Y' AND SCOPEHIST-IN NOT = 'N' )
              OR ( SCOPEPAY-IN NOT = 'Y' AND SCOPEPAY-IN NOT = 'N' )
              OR ( ALLACCTS-IN NOT = 'Y' AND ALLACCTS-IN NOT = 'N' )
             MOVE BADSCOPE TO MSG-OUT
             GO TO ADD-CONSENT-END
           END-IF.
           IF SCOPEBAL-IN = 'N' AND SCOPEHIST-IN = 'N'
              AND SCOPEPAY-IN = 'N'
             MOVE NOSCOPE TO MSG-OUT
             GO TO ADD-CONSENT-END
           END-IF.

           PERFORM CHECK-EXPIRY THRU CHECK-EXPIRY-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-CONSENT-END
           END-IF.

      *    AN ALL-ACCOUNTS GRANT NAMES NONE; OTHERWISE EVERY ACCOUNT
      *    NAMED MUST BE THE CUSTOMER'S OWN
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 0 TO WS-GRANT-ACCID (1).
           MOVE 0 TO WS-GRANT-ACCID (2).
           MOVE 0 TO WS-GRANT-ACCID (3).
           MOVE 0 TO WS-GRANT-ACCID (4).
           MOVE 0 TO WS-GRANT-ACCID (5).
           IF ALLACCTS-IN = 'N'
             PERFORM CHECK-ONE-GRANT-ACCOUNT
                THRU CHECK-ONE-GRANT-ACCOUNT-END
                VARYING WS-ACCT-IX FROM 1 BY 1
                UNTIL WS-ACCT-IX > 5 OR MSG-OUT NOT = SPACES
             IF MSG-OUT NOT = SPACES
               GO TO ADD-CONSENT-END
             END-IF
             IF WS-ACCT-COUNT = 0
               MOVE NOACCOUNTS TO MSG-OUT
               GO TO ADD-CONSENT-END
             END-IF
           END-IF.

           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-CONSENT-END
           END-IF.
           MOVE 1 TO WS-NEW-CONSID.
           MOVE 0 TO WS-SUPERSEDED.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CONSENT-SEG, CONSENT-SSA.
           PERFORM BUMP-ONE-CONSID THRU BUMP-ONE-CONSID-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      *    RE-POSITION ON THE CUSTOMER - THE WALK ABOVE RAN PAST IT
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-CONSENT-END
           END-IF.
           MOVE WS-NEW-CONSID TO CONSID-CNS.
           MOVE WS-CUSTID TO CUSTID-CNS.
           MOVE TPPID-IN TO TPPID-CNS.
           MOVE TPPNAME-IN TO TPPNAME-CNS.
           MOVE SCOPEBAL-IN TO SCOPEBAL-CNS.
           MOVE SCOPEHIST-IN TO SCOPEHIST-CNS.
           MOVE SCOPEPAY-IN TO SCOPEPAY-CNS.
           MOVE ALLACCTS-IN TO ALLACCTS-CNS.
           MOVE WS-ACCT-COUNT TO ACCTCNT-CNS.
           MOVE WS-GRANT-ACCID (1) TO ACCID-CNS (1).
           MOVE WS-GRANT-ACCID (2) TO ACCID-CNS (2).
           MOVE WS-GRANT-ACCID (3) TO ACCID-CNS (3).
           MOVE WS-GRANT-ACCID (4) TO ACCID-CNS (4).
           MOVE WS-GRANT-ACCID (5) TO ACCID-CNS (5).
           MOVE WS-TODAY-YMD TO GRANTDATE-CNS.
           MOVE WS-EXPDATE TO EXPDATE-CNS.
           MOVE 'A' TO STATUS-CNS.
           MOVE SPACES TO ENDDATE-CNS.
           MOVE SPACES TO LASTUSE-CNS.
           MOVE SPACES TO USEMONTH-CNS.
           MOVE 0 TO USEBAL-CNS.
           MOVE 0 TO USEHIST-CNS.
           MOVE 0 TO USEPAY-CNS.
           MOVE 0 TO USEREFUSE-CNS.
           MOVE SPACES TO PRVMONTH-CNS.
           MOVE 0 TO PRVBAL-CNS.
           MOVE 0 TO PRVHIST-CNS.
           MOVE 0 TO PRVPAY-CNS.
           MOVE 0 TO PRVREFUSE-CNS.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CONSENT-SEG, CONSENT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-CONSENT-END
           END-IF.
           MOVE 1 TO TOTAL-CNL.
           PERFORM MOVE-CONSENT-ROW THRU MOVE-CONSENT-ROW-END.
           IF WS-SUPERSEDED > 0
             MOVE 'CONSENT GRANTED - OLD ONE REPLACED' TO MSG-OUT
           ELSE
             MOVE 'CONSENT GRANTED' TO MSG-OUT
           END-IF.
       ADD-CONSENT-END.
           EXIT.

      *    ONE SLOT OF THE KEYED ACCOUNT LIST - BLANK SLOTS ARE SKIPPED
       CHECK-ONE-GRANT-ACCOUNT.
           IF ACCID-IN (WS-ACCT-IX) = SPACES
             GO TO CHECK-ONE-GRANT-ACCOUNT-END
           END-IF.
           COMPUTE WS-ACCID = FUNCTION NUMVAL ( ACCID-IN (WS-ACCT-IX) ).
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-END.
           IF WS-OWN-FOUND NOT = 'Y'
             MOVE NOTOWNER TO MSG-OUT
             GO TO CHECK-ONE-GRANT-ACCOUNT-END
           END-IF.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCID TO WS-GRANT-ACCID (WS-ACCT-COUNT).
       CHECK-ONE-GRANT-ACCOUNT-END.
           EXIT.

      *    ONE EXISTING CONSENT, HELD - NOTE ITS NUMBER, AND END IT IF
      *    IT IS THE SAME THIRD PARTY'S ACTIVE GRANT
       BUMP-ONE-CONSID.
           IF DBSTAT = SPACES
             IF CONSID-CNS >= WS-NEW-CONSID
               COMPUTE WS-NEW-CONSID = CONSID-CNS + 1
             END-IF
             IF TPPID-CNS = TPPID-IN AND CONSENT-ACTIVE
               MOVE 'S' TO STATUS-CNS
               MOVE WS-TODAY-YMD TO ENDDATE-CNS
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, CONSENT-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
               ADD 1 TO WS-SUPERSEDED
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, CONSENT-SEG, CONSENT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       BUMP-ONE-CONSID-END.

      * PROCEDURE CHECK-EXPIRY : THE KEYED EXPIRY MUST BE A REAL DATE
      * AFTER TODAY AND NO MORE THAN CNS-MAX-DAYS OUT; BLANK TAKES THE
      * DEFAULT TERM
       CHECK-EXPIRY.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) + CNS-MAX-DAYS.
           COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER ( WS-DAY-INT ).
           STRING DAY-YEAR '-' DAY-MONTH '-' DAY-DAY
              DELIMITED BY SIZE INTO WS-MAX-YMD.
           COMPUTE WS-DAY-INT = WS-DAY-INT - CNS-MAX-DAYS
              + CNS-DEFAULT-DAYS.
           COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER ( WS-DAY-INT ).
           STRING DAY-YEAR '-' DAY-MONTH '-' DAY-DAY
              DELIMITED BY SIZE INTO WS-DEFAULT-YMD.

           IF EXPDATE-IN = SPACES
             MOVE WS-DEFAULT-YMD TO WS-EXPDATE
             GO TO CHECK-EXPIRY-END
           END-IF.
           MOVE EXPDATE-IN TO WS-EXP-PARTS.
           IF EXP-YEAR NOT NUMERIC OR EXP-MONTH NOT NUMERIC
              OR EXP-DAY NOT NUMERIC
              OR EXP-DASH1 NOT = '-' OR EXP-DASH2 NOT = '-'
             MOVE BADEXPDATE TO MSG-OUT
             GO TO CHECK-EXPIRY-END
           END-IF.
           IF EXP-MONTH < '01' OR EXP-MONTH > '12'
              OR EXP-DAY < '01' OR EXP-DAY > '31'
             MOVE BADEXPDATE TO MSG-OUT
             GO TO CHECK-EXPIRY-END
           END-IF.
           MOVE EXPDATE-IN TO WS-EXPDATE.
           IF WS-EXPDATE NOT > WS-TODAY-YMD
              OR WS-EXPDATE > WS-MAX-YMD
             MOVE EXPRANGE TO MSG-OUT
           END-IF.
       CHECK-EXPIRY-END.
           EXIT.

      * PROCEDURE REVOKE-CONSENT : ENDS AN ACTIVE CONSENT TODAY - THE
      * ROW STAYS ON FILE AS THE RECORD
       REVOKE-CONSENT.
           PERFORM FIND-CONSENT THRU FIND-CONSENT-END.
           IF MSG-OUT NOT = SPACES
             GO TO REVOKE-CONSENT-END
           END-IF.
           IF NOT CONSENT-ACTIVE
             MOVE NOTACTIVE TO MSG-OUT
             MOVE 1 TO TOTAL-CNL
             PERFORM MOVE-CONSENT-ROW THRU MOVE-CONSENT-ROW-END
             GO TO REVOKE-CONSENT-END
           END-IF.
           MOVE 'R' TO STATUS-CNS.
           MOVE WS-TODAY-YMD TO ENDDATE-CNS.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CONSENT-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO REVOKE-CONSENT-END
           END-IF.
           MOVE 1 TO TOTAL-CNL.
           PERFORM MOVE-CONSENT-ROW THRU MOVE-CONSENT-ROW-END.
           MOVE 'CONSENT REVOKED' TO MSG-OUT.
       REVOKE-CONSENT-END.
           EXIT.

      * PROCEDURE LIST-CONSENTS : RETURNS THE CUSTOMER'S CONSENTS,
      * ENDED ONES INCLUDED - THE CUSTOMER IS ENTITLED TO SEE THE RECORD
       LIST-CONSENTS.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-CONSENTS-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, CONSENT-SEG, CONSENT-SSA.
           PERFORM LIST-ONE-CONSENT THRU LIST-ONE-CONSENT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-CNL = MAX-CNL.
           IF TOTAL-CNL = 0 AND MSG-OUT = SPACES
             MOVE NOCONSENT TO MSG-OUT
           END-IF.
       LIST-CONSENTS-END.

       LIST-ONE-CONSENT.
           IF DBSTAT = SPACES
             ADD 1 TO TOTAL-CNL
             PERFORM MOVE-CONSENT-ROW THRU MOVE-CONSENT-ROW-END
             CALL 'CBLTDLI'
               USING GNP, DBPCB, CONSENT-SEG, CONSENT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-CONSENT-END.

      * PROCEDURE POSITION-CUSTOMER : GHU THE CUSTOMER BY CUSTID ON
      * DBPCB1 SO THE CONSENT WALKS THAT FOLLOW RUN UNDER IT
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

      * PROCEDURE CHECK-SESSION : VERIFIES THE CUSTOMER NAMED ON THE
      * MESSAGE HOLDS AN ACTIVE SESSION - STATUS-CD LOGGED ON AND NOT
      * LOCKED. A BUSINESS WITH SUB-USERS SWITCHED ON MUST ALSO NAME
      * A SUB-USER ENTITLED TO INITIATE - SEE CHECK-SUBUSER. RUNS
      * BEFORE THE FUNCTION POSITIONS ANYTHING, SO IT READS ON DBPCB1.
       CHECK-SESSION.
           MOVE 'Y' TO WS-SESSION-OK.
           MOVE SPACES TO WS-SUB-MSG.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE WS-CUSTID TO CUSTID.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'N' TO WS-SESSION-OK
           ELSE
             IF STATUS-CD NOT = CUST-LOGGEDIN OR
                LOCKED-CD = CUST-LOCKED
               MOVE 'N' TO WS-SESSION-OK
             ELSE
               PERFORM CHECK-SUBUSER THRU CHECK-SUBUSER-END
               IF WS-SUB-MSG NOT = SPACES
                 MOVE 'N' TO WS-SESSION-OK
               END-IF
             END-IF
           END-IF.
       CHECK-SESSION-END.
           EXIT.

      * PROCEDURE CHECK-SUBUSER : WHEN THE CUSTOMER HAS SUB-USERS
      * SWITCHED ON (AN ACTIVE BIZCTL UNDER IT) THE MESSAGE MUST NAME
      * AN ACTIVE, UNLOCKED SUB-USER WITH A SESSION OPEN, ENTITLED TO
      * INITIATE. A VIEW-ONLY SUB-USER MAY LIST CONSENTS BUT NOT GRANT
      * OR REVOKE ONE. LEAVES THE REFUSAL IN WS-SUB-MSG
       CHECK-SUBUSER.
           CALL 'CBLTDLI'
             USING GU, DBPCB, BIZCTL-SEG, CUSTOMER-SSA1, BIZCTL-SSA.
           IF DBSTAT NOT = SPACES OR NOT BZC-ACTIVE
             IF SUBID-IN NOT = SPACES
               MOVE NOSUBUSER TO WS-SUB-MSG
             END-IF
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF SUBID-IN = SPACES
             MOVE SUBUSERREQ TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.

           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( SUBID-IN ).
           CALL 'CBLTDLI'
             USING GU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1, SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOSUBUSER TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-ACTIVE OR LOCKED-SUB = 'Y'
              OR SESSION-SUB NOT = '1'
             MOVE SUBNOTON TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
           IF NOT SUB-CAN-INITIATE
             MOVE NOTENTITLED TO WS-SUB-MSG
             GO TO CHECK-SUBUSER-END
           END-IF.
       CHECK-SUBUSER-END.
           EXIT.

      * PROCEDURE FIND-CONSENT : POSITIONS ON THE CUSTOMER AND GHNP'S
      * TO THE CONSENT NAMED BY CONSID-IN, LEAVING IT HELD AND CURRENT
       FIND-CONSENT.
           COMPUTE WS-TARGET-CONSID = FUNCTION NUMVAL ( CONSID-IN ).
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM POSITION-CUSTOMER THRU POSITION-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO FIND-CONSENT-END
           END-IF.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CONSENT-SEG, CONSENT-SSA.
           PERFORM FIND-ONE-CONSENT THRU FIND-ONE-CONSENT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
           IF WS-ROW-FOUND NOT = 'Y'
             MOVE NOCONSENT TO MSG-OUT
           END-IF.
       FIND-CONSENT-END.
           EXIT.

       FIND-ONE-CONSENT.
           IF DBSTAT = SPACES
             IF CONSID-CNS = WS-TARGET-CONSID
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, CONSENT-SEG, CONSENT-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-CONSENT-END.

       MOVE-CONSENT-ROW.
           MOVE CONSID-CNS TO CONSID-CS (TOTAL-CNL).
           MOVE TPPID-CNS TO TPPID-CS (TOTAL-CNL).
           MOVE TPPNAME-CNS TO TPPNAME-CS (TOTAL-CNL).
           MOVE SCOPEBAL-CNS TO SCOPEBAL-CS (TOTAL-CNL).
           MOVE SCOPEHIST-CNS TO SCOPEHIST-CS (TOTAL-CNL).
           MOVE SCOPEPAY-CNS TO SCOPEPAY-CS (TOTAL-CNL).
           MOVE ALLACCTS-CNS TO ALLACCTS-CS (TOTAL-CNL).
           MOVE ACCTCNT-CNS TO ACCTCNT-CS (TOTAL-CNL).
           MOVE ACCID-CNS (1) TO ACCID-CS (TOTAL-CNL, 1).
           MOVE ACCID-CNS (2) TO ACCID-CS (TOTAL-CNL, 2).
           MOVE ACCID-CNS (3) TO ACCID-CS (TOTAL-CNL, 3).
           MOVE ACCID-CNS (4) TO ACCID-CS (TOTAL-CNL, 4).
           MOVE ACCID-CNS (5) TO ACCID-CS (TOTAL-CNL, 5).
           MOVE GRANTDATE-CNS TO GRANTDATE-CS (TOTAL-CNL).
           MOVE EXPDATE-CNS TO EXPDATE-CS (TOTAL-CNL).
           MOVE STATUS-CNS TO STATUS-CS (TOTAL-CNL).
           IF CONSENT-ACTIVE AND EXPDATE-CNS < WS-TODAY-YMD
             MOVE 'E' TO STATUS-CS (TOTAL-CNL)
           END-IF.
           MOVE ENDDATE-CNS TO ENDDATE-CS (TOTAL-CNL).
       MOVE-CONSENT-ROW-END.

      * PROCEDURE CHECK-OWNERSHIP : THE CUSTOMER MUST HOLD A CUSTACCS
      * ROW LINKING THEM TO THE ACCOUNT (DBPCB2)
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
