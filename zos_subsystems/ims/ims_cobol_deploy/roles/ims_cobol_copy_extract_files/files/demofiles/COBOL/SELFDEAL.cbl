       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELFDEAL.

      ******************************************************************
      * EMPLOYEE SELF-DEALING SURVEILLANCE - EVERY OPERATOR-KEYED EVENT
      * IN THE WINDOW IS CHECKED AGAINST THE OWNERS OF THE ACCOUNT IT
      * TOUCHED. THE EVENTS ARE:
      *
      *   POSTING    - A HISTORY ROW CARRYING AN OPERID-HIST
      *   REVERSAL   - A 'r' HISTORY ROW (IBTRAN'S POST-REVERSAL)
      *   REVIEWAPPR - A REVIEW ROW FBREVMNT APPROVED (DECOPER-REV)
      *   HOLDREL    - A HOLD FBHOLDMNT RELEASED (ITS ACCTAUD ROW)
      *   ACCTSTATUS - AN ACCOUNT STATUS CHANGE FBACCMNT MADE (ITS
      *                ACCTAUD ROW)
      *
      * THE OPERATOR'S OWN CUSTOMER NUMBERS AND THOSE OF IMMEDIATE
      * FAMILY ARE THE OPERCUST CHILDREN FBOPRMNT 'L' RECORDS UNDER THE
      * OPERATOR ROW. AN EVENT IS REPORTED WHEN AN OWNER OF THE ACCOUNT
      * (THROUGH CUSTACCS, JOINT OWNERS INCLUDED) IS ONE OF THE
      * OPERATOR'S LINKED CUSTOMERS, OR SHARES AN ADDRESS (STREET AND
      * ZIP) OR A PHONE/SMS NUMBER WITH ONE. AN OPERATOR WITH NO LINK
      * ON FILE CANNOT BE CHECKED AND IS COUNTED IN THE TOTALS.
      *
      * SD-WINDOW-DAYS SETS HOW FAR BACK THE EVENTS GO - ONE COVERS
      * THE PRIOR BUSINESS DAY FOR THE NIGHTLY RUN; AN EXAM-CYCLE PULL
      * RUNS WITH A WIDER WINDOW. EACH HIT IS A REPORT LINE AND A
      * FIXED-COLUMN SDOUT RECORD. RETURN CODE 4 WHEN THERE ARE HITS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDOUT-FILE ASSIGN TO SDOUT.
       DATA DIVISION.

       FILE SECTION.
         FD SDOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SDOUT-OUT.
      * FIXED LAYOUT FOR INTERNAL AUDIT - POSITIONS, NOT DELIMITERS.
      * SD-CUSTID IS THE ACCOUNT OWNER, SD-LINKCUST THE OPERATOR'S
      * LINKED CUSTOMER IT MATCHED (THE SAME NUMBER ON AN OWNER HIT).
       01  SDOUT-OUT.
           05  SD-RECTYPE      PIC  X(01).
           05  SD-DATE         PIC  X(10).
           05  SD-EVENT        PIC  X(10).
           05  SD-OPERID       PIC  9(09).
           05  SD-ACCID        PIC  9(18).
           05  SD-CUSTID       PIC  9(09).
           05  SD-LINKCUST     PIC  9(09).
           05  SD-MATCH        PIC  X(10).
           05  SD-REF          PIC  X(18).
           05  SD-AMOUNT       PIC  S9(13)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".

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

       77  SD-WINDOW-DAYS      PIC S9(4) COMP-5 VALUE 1.

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
      *OPERATOR-TO-CUSTOMER LINKS FROM THE OPERATOR WALK, WITH THE
      *LINKED CUSTOMER'S ADDRESS AND PHONES FOR THE SHARED-CONTACT TEST
      ******************************************************************

       77  MAX-LINKS           PIC S9(9) COMP-5 VALUE 500.
       77  TOTAL-LINKS         PIC S9(9) COMP-5 VALUE 0.
       77  WS-LNK-IX           PIC S9(9) COMP-5.
       77  WS-OPR-LINKS        PIC S9(9) COMP-5.

       01  LINK-TABLE.
           05  LINK-ROW OCCURS 500 TIMES.
               10  LNK-OPERID      PIC S9(9) COMP-5.
               10  LNK-CUSTID      PIC S9(9) COMP-5.
               10  LNK-RELTYPE     PIC X(01).
               10  LNK-ONFILE      PIC X(01).
               10  LNK-ADDRESS     PIC X(80).
               10  LNK-ZIPCODE     PIC X(15).
               10  LNK-PHONE       PIC X(12).
               10  LNK-SMS         PIC X(12).

      ******************************************************************
      *THE EVENT UNDER TEST AND THE MATCH AGAINST ONE OWNER
      ******************************************************************

       01  WS-EV-TYPE          PIC  X(10).
       01  WS-EV-DATE          PIC  X(10).
       01  WS-EV-OPERID        PIC  S9(9) COMP-5.
       01  WS-EV-ACCID         PIC  S9(18) COMP-5.
       01  WS-EV-REF           PIC  X(18).
       01  WS-EV-AMOUNT        PIC  S9(13)V9(2) COMP-3.
       01  WS-EV-HASLINK       PIC  X(01).
       01  WS-MATCH            PIC  X(10).
       01  WS-OWNER-READ       PIC  X(01).
       01  WS-OWNER-ONFILE     PIC  X(01).
       01  WS-ZONE18           PIC  9(18).
       01  WS-ZONE9            PIC  9(09).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  OPERATOR-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERATOR-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-OPERID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  OPERCUST-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERCUST".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA-ACCID       PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  REVIEW-SSA.
           05  FILLER          PIC  X(08)        VALUE "REVIEW  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCTAUD-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCTAUD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - NOT READ HERE BUT THE
      * RETRIEVE AREA MUST COVER THE FULL SEGMENT. SEE FBOPRSGN.
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

      *    OPERCUST-SEG - THE OPERATOR'S OWN ('S') AND FAMILY ('F')
      *    CUSTOMER NUMBERS. SEE FBOPRMNT 'L'/'U'.
       01  OPERCUST-SEG.
           05  CUSTID-OCU      PIC  S9(9) COMP-5.
           05  RELTYPE-OCU     PIC  X(01).
               88  OCU-SELF        VALUE "S".
               88  OCU-FAMILY      VALUE "F".
           05  LINKTS-OCU      PIC  X(23).
           05  BYOPER-OCU      PIC  S9(9) COMP-5.

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

      ******************************************************************
      *ACCOUNT ROOT - WALKED FOR ITS ACCTAUD CHILDREN
      ******************************************************************

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
           05  ACCTYPE-ACC     PIC  X(01).
           05  BALANCE-ACC     PIC  S9(13)V9(2) COMP-3.
           05  LASTTXID-ACC    PIC  S9(18) COMP-5.
           05  ACCTSTATUS-ACC  PIC  X(01).
           05  WDRLDATE-ACC    PIC  X(08).
           05  WDRLTODAY-ACC   PIC  S9(13)V9(2) COMP-3.
           05  INTRATE-ACC     PIC  S9(1)V9(4) COMP-3.
           05  CURRENCY-ACC    PIC  X(03).
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
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
      *REVIEW CHILD SEGMENT - DECOPER-REV IS THE APPROVING OPERATOR
      ******************************************************************

       01  REVIEW-SEG.
           05  ACCID-REV       PIC  S9(18) COMP-5.
           05  REVID-REV       PIC  S9(9) COMP-5.
           05  TRXTYPE-REV     PIC  X(01).
           05  AMOUNT-REV      PIC  S9(13)V9(2) COMP-3.
           05  FLAGDATE-REV    PIC  X(08).
           05  REASON-REV      PIC  X(30).
           05  STATUS-REV      PIC  X(01).
               88  REVIEW-PENDING   VALUE "P".
               88  REVIEW-APPROVED  VALUE "A".
               88  REVIEW-REJECTED  VALUE "R".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

      ******************************************************************
      *ACCOUNT AUDIT CHILD SEGMENT - STATUS CHANGES AND HOLD RELEASES.
      *THE ROW CARRIES NO ACCOUNT KEY, SO IT IS WALKED PARENT BY PARENT
      *THE WAY DBUNLOAD DOES.
      ******************************************************************

       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  TIMESTMP-AAU-PARTS REDEFINES TIMESTMP-AAU.
               10  AAU-YMD     PIC  X(10).
               10  FILLER      PIC  X(13).
           05  FIELD-AAU       PIC  X(10).
           05  OLDVAL-AAU      PIC  X(16).
           05  NEWVAL-AAU      PIC  X(16).
           05  REASON-AAU      PIC  X(30).
           05  OPERID-AAU      PIC  S9(9) COMP-5.

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
      *CLOCK STRUCTURE AND WINDOW CUTOFF
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
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  WINDOW-CUTOFF-YMD       PIC X(10).
       01  WS-CH-ACCID             PIC S9(18) COMP-5.

       01  OPERS-SCANNED           PIC  S9(9) COMP-5 VALUE 0.
       01  OPERS-UNLINKED          PIC  S9(9) COMP-5 VALUE 0.
       01  HIST-SCANNED            PIC  S9(9) COMP-5 VALUE 0.
       01  REVIEW-SCANNED          PIC  S9(9) COMP-5 VALUE 0.
       01  ACCTAUD-SCANNED         PIC  S9(9) COMP-5 VALUE 0.
       01  EVENTS-CHECKED          PIC  S9(9) COMP-5 VALUE 0.
       01  HITS-REPORTED           PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

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
      *   DBPCB1 - OPERATOR DATABASE (OPERCUST CHILDREN)
      *   DBPCB2 - CUSTACCS WALK
      *   DBPCB3 - CUSTOMER DATABASE (ADDRESS/PHONE LOOKUPS)
      *   DBPCB4 - HISTORY DATABASE
      *   DBPCB5 - ACCOUNT DATABASE (REVIEW AND ACCTAUD CHILDREN)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) - SD-WINDOW-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WINDOW-CUTOFF-YMD.

      * OPERATOR LINKS FROM ONE OPERATOR WALK, THEN EACH LINKED
      * CUSTOMER'S ADDRESS AND PHONES
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA.
           PERFORM LOAD-ONE-OPERATOR THRU LOAD-ONE-OPERATOR-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           PERFORM FILL-ONE-LINK THRU FILL-ONE-LINK-END
              VARYING WS-LNK-IX FROM 1 BY 1
              UNTIL WS-LNK-IX > TOTAL-LINKS.

      * OWNER MAP FROM ONE CUSTACCS WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           OPEN OUTPUT SDOUT-FILE.
           DISPLAY '========================================'.
           DISPLAY 'EMPLOYEE SELF-DEALING REPORT - ' TODAY-YMD.
           DISPLAY 'WINDOW SINCE: ' WINDOW-CUTOFF-YMD.
           DISPLAY '========================================'.

      * POSTINGS AND REVERSALS FROM ONE HISTORY WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM SCAN-ONE-HISTORY THRU SCAN-ONE-HISTORY-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * FRAUD-REVIEW APPROVALS FROM ONE REVIEW WALK
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, REVIEW-SEG, REVIEW-SSA.
           PERFORM SCAN-ONE-REVIEW THRU SCAN-ONE-REVIEW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * STATUS CHANGES AND HOLD RELEASES, ACCOUNT BY ACCOUNT
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM AUDITS-ONE-ACCOUNT THRU AUDITS-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'OPERATORS SCANNED:        ' OPERS-SCANNED.
           DISPLAY 'OPERATORS WITH NO LINK:   ' OPERS-UNLINKED.
           DISPLAY 'CUSTOMER LINKS:           ' TOTAL-LINKS.
           DISPLAY 'HISTORY ROWS SCANNED:     ' HIST-SCANNED.
           DISPLAY 'REVIEW ROWS SCANNED:      ' REVIEW-SCANNED.
           DISPLAY 'ACCTAUD ROWS SCANNED:     ' ACCTAUD-SCANNED.
           DISPLAY 'OPERATOR EVENTS CHECKED:  ' EVENTS-CHECKED.
           DISPLAY 'SELF-DEALING HITS:        ' HITS-REPORTED.
           DISPLAY '========================================'.
           CLOSE SDOUT-FILE.

           IF HITS-REPORTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * PROCEDURE LOAD-ONE-OPERATOR : GNP-WALKS THE OPERATOR'S OPERCUST
      * CHILDREN INTO THE LINK TABLE, THEN MOVES TO THE NEXT OPERATOR
       LOAD-ONE-OPERATOR.
           IF DBSTAT = SPACES
             ADD 1 TO OPERS-SCANNED
             MOVE OPERID-OPR TO SSA-OPERID
             MOVE 0 TO WS-OPR-LINKS
             CALL "CBLTDLI"
               USING GNP, DBPCB, OPERCUST-SEG, OPERCUST-SSA
             PERFORM LOAD-ONE-LINK THRU LOAD-ONE-LINK-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             IF WS-OPR-LINKS = 0
               ADD 1 TO OPERS-UNLINKED
             END-IF
             CALL "CBLTDLI"
               USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1
             CALL "CBLTDLI"
               USING GN, DBPCB, OPERATOR-SEG, OPERATOR-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-OPERATOR-END.

       LOAD-ONE-LINK.
           IF DBSTAT = SPACES
             ADD 1 TO WS-OPR-LINKS
             IF TOTAL-LINKS < MAX-LINKS
               ADD 1 TO TOTAL-LINKS
               MOVE SSA-OPERID TO LNK-OPERID (TOTAL-LINKS)
               MOVE CUSTID-OCU TO LNK-CUSTID (TOTAL-LINKS)
               MOVE RELTYPE-OCU TO LNK-RELTYPE (TOTAL-LINKS)
             ELSE
               DISPLAY 'SELFDEAL: LINK TABLE FULL - OPERID '
                  SSA-OPERID ' CUSTID ' CUSTID-OCU ' NOT CHECKED'
             END-IF
             CALL "CBLTDLI"
               USING GNP, DBPCB, OPERCUST-SEG, OPERCUST-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-LINK-END.

      * PROCEDURE FILL-ONE-LINK : THE LINKED CUSTOMER'S ADDRESS AND
      * PHONES FOR THE SHARED-CONTACT TEST. A LINK TO A CUSTID NOT ON
      * FILE STILL MATCHES BY NUMBER BUT IS REPORTED HERE.
       FILL-ONE-LINK.
           MOVE LNK-CUSTID (WS-LNK-IX) TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             MOVE 'Y' TO LNK-ONFILE (WS-LNK-IX)
             MOVE ADDRESS-CD TO LNK-ADDRESS (WS-LNK-IX)
             MOVE ZIPCODE-CD TO LNK-ZIPCODE (WS-LNK-IX)
             MOVE PHONE-CD TO LNK-PHONE (WS-LNK-IX)
             MOVE SMS-CD TO LNK-SMS (WS-LNK-IX)
           ELSE
             MOVE 'N' TO LNK-ONFILE (WS-LNK-IX)
             MOVE SPACES TO LNK-ADDRESS (WS-LNK-IX)
             MOVE SPACES TO LNK-ZIPCODE (WS-LNK-IX)
             MOVE SPACES TO LNK-PHONE (WS-LNK-IX)
             MOVE SPACES TO LNK-SMS (WS-LNK-IX)
             DISPLAY 'SELFDEAL: OPERID ' LNK-OPERID (WS-LNK-IX)
                ' LINKED CUSTID ' LNK-CUSTID (WS-LNK-IX)
                ' NOT ON FILE'
           END-IF.
       FILL-ONE-LINK-END.

       LOAD-ONE-OWNER.
           IF DBSTAT = SPACES
             IF TOTAL-OWNERS < MAX-OWNERS
               ADD 1 TO TOTAL-OWNERS
               MOVE ACCID-CA TO OWN-ACCID (TOTAL-OWNERS)
               MOVE CUSTID-CA TO OWN-CUSTID (TOTAL-OWNERS)
             ELSE
               DISPLAY 'SELFDEAL: OWNER MAP FULL - ACCID ' ACCID-CA
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

      * PROCEDURE SCAN-ONE-HISTORY : AN OPERATOR-KEYED ROW IN THE
      * WINDOW IS A POSTING, OR A REVERSAL WHEN IT IS THE 'r' ROW
      * IBTRAN'S POST-REVERSAL WRITES
       SCAN-ONE-HISTORY.
           IF DBSTAT = SPACES
             ADD 1 TO HIST-SCANNED
             IF OPERID-HIST NOT = 0 AND
                HIST-YMD >= WINDOW-CUTOFF-YMD
               IF TRANSTYP-HIST = 'r'
                 MOVE 'REVERSAL  ' TO WS-EV-TYPE
               ELSE
                 MOVE 'POSTING   ' TO WS-EV-TYPE
               END-IF
               MOVE HIST-YMD TO WS-EV-DATE
               MOVE OPERID-HIST TO WS-EV-OPERID
               MOVE ACCID-HIST TO WS-EV-ACCID
               MOVE TXID-HIST TO WS-ZONE18
               MOVE WS-ZONE18 TO WS-EV-REF
               MOVE AMOUNT-HIST TO WS-EV-AMOUNT
               PERFORM CHECK-EVENT THRU CHECK-EVENT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4
             CALL "CBLTDLI"
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-HISTORY-END.

      * PROCEDURE SCAN-ONE-REVIEW : A REVIEW APPROVED IN THE WINDOW BY
      * A NAMED OPERATOR. ROWS DECIDED BEFORE FBREVMNT STAMPED THE
      * DECIDER CARRY ZERO AND CANNOT BE ATTRIBUTED.
       SCAN-ONE-REVIEW.
           IF DBSTAT = SPACES
             ADD 1 TO REVIEW-SCANNED
             IF REVIEW-APPROVED AND DECOPER-REV NOT = 0 AND
                DECTS-REV (1:10) >= WINDOW-CUTOFF-YMD
               MOVE 'REVIEWAPPR' TO WS-EV-TYPE
               MOVE DECTS-REV (1:10) TO WS-EV-DATE
               MOVE DECOPER-REV TO WS-EV-OPERID
               MOVE ACCID-REV TO WS-EV-ACCID
               MOVE REVID-REV TO WS-ZONE9
               MOVE WS-ZONE9 TO WS-EV-REF
               MOVE AMOUNT-REV TO WS-EV-AMOUNT
               PERFORM CHECK-EVENT THRU CHECK-EVENT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5
             CALL "CBLTDLI"
               USING GN, DBPCB, REVIEW-SEG, REVIEW-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-REVIEW-END.

      * PROCEDURE AUDITS-ONE-ACCOUNT : ACCTAUD ROWS CARRY NO ACCOUNT
      * KEY - GNP UNDER EACH ACCOUNT, THEN REPOSITION AND STEP ON
       AUDITS-ONE-ACCOUNT.
           IF DBSTAT = SPACES
             MOVE ACCID-ACC TO WS-CH-ACCID
             CALL "CBLTDLI"
               USING GNP, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA
             PERFORM SCAN-ONE-ACCTAUD THRU SCAN-ONE-ACCTAUD-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5
             MOVE WS-CH-ACCID TO SSA-ACCID
             CALL "CBLTDLI"
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             CALL "CBLTDLI"
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       AUDITS-ONE-ACCOUNT-END.

      * PROCEDURE SCAN-ONE-ACCTAUD : AN OPERATOR'S STATUS CHANGE OR
      * HOLD RELEASE IN THE WINDOW. A HOLD RELEASE'S OLD VALUE IS THE
      * HOLD AMOUNT AND ITS NEW VALUE THE HOLDID - SEE FBHOLDMNT.
       SCAN-ONE-ACCTAUD.
           IF DBSTAT = SPACES
             ADD 1 TO ACCTAUD-SCANNED
             IF OPERID-AAU NOT = 0 AND
                AAU-YMD >= WINDOW-CUTOFF-YMD AND
                (FIELD-AAU = 'ACCTSTATUS' OR FIELD-AAU = 'HOLDREL   ')
               MOVE FIELD-AAU TO WS-EV-TYPE
               MOVE AAU-YMD TO WS-EV-DATE
               MOVE OPERID-AAU TO WS-EV-OPERID
               MOVE WS-CH-ACCID TO WS-EV-ACCID
               MOVE NEWVAL-AAU TO WS-EV-REF
               IF FIELD-AAU = 'HOLDREL   '
                 COMPUTE WS-EV-AMOUNT = FUNCTION NUMVAL ( OLDVAL-AAU )
               ELSE
                 MOVE 0 TO WS-EV-AMOUNT
               END-IF
               PERFORM CHECK-EVENT THRU CHECK-EVENT-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5
             CALL "CBLTDLI"
               USING GNP, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ACCTAUD-END.

      * PROCEDURE CHECK-EVENT : SKIPS AN OPERATOR WITH NO LINKS, THEN
      * TESTS EVERY OWNER OF THE EVENT'S ACCOUNT
       CHECK-EVENT.
           ADD 1 TO EVENTS-CHECKED.
           MOVE 'N' TO WS-EV-HASLINK.
           PERFORM TEST-OPERATOR-LINK THRU TEST-OPERATOR-LINK-END
              VARYING WS-LNK-IX FROM 1 BY 1
              UNTIL WS-LNK-IX > TOTAL-LINKS OR WS-EV-HASLINK = 'Y'.
           IF WS-EV-HASLINK = 'N'
             GO TO CHECK-EVENT-END
           END-IF.
           PERFORM CHECK-ONE-OWNER THRU CHECK-ONE-OWNER-END
              VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > TOTAL-OWNERS.
       CHECK-EVENT-END.

       TEST-OPERATOR-LINK.
           IF LNK-OPERID (WS-LNK-IX) = WS-EV-OPERID
             MOVE 'Y' TO WS-EV-HASLINK
           END-IF.
       TEST-OPERATOR-LINK-END.

      * PROCEDURE CHECK-ONE-OWNER : ONE REPORT LINE PER MATCHING OWNER -
      * THE FIRST OF THE OPERATOR'S LINKS THAT MATCHES IS THE ONE
      * REPORTED. THE OWNER'S CUSTOMER ROW IS ONLY READ WHEN A
      * SHARED-CONTACT TEST NEEDS IT.
       CHECK-ONE-OWNER.
           IF OWN-ACCID (WS-OWN-IX) NOT = WS-EV-ACCID
             GO TO CHECK-ONE-OWNER-END
           END-IF.
           MOVE 'N' TO WS-OWNER-READ.
           MOVE 'N' TO WS-OWNER-ONFILE.
           MOVE SPACES TO WS-MATCH.
           PERFORM CHECK-ONE-LINK THRU CHECK-ONE-LINK-END
              VARYING WS-LNK-IX FROM 1 BY 1
              UNTIL WS-LNK-IX > TOTAL-LINKS OR WS-MATCH NOT = SPACES.
           IF WS-MATCH NOT = SPACES
      * THE VARYING STEPPED ONE PAST THE MATCHING LINK
             SUBTRACT 1 FROM WS-LNK-IX
             PERFORM WRITE-HIT THRU WRITE-HIT-END
           END-IF.
       CHECK-ONE-OWNER-END.

       CHECK-ONE-LINK.
           IF LNK-OPERID (WS-LNK-IX) NOT = WS-EV-OPERID
             GO TO CHECK-ONE-LINK-END
           END-IF.
           IF LNK-CUSTID (WS-LNK-IX) = OWN-CUSTID (WS-OWN-IX)
             IF LNK-RELTYPE (WS-LNK-IX) = 'S'
               MOVE 'OWNER-SELF' TO WS-MATCH
             ELSE
               MOVE 'OWNER-FAM ' TO WS-MATCH
             END-IF
             GO TO CHECK-ONE-LINK-END
           END-IF.
           IF LNK-ONFILE (WS-LNK-IX) NOT = 'Y'
             GO TO CHECK-ONE-LINK-END
           END-IF.
           IF WS-OWNER-READ = 'N'
             PERFORM READ-OWNER THRU READ-OWNER-END
           END-IF.
           IF WS-OWNER-ONFILE NOT = 'Y'
             GO TO CHECK-ONE-LINK-END
           END-IF.
           IF ADDRESS-CD NOT = SPACES AND
              ADDRESS-CD = LNK-ADDRESS (WS-LNK-IX) AND
              ZIPCODE-CD = LNK-ZIPCODE (WS-LNK-IX)
             MOVE 'SHAREDADDR' TO WS-MATCH
             GO TO CHECK-ONE-LINK-END
           END-IF.
           IF (PHONE-CD NOT = SPACES AND
               (PHONE-CD = LNK-PHONE (WS-LNK-IX) OR
                PHONE-CD = LNK-SMS (WS-LNK-IX)))
              OR
              (SMS-CD NOT = SPACES AND
               (SMS-CD = LNK-PHONE (WS-LNK-IX) OR
                SMS-CD = LNK-SMS (WS-LNK-IX)))
             MOVE 'SHAREDPHON' TO WS-MATCH
           END-IF.
       CHECK-ONE-LINK-END.

       READ-OWNER.
           MOVE 'Y' TO WS-OWNER-READ.
           MOVE OWN-CUSTID (WS-OWN-IX) TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             MOVE 'Y' TO WS-OWNER-ONFILE
           END-IF.
       READ-OWNER-END.

       WRITE-HIT.
           ADD 1 TO HITS-REPORTED.
           DISPLAY WS-EV-DATE ' ' WS-EV-TYPE
              ' OPERID: ' WS-EV-OPERID
              ' ACCID: ' WS-EV-ACCID
              ' OWNER: ' OWN-CUSTID (WS-OWN-IX)
              ' ' WS-MATCH
              ' LINK: ' LNK-CUSTID (WS-LNK-IX)
              ' REF: ' WS-EV-REF.
           MOVE 'D' TO SD-RECTYPE.
           MOVE WS-EV-DATE TO SD-DATE.
           MOVE WS-EV-TYPE TO SD-EVENT.
           MOVE WS-EV-OPERID TO SD-OPERID.
           MOVE WS-EV-ACCID TO SD-ACCID.
           MOVE OWN-CUSTID (WS-OWN-IX) TO SD-CUSTID.
           MOVE LNK-CUSTID (WS-LNK-IX) TO SD-LINKCUST.
           MOVE WS-MATCH TO SD-MATCH.
           MOVE WS-EV-REF TO SD-REF.
           MOVE WS-EV-AMOUNT TO SD-AMOUNT.
           WRITE SDOUT-OUT.
       WRITE-HIT-END.
