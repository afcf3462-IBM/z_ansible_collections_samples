       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCEXTR.

      ******************************************************************
      * DAILY CHANGE-DATA EXTRACT FOR THE DATA WAREHOUSE - EVERY
      * CUSTOMER, CUSTACCS, CARD, ACCOUNT, HOLD AND HISTORY ROW THAT
      * WAS INSERTED, UPDATED OR DELETED SINCE THE PREVIOUS RUN, WITH
      * BEFORE AND AFTER IMAGES (LAYOUT IN COPYBOOK CDCREC), SO THE
      * WAREHOUSE NO LONGER RELOADS FROM THE WEEKEND DBUNLOAD. THE
      * DAY'S HISTORY IS THE HISTORY INSERTS; A HISTORY DELETE IS A
      * ROW HISTARCH, ARCHACCT OR RETNPURG TOOK OUT OF THE DATABASE.
      *
      * THE DATABASE KEEPS NO CHANGE LOG, SO THE DELTA IS TAKEN THE
      * WAY ACCRJRNL TAKES ITS ACCRUAL CHANGE: EACH SEGMENT TYPE IS
      * WALKED IN KEY ORDER AND MATCHED AGAINST THE SNAPSHOT THE
      * PREVIOUS RUN WROTE (CDCPRV), AND TONIGHT'S SNAPSHOT GOES TO
      * CDCSNP FOR TOMORROW - A GENERATION DATA SET, CDCPRV BEING THE
      * PRIOR GENERATION. A SNAPSHOT ROW IS THE SEGMENT'S KEY AND ITS
      * IMAGE, WHICH IS BYTE FOR BYTE THE LINE DBUNLOAD WRITES FOR
      * THE ROW - THE SNAPSHOT IS A FULL UNLOAD OF THESE SIX SEGMENT
      * TYPES, AND THE DELTA IS BY CONSTRUCTION THE DIFFERENCE
      * BETWEEN TWO CONSECUTIVE FULL UNLOADS:
      *   KEY IN TONIGHT'S ONLY        - 'I' INSERT, AFTER IMAGE
      *   KEY IN BOTH, IMAGE DIFFERENT - 'U' UPDATE, BOTH IMAGES
      *   KEY IN THE PREVIOUS ONLY     - 'D' DELETE, BEFORE IMAGE
      * COLUMNS DBUNLOAD DOES NOT CARRY (PASSWORD AND PIN HASHES,
      * SESSION FIELDS) ARE NOT IN THE IMAGE, SO CHANGING ONE OF THEM
      * IS NOT A CHANGE HERE EITHER.
      *
      * THE MANIFEST (CDCMAN) PROVES THE DELTA PER SEGMENT TYPE:
      *   "H","<BUSINESS DATE>","<PREVIOUS BUSINESS DATE>"
      *   "S","<SEGMENT>",PREVIOUS,TONIGHT,INSERTS,UPDATES,DELETES,
      *       UNCHANGED,"OK|FAIL"
      *   "T",DETAILS,INSERTS,UPDATES,DELETES,"OK|FAIL"
      * A SEGMENT IS OK WHEN PREVIOUS = UNCHANGED + UPDATES + DELETES
      * AND TONIGHT = UNCHANGED + UPDATES + INSERTS. THE MATCH IS ONLY
      * SOUND IF EACH WALK COMES BACK IN ASCENDING KEY ORDER, SO EVERY
      * KEY IS CHECKED AGAINST THE ONE BEFORE IT; A KEY OUT OF
      * SEQUENCE, A FAILED PROOF OR A BAD STATUS CODE IS RC 8 AND THE
      * WAREHOUSE MUST NOT APPLY THE DELTA. THE FIRST RUN (CDCPRV
      * EMPTY OR DD DUMMY) REPORTS EVERY ROW AS AN INSERT, RC 4.
      *
      * RUN IT IN EODSTEPS AFTER THE LAST JOB THAT CHANGES ANY OF THE
      * SIX SEGMENT TYPES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDCPRV-FILE ASSIGN TO CDCPRV.
           SELECT CDCSNP-FILE ASSIGN TO CDCSNP.
           SELECT CDCOUT-FILE ASSIGN TO CDCOUT.
           SELECT CDCMAN-FILE ASSIGN TO CDCMAN.

       DATA DIVISION.

       FILE SECTION.
         FD CDCPRV-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CDCPRV-IN.
       01  CDCPRV-IN           PIC X(650).

         FD CDCSNP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CDCSNP-OUT.
       01  CDCSNP-OUT          PIC X(650).

         FD CDCOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CD-RECORD.
           COPY CDCREC.

         FD CDCMAN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CDCMAN-OUT.
       01  CDCMAN-OUT          PIC X(120).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".

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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CARD-SSA.
           05  FILLER          PIC  X(08)        VALUE "CARD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HOLD-SSA.
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS - AS DBUNLOAD DECLARES THEM
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
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

       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  CARDNUM-CRD     PIC  X(16).
           05  PINHASH-CRD     PIC  S9(9) COMP-5.
           05  ACCID-CRD       PIC  S9(18) COMP-5.
           05  CARDSTATUS-CRD  PIC  X(1).
           05  EXPIRY-CRD      PIC  X(07).
           05  ATMLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  PINFAILS-CRD    PIC  9(1).
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

       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDID-HLD      PIC  S9(9) COMP-5.
           05  HOLDAMT-HLD     PIC  S9(13)V9(2) COMP-3.
           05  HOLDREASON-HLD  PIC  X(30).
           05  EXPDATE-HLD     PIC  X(08).
           05  PLACEDBY-HLD    PIC  S9(9) COMP-5.
      * HOLD TYPE - SPACE FOR A TELLER/LEGAL/DEPOSIT AVAILABILITY HOLD,
      * 'P' FOR A CARD PURCHASE AUTHORIZATION FBCARDTXN PLACED. ON A
      * 'P' HOLD THE AUTHORIZATION CODE, CARD, MERCHANT, MERCHANT
      * CATEGORY CODE, NETWORK REFERENCE AND AUTHORIZATION TIME ARE
      * CARRIED SO THE NETWORK'S CLEARING RECORD CAN BE MATCHED BACK
      * TO IT. SPACES ON EVERY OTHER HOLD.
           05  HOLDTYPE-HLD    PIC  X(01).
               88  HOLD-PURCHASE-AUTH VALUE "P".
           05  AUTHCODE-HLD    PIC  X(06).
           05  CARDNUM-HLD     PIC  X(16).
           05  MERCHNAME-HLD   PIC  X(25).
           05  MCC-HLD         PIC  X(04).
           05  NETREF-HLD      PIC  X(16).
           05  AUTHTS-HLD      PIC  X(23).

      ******************************************************************
      *ZONED EDIT WORK FIELDS FOR THE IMAGES - AS DBUNLOAD EDITS THEM
      ******************************************************************

       01  TXT-N9              PIC  X(10).
       01  TXT-N18A            PIC  X(19).
       01  TXT-N18B            PIC  X(19).
       01  TXT-N18C            PIC  X(19).
       01  TXT-AMT1            PIC  X(17).
       01  TXT-AMT2            PIC  X(17).
       01  TXT-AMT3            PIC  X(17).
       01  TXT-AMT4            PIC  X(17).
       77  WS-ZONE9            PIC  S9(9).
       77  WS-ZONE18           PIC  S9(18).
       77  WS-ZAMT             PIC  -9(13).99.
       77  WS-ZAMT2            PIC  -9(13).99.
       77  WS-ZAMT3            PIC  -9(13).99.
       77  WS-ZAMT4            PIC  -9(13).99.
       77  WS-ZRATE            PIC  -9.9999.
       01  TXT-RATE            PIC  X(08).

      *    KEY PARTS - ZERO-PADDED SO THE KEYS COMPARE AS TEXT IN THE
      *    SAME ORDER AS THE NUMBERS
       77  WS-KEY9             PIC  9(09).
       77  WS-KEY18            PIC  9(18).

      ******************************************************************
      *SNAPSHOT ROWS. THE ORDER BYTE IS THE SEGMENT TYPE'S PLACE IN
      *THE RUN - 1 CUSTOMER, 2 CUSTACCS, 3 CARD, 4 ACCOUNT, 5 HOLD,
      *6 HISTORY; 0 IS THE SNAPSHOT'S HEADER ROW, WHICH CARRIES ITS
      *BUSINESS DATE - SO ORDER, SEGMENT NAME AND KEY TOGETHER ARE THE
      *SORT KEY OF THE WHOLE FILE AND THE MATCH KEY OF THE MERGE.
      ******************************************************************

      *    THE PREVIOUS RUN'S ROW - THE CURRENT CDCPRV RECORD OF THE
      *    MATCH; ALL HIGH-VALUES ONCE CDCPRV RUNS OUT
       01  PRIOR-SNAP.
           05  PS-MATCHKEY.
               10  PS-ORDER        PIC  X(01).
               10  PS-ORDER-N REDEFINES PS-ORDER
                                   PIC  9(01).
               10  PS-SEGNAME      PIC  X(08).
               10  PS-KEY          PIC  X(40).
           05  PS-IMAGE            PIC  X(600).
           05  FILLER              PIC  X(01).

      *    TONIGHT'S ROW, BUILT FROM THE SEGMENT JUST RETRIEVED
       01  NEW-SNAP.
           05  NS-MATCHKEY.
               10  NS-ORDER        PIC  X(01).
               10  NS-SEGNAME      PIC  X(08).
               10  NS-KEY          PIC  X(40).
           05  NS-IMAGE            PIC  X(600).
           05  FILLER              PIC  X(01).

       01  LAST-NEWKEY         PIC  X(49) VALUE LOW-VALUES.
       01  WS-PRIOR-YMD        PIC  X(10) VALUE SPACES.
       01  WS-CDCPRV-EOF       PIC  X(01) VALUE 'N'.
           88  CDCPRV-EOF          VALUE 'Y'.

      ******************************************************************
      *PER-SEGMENT-TYPE COUNTS FOR THE MANIFEST, IN RUN ORDER
      ******************************************************************

       01  SEGMENT-STATS.
           05  SG-ROW OCCURS 6 TIMES.
               10  SG-NAME         PIC  X(08).
               10  SG-PRIOR        PIC  S9(9) COMP-5.
               10  SG-TONIGHT      PIC  S9(9) COMP-5.
               10  SG-INSERTS      PIC  S9(9) COMP-5.
               10  SG-UPDATES      PIC  S9(9) COMP-5.
               10  SG-DELETES      PIC  S9(9) COMP-5.
               10  SG-SAME         PIC  S9(9) COMP-5.
               10  SG-PROOF        PIC  X(04).

      *    THE SEGMENT TYPE BEING WALKED - INDEX AND ORDER BYTE
       77  WS-SG-IX            PIC  S9(4) COMP-5 VALUE 0.
       01  WS-SG-ORDER         PIC  9(01) VALUE 0.
       01  WS-SG-ORDER-X REDEFINES WS-SG-ORDER
                               PIC  X(01).

      ******************************************************************
      *RUN COUNTERS
      ******************************************************************

       01  DETAILS-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-INSERTS       PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-UPDATES       PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-DELETES       PIC  S9(9) COMP-5 VALUE 0.
       01  SNAPSHOT-WRITTEN    PIC  S9(9) COMP-5 VALUE 0.
       01  SEQUENCE-ERRORS     PIC  S9(9) COMP-5 VALUE 0.
       01  STATUS-ERRORS       PIC  S9(9) COMP-5 VALUE 0.
       01  PROOFS-FAILED       PIC  S9(9) COMP-5 VALUE 0.
       01  WS-RUN-PROOF        PIC  X(04) VALUE 'OK  '.

       01  TXT-CNT1            PIC  Z(8)9.
       01  TXT-CNT2            PIC  Z(8)9.
       01  TXT-CNT3            PIC  Z(8)9.
       01  TXT-CNT4            PIC  Z(8)9.
       01  TXT-CNT5            PIC  Z(8)9.
       01  TXT-CNT6            PIC  Z(8)9.

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
       77  WS-CREATED-TS           PIC X(23).

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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
      * PCB ORDER IN THIS PROGRAM'S PSB (ALL READ ONLY):
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER AND CARD WALKS)
      *   DBPCB2 - CUSTACCS DATABASE
      *   DBPCB3 - ACCOUNT DATABASE (ACCOUNT AND HOLD WALKS)
      *   DBPCB4 - HISTORY DATABASE
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           STRING TODAY-YMD ' ' WS-CURRENT-HOURS ':'
                  WS-CURRENT-MINUTE ':' WS-CURRENT-SECOND '.'
                  WS-CURRENT-MILLISECONDS '0'
              INTO WS-CREATED-TS.

           MOVE 'CUSTOMER' TO SG-NAME (1).
           MOVE 'CUSTACCS' TO SG-NAME (2).
           MOVE 'CARD    ' TO SG-NAME (3).
           MOVE 'ACCOUNT ' TO SG-NAME (4).
           MOVE 'HOLD    ' TO SG-NAME (5).
           MOVE 'HISTORY ' TO SG-NAME (6).
           PERFORM CLEAR-ONE-SEGMENT THRU CLEAR-ONE-SEGMENT-END
              VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > 6.

           OPEN INPUT CDCPRV-FILE.
           OPEN OUTPUT CDCSNP-FILE.
           OPEN OUTPUT CDCOUT-FILE.
           PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END.

           MOVE SPACES TO CD-RECORD.
           MOVE 'H' TO CD-RECTYPE.
           MOVE TODAY-YMD TO CD-BUSDATE.
           MOVE WS-PRIOR-YMD TO CD-HDR-PRIORDATE.
           MOVE WS-CREATED-TS TO CD-HDR-CREATED.
           WRITE CD-RECORD.

           MOVE SPACES TO NEW-SNAP.
           MOVE '0' TO NS-ORDER.
           MOVE 'SNAPDATE' TO NS-SEGNAME.
           MOVE TODAY-YMD TO NS-KEY.
           WRITE CDCSNP-OUT FROM NEW-SNAP.

      * ONE WALK PER SEGMENT TYPE, IN THE SNAPSHOT'S ORDER - WHAT IS
      * LEFT OF THE PREVIOUS SNAPSHOT FOR A TYPE AFTER ITS WALK WAS
      * DELETED
           MOVE 1 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SNAP-ONE-CUSTOMER THRU SNAP-ONE-CUSTOMER-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE 2 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM SNAP-ONE-CUSTACCS THRU SNAP-ONE-CUSTACCS-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE 3 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CARD-SEG, CARD-SSA.
           PERFORM SNAP-ONE-CARD THRU SNAP-ONE-CARD-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE 4 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM SNAP-ONE-ACCOUNT THRU SNAP-ONE-ACCOUNT-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE 5 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, HOLD-SEG, HOLD-SSA.
           PERFORM SNAP-ONE-HOLD THRU SNAP-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE 6 TO WS-SG-IX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA.
           PERFORM SNAP-ONE-HISTORY THRU SNAP-ONE-HISTORY-END
              UNTIL DBSTAT NOT = SPACES.
           PERFORM FINISH-SEGMENT-TYPE THRU FINISH-SEGMENT-TYPE-END.

           MOVE SPACES TO CD-RECORD.
           MOVE 'T' TO CD-RECTYPE.
           MOVE TODAY-YMD TO CD-BUSDATE.
           MOVE DETAILS-WRITTEN TO CD-TRL-COUNT.
           MOVE TOTAL-INSERTS TO CD-TRL-INSERTS.
           MOVE TOTAL-UPDATES TO CD-TRL-UPDATES.
           MOVE TOTAL-DELETES TO CD-TRL-DELETES.
           WRITE CD-RECORD.
           CLOSE CDCPRV-FILE.
           CLOSE CDCSNP-FILE.
           CLOSE CDCOUT-FILE.

           PERFORM WRITE-MANIFEST THRU WRITE-MANIFEST-END.

           DISPLAY '========================================'.
           DISPLAY 'CHANGE-DATA EXTRACT - ' TODAY-YMD.
           IF WS-PRIOR-YMD = SPACES
             DISPLAY 'PREVIOUS SNAPSHOT:        NONE'
           ELSE
             DISPLAY 'PREVIOUS SNAPSHOT:        ' WS-PRIOR-YMD
           END-IF.
           PERFORM DISPLAY-ONE-SEGMENT THRU DISPLAY-ONE-SEGMENT-END
              VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > 6.
           DISPLAY 'DELTA DETAILS WRITTEN:    ' DETAILS-WRITTEN.
           DISPLAY 'SNAPSHOT ROWS WRITTEN:    ' SNAPSHOT-WRITTEN.
           DISPLAY 'KEYS OUT OF SEQUENCE:     ' SEQUENCE-ERRORS.
           DISPLAY 'WALKS ENDED ON AN ERROR:  ' STATUS-ERRORS.
           DISPLAY 'SEGMENT PROOFS FAILED:    ' PROOFS-FAILED.
           DISPLAY '========================================'.

           IF WS-RUN-PROOF NOT = 'OK  '
             DISPLAY 'CDCEXTR - THE DELTA DOES NOT PROVE - THE '
                'WAREHOUSE MUST NOT APPLY IT'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-PRIOR-YMD = SPACES
               DISPLAY 'CDCEXTR - NO PREVIOUS SNAPSHOT - EVERY ROW '
                  'IS REPORTED AS AN INSERT'
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

       CLEAR-ONE-SEGMENT.
           MOVE 0 TO SG-PRIOR (WS-SG-IX).
           MOVE 0 TO SG-TONIGHT (WS-SG-IX).
           MOVE 0 TO SG-INSERTS (WS-SG-IX).
           MOVE 0 TO SG-UPDATES (WS-SG-IX).
           MOVE 0 TO SG-DELETES (WS-SG-IX).
           MOVE 0 TO SG-SAME (WS-SG-IX).
           MOVE SPACES TO SG-PROOF (WS-SG-IX).
       CLEAR-ONE-SEGMENT-END.
           EXIT.

      * PROCEDURE SNAP-ONE-CUSTOMER : THE IMAGE IS DBUNLOAD'S CUSTOUT
      * LINE - PASSWORD BLANK, TIN IN ITS PROTECTED FORM
       SNAP-ONE-CUSTOMER.
           MOVE SPACES TO NEW-SNAP.
           MOVE CUSTID-CD TO WS-KEY9.
           MOVE WS-KEY9 TO NS-KEY.
           MOVE CUSTID-CD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N9.
           MOVE RISKSCORE-CD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N18A.
           MOVE OFFICER-CD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N18B.
           MOVE TREATYRT-CD TO WS-ZRATE.
           MOVE WS-ZRATE TO TXT-RATE.
           STRING FUNCTION TRIM (TXT-N9) ','
              '"' LASTNAME-CD '","' FIRSTNAME-CD '","'
              ADDRESS-CD '","' CITY-CD '","' STATE-CD '","'
              ZIPCODE-CD '","' PHONE-CD '","' STATUS-CD '","'
              '","' CUSTOMERTYPE-CD '","' LASTLOGIN-CD '","'
              SECUREANS-CD '","' LASTDEVICE-CD '","' TIN-CD '","'
              TINCERT-CD '","' EMAIL-CD '","' SMS-CD '","'
              OPTINS-CD '","' DOB-CD '","'
              VALBAND-CD '","' BADCONTACT-CD '","'
              RISKRATE-CD '",' FUNCTION TRIM (TXT-N18A) ',"'
              RISKRSN-CD '","' RISKDATE-CD '","' EDDDUE-CD '",'
              FUNCTION TRIM (TXT-N18B) ',"'
              FORSTAT-CD '","' FORCTRY-CD '","' W8DATE-CD '",'
              FUNCTION TRIM (TXT-RATE) ',"' W8EXPIRY-CD '"'
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       SNAP-ONE-CUSTOMER-END.
           EXIT.

      * PROCEDURE SNAP-ONE-CUSTACCS : THE IMAGE IS DBUNLOAD'S CUSAOUT
      * LINE
       SNAP-ONE-CUSTACCS.
           MOVE SPACES TO NEW-SNAP.
           MOVE CUSTID-CA TO WS-KEY9.
           MOVE ACCID-CA TO WS-KEY18.
           STRING WS-KEY9 WS-KEY18 DELIMITED BY SIZE INTO NS-KEY.
           MOVE CUSTID-CA TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N9.
           MOVE ACCID-CA TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18A.
           MOVE ACCNUM-CA TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N18B.
           STRING FUNCTION TRIM (TXT-N9) ','
              FUNCTION TRIM (TXT-N18A) ','
              FUNCTION TRIM (TXT-N18B) ','
              '"' OWNERROLE-CA '"'
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
       SNAP-ONE-CUSTACCS-END.
           EXIT.

      * PROCEDURE SNAP-ONE-CARD : THE IMAGE IS DBUNLOAD'S CUSCHOUT
      * CARD LINE - PIN HASH AS ZERO
       SNAP-ONE-CARD.
           MOVE SPACES TO NEW-SNAP.
           MOVE CUSTID-CRD TO WS-KEY9.
           STRING WS-KEY9 CARDNUM-CRD DELIMITED BY SIZE INTO NS-KEY.
           MOVE CUSTID-CRD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N9.
           MOVE ACCID-CRD TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18A.
           MOVE ATMLIMIT-CRD TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT1.
           MOVE TRAVELLIM-CRD TO WS-ZAMT2.
           MOVE WS-ZAMT2 TO TXT-AMT2.
           MOVE POSLIMIT-CRD TO WS-ZAMT3.
           MOVE WS-ZAMT3 TO TXT-AMT3.
           MOVE POSTODAY-CRD TO WS-ZAMT4.
           MOVE WS-ZAMT4 TO TXT-AMT4.
           STRING '"CARD    ",'
              FUNCTION TRIM (TXT-N9) ',"'
              CARDNUM-CRD '",0,'
              FUNCTION TRIM (TXT-N18A) ',"'
              CARDSTATUS-CRD '","'
              EXPIRY-CRD '",'
              FUNCTION TRIM (TXT-AMT1) ','
              PINFAILS-CRD ','
              FUNCTION TRIM (TXT-AMT2) ',"'
              TRAVELEXP-CRD '","'
              REPLFOR-CRD '",'
              FUNCTION TRIM (TXT-AMT3) ',"'
              POSDATE-CRD '",'
              FUNCTION TRIM (TXT-AMT4)
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, CARD-SEG, CARD-SSA.
       SNAP-ONE-CARD-END.
           EXIT.

      * PROCEDURE SNAP-ONE-ACCOUNT : THE IMAGE IS DBUNLOAD'S ACCTOUT
      * LINE
       SNAP-ONE-ACCOUNT.
           MOVE SPACES TO NEW-SNAP.
           MOVE ACCID-ACC TO WS-KEY18.
           MOVE WS-KEY18 TO NS-KEY.
           MOVE ACCID-ACC TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18A.
           MOVE BALANCE-ACC TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT1.
           MOVE LASTTXID-ACC TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18B.
           MOVE ODLIMIT-ACC TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT2.
           STRING FUNCTION TRIM (TXT-N18A) ','
              '"' ACCTYPE-ACC '",'
              FUNCTION TRIM (TXT-AMT1) ','
              FUNCTION TRIM (TXT-N18B) ','
              '"' ACCTSTATUS-ACC '","'
              CURRENCY-ACC '","'
              MATDATE-ACC '",'
              FUNCTION TRIM (TXT-AMT2) ',"'
              OPENDATE-ACC '","'
              DOMBRANCH-ACC '"'
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
       SNAP-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE SNAP-ONE-HOLD : THE IMAGE IS DBUNLOAD'S ACCCHOUT
      * HOLD LINE
       SNAP-ONE-HOLD.
           MOVE SPACES TO NEW-SNAP.
           MOVE ACCID-HLD TO WS-KEY18.
           MOVE HOLDID-HLD TO WS-KEY9.
           STRING WS-KEY18 WS-KEY9 DELIMITED BY SIZE INTO NS-KEY.
           MOVE ACCID-HLD TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18A.
           MOVE HOLDID-HLD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N9.
           MOVE HOLDAMT-HLD TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT1.
           MOVE PLACEDBY-HLD TO WS-ZONE9.
           MOVE WS-ZONE9 TO TXT-N18B.
           STRING '"HOLD    ",'
              FUNCTION TRIM (TXT-N18A) ','
              FUNCTION TRIM (TXT-N9) ','
              FUNCTION TRIM (TXT-AMT1) ',"'
              HOLDREASON-HLD '","'
              EXPDATE-HLD '",'
              FUNCTION TRIM (TXT-N18B) ',"'
              HOLDTYPE-HLD '","'
              AUTHCODE-HLD '","'
              CARDNUM-HLD '","'
              MERCHNAME-HLD '","'
              MCC-HLD '","'
              NETREF-HLD '","'
              AUTHTS-HLD '"'
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GN, DBPCB, HOLD-SEG, HOLD-SSA.
       SNAP-ONE-HOLD-END.
           EXIT.

      * PROCEDURE SNAP-ONE-HISTORY : THE IMAGE IS DBUNLOAD'S HISTOUT
      * LINE
       SNAP-ONE-HISTORY.
           MOVE SPACES TO NEW-SNAP.
           MOVE TXID-HIST TO WS-KEY18.
           MOVE WS-KEY18 TO NS-KEY.
           MOVE TXID-HIST TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18A.
           MOVE AMOUNT-HIST TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT1.
           MOVE REFTXID-HIST TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18B.
           MOVE ACCID-HIST TO WS-ZONE18.
           MOVE WS-ZONE18 TO TXT-N18C.
           MOVE BALAFTER-HIST TO WS-ZAMT.
           MOVE WS-ZAMT TO TXT-AMT2.
           STRING '"' FUNCTION TRIM (TXT-N18A) '",'
              '"' TIMESTMP-HIST '",'
              '"' TRANSTYP-HIST '",'
              FUNCTION TRIM (TXT-AMT1) ','
              FUNCTION TRIM (TXT-N18B) ','
              FUNCTION TRIM (TXT-N18C) ','
              FUNCTION TRIM (TXT-AMT2) ','
              '"' CHECKNUM-HIST '",'
              '"' CLIENTREF-HIST '","'
              BRANCH-HIST '","'
              TERMID-HIST '","'
              CHANNEL-HIST '","'
              VALDATE-HIST '"'
              INTO NS-IMAGE.
           PERFORM MATCH-ONE-ROW THRU MATCH-ONE-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA.
       SNAP-ONE-HISTORY-END.
           EXIT.

      * PROCEDURE MATCH-ONE-ROW : TONIGHT'S ROW AGAINST THE PREVIOUS
      * SNAPSHOT - PREVIOUS ROWS WITH LOWER KEYS ARE GONE (DELETES),
      * AN EQUAL KEY IS UNCHANGED OR AN UPDATE, NO EQUAL KEY IS AN
      * INSERT - THEN THE ROW GOES ON TONIGHT'S SNAPSHOT
       MATCH-ONE-ROW.
           MOVE WS-SG-IX TO WS-SG-ORDER.
           MOVE WS-SG-ORDER-X TO NS-ORDER.
           MOVE SG-NAME (WS-SG-IX) TO NS-SEGNAME.
           IF NS-MATCHKEY NOT > LAST-NEWKEY
             DISPLAY 'CDCEXTR: KEY OUT OF SEQUENCE - ' NS-SEGNAME
                ' ' NS-KEY
             ADD 1 TO SEQUENCE-ERRORS
           END-IF.
           MOVE NS-MATCHKEY TO LAST-NEWKEY.
           ADD 1 TO SG-TONIGHT (WS-SG-IX).

           PERFORM DELETE-PRIOR-ROW THRU DELETE-PRIOR-ROW-END
              UNTIL PS-MATCHKEY NOT < NS-MATCHKEY.

           IF PS-MATCHKEY = NS-MATCHKEY
             IF PS-IMAGE = NS-IMAGE
               ADD 1 TO SG-SAME (WS-SG-IX)
             ELSE
               MOVE SPACES TO CD-RECORD
               MOVE 'U' TO CD-OP
               MOVE PS-IMAGE TO CD-BEFORE
               MOVE NS-IMAGE TO CD-AFTER
               PERFORM WRITE-DELTA-DETAIL
                  THRU WRITE-DELTA-DETAIL-END
               ADD 1 TO SG-UPDATES (WS-SG-IX)
               ADD 1 TO TOTAL-UPDATES
             END-IF
             PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END
           ELSE
             MOVE SPACES TO CD-RECORD
             MOVE 'I' TO CD-OP
             MOVE NS-IMAGE TO CD-AFTER
             PERFORM WRITE-DELTA-DETAIL THRU WRITE-DELTA-DETAIL-END
             ADD 1 TO SG-INSERTS (WS-SG-IX)
             ADD 1 TO TOTAL-INSERTS
           END-IF.

           WRITE CDCSNP-OUT FROM NEW-SNAP.
           ADD 1 TO SNAPSHOT-WRITTEN.
       MATCH-ONE-ROW-END.
           EXIT.

      * PROCEDURE DELETE-PRIOR-ROW : A PREVIOUS SNAPSHOT ROW WITH NO
      * ROW TONIGHT - A DELETE CARRYING ITS BEFORE IMAGE
       DELETE-PRIOR-ROW.
           MOVE SPACES TO CD-RECORD.
           MOVE 'D' TO CD-OP.
           MOVE PS-IMAGE TO CD-BEFORE.
           MOVE PS-SEGNAME TO CD-SEGNAME.
           MOVE PS-KEY TO CD-KEY.
           MOVE 'D' TO CD-RECTYPE.
           MOVE TODAY-YMD TO CD-BUSDATE.
           WRITE CD-RECORD.
           ADD 1 TO DETAILS-WRITTEN.
           ADD 1 TO SG-DELETES (PS-ORDER-N).
           ADD 1 TO TOTAL-DELETES.
           PERFORM READ-PRIOR-SNAPSHOT THRU READ-PRIOR-SNAPSHOT-END.
       DELETE-PRIOR-ROW-END.
           EXIT.

      * PROCEDURE WRITE-DELTA-DETAIL : AN INSERT OR UPDATE FOR TONIGHT'S
      * ROW - THE CALLER HAS SET THE OPERATION AND IMAGES
       WRITE-DELTA-DETAIL.
           MOVE 'D' TO CD-RECTYPE.
           MOVE TODAY-YMD TO CD-BUSDATE.
           MOVE NS-SEGNAME TO CD-SEGNAME.
           MOVE NS-KEY TO CD-KEY.
           WRITE CD-RECORD.
           ADD 1 TO DETAILS-WRITTEN.
       WRITE-DELTA-DETAIL-END.
           EXIT.

      * PROCEDURE FINISH-SEGMENT-TYPE : THE WALK IS OVER - CHECK HOW IT
      * ENDED, AND WHAT IS LEFT OF THE PREVIOUS SNAPSHOT FOR THIS
      * SEGMENT TYPE WAS DELETED
       FINISH-SEGMENT-TYPE.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CDCEXTR: ' SG-NAME (WS-SG-IX)
                ' WALK DID NOT REACH THE END'
             ADD 1 TO STATUS-ERRORS
           END-IF.
           MOVE WS-SG-IX TO WS-SG-ORDER.
           PERFORM DELETE-PRIOR-ROW THRU DELETE-PRIOR-ROW-END
              UNTIL PS-ORDER > WS-SG-ORDER-X.
       FINISH-SEGMENT-TYPE-END.
           EXIT.

      * PROCEDURE READ-PRIOR-SNAPSHOT : NEXT CDCPRV ROW INTO PRIOR-SNAP,
      * COUNTED TO ITS SEGMENT TYPE. THE HEADER ROW GIVES THE PREVIOUS
      * BUSINESS DATE. AT END THE KEY GOES HIGH SO THE MATCH RUNS OUT.
       READ-PRIOR-SNAPSHOT.
           READ CDCPRV-FILE INTO PRIOR-SNAP
             AT END
               MOVE 'Y' TO WS-CDCPRV-EOF
           END-READ.
           IF CDCPRV-EOF
             MOVE HIGH-VALUES TO PS-MATCHKEY
             MOVE SPACES TO PS-IMAGE
             GO TO READ-PRIOR-SNAPSHOT-END
           END-IF.
           IF PS-ORDER = '0'
             IF PS-SEGNAME = 'SNAPDATE'
               MOVE PS-KEY (1:10) TO WS-PRIOR-YMD
             END-IF
             GO TO READ-PRIOR-SNAPSHOT
           END-IF.
           IF PS-ORDER < '1' OR PS-ORDER > '6'
             DISPLAY 'CDCEXTR: UNKNOWN SNAPSHOT ROW SKIPPED - '
                PS-MATCHKEY
             GO TO READ-PRIOR-SNAPSHOT
           END-IF.
           ADD 1 TO SG-PRIOR (PS-ORDER-N).
       READ-PRIOR-SNAPSHOT-END.
           EXIT.

      * PROCEDURE WRITE-MANIFEST : ONE PROOF ROW PER SEGMENT TYPE AND
      * THE RUN'S OWN ROW
       WRITE-MANIFEST.
           OPEN OUTPUT CDCMAN-FILE.
           MOVE SPACES TO CDCMAN-OUT.
           STRING '"H","' TODAY-YMD '","' WS-PRIOR-YMD '"'
              DELIMITED BY SIZE INTO CDCMAN-OUT.
           WRITE CDCMAN-OUT.
           PERFORM PROVE-ONE-SEGMENT THRU PROVE-ONE-SEGMENT-END
              VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > 6.
           IF SEQUENCE-ERRORS > 0 OR STATUS-ERRORS > 0
              OR PROOFS-FAILED > 0
             MOVE 'FAIL' TO WS-RUN-PROOF
           END-IF.
           MOVE DETAILS-WRITTEN TO TXT-CNT1.
           MOVE TOTAL-INSERTS TO TXT-CNT2.
           MOVE TOTAL-UPDATES TO TXT-CNT3.
           MOVE TOTAL-DELETES TO TXT-CNT4.
           MOVE SPACES TO CDCMAN-OUT.
           STRING '"T",' FUNCTION TRIM (TXT-CNT1) ','
              FUNCTION TRIM (TXT-CNT2) ','
              FUNCTION TRIM (TXT-CNT3) ','
              FUNCTION TRIM (TXT-CNT4) ',"'
              FUNCTION TRIM (WS-RUN-PROOF) '"'
              DELIMITED BY SIZE INTO CDCMAN-OUT.
           WRITE CDCMAN-OUT.
           CLOSE CDCMAN-FILE.
       WRITE-MANIFEST-END.
           EXIT.

      * PROCEDURE PROVE-ONE-SEGMENT : EVERY PREVIOUS ROW IS UNCHANGED,
      * UPDATED OR DELETED AND EVERY ROW TONIGHT UNCHANGED, UPDATED OR
      * INSERTED - OTHERWISE THE SEGMENT TYPE FAILS
       PROVE-ONE-SEGMENT.
           MOVE 'OK  ' TO SG-PROOF (WS-SG-IX).
           IF SG-PRIOR (WS-SG-IX) NOT = SG-SAME (WS-SG-IX)
                 + SG-UPDATES (WS-SG-IX) + SG-DELETES (WS-SG-IX)
              OR SG-TONIGHT (WS-SG-IX) NOT = SG-SAME (WS-SG-IX)
                 + SG-UPDATES (WS-SG-IX) + SG-INSERTS (WS-SG-IX)
             MOVE 'FAIL' TO SG-PROOF (WS-SG-IX)
             ADD 1 TO PROOFS-FAILED
           END-IF.
           MOVE SG-PRIOR (WS-SG-IX) TO TXT-CNT1.
           MOVE SG-TONIGHT (WS-SG-IX) TO TXT-CNT2.
           MOVE SG-INSERTS (WS-SG-IX) TO TXT-CNT3.
           MOVE SG-UPDATES (WS-SG-IX) TO TXT-CNT4.
           MOVE SG-DELETES (WS-SG-IX) TO TXT-CNT5.
           MOVE SG-SAME (WS-SG-IX) TO TXT-CNT6.
           MOVE SPACES TO CDCMAN-OUT.
           STRING '"S","' SG-NAME (WS-SG-IX) '",'
              FUNCTION TRIM (TXT-CNT1) ','
              FUNCTION TRIM (TXT-CNT2) ','
              FUNCTION TRIM (TXT-CNT3) ','
              FUNCTION TRIM (TXT-CNT4) ','
              FUNCTION TRIM (TXT-CNT5) ','
              FUNCTION TRIM (TXT-CNT6) ',"'
              FUNCTION TRIM (SG-PROOF (WS-SG-IX)) '"'
              DELIMITED BY SIZE INTO CDCMAN-OUT.
           WRITE CDCMAN-OUT.
       PROVE-ONE-SEGMENT-END.
           EXIT.

       DISPLAY-ONE-SEGMENT.
           DISPLAY SG-NAME (WS-SG-IX) ' PREVIOUS ' SG-PRIOR (WS-SG-IX)
              ' TONIGHT ' SG-TONIGHT (WS-SG-IX) ' ' SG-PROOF (WS-SG-IX).
           DISPLAY '         INSERTS  ' SG-INSERTS (WS-SG-IX)
              ' UPDATES ' SG-UPDATES (WS-SG-IX)
              ' DELETES ' SG-DELETES (WS-SG-IX).
       DISPLAY-ONE-SEGMENT-END.
           EXIT.
