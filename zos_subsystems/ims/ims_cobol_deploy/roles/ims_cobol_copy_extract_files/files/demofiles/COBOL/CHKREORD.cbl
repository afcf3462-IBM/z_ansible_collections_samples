       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKREORD.

      ******************************************************************
      * NIGHTLY CHECK-STOCK REORDER - READS THE RUN DATE'S POSTING
      * JOURNAL THE SAME WAY FXTELREV DOES (PSTEXTR - REFUSED WITH RC 8
      * UNLESS IT FOOTS TO ITS TRAILER) FOR TODAY'S PAID CHECKS: THE
      * 'w' ROWS CHKPOST AND FBPPDECN POST ON CHANNEL 'C' WITH THE
      * CHECK'S SERIAL IN CHECKNUM-HIST. A SERIAL THAT IS NOT ALL
      * DIGITS (A COUNTER CHECK, A DRAFT) TELLS NOTHING ABOUT THE
      * CUSTOMER'S STOCK AND IS PASSED OVER.
      *
      * FOR EACH ACCOUNT WITH A PAID CHECK TODAY THE HIGHEST SERIAL IS
      * CARRIED TO THE ACCOUNT'S CHKSTK ROW (SEE CHKSTK.CPY, KEPT BY
      * FBCHKMNT), AND WHEN THE CHECKS LEFT - THE LAST SERIAL ORDERED
      * LESS THE HIGHEST SEEN - FALL BELOW THE THRESHOLD, THE NEXT BOX
      * IS ORDERED: ONE RECORD ON REORDOUT FOR THE CHECK PRINTER
      *
      *   "<ACCID>","<NAME>","<ADDRESS>","<CITY>","<STATE>","<ZIP>",
      *      <STARTING SERIAL>,<QUANTITY>,"<STYLE>","<BRANCH>"
      *
      * NAME AND ADDRESS ARE THE PRIMARY OWNER'S (CUSTACCS ROLE 'P').
      * THE BOX STARTS ONE ABOVE THE LAST SERIAL ORDERED (OR ABOVE THE
      * HIGHEST SEEN, IF THE CUSTOMER HAS WRITTEN PAST IT) AND THE ROW
      * IS ADVANCED TO THE NEW BOX'S TOP SERIAL, SO THE SAME ACCOUNT
      * IS NOT ORDERED FOR AGAIN WHILE THE BOX IS IN THE MAIL.
      *
      * A REORDER IS HELD BACK, WITH THE REASON ON THE REPORT AND ON
      * THE ROW, WHEN THE ACCOUNT IS CLOSED OR OTHERWISE NOT OPEN, HAS
      * A LIVE COLLECTIONS CASE (ANY COLLCASE STATUS BUT CURED - THE
      * LOSSRSV TEST), IS DORMANT (NO CUSTOMER-INITIATED ACTIVITY
      * BEFORE TODAY WITHIN DORMANT-THRESHOLD-DAYS - ESCHEAT'S TEST,
      * TODAY'S OWN CHECKS NOT COUNTING), OR THE PRIMARY OWNER'S
      * POSTAL ADDRESS IS MISSING OR MARKED BAD (BADCONTACT-CD BYTE 3,
      * SEE NCOAUPD). IT IS TRIED AGAIN THE NEXT NIGHT A CHECK CLEARS.
      *
      * AN ACCOUNT WITH CHECKS CLEARING BUT NO CHKSTK ROW IS GIVEN ONE
      * IN STATUS 'U' (NO ORDER ON RECORD) AND LISTED FOR ITS DOMICILE
      * BRANCH - NOTHING IS ORDERED UNTIL THE BRANCH RECORDS THE STOCK
      * THE CUSTOMER HOLDS THROUGH FBCHKMNT.
      *
      * CHKRCTL, ONE ROW PER SETTING, FIRST COLUMN UNQUOTED (THE
      * TRXRULES LOADING IDIOM) - A MISSING ROW KEEPS THE DEFAULT:
      *
      *   THRESHOLD,<CHECKS LEFT>      DEFAULT 50
      *   ORDERQTY,<CHECKS PER BOX>    DEFAULT 200 - A ROW'S OWN
      *                                ORDQTY-CSK OVERRIDES IT
      *   DORMDAYS,<DAYS>              DEFAULT 180
      *
      * RETURN-CODE 4 WHEN THE PAID-CHECK TABLE FILLS (THE ACCOUNTS
      * LEFT OVER ARE PICKED UP THE NEXT NIGHT ONE OF THEIR CHECKS
      * CLEARS); 8 WHEN THE JOURNAL IS NOT PROVED OR ON A BAD STATUS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.
           SELECT CHKRCTL-FILE ASSIGN TO CHKRCTL.
      *    CHECK PRINTER ORDER FILE
           SELECT REORDOUT-FILE ASSIGN TO REORDOUT.

       DATA DIVISION.

       FILE SECTION.
         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

         FD CHKRCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CHKRCTL-IN.
       01  CHKRCTL-IN          PIC X(80).

         FD REORDOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS REORDOUT-OUT.
       01  REORDOUT-OUT        PIC X(300).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
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
      *BUSINESS RULE CONSTANTS - THE CHKRCTL ROWS OVERRIDE THE FIRST
      *THREE
      ******************************************************************

       77  REORDER-THRESHOLD   PIC S9(5) COMP-3 VALUE 50.
       77  DEFAULT-ORDQTY      PIC S9(5) COMP-3 VALUE 200.
       77  DORMANT-THRESHOLD-DAYS PIC S9(5) COMP-3 VALUE 180.
       77  DEFAULT-STYLE       PIC X(04) VALUE 'STD '.
       77  ACCT-OPEN           PIC X(01) VALUE 'O'.
       77  ACCT-CLOSED         PIC X(01) VALUE 'C'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSAX READS ONE ACCOUNT'S HISTORY ROWS DIRECTLY
      *    THROUGH THE ACCIDHX SECONDARY INDEX - SEE DORMFEE
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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

       01  COLLCASE-SSA.
           05  FILLER          PIC  X(08)        VALUE "COLLCASE".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
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

      *    CHKSTK-SEG AND ITS SSA
           COPY CHKSTK.

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
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
           05  HIST-YMD        PIC  X(10).
           05  FILLER          PIC  X(25).

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

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
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, BYTE 2 SMS (NTFSTAT), BYTE 3
      * POSTAL ADDRESS (NCOAUPD); 'B' IS BAD
           05  BADCONTACT-CD   PIC  X(03).
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
           05  OFFICER-CD      PIC  S9(9) COMP-5.
           05  FORSTAT-CD      PIC  X(01).
           05  FORCTRY-CD      PIC  X(02).
           05  W8DATE-CD       PIC  X(10).
           05  TREATYRT-CD     PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-CD     PIC  X(10).

      * COLLECTIONS CASE ROOT - SEE COLLSCAN
       01  COLLCASE-SEG.
           05  CASEID-COL      PIC  S9(18) COMP-5.
           05  ACCID-COL       PIC  S9(18) COMP-5.
           05  OPENDATE-COL    PIC  X(10).
           05  ODDAYS-COL      PIC  S9(4) COMP-5.
           05  STATUS-COL      PIC  X(01).
               88  CASE-CURED       VALUE "X".
           05  PROMAMT-COL     PIC  S9(13)V9(2) COMP-3.
           05  PROMDATE-COL    PIC  X(10).
           05  PROMSETDT-COL   PIC  X(10).
           05  LASTNOTE-COL    PIC  X(40).
           05  NOTETS-COL      PIC  X(23).
           05  OPERID-COL      PIC  S9(9) COMP-5.
           05  ESCLEVEL-COL    PIC  S9(1) COMP-3.

      ******************************************************************
      *TODAY'S PAID CHECKS - ONE ROW PER ACCOUNT, THE HIGHEST SERIAL
      *SEEN AND HOW MANY CLEARED, BUILT FROM THE JOURNAL
      ******************************************************************

       77  MAX-PAID            PIC  9(05)        VALUE 05000.
       77  TOTAL-PAID          PIC  9(05)        VALUE 0.
       77  WS-PD-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-PD-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  PAID-TABLE.
           05  PAID-ROW OCCURS 5000 TIMES INDEXED BY PD-IX.
               10  PD-ACCID        PIC  S9(18) COMP-5.
               10  PD-HIGHSER      PIC  S9(9) COMP-5.
               10  PD-CHECKS       PIC  S9(5) COMP-5.

      ******************************************************************
      *LIVE COLLECTIONS CASES - THE ACCOUNT OF EVERY COLLCASE ROW NOT
      *YET CURED, LOADED BEFORE THE REORDER PASS (LOSSRSV'S TABLE)
      ******************************************************************

       77  MAX-CASES           PIC  9(05)        VALUE 02000.
       77  TOTAL-CASES         PIC  9(05)        VALUE 0.
       77  WS-CS-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-CS-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  CASE-TABLE.
           05  CASE-ROW OCCURS 2000 TIMES INDEXED BY CS-IX.
               10  CS-ACCID        PIC  S9(18) COMP-5.

      ******************************************************************
      *POSTING JOURNAL PROOF - THE DETAILS MUST FOOT TO THE TRAILER
      ******************************************************************

       01  WS-PSTJRNL-EOF      PIC  X(01) VALUE 'N'.
           88  PSTJRNL-EOF         VALUE 'Y'.
       01  WS-JRNL-PROVED      PIC  X(01) VALUE 'N'.
           88  JOURNAL-PROVED      VALUE 'Y'.
       77  JRNL-DETAILS        PIC  S9(9) COMP-5 VALUE 0.
       77  JRNL-AMOUNT         PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *CONTROL CARD WORK AREAS
      ******************************************************************

       01  WS-CHKRCTL-EOF      PIC  X(01) VALUE 'N'.
           88  CHKRCTL-EOF         VALUE 'Y'.
       01  TXT-RC-KEY          PIC  X(10).
       01  TXT-RC-VALUE        PIC  X(10).
       77  WS-RC-NUM           PIC S9(7) COMP-3.

      ******************************************************************
      *CLOCK STRUCTURE AND DORMANCY CUTOFF
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
       01  WS-TODAY-N              PIC 9(08).
       01  WS-CUTOFF-INT           PIC S9(9) COMP-5.
       01  WS-CUTOFF-DATE-N        PIC 9(08).
       01  WS-CUTOFF-DATE-N-R REDEFINES WS-CUTOFF-DATE-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  DORMANT-CUTOFF-YMD      PIC X(10).

      ******************************************************************
      *PER-ACCOUNT WORK AREAS
      ******************************************************************

       77  WS-SER-LEN          PIC  S9(4) COMP-5.
       77  WS-SERIAL           PIC  S9(9) COMP-5.
       77  WS-WORK-ACCID       PIC  S9(18) COMP-5.
       77  WS-REMAIN           PIC  S9(9) COMP-5.
       77  WS-START-SER        PIC  S9(9) COMP-5.
       77  WS-ORDQTY           PIC  S9(5) COMP-3.
       77  WS-OWNER-CUSTID     PIC  S9(9) COMP-5.
       01  WS-LAST-ACTIVITY-YMD    PIC X(10).
       01  WS-SUPP-REASON          PIC X(20).
       01  WS-SHIP-NAME            PIC X(101).

       01  TXT-ACCID-E         PIC  Z(17)9.
       01  TXT-SER-E           PIC  Z(8)9.
       01  TXT-QTY-E           PIC  Z(4)9.

      ******************************************************************
      *RUN TOTALS
      ******************************************************************

       01  ROWS-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  CHECKS-PAID         PIC  S9(9) COMP-5 VALUE 0.
       01  CHECKS-NO-SERIAL    PIC  S9(9) COMP-5 VALUE 0.
       01  CHECKS-NOT-TABLED   PIC  S9(9) COMP-5 VALUE 0.
       01  CASES-LOADED        PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-CHECKED    PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-MISSING    PIC  S9(9) COMP-5 VALUE 0.
       01  STOCK-SUFFICIENT    PIC  S9(9) COMP-5 VALUE 0.
       01  NO-ORDER-OPENED     PIC  S9(9) COMP-5 VALUE 0.
       01  NO-ORDER-LISTED     PIC  S9(9) COMP-5 VALUE 0.
       01  REORDERS-WRITTEN    PIC  S9(9) COMP-5 VALUE 0.
       01  REORDERS-HELD       PIC  S9(9) COMP-5 VALUE 0.
       01  STATUS-ERRORS       PIC  S9(9) COMP-5 VALUE 0.

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
      *   DBPCB1 - ACCOUNT DATABASE (ACCOUNT READ, CHKSTK UPDATE)
      *   DBPCB2 - CUSTOMER-ACCOUNT CROSS REFERENCE (CUSTACCS)
      *   DBPCB3 - HISTORY DATABASE THROUGH THE ACCIDHX INDEX
      *   DBPCB4 - CUSTOMER DATABASE (CUSTOMER)
      *   DBPCB5 - COLLECTIONS CASE DATABASE (COLLCASE, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR INCOMPLETE - NOTHING REORDERED ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-REORDER-CONTROL THRU LOAD-REORDER-CONTROL-END.
           PERFORM COMPUTE-CUTOFF-DATE THRU COMPUTE-CUTOFF-DATE-END.

      *    TODAY'S PAID CHECKS, HIGHEST SERIAL PER ACCOUNT
           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM TABLE-ONE-ROW THRU TABLE-ONE-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

           PERFORM LOAD-LIVE-CASES THRU LOAD-LIVE-CASES-END.

           DISPLAY '========================================'.
           DISPLAY 'CHECK-STOCK REORDER - ' TODAY-YMD.
           DISPLAY '========================================'.
           OPEN OUTPUT REORDOUT-FILE.
           PERFORM REORDER-ONE-ACCOUNT THRU REORDER-ONE-ACCOUNT-END
              VARYING WS-PD-IX FROM 1 BY 1
              UNTIL WS-PD-IX > TOTAL-PAID.
           CLOSE REORDOUT-FILE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'JOURNAL ROWS READ:        ' ROWS-SCANNED.
           DISPLAY 'PAID CHECKS:              ' CHECKS-PAID.
           DISPLAY 'PAID WITH NO SERIAL:      ' CHECKS-NO-SERIAL.
           DISPLAY 'PAID, TABLE FULL:         ' CHECKS-NOT-TABLED.
           DISPLAY 'LIVE COLLECTIONS CASES:   ' CASES-LOADED.
           DISPLAY 'ACCOUNTS CHECKED:         ' ACCOUNTS-CHECKED.
           DISPLAY 'ACCOUNTS NOT FOUND:       ' ACCOUNTS-MISSING.
           DISPLAY 'STOCK SUFFICIENT:         ' STOCK-SUFFICIENT.
           DISPLAY 'NO ORDER ON RECORD - NEW: ' NO-ORDER-OPENED.
           DISPLAY 'NO ORDER ON RECORD - OLD: ' NO-ORDER-LISTED.
           DISPLAY 'REORDERS WRITTEN:         ' REORDERS-WRITTEN.
           DISPLAY 'REORDERS HELD BACK:       ' REORDERS-HELD.
           DISPLAY 'BAD STATUS CODES:         ' STATUS-ERRORS.
           DISPLAY '========================================'.

           IF STATUS-ERRORS > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF CHECKS-NOT-TABLED > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE LOAD-REORDER-CONTROL : THE RUN SETTINGS - THE
      * TRXRULES LOADING IDIOM
       LOAD-REORDER-CONTROL.
           OPEN INPUT CHKRCTL-FILE.
           READ CHKRCTL-FILE
             AT END
               MOVE 'Y' TO WS-CHKRCTL-EOF
           END-READ.
           PERFORM LOAD-ONE-CONTROL-ROW THRU LOAD-ONE-CONTROL-ROW-END
              UNTIL CHKRCTL-EOF.
           CLOSE CHKRCTL-FILE.
           DISPLAY 'CHKREORD - THRESHOLD ' REORDER-THRESHOLD
              ' BOX ' DEFAULT-ORDQTY ' DORMANT DAYS '
              DORMANT-THRESHOLD-DAYS.
       LOAD-REORDER-CONTROL-END.
           EXIT.

       LOAD-ONE-CONTROL-ROW.
           MOVE SPACES TO TXT-RC-KEY.
           MOVE SPACES TO TXT-RC-VALUE.
           UNSTRING CHKRCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RC-KEY
                  TXT-RC-VALUE
           END-UNSTRING.

           IF TXT-RC-KEY NOT = SPACES AND TXT-RC-VALUE NOT = SPACES
             COMPUTE WS-RC-NUM = FUNCTION NUMVAL ( TXT-RC-VALUE )
             EVALUATE TXT-RC-KEY
               WHEN 'THRESHOLD'
                 IF WS-RC-NUM NOT < 0
                   MOVE WS-RC-NUM TO REORDER-THRESHOLD
                 END-IF
               WHEN 'ORDERQTY'
                 IF WS-RC-NUM > 0
                   MOVE WS-RC-NUM TO DEFAULT-ORDQTY
                 END-IF
               WHEN 'DORMDAYS'
                 IF WS-RC-NUM > 0
                   MOVE WS-RC-NUM TO DORMANT-THRESHOLD-DAYS
                 END-IF
               WHEN OTHER
                 DISPLAY 'CHKREORD - UNKNOWN CONTROL ROW IGNORED: '
                    TXT-RC-KEY
             END-EVALUATE
           END-IF.

           READ CHKRCTL-FILE
             AT END
               MOVE 'Y' TO WS-CHKRCTL-EOF
           END-READ.
       LOAD-ONE-CONTROL-ROW-END.
           EXIT.

      * PROCEDURE COMPUTE-CUTOFF-DATE : DORMANT-THRESHOLD-DAYS BEFORE
      * TODAY, IN YYYY-MM-DD FORM, FOR A STRAIGHT STRING COMPARE
      * AGAINST THE ACCOUNT'S LAST CUSTOMER ACTIVITY (DORMFEE'S WAY)
       COMPUTE-CUTOFF-DATE.
           MOVE WS-CURRENT-DATE TO WS-TODAY-N.
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
                 - DORMANT-THRESHOLD-DAYS.
           COMPUTE WS-CUTOFF-DATE-N =
              FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
             INTO DORMANT-CUTOFF-YMD.
       COMPUTE-CUTOFF-DATE-END.
           EXIT.

      * PROCEDURE TABLE-ONE-ROW : A PAID CHECK WITH AN ALL-DIGIT
      * SERIAL RAISES ITS ACCOUNT'S HIGHEST SERIAL FOR THE NIGHT
       TABLE-ONE-ROW.
           IF NOT PJ-IS-DETAIL
             GO TO TABLE-ONE-ROW-NEXT
           END-IF.
           ADD 1 TO ROWS-SCANNED.
           IF PJ-HIST-YMD NOT = TODAY-YMD OR PJ-TRANSTYP NOT = 'w'
              OR PJ-CHANNEL NOT = 'C'
             GO TO TABLE-ONE-ROW-NEXT
           END-IF.
           ADD 1 TO CHECKS-PAID.

           MOVE 0 TO WS-SER-LEN.
           INSPECT PJ-CHECKNUM TALLYING WS-SER-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SER-LEN = 0 OR WS-SER-LEN > 9
             ADD 1 TO CHECKS-NO-SERIAL
             GO TO TABLE-ONE-ROW-NEXT
           END-IF.
           IF PJ-CHECKNUM (1:WS-SER-LEN) IS NOT NUMERIC
             ADD 1 TO CHECKS-NO-SERIAL
             GO TO TABLE-ONE-ROW-NEXT
           END-IF.
           COMPUTE WS-SERIAL = FUNCTION NUMVAL ( PJ-CHECKNUM ).

           MOVE PJ-ACCID TO WS-WORK-ACCID.
           PERFORM FIND-PAID-ROW THRU FIND-PAID-ROW-END.
           IF WS-PD-FOUND-IX = 0
             IF TOTAL-PAID < MAX-PAID
               ADD 1 TO TOTAL-PAID
               SET PD-IX TO TOTAL-PAID
               MOVE PJ-ACCID TO PD-ACCID (PD-IX)
               MOVE WS-SERIAL TO PD-HIGHSER (PD-IX)
               MOVE 1 TO PD-CHECKS (PD-IX)
             ELSE
               ADD 1 TO CHECKS-NOT-TABLED
               DISPLAY 'CHKREORD: PAID-CHECK TABLE FULL - ACCID '
                  PJ-ACCID ' CHECK ' PJ-CHECKNUM ' NOT COUNTED'
             END-IF
           ELSE
             ADD 1 TO PD-CHECKS (WS-PD-FOUND-IX)
             IF WS-SERIAL > PD-HIGHSER (WS-PD-FOUND-IX)
               MOVE WS-SERIAL TO PD-HIGHSER (WS-PD-FOUND-IX)
             END-IF
           END-IF.
       TABLE-ONE-ROW-NEXT.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       TABLE-ONE-ROW-END.
           EXIT.

      * PROCEDURE FIND-PAID-ROW : LINEAR SEARCH OF PAID-TABLE FOR
      * WS-WORK-ACCID, LEAVING WS-PD-FOUND-IX 0 IF NOT FOUND
       FIND-PAID-ROW.
           MOVE 0 TO WS-PD-FOUND-IX.
           PERFORM TEST-ONE-PAID THRU TEST-ONE-PAID-END
              VARYING WS-PD-IX FROM 1 BY 1
              UNTIL WS-PD-IX > TOTAL-PAID OR WS-PD-FOUND-IX > 0.
       FIND-PAID-ROW-END.
           EXIT.

       TEST-ONE-PAID.
           IF PD-ACCID (WS-PD-IX) = WS-WORK-ACCID
             MOVE WS-PD-IX TO WS-PD-FOUND-IX
           END-IF.
       TEST-ONE-PAID-END.
           EXIT.

      * PROCEDURE REORDER-ONE-ACCOUNT : CARRIES TONIGHT'S HIGHEST
      * SERIAL TO THE ACCOUNT'S CHKSTK ROW AND ORDERS THE NEXT BOX
      * WHEN THE CHECKS LEFT FALL BELOW THE THRESHOLD
       REORDER-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-CHECKED.
           MOVE PD-ACCID (WS-PD-IX) TO WS-WORK-ACCID.
           MOVE WS-WORK-ACCID TO ACCID.
           MOVE WS-WORK-ACCID TO TXT-ACCID-E.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               ADD 1 TO ACCOUNTS-MISSING
               DISPLAY 'ACCID: ' TXT-ACCID-E ' ACCOUNT NOT FOUND'
             ELSE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO STATUS-ERRORS
             END-IF
             GO TO REORDER-ONE-ACCOUNT-END
           END-IF.

           CALL 'CBLTDLI'
             USING GHNP, DBPCB, CHKSTK-SEG, CHKSTK-SSA.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GE
               PERFORM OPEN-NO-ORDER-ROW THRU OPEN-NO-ORDER-ROW-END
             ELSE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO STATUS-ERRORS
             END-IF
             GO TO REORDER-ONE-ACCOUNT-END
           END-IF.

           IF PD-HIGHSER (WS-PD-IX) > HIGHSEEN-CSK
             MOVE PD-HIGHSER (WS-PD-IX) TO HIGHSEEN-CSK
             MOVE TODAY-YMD TO SEENDATE-CSK
           END-IF.

           IF CSK-NO-ORDER
             ADD 1 TO NO-ORDER-LISTED
             MOVE HIGHSEEN-CSK TO TXT-SER-E
             DISPLAY 'ACCID: ' TXT-ACCID-E ' BRANCH: ' DOMBRANCH-ACC
                ' NO ORDER ON RECORD - HIGHEST CHECK ' TXT-SER-E
             GO TO REORDER-ONE-ACCOUNT-REPL
           END-IF.

           COMPUTE WS-REMAIN = LASTORD-CSK - HIGHSEEN-CSK.
           IF WS-REMAIN NOT < REORDER-THRESHOLD
             ADD 1 TO STOCK-SUFFICIENT
             GO TO REORDER-ONE-ACCOUNT-REPL
           END-IF.

           PERFORM FIND-SUPPRESS-REASON THRU FIND-SUPPRESS-REASON-END.
           IF WS-SUPP-REASON NOT = SPACES
             ADD 1 TO REORDERS-HELD
             MOVE WS-SUPP-REASON TO SUPPRSN-CSK
             MOVE TODAY-YMD TO SUPPDATE-CSK
             DISPLAY 'ACCID: ' TXT-ACCID-E ' BRANCH: ' DOMBRANCH-ACC
                ' CHECKS LEFT: ' WS-REMAIN
                ' REORDER HELD - ' WS-SUPP-REASON
           ELSE
             PERFORM WRITE-REORDER THRU WRITE-REORDER-END
           END-IF.

       REORDER-ONE-ACCOUNT-REPL.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CHKSTK-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO STATUS-ERRORS
           END-IF.
       REORDER-ONE-ACCOUNT-END.
           EXIT.

      * PROCEDURE OPEN-NO-ORDER-ROW : CHECKS ARE CLEARING ON AN ACCOUNT
      * WITH NO CHKSTK ROW - INSERT ONE IN STATUS 'U' CARRYING THE
      * HIGHEST SERIAL SEEN, AND LIST IT FOR THE DOMICILE BRANCH
       OPEN-NO-ORDER-ROW.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           MOVE WS-WORK-ACCID TO ACCID-CSK.
           MOVE 'U' TO STATUS-CSK.
           MOVE 0 TO LASTORD-CSK.
           MOVE 0 TO ORDQTY-CSK.
           MOVE SPACES TO STYLE-CSK.
           MOVE SPACES TO ORDDATE-CSK.
           MOVE SPACES TO ORDSRC-CSK.
           MOVE 0 TO OPERID-CSK.
           MOVE PD-HIGHSER (WS-PD-IX) TO HIGHSEEN-CSK.
           MOVE TODAY-YMD TO SEENDATE-CSK.
           MOVE 0 TO REORDCNT-CSK.
           MOVE SPACES TO SUPPRSN-CSK.
           MOVE SPACES TO SUPPDATE-CSK.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CHKSTK-SEG, CHKSTK-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             ADD 1 TO STATUS-ERRORS
             GO TO OPEN-NO-ORDER-ROW-END
           END-IF.
           ADD 1 TO NO-ORDER-OPENED.
           MOVE HIGHSEEN-CSK TO TXT-SER-E.
           DISPLAY 'ACCID: ' TXT-ACCID-E ' BRANCH: ' DOMBRANCH-ACC
              ' NO ORDER ON RECORD - HIGHEST CHECK ' TXT-SER-E.
       OPEN-NO-ORDER-ROW-END.
           EXIT.

      * PROCEDURE FIND-SUPPRESS-REASON : THE FIRST REASON THE REORDER
      * MUST BE HELD BACK, SPACES WHEN THERE IS NONE. LEAVES THE
      * PRIMARY OWNER'S CUSTOMER ROW IN CUSTOMER-SEG FOR THE ORDER.
       FIND-SUPPRESS-REASON.
           MOVE SPACES TO WS-SUPP-REASON.
           IF ACCTSTATUS-ACC = ACCT-CLOSED
             MOVE 'ACCOUNT CLOSED' TO WS-SUPP-REASON
             GO TO FIND-SUPPRESS-REASON-END
           END-IF.
           IF ACCTSTATUS-ACC NOT = ACCT-OPEN
             MOVE 'ACCOUNT NOT OPEN' TO WS-SUPP-REASON
             GO TO FIND-SUPPRESS-REASON-END
           END-IF.

           PERFORM FIND-LIVE-CASE THRU FIND-LIVE-CASE-END.
           IF WS-CS-FOUND-IX > 0
             MOVE 'IN COLLECTIONS' TO WS-SUPP-REASON
             GO TO FIND-SUPPRESS-REASON-END
           END-IF.

      *    AN ACCOUNT OPENED INSIDE THE WINDOW IS NOT DORMANT, WHETHER
      *    OR NOT IT HAS ANY ACTIVITY BEFORE TODAY
           IF OPENDATE-ACC = SPACES OR OPENDATE-ACC < DORMANT-CUTOFF-YMD
             PERFORM FIND-LAST-CUSTOMER-ACTIVITY
                THRU FIND-LAST-CUSTOMER-ACTIVITY-END
             IF WS-LAST-ACTIVITY-YMD = SPACES OR
                WS-LAST-ACTIVITY-YMD < DORMANT-CUTOFF-YMD
               MOVE 'DORMANT' TO WS-SUPP-REASON
               GO TO FIND-SUPPRESS-REASON-END
             END-IF
           END-IF.

           PERFORM FIND-PRIMARY-OWNER THRU FIND-PRIMARY-OWNER-END.
           IF WS-OWNER-CUSTID = 0
             MOVE 'NO PRIMARY OWNER' TO WS-SUPP-REASON
             GO TO FIND-SUPPRESS-REASON-END
           END-IF.
           IF BADCONTACT-CD (3:1) = 'B' OR ADDRESS-CD = SPACES
             MOVE 'BAD ADDRESS' TO WS-SUPP-REASON
             GO TO FIND-SUPPRESS-REASON-END
           END-IF.
       FIND-SUPPRESS-REASON-END.
           EXIT.

      * PROCEDURE FIND-LAST-CUSTOMER-ACTIVITY : LATEST HIST-YMD BEFORE
      * TODAY ON THE ACCOUNT, EXCLUDING THE BANK-GENERATED CODES
      * ESCHEAT EXCLUDES - READ THROUGH THE ACCIDHX INDEX
       FIND-LAST-CUSTOMER-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY-YMD.
           MOVE WS-WORK-ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM SCAN-ONE-HIST THRU SCAN-ONE-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       FIND-LAST-CUSTOMER-ACTIVITY-END.
           EXIT.

       SCAN-ONE-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = WS-WORK-ACCID AND
                HIST-YMD < TODAY-YMD AND
                TRANSTYP-HIST NOT = 'i' AND
                TRANSTYP-HIST NOT = 'm' AND
                TRANSTYP-HIST NOT = 'f' AND
                TRANSTYP-HIST NOT = 'b' AND
                TRANSTYP-HIST NOT = 'n' AND
                TRANSTYP-HIST NOT = 'C'
               IF HIST-YMD > WS-LAST-ACTIVITY-YMD
                 MOVE HIST-YMD TO WS-LAST-ACTIVITY-YMD
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO STATUS-ERRORS
             END-IF
           END-IF.
       SCAN-ONE-HIST-END.

      * PROCEDURE FIND-PRIMARY-OWNER : A WHOLE-DATABASE CUSTACCS SCAN
      * FOR THE ACCOUNT'S ROLE 'P' ROW, THEN A CUSTOMER GU - ESCHEAT'S
      * NON-KEY LOOKUP. WS-OWNER-CUSTID IS LEFT 0 WHEN EITHER FAILS.
       FIND-PRIMARY-OWNER.
           MOVE 0 TO WS-OWNER-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM SCAN-ONE-OWNER THRU SCAN-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR WS-OWNER-CUSTID NOT = 0.

           IF WS-OWNER-CUSTID NOT = 0
             MOVE WS-OWNER-CUSTID TO SSA-CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4
             CALL 'CBLTDLI'
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             IF DBSTAT NOT = SPACES
               MOVE 0 TO WS-OWNER-CUSTID
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       FIND-PRIMARY-OWNER-END.
           EXIT.

       SCAN-ONE-OWNER.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-WORK-ACCID AND OWNERROLE-CA = 'P'
               MOVE CUSTID-CA TO WS-OWNER-CUSTID
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO STATUS-ERRORS
             END-IF
           END-IF.
       SCAN-ONE-OWNER-END.

      * PROCEDURE WRITE-REORDER : THE NEXT BOX STARTS ABOVE BOTH THE
      * LAST SERIAL ORDERED AND THE HIGHEST SEEN; THE ORDER GOES TO
      * REORDOUT AND THE ROW MOVES UP TO THE NEW BOX'S TOP SERIAL
       WRITE-REORDER.
           IF HIGHSEEN-CSK > LASTORD-CSK
             COMPUTE WS-START-SER = HIGHSEEN-CSK + 1
           ELSE
             COMPUTE WS-START-SER = LASTORD-CSK + 1
           END-IF.
           IF ORDQTY-CSK > 0
             MOVE ORDQTY-CSK TO WS-ORDQTY
           ELSE
             MOVE DEFAULT-ORDQTY TO WS-ORDQTY
           END-IF.
           IF STYLE-CSK = SPACES
             MOVE DEFAULT-STYLE TO STYLE-CSK
           END-IF.

           MOVE SPACES TO WS-SHIP-NAME.
           IF FIRSTNAME-CD = SPACES
             MOVE LASTNAME-CD TO WS-SHIP-NAME
           ELSE
             STRING FUNCTION TRIM (FIRSTNAME-CD) ' '
                    FUNCTION TRIM (LASTNAME-CD)
               INTO WS-SHIP-NAME
             END-STRING
           END-IF.
           MOVE WS-START-SER TO TXT-SER-E.
           MOVE WS-ORDQTY TO TXT-QTY-E.

           MOVE SPACES TO REORDOUT-OUT.
           STRING '"' FUNCTION TRIM (TXT-ACCID-E) '","'
                   FUNCTION TRIM (WS-SHIP-NAME) '","'
                   FUNCTION TRIM (ADDRESS-CD) '","'
                   FUNCTION TRIM (CITY-CD) '","'
                   STATE-CD '","'
                   FUNCTION TRIM (ZIPCODE-CD) '",'
                   FUNCTION TRIM (TXT-SER-E) ','
                   FUNCTION TRIM (TXT-QTY-E) ',"'
                   FUNCTION TRIM (STYLE-CSK) '","'
                   DOMBRANCH-ACC '"'
              INTO REORDOUT-OUT
           END-STRING.
           WRITE REORDOUT-OUT.
           ADD 1 TO REORDERS-WRITTEN.

           DISPLAY 'ACCID: ' TXT-ACCID-E ' BRANCH: ' DOMBRANCH-ACC
              ' CHECKS LEFT: ' WS-REMAIN
              ' REORDERED FROM ' TXT-SER-E ' QTY ' TXT-QTY-E
              ' STYLE ' STYLE-CSK.

           COMPUTE LASTORD-CSK = WS-START-SER + WS-ORDQTY - 1.
           MOVE 'A' TO STATUS-CSK.
           MOVE TODAY-YMD TO ORDDATE-CSK.
           MOVE 'R' TO ORDSRC-CSK.
           MOVE 0 TO OPERID-CSK.
           ADD 1 TO REORDCNT-CSK.
           MOVE SPACES TO SUPPRSN-CSK.
           MOVE SPACES TO SUPPDATE-CSK.
       WRITE-REORDER-END.
           EXIT.

      * PROCEDURE LOAD-LIVE-CASES : THE ACCOUNT OF EVERY COLLCASE ROW
      * NOT CURED - LOSSRSV'S TABLE
       LOAD-LIVE-CASES.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, COLLCASE-SEG, COLLCASE-SSA.
           PERFORM LOAD-ONE-CASE THRU LOAD-ONE-CASE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       LOAD-LIVE-CASES-END.
           EXIT.

       LOAD-ONE-CASE.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               ADD 1 TO STATUS-ERRORS
             END-IF
             GO TO LOAD-ONE-CASE-END
           END-IF.
           IF NOT CASE-CURED
             MOVE ACCID-COL TO WS-WORK-ACCID
             PERFORM FIND-LIVE-CASE THRU FIND-LIVE-CASE-END
             IF WS-CS-FOUND-IX = 0
               IF TOTAL-CASES < MAX-CASES
                 ADD 1 TO TOTAL-CASES
                 ADD 1 TO CASES-LOADED
                 SET CS-IX TO TOTAL-CASES
                 MOVE ACCID-COL TO CS-ACCID (CS-IX)
               ELSE
                 DISPLAY 'CHKREORD: CASE TABLE FULL - CASEID '
                    CASEID-COL ' NOT HELD BACK'
               END-IF
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, COLLCASE-SEG, COLLCASE-SSA.
       LOAD-ONE-CASE-END.
           EXIT.

      * PROCEDURE FIND-LIVE-CASE : LINEAR SEARCH OF CASE-TABLE FOR
      * WS-WORK-ACCID, LEAVING WS-CS-FOUND-IX 0 IF NOT FOUND
       FIND-LIVE-CASE.
           MOVE 0 TO WS-CS-FOUND-IX.
           PERFORM TEST-ONE-CASE THRU TEST-ONE-CASE-END
              VARYING WS-CS-IX FROM 1 BY 1
              UNTIL WS-CS-IX > TOTAL-CASES OR WS-CS-FOUND-IX > 0.
       FIND-LIVE-CASE-END.
           EXIT.

       TEST-ONE-CASE.
           IF CS-ACCID (WS-CS-IX) = WS-WORK-ACCID
             MOVE WS-CS-IX TO WS-CS-FOUND-IX
           END-IF.
       TEST-ONE-CASE-END.
           EXIT.

      * PROCEDURE PROVE-POSTING-JOURNAL : TODAY'S JOURNAL MUST OPEN
      * WITH ITS HEADER AND END WITH A TRAILER ITS DETAILS FOOT TO, IN
      * COUNT AND AMOUNT - ANYTHING ELSE MEANS PSTEXTR DID NOT FINISH
       PROVE-POSTING-JOURNAL.
           MOVE 'N' TO WS-JRNL-PROVED.
           MOVE 'N' TO WS-PSTJRNL-EOF.
           MOVE 0 TO JRNL-DETAILS.
           MOVE 0 TO JRNL-AMOUNT.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           IF NOT PSTJRNL-EOF AND PJ-IS-HEADER
              AND PJ-HDR-BUSDATE = TODAY-YMD
             PERFORM READ-POSTING-JOURNAL
                THRU READ-POSTING-JOURNAL-END
             PERFORM PROVE-ONE-RECORD THRU PROVE-ONE-RECORD-END
                UNTIL PSTJRNL-EOF
           END-IF.
           CLOSE PSTJRNL-FILE.
       PROVE-POSTING-JOURNAL-END.
           EXIT.

      * PROCEDURE PROVE-ONE-RECORD : ONLY A BALANCING TRAILER PROVES
      * THE FILE, AND ONLY IF NOTHING FOLLOWS IT
       PROVE-ONE-RECORD.
           MOVE 'N' TO WS-JRNL-PROVED.
           IF PJ-IS-DETAIL
             ADD 1 TO JRNL-DETAILS
             ADD PJ-AMOUNT TO JRNL-AMOUNT
           END-IF.
           IF PJ-IS-TRAILER
             IF PJ-TRL-BUSDATE = TODAY-YMD
                AND PJ-TRL-COUNT = JRNL-DETAILS
                AND PJ-TRL-AMOUNT = JRNL-AMOUNT
               MOVE 'Y' TO WS-JRNL-PROVED
             ELSE
               DISPLAY 'POSTING JOURNAL TRAILER: ' PJ-TRL-COUNT
                  ' ROWS ' PJ-TRL-AMOUNT ' - READ: ' JRNL-DETAILS
                  ' ROWS ' JRNL-AMOUNT
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       PROVE-ONE-RECORD-END.
           EXIT.

       READ-POSTING-JOURNAL.
           READ PSTJRNL-FILE
             AT END
               MOVE 'Y' TO WS-PSTJRNL-EOF
           END-READ.
       READ-POSTING-JOURNAL-END.
           EXIT.
