       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

      ******************************************************************
      * DAILY LIQUIDITY AND CASH POSITION FORECAST - RUN EACH MORNING
      * BEFORE THE PAYMENT CUTOFFS, IT GATHERS EVERYTHING DUE TO
      * SETTLE TODAY FROM THE SAME PLACES THE POSTING JOBS WILL TAKE
      * IT, WITHOUT POSTING ANYTHING, AND PROJECTS THE DAY'S NET CASH
      * POSITION. EVERY ITEM IS ONE ROW NAMING ITS SOURCE, SO THE DESK
      * CAN TRACE A SURPRISE BACK TO THE JOB THAT WILL MOVE IT:
      *   WIRE     PENDING ('P') OUTBOUND WIRES WIRESEND TRANSMITS
      *            TONIGHT (DBPCB1) - OUT. A QUEUED ('Q') WIRE GOES
      *            TO THE NEXT BUSINESS DAY AND IS NOT COUNTED.
      *   ACHOUT   ACTIVE EXTXFER INSTRUCTIONS WHOSE NEXTRUN HAS
      *            ARRIVED (DBPCB2) - TONIGHT'S ORIGINATION: A CREDIT
      *            WE PUSH ('C') IS OUT, A DEBIT WE PULL ('D') IS IN.
      *            PRENOTES ARE ZERO-DOLLAR AND LEFT OUT.
      *   ACHIN    THE NETWORK FILE ACHPOST WILL SETTLE (NETIN, ITS
      *            H/D/T LAYOUT) - A CREDIT TO OUR CUSTOMER IS IN, A
      *            DEBIT IS OUT. A FILE WHOSE TRAILER DOES NOT PROVE
      *            IS STILL LISTED BUT FLAGGED - ACHPOST WILL REJECT
      *            IT UNTIL THE NETWORK RESENDS.
      *   CHECKS   ITEMS PRESENTED ON THE CHKIN FILE CHKPOST WILL PAY
      *            - OUT, OFFICIAL CHECKS (NO PAYER ACCID) INCLUDED.
      *   TDMAT    OPEN TERM DEPOSITS AT OR PAST MATURITY WITH A
      *            'T'RANSFER DISPOSITION (DBPCB3) - PRINCIPAL PLUS
      *            ACCRUED INTEREST TDMATURE PAYS OUT, COUNTED AS OUT:
      *            THE FUNDS LEAVE TERM AND ARE AT CALL FROM TODAY.
      *   STORD    ACTIVE STANDING ORDERS WHOSE NEXTRUNDATE HAS
      *            ARRIVED (DBPCB4) - BOTH LEGS POST ON OUR OWN BOOKS,
      *            SO THEY ARE LISTED AS MEMO AND NET TO NOTHING.
      *   INSTPOS  THE INSTANT-PAYMENT PREFUNDED POSITION (SETTLPOS,
      *            DBPCB5) - CASH ALREADY PARKED AT THE RAIL OPERATOR,
      *            SHOWN AS A POSITION, NOT A FLOW.
      *
      * THE FORECAST GOES TO CASHFCST, QUOTED/COMMA:
      *   H,"YYYY-MM-DD"                                 HEADER
      *   D,"SOURCE","IN|OUT|MEMO|POS",AMOUNT,"REF","DETAIL"
      *   S,"SOURCE",COUNT,INFLOW,OUTFLOW                PER SOURCE
      *   T,COUNT,INFLOW,OUTFLOW,NET                     TRAILER
      * AND THE SAME PER-SOURCE SUMMARY AND NET PROJECTED POSITION
      * ARE DISPLAYED. RC 4 WHEN THE NETIN TRAILER DOES NOT PROVE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NETIN-FILE ASSIGN TO NETIN.
           SELECT CHKIN-FILE ASSIGN TO CHKIN.
           SELECT CASHFCST-FILE ASSIGN TO CASHFCST.

       DATA DIVISION.

       FILE SECTION.
         FD NETIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS NETIN-IN.
       01  NETIN-IN             PIC X(120).

         FD CHKIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CHKIN-IN.
       01  CHKIN-IN             PIC X(80).

         FD CASHFCST-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CASHFCST-OUT.
       01  CASHFCST-OUT         PIC X(132).

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

       77  TD-ACCTYPE          PIC X(01) VALUE 'T'.
       77  ACCT-OPEN           PIC X(01) VALUE 'O'.

      ******************************************************************
      *SOURCE FOOTINGS - ONE ROW PER SOURCE, IN REPORT ORDER
      ******************************************************************

       77  MAX-SOURCES         PIC  S9(4) COMP-5 VALUE 7.
       77  WS-SR-IX            PIC  S9(4) COMP-5.

       01  SOURCE-NAMES.
           05  FILLER          PIC  X(07)        VALUE "WIRE   ".
           05  FILLER          PIC  X(07)        VALUE "ACHOUT ".
           05  FILLER          PIC  X(07)        VALUE "ACHIN  ".
           05  FILLER          PIC  X(07)        VALUE "CHECKS ".
           05  FILLER          PIC  X(07)        VALUE "TDMAT  ".
           05  FILLER          PIC  X(07)        VALUE "STORD  ".
           05  FILLER          PIC  X(07)        VALUE "INSTPOS".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES.
           05  SR-NAME         PIC  X(07) OCCURS 7 TIMES.

       01  SOURCE-TABLE.
           05  SOURCE-ROW OCCURS 7 TIMES.
               10  SR-COUNT        PIC  S9(9) COMP-5.
               10  SR-INFLOW       PIC  S9(15)V9(2) COMP-3.
               10  SR-OUTFLOW      PIC  S9(15)V9(2) COMP-3.
               10  SR-MEMO         PIC  S9(15)V9(2) COMP-3.

       77  SRC-WIRE            PIC  S9(4) COMP-5 VALUE 1.
       77  SRC-ACHOUT          PIC  S9(4) COMP-5 VALUE 2.
       77  SRC-ACHIN           PIC  S9(4) COMP-5 VALUE 3.
       77  SRC-CHECKS          PIC  S9(4) COMP-5 VALUE 4.
       77  SRC-TDMAT           PIC  S9(4) COMP-5 VALUE 5.
       77  SRC-STORD           PIC  S9(4) COMP-5 VALUE 6.
       77  SRC-INSTPOS         PIC  S9(4) COMP-5 VALUE 7.

      ******************************************************************
      *FORECAST ROW WORK AREAS - FILLED BY EACH SOURCE, WRITTEN AND
      *FOOTED BY WRITE-FORECAST-ROW
      ******************************************************************

       77  WS-ROW-SOURCE       PIC  S9(4) COMP-5.
       77  WS-ROW-FLOW         PIC  X(04).
       77  WS-ROW-AMOUNT       PIC  S9(13)V9(2) COMP-3.
       77  WS-ROW-REF          PIC  X(20).
       77  WS-ROW-DETAIL       PIC  X(40).

       01  TXT-AMT-E           PIC  -(13)9.99.
       01  TXT-TOT-E           PIC  -(15)9.99.
       01  TXT-TOT2-E          PIC  -(15)9.99.
       01  TXT-TOT3-E          PIC  -(15)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.
       01  TXT-ID-E            PIC  Z(17)9.
       01  TXT-ID2-E           PIC  Z(17)9.

      ******************************************************************
      *NETIN COLUMN WORK AREAS - SAME UNSTRING PARSE AS ACHPOST
      ******************************************************************

       01  TXT-RECTYPE         PIC  X(01).
       01  TXT-DIRECTION       PIC  X(01).
       01  TXT-ACCID           PIC  X(19).
       01  TXT-AMOUNT          PIC  X(16).
       01  TXT-ORIGNAME        PIC  X(30).
       01  TXT-TRACE           PIC  X(16).
       01  TXT-TRLCOUNT        PIC  X(16).
       01  TXT-TRLHASH         PIC  X(20).
       01  WS-NETIN-EOF        PIC  X(01) VALUE 'N'.
           88  NETIN-EOF           VALUE 'Y'.

       77  NET-COUNT           PIC  S9(9) COMP-5 VALUE 0.
       77  NET-HASH            PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  TRL-COUNT           PIC  S9(9) COMP-5 VALUE 0.
       77  TRL-HASH            PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  WS-TRAILER-SEEN     PIC  X(01) VALUE 'N'.

      ******************************************************************
      *CHKIN COLUMN WORK AREAS - SAME UNSTRING PARSE AS CHKPOST
      ******************************************************************

       01  TXT-CHECKNUM        PIC  X(16).
       01  TXT-PRESBANK        PIC  X(20).
       01  WS-CHKIN-EOF        PIC  X(01) VALUE 'N'.
           88  CHKIN-EOF           VALUE 'Y'.

       77  ITEM-ACCID          PIC  S9(18) COMP-5.
       77  ITEM-AMOUNT         PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  EXTXFER-SSA.
           05  FILLER          PIC  X(08)        VALUE "EXTXFER ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  STANDORD-SSA.
           05  FILLER          PIC  X(08)        VALUE "STANDORD".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SETTLPOS-SSA.
           05  FILLER          PIC  X(08)        VALUE "SETTLPOS".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

      *    WIRE-SEG - OUTBOUND WIRE, SEE IBWIRE/WIRESEND
       01  WIRE-SEG.
           05  WIREID-WIR      PIC  S9(18) COMP-5.
           05  ACCID-WIR       PIC  S9(18) COMP-5.
           05  CUSTID-WIR      PIC  S9(9) COMP-5.
           05  AMOUNT-WIR      PIC  S9(13)V9(2) COMP-3.
           05  BENROUTE-WIR    PIC  X(09).
           05  BENACCT-WIR     PIC  X(18).
           05  BENREF-WIR      PIC  X(16).
           05  STATUS-WIR      PIC  X(01).
               88  WIRE-PENDING    VALUE "P".
               88  WIRE-QUEUED     VALUE "Q".
               88  WIRE-SENT       VALUE "S".
               88  WIRE-CONFIRMED  VALUE "C".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
           05  BENNAME-WIR     PIC  X(35).
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

      *    EXTXFER-SEG - EXTERNAL TRANSFER INSTRUCTION, SEE ACHOUT
       01  EXTXFER-SEG.
           05  EXTID-EXT       PIC  S9(9) COMP-5.
           05  CUSTID-EXT      PIC  S9(9) COMP-5.
           05  ACCID-EXT       PIC  S9(18) COMP-5.
           05  DIRECTION-EXT   PIC  X(01).
           05  EXTRTN-EXT      PIC  X(09).
           05  EXTACC-EXT      PIC  X(17).
           05  EXTNAME-EXT     PIC  X(30).
           05  AMOUNT-EXT      PIC  S9(13)V9(2) COMP-3.
           05  FREQ-EXT        PIC  X(01).
           05  NEXTRUN-EXT     PIC  X(10).
           05  STATUS-EXT      PIC  X(01).
               88  EXT-NEW         VALUE "N".
               88  EXT-PRENOTED    VALUE "W".
               88  EXT-ACTIVE      VALUE "A".
               88  EXT-SUSPENDED   VALUE "S".
               88  EXT-CANCELED    VALUE "X".
               88  EXT-DONE        VALUE "D".
               88  EXT-AWAITING    VALUE "V".
           05  PRENOTEDT-EXT   PIC  X(10).
           05  TRACE-EXT       PIC  S9(18) COMP-5.
      *    BUSINESS SUB-USER WHO SET UP THE INSTRUCTION AND THE ONE WHO
      *    RELEASED IT FROM DUAL APPROVAL ('V') - SEE FBEXTMNT
           05  INITSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRDATE-EXT    PIC  X(10).

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
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      *    STANDORD-SEG - STANDING ORDER, SEE STORDPOST
       01  STANDORD-SEG.
           05  STDID           PIC  S9(18) COMP-5.
           05  CUSTID          PIC  S9(9) COMP-5.
           05  SRCACCID        PIC  S9(18) COMP-5.
           05  DSTACCID        PIC  S9(18) COMP-5.
           05  AMOUNT          PIC  S9(13)V9(2) COMP-3.
           05  FREQUENCY       PIC  X(1).
           05  NEXTRUNDATE     PIC  X(10).
           05  STDSTATUS       PIC  X(1).
           05  ROLLRULE        PIC  X(1).

      *    SETTLPOS-SEG - INSTANT-PAYMENT RAIL POSITION, SEE IBINSTPY
       01  SETTLPOS-SEG.
           05  RAILID-SP       PIC  X(08).
           05  BALANCE-SP      PIC  S9(13)V9(2) COMP-3.
           05  BUSDATE-SP      PIC  X(10).
           05  CUTOVERTS-SP    PIC  X(23).

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

       01  ROWS-WRITTEN        PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-INFLOW        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-OUTFLOW       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-MEMO          PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-PREFUNDED     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  NET-POSITION        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  NETIN-UNPROVED      PIC  S9(9) COMP-5 VALUE 0.

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
      *   DBPCB1 - WIRE DATABASE (WIRE, READ ONLY)
      *   DBPCB2 - EXTERNAL TRANSFER DATABASE (EXTXFER, READ ONLY)
      *   DBPCB3 - ACCOUNT DATABASE (ACCOUNT, READ ONLY)
      *   DBPCB4 - STANDING ORDER DATABASE (STANDORD, READ ONLY)
      *   DBPCB5 - SETTLEMENT POSITION DATABASE (SETTLPOS, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           INITIALIZE SOURCE-TABLE.

           OPEN OUTPUT CASHFCST-FILE.
           MOVE SPACES TO CASHFCST-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO CASHFCST-OUT.
           WRITE CASHFCST-OUT.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, WIRE-SEG, WIRE-SSA.
           PERFORM FORECAST-ONE-WIRE THRU FORECAST-ONE-WIRE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, EXTXFER-SEG, EXTXFER-SSA.
           PERFORM FORECAST-ONE-ACHOUT THRU FORECAST-ONE-ACHOUT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           PERFORM FORECAST-NETIN THRU FORECAST-NETIN-END.
           PERFORM FORECAST-CHKIN THRU FORECAST-CHKIN-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM FORECAST-ONE-DEPOSIT THRU FORECAST-ONE-DEPOSIT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, STANDORD-SEG, STANDORD-SSA.
           PERFORM FORECAST-ONE-ORDER THRU FORECAST-ONE-ORDER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, SETTLPOS-SEG, SETTLPOS-SSA.
           PERFORM FORECAST-ONE-POSITION THRU FORECAST-ONE-POSITION-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           COMPUTE NET-POSITION = TOTAL-INFLOW - TOTAL-OUTFLOW.

           DISPLAY '========================================'.
           DISPLAY 'CASH POSITION FORECAST - ' TODAY-YMD.
           DISPLAY '========================================'.
           PERFORM SUMMARIZE-ONE-SOURCE THRU SUMMARIZE-ONE-SOURCE-END
              VARYING WS-SR-IX FROM 1 BY 1
              UNTIL WS-SR-IX > MAX-SOURCES.

           MOVE ROWS-WRITTEN TO TXT-CNT-E.
           MOVE TOTAL-INFLOW TO TXT-TOT-E.
           MOVE TOTAL-OUTFLOW TO TXT-TOT2-E.
           MOVE NET-POSITION TO TXT-TOT3-E.
           MOVE SPACES TO CASHFCST-OUT.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-TOT-E) ','
                   FUNCTION TRIM (TXT-TOT2-E) ','
                   FUNCTION TRIM (TXT-TOT3-E)
              INTO CASHFCST-OUT.
           WRITE CASHFCST-OUT.
           CLOSE CASHFCST-FILE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'FORECAST ROWS WRITTEN:    ' ROWS-WRITTEN.
           DISPLAY 'PROJECTED INFLOWS:        ' TOTAL-INFLOW.
           DISPLAY 'PROJECTED OUTFLOWS:       ' TOTAL-OUTFLOW.
           DISPLAY 'NET PROJECTED POSITION:   ' NET-POSITION.
           DISPLAY 'BOOK TRANSFERS (MEMO):    ' TOTAL-MEMO.
           DISPLAY 'PREFUNDED AT RAIL:        ' TOTAL-PREFUNDED.
           DISPLAY '========================================'.

           IF NETIN-UNPROVED > 0
             DISPLAY 'NETIN TRAILER DOES NOT PROVE - ACHPOST WILL '
                     'REJECT THE FILE'
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE FORECAST-ONE-WIRE : A PENDING WIRE GOES OUT TONIGHT
       FORECAST-ONE-WIRE.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FORECAST-ONE-WIRE-END
           END-IF.

           IF WIRE-PENDING
             MOVE SRC-WIRE TO WS-ROW-SOURCE
             MOVE 'OUT' TO WS-ROW-FLOW
             MOVE AMOUNT-WIR TO WS-ROW-AMOUNT
             MOVE WIREID-WIR TO TXT-ID-E
             MOVE FUNCTION TRIM (TXT-ID-E) TO WS-ROW-REF
             MOVE BENNAME-WIR TO WS-ROW-DETAIL
             PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, WIRE-SEG, WIRE-SSA.
       FORECAST-ONE-WIRE-END.
           EXIT.

      * PROCEDURE FORECAST-ONE-ACHOUT : AN ACTIVE INSTRUCTION WHOSE
      * NEXTRUN HAS ARRIVED IS IN TONIGHT'S ORIGINATION
       FORECAST-ONE-ACHOUT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FORECAST-ONE-ACHOUT-END
           END-IF.

           IF EXT-ACTIVE AND NEXTRUN-EXT NOT > TODAY-YMD
             MOVE SRC-ACHOUT TO WS-ROW-SOURCE
             IF DIRECTION-EXT = 'C'
               MOVE 'OUT' TO WS-ROW-FLOW
             ELSE
               MOVE 'IN' TO WS-ROW-FLOW
             END-IF
             MOVE AMOUNT-EXT TO WS-ROW-AMOUNT
             MOVE EXTID-EXT TO TXT-ID-E
             MOVE FUNCTION TRIM (TXT-ID-E) TO WS-ROW-REF
             MOVE EXTNAME-EXT TO WS-ROW-DETAIL
             PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GN, DBPCB, EXTXFER-SEG, EXTXFER-SSA.
       FORECAST-ONE-ACHOUT-END.
           EXIT.

      * PROCEDURE FORECAST-NETIN : LISTS EVERY DETAIL ON THE INBOUND
      * NETWORK FILE AND PROVES ITS TRAILER THE WAY ACHPOST WILL
       FORECAST-NETIN.
           OPEN INPUT NETIN-FILE.
           READ NETIN-FILE
             AT END
               MOVE 'Y' TO WS-NETIN-EOF
           END-READ.
           PERFORM FORECAST-ONE-NETIN THRU FORECAST-ONE-NETIN-END
              UNTIL NETIN-EOF.
           CLOSE NETIN-FILE.

           IF NET-COUNT > 0 OR WS-TRAILER-SEEN = 'Y'
             IF WS-TRAILER-SEEN NOT = 'Y'
                OR TRL-COUNT NOT = NET-COUNT
                OR TRL-HASH NOT = NET-HASH
               ADD 1 TO NETIN-UNPROVED
             END-IF
           END-IF.
       FORECAST-NETIN-END.
           EXIT.

       FORECAST-ONE-NETIN.
           MOVE SPACES TO TXT-RECTYPE.
           MOVE SPACES TO TXT-DIRECTION.
           MOVE SPACES TO TXT-ACCID.
           MOVE SPACES TO TXT-AMOUNT.
           MOVE SPACES TO TXT-ORIGNAME.
           MOVE SPACES TO TXT-TRACE.
           UNSTRING NETIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RECTYPE
                  TXT-DIRECTION
                  TXT-ACCID
                  TXT-AMOUNT
                  TXT-ORIGNAME
                  TXT-TRACE
           END-UNSTRING.

           EVALUATE TXT-RECTYPE
             WHEN 'D'
               ADD 1 TO NET-COUNT
               COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL ( TXT-AMOUNT )
               ADD ITEM-AMOUNT TO NET-HASH
               MOVE SRC-ACHIN TO WS-ROW-SOURCE
               IF TXT-DIRECTION = 'C'
                 MOVE 'IN' TO WS-ROW-FLOW
               ELSE
                 MOVE 'OUT' TO WS-ROW-FLOW
               END-IF
               MOVE ITEM-AMOUNT TO WS-ROW-AMOUNT
               MOVE TXT-TRACE TO WS-ROW-REF
               MOVE TXT-ORIGNAME TO WS-ROW-DETAIL
               PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
             WHEN 'T'
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE SPACES TO TXT-TRLCOUNT
               MOVE SPACES TO TXT-TRLHASH
               UNSTRING NETIN-IN DELIMITED BY '","' OR '",'
                     OR ',"' OR ',' OR '"'
                 INTO TXT-RECTYPE
                      TXT-TRLCOUNT
                      TXT-TRLHASH
               END-UNSTRING
               COMPUTE TRL-COUNT =
                  FUNCTION NUMVAL ( TXT-TRLCOUNT )
               COMPUTE TRL-HASH =
                  FUNCTION NUMVAL ( TXT-TRLHASH )
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           READ NETIN-FILE
             AT END
               MOVE 'Y' TO WS-NETIN-EOF
           END-READ.
       FORECAST-ONE-NETIN-END.
           EXIT.

      * PROCEDURE FORECAST-CHKIN : EVERY PRESENTED CHECK IS PAID OUT
      * TO THE PRESENTING BANK - A CUSTOMER CHECK OR AN OFFICIAL ONE
       FORECAST-CHKIN.
           OPEN INPUT CHKIN-FILE.
           READ CHKIN-FILE
             AT END
               MOVE 'Y' TO WS-CHKIN-EOF
           END-READ.
           PERFORM FORECAST-ONE-CHECK THRU FORECAST-ONE-CHECK-END
              UNTIL CHKIN-EOF.
           CLOSE CHKIN-FILE.
       FORECAST-CHKIN-END.
           EXIT.

       FORECAST-ONE-CHECK.
           MOVE SPACES TO TXT-ACCID.
           MOVE SPACES TO TXT-CHECKNUM.
           MOVE SPACES TO TXT-AMOUNT.
           MOVE SPACES TO TXT-PRESBANK.
           UNSTRING CHKIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-ACCID
                  TXT-CHECKNUM
                  TXT-AMOUNT
                  TXT-PRESBANK
           END-UNSTRING.

           IF TXT-AMOUNT NOT = SPACES
             COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL ( TXT-AMOUNT )
             MOVE 0 TO ITEM-ACCID
             IF TXT-ACCID NOT = SPACES
               COMPUTE ITEM-ACCID = FUNCTION NUMVAL ( TXT-ACCID )
             END-IF
             MOVE SRC-CHECKS TO WS-ROW-SOURCE
             MOVE 'OUT' TO WS-ROW-FLOW
             MOVE ITEM-AMOUNT TO WS-ROW-AMOUNT
             MOVE SPACES TO WS-ROW-REF
             IF ITEM-ACCID = 0
               STRING 'OFFICIAL/' FUNCTION TRIM (TXT-CHECKNUM)
                  DELIMITED BY SIZE INTO WS-ROW-REF
             ELSE
               MOVE ITEM-ACCID TO TXT-ID-E
               STRING FUNCTION TRIM (TXT-ID-E) '/'
                      FUNCTION TRIM (TXT-CHECKNUM)
                  DELIMITED BY SIZE INTO WS-ROW-REF
             END-IF
             MOVE TXT-PRESBANK TO WS-ROW-DETAIL
             PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
           END-IF.

           READ CHKIN-FILE
             AT END
               MOVE 'Y' TO WS-CHKIN-EOF
           END-READ.
       FORECAST-ONE-CHECK-END.
           EXIT.

      * PROCEDURE FORECAST-ONE-DEPOSIT : AN OPEN TERM DEPOSIT AT OR
      * PAST MATURITY THAT TDMATURE WILL PAY OUT (DISPOSITION 'T')
       FORECAST-ONE-DEPOSIT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FORECAST-ONE-DEPOSIT-END
           END-IF.

           IF ACCTYPE-ACC = TD-ACCTYPE AND ACCTSTATUS-ACC = ACCT-OPEN
              AND MATDATE-ACC NOT = SPACES
              AND MATDATE-ACC NOT > TODAY-YMD
              AND MATDISP-ACC = 'T'
             MOVE SRC-TDMAT TO WS-ROW-SOURCE
             MOVE 'OUT' TO WS-ROW-FLOW
             COMPUTE WS-ROW-AMOUNT ROUNDED =
                BALANCE-ACC + ACCRINT-ACC
             MOVE ACCID-ACC TO TXT-ID-E
             MOVE FUNCTION TRIM (TXT-ID-E) TO WS-ROW-REF
             MOVE PAYOUTACC-ACC TO TXT-ID2-E
             MOVE SPACES TO WS-ROW-DETAIL
             STRING 'PAYOUT TO ' FUNCTION TRIM (TXT-ID2-E)
                DELIMITED BY SIZE INTO WS-ROW-DETAIL
             PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
       FORECAST-ONE-DEPOSIT-END.
           EXIT.

      * PROCEDURE FORECAST-ONE-ORDER : AN ACTIVE STANDING ORDER WHOSE
      * NEXTRUNDATE HAS ARRIVED - A BOOK TRANSFER, LISTED AS MEMO
       FORECAST-ONE-ORDER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FORECAST-ONE-ORDER-END
           END-IF.

           IF STDSTATUS = 'A' AND NEXTRUNDATE NOT > TODAY-YMD
             MOVE SRC-STORD TO WS-ROW-SOURCE
             MOVE 'MEMO' TO WS-ROW-FLOW
             MOVE AMOUNT TO WS-ROW-AMOUNT
             MOVE STDID TO TXT-ID-E
             MOVE FUNCTION TRIM (TXT-ID-E) TO WS-ROW-REF
             MOVE SRCACCID TO TXT-ID-E
             MOVE DSTACCID TO TXT-ID2-E
             MOVE SPACES TO WS-ROW-DETAIL
             STRING FUNCTION TRIM (TXT-ID-E) ' TO '
                    FUNCTION TRIM (TXT-ID2-E)
                DELIMITED BY SIZE INTO WS-ROW-DETAIL
             PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GN, DBPCB, STANDORD-SEG, STANDORD-SSA.
       FORECAST-ONE-ORDER-END.
           EXIT.

      * PROCEDURE FORECAST-ONE-POSITION : THE PREFUNDED POSITION HELD
      * AT THE INSTANT-PAYMENT RAIL OPERATOR
       FORECAST-ONE-POSITION.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO FORECAST-ONE-POSITION-END
           END-IF.

           MOVE SRC-INSTPOS TO WS-ROW-SOURCE.
           MOVE 'POS' TO WS-ROW-FLOW.
           MOVE BALANCE-SP TO WS-ROW-AMOUNT.
           MOVE RAILID-SP TO WS-ROW-REF.
           MOVE SPACES TO WS-ROW-DETAIL.
           STRING 'BUSINESS DATE ' BUSDATE-SP
              DELIMITED BY SIZE INTO WS-ROW-DETAIL.
           PERFORM WRITE-FORECAST-ROW THRU WRITE-FORECAST-ROW-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GN, DBPCB, SETTLPOS-SEG, SETTLPOS-SSA.
       FORECAST-ONE-POSITION-END.
           EXIT.

      * PROCEDURE WRITE-FORECAST-ROW : WRITES ONE D ROW FROM THE ROW
      * WORK AREAS AND FOOTS IT TO ITS SOURCE AND THE DAY
       WRITE-FORECAST-ROW.
           MOVE WS-ROW-AMOUNT TO TXT-AMT-E.
           MOVE SPACES TO CASHFCST-OUT.
           STRING 'D,"' FUNCTION TRIM (SR-NAME (WS-ROW-SOURCE)) '","'
                   FUNCTION TRIM (WS-ROW-FLOW) '",'
                   FUNCTION TRIM (TXT-AMT-E) ',"'
                   FUNCTION TRIM (WS-ROW-REF) '","'
                   FUNCTION TRIM (WS-ROW-DETAIL) '"'
              DELIMITED BY SIZE INTO CASHFCST-OUT.
           WRITE CASHFCST-OUT.
           ADD 1 TO ROWS-WRITTEN.
           ADD 1 TO SR-COUNT (WS-ROW-SOURCE).

           EVALUATE WS-ROW-FLOW
             WHEN 'IN'
               ADD WS-ROW-AMOUNT TO SR-INFLOW (WS-ROW-SOURCE)
               ADD WS-ROW-AMOUNT TO TOTAL-INFLOW
             WHEN 'OUT'
               ADD WS-ROW-AMOUNT TO SR-OUTFLOW (WS-ROW-SOURCE)
               ADD WS-ROW-AMOUNT TO TOTAL-OUTFLOW
             WHEN 'MEMO'
               ADD WS-ROW-AMOUNT TO SR-MEMO (WS-ROW-SOURCE)
               ADD WS-ROW-AMOUNT TO TOTAL-MEMO
             WHEN OTHER
               ADD WS-ROW-AMOUNT TO SR-MEMO (WS-ROW-SOURCE)
               ADD WS-ROW-AMOUNT TO TOTAL-PREFUNDED
           END-EVALUATE.
       WRITE-FORECAST-ROW-END.
           EXIT.

      * PROCEDURE SUMMARIZE-ONE-SOURCE : ONE S ROW AND ONE DISPLAY LINE
      * PER SOURCE
       SUMMARIZE-ONE-SOURCE.
           MOVE SR-COUNT (WS-SR-IX) TO TXT-CNT-E.
           MOVE SR-INFLOW (WS-SR-IX) TO TXT-TOT-E.
           MOVE SR-OUTFLOW (WS-SR-IX) TO TXT-TOT2-E.
           MOVE SPACES TO CASHFCST-OUT.
           STRING 'S,"' FUNCTION TRIM (SR-NAME (WS-SR-IX)) '",'
                   FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-TOT-E) ','
                   FUNCTION TRIM (TXT-TOT2-E)
              DELIMITED BY SIZE INTO CASHFCST-OUT.
           WRITE CASHFCST-OUT.

           MOVE SR-MEMO (WS-SR-IX) TO TXT-TOT3-E.
           DISPLAY SR-NAME (WS-SR-IX) ' ITEMS ' TXT-CNT-E
                   ' IN ' TXT-TOT-E ' OUT ' TXT-TOT2-E
                   ' MEMO ' TXT-TOT3-E.
       SUMMARIZE-ONE-SOURCE-END.
           EXIT.
