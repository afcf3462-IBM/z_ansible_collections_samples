       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBGROWTH.

      ******************************************************************
      * DATABASE POPULATION AND GROWTH TREND - THE WEEKLY CAPACITY
      * PLANNING JOB. IT WALKS EVERY DATABASE IN ITS PSB WITH
      * UNQUALIFIED GN CALLS AND COUNTS THE ROWS OF EACH SEGMENT TYPE
      * BY THE SEGMENT NAME IMS HANDS BACK IN THE PCB, SO A CHILD
      * SEGMENT ADDED TO A DBD IS COUNTED WITHOUT A CHANGE HERE - ONLY
      * A NEW DATABASE NEEDS A NEW PCB (SEE THE PCB ORDER BELOW).
      *
      * THE COUNTS ARE KEPT IN A TREND FILE, ONE ROW PER RUN PER
      * SEGMENT TYPE:
      *
      *   "<RUN DATE>","<SEGMENT>",<ROWS>
      *
      * TRNDPRV IS THE PRIOR GENERATION AND TRNDOUT TONIGHT'S - A
      * GENERATION DATA SET, THE CDCPRV/CDCSNP IDIOM. ROWS OLDER THAN
      * TREND-KEEP-WEEKS DROP OFF, AND A RERUN ON THE SAME DATE
      * REPLACES THAT DATE'S ROWS RATHER THAN DOUBLING THEM.
      *
      * FOR EACH SEGMENT TYPE THE REPORT SHOWS TONIGHT'S ROWS, THE
      * CHANGE SINCE THE LAST RUN, THE AVERAGE WEEKLY GROWTH OVER THE
      * LOOKBACK WINDOW (THE OLDEST TREND POINT INSIDE IT AGAINST
      * TONIGHT) AND, WHERE THE GRWCTL CONTROL FILE GIVES THE TYPE A
      * CAPACITY, THE DATE THE TYPE REACHES IT AT THAT RATE. A TYPE
      * ALREADY OVER ITS CAPACITY, OR DUE TO REACH IT INSIDE THE
      * HORIZON, IS FLAGGED WITH WHAT HAS TO CHANGE: HISTORY MEANS
      * HISTARCH'S ARCHIVE-MONTHS MUST COME DOWN, THE TYPES RETNPURG
      * PURGES MEAN THEIR RETNCTL DAYS MUST COME DOWN, AND ANY OTHER
      * TYPE HAS NO PURGE JOB AND NEEDS DATABASE SPACE.
      *
      * THE HISTORY DATABASE IS READ THROUGH THE ACCIDHX SECONDARY
      * INDEX, SO ITS ROWS COME BACK GROUPED BY ACCOUNT; THE JOB
      * COUNTS EACH ACCOUNT'S RUN AND LISTS THE ACCOUNTS WITH THE MOST
      * HISTORY ROWS - THE HOT SPOTS THAT SLOW EVERY WALK OF AN
      * ACCOUNT'S HISTORY - WITH THE DATE OF EACH ONE'S OLDEST ROW, SO
      * AN ACCOUNT HISTARCH IS NOT KEEPING TRIMMED STANDS OUT.
      *
      * GRWCTL, ONE ROW PER SETTING, FIRST COLUMN UNQUOTED (THE
      * TRXRULES LOADING IDIOM):
      *
      *   <SEGMENT>,<ROW CAPACITY>     E.G.  HISTORY,50000000
      *   HOTSPOTS,<ACCOUNTS LISTED>   DEFAULT 20, AT MOST 50
      *   HORIZON,<WEEKS>              DEFAULT 26
      *   LOOKBACK,<WEEKS>             DEFAULT 13
      *
      * RETURN-CODE 4 WHEN ANY SEGMENT TYPE IS OVER CAPACITY OR DUE
      * INSIDE THE HORIZON, OR ON THE FIRST RUN (NO TREND YET); 8 ON
      * A BAD STATUS CODE, WHEN TONIGHT'S COUNTS ARE INCOMPLETE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRWCTL-FILE ASSIGN TO GRWCTL.
           SELECT TRNDPRV-FILE ASSIGN TO TRNDPRV.
           SELECT TRNDOUT-FILE ASSIGN TO TRNDOUT.

       DATA DIVISION.

       FILE SECTION.
         FD GRWCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GRWCTL-IN.
       01  GRWCTL-IN           PIC X(80).

         FD TRNDPRV-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TRNDPRV-IN.
       01  TRNDPRV-IN          PIC X(80).

         FD TRNDOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TRNDOUT-OUT.
       01  TRNDOUT-OUT         PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".

      ******************************************************************
      *IMS STATUS CODES - AN UNQUALIFIED GN RETURNS GA WHEN IT MOVES
      *UP A LEVEL AND GK WHEN IT MOVES TO ANOTHER SEGMENT TYPE ON THE
      *SAME LEVEL; BOTH STILL DELIVER A ROW
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".
       77  GA                  PIC  X(02)        VALUE "GA".
       77  GK                  PIC  X(02)        VALUE "GK".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *BUSINESS RULE CONSTANTS - THE GRWCTL ROWS OVERRIDE THE FIRST
      *FOUR
      ******************************************************************

       77  HOTSPOT-MAX         PIC S9(4) COMP-5 VALUE 20.
       77  HOTSPOT-LIMIT       PIC S9(4) COMP-5 VALUE 50.
       77  HORIZON-WEEKS       PIC S9(4) COMP-5 VALUE 26.
       77  LOOKBACK-WEEKS      PIC S9(4) COMP-5 VALUE 13.
       77  TREND-KEEP-WEEKS    PIC S9(4) COMP-5 VALUE 104.
      * AS HISTARCH - AN OPEN ACCOUNT'S ROWS OLDER THAN THIS SHOULD
      * ALREADY HAVE LEFT THE LIVE DATABASE
       77  ARCHIVE-MONTHS      PIC S9(4) COMP-5 VALUE 25.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SSA1-ACCID      PIC  S9(18) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *GENERIC I/O AREA - THE UNQUALIFIED WALK CAN RETURN ANY SEGMENT
      *TYPE IN THE DATABASE, SO THE AREA IS SIZED FOR THE LARGEST.
      *ONLY A HISTORY ROW IS EVER LOOKED INTO.
      ******************************************************************

       01  GEN-IOAREA          PIC  X(4000).

       01  HISTORY-SEG REDEFINES GEN-IOAREA.
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
           05  FILLER          PIC  X(3866).

      ******************************************************************
      *ACCOUNT ROOT SEGMENT - READ BACK FOR EACH HOT-SPOT ACCOUNT
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
           05  OPENDATE-ACC    PIC  X(10).
           05  DOMBRANCH-ACC   PIC  X(04).

      ******************************************************************
      *PCB TABLE - ONE ENTRY PER DATABASE PCB, IN PSB ORDER, SO ONE
      *PARAGRAPH CAN WALK THEM ALL. ACCOUNT AND HISTORY ARE ALSO
      *NEEDED BY NUMBER.
      ******************************************************************

       77  MAX-PCBS            PIC S9(4) COMP-5 VALUE 27.
       77  ACCOUNT-PCB-IX      PIC S9(4) COMP-5 VALUE 3.
       77  HISTORY-PCB-IX      PIC S9(4) COMP-5 VALUE 4.
       77  WS-PCB-IX           PIC S9(4) COMP-5 VALUE 0.

       01  PCB-TABLE.
           05  PCB-ROW OCCURS 27 TIMES.
               10  PCB-PTR         USAGE POINTER.
               10  PCB-DBNAME      PIC  X(08).
               10  PCB-ROWS        PIC  S9(12) COMP-3.

       01  WS-DB-DONE          PIC  X(01).

      ******************************************************************
      *SEGMENT-TYPE TABLE - ONE ROW PER SEGMENT NAME SEEN TONIGHT, IN
      *THE TREND FILE OR ON A GRWCTL CAPACITY ROW
      ******************************************************************

       77  MAX-SEGTYPES        PIC S9(4) COMP-5 VALUE 80.
       77  TOTAL-SEGTYPES      PIC S9(4) COMP-5 VALUE 0.
       77  WS-SG-IX            PIC S9(4) COMP-5 VALUE 0.
       77  WS-SG-FOUND         PIC S9(4) COMP-5 VALUE 0.
       01  WS-SG-NAME          PIC  X(08).

       01  SEGTYPE-TABLE.
           05  SG-ROW OCCURS 80 TIMES.
               10  SG-NAME         PIC  X(08).
               10  SG-DBNAME       PIC  X(08).
               10  SG-SEEN         PIC  X(01).
               10  SG-COUNT        PIC  S9(12) COMP-3.
               10  SG-CAP          PIC  S9(12) COMP-3.
               10  SG-LAST-YMD     PIC  X(10).
               10  SG-LAST-COUNT   PIC  S9(12) COMP-3.
               10  SG-BASE-YMD     PIC  X(10).
               10  SG-BASE-COUNT   PIC  S9(12) COMP-3.

      ******************************************************************
      *CLOCK STRUCTURE AND DATE WORK
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
       77  TODAY-INT               PIC S9(9) COMP-5.
       77  KEEP-CUTOFF-INT         PIC S9(9) COMP-5.
       77  LOOKBACK-CUTOFF-INT     PIC S9(9) COMP-5.

      * A YYYY-MM-DD DATE TURNED INTO A DAY NUMBER
       01  WS-YMD-X                PIC X(10).
       01  WS-YMD-PARTS REDEFINES WS-YMD-X.
           05  WS-YMD-YEAR         PIC 9(04).
           05  FILLER              PIC X(01).
           05  WS-YMD-MONTH        PIC 9(02).
           05  FILLER              PIC X(01).
           05  WS-YMD-DAY          PIC 9(02).
       77  WS-YMD-INT              PIC S9(9) COMP-5.

      * A DAY NUMBER TURNED BACK INTO YYYY-MM-DD
       01  WS-OUT-N                PIC 9(08).
       01  WS-OUT-X REDEFINES WS-OUT-N.
           05  OUT-YEAR            PIC 9(04).
           05  OUT-MONTH           PIC 9(02).
           05  OUT-DAY             PIC 9(02).
       01  WS-OUT-YMD              PIC X(10).

      * HISTARCH'S CUTOFF - TODAY LESS ARCHIVE-MONTHS
       01  ARCHIVE-CUTOFF-YMD      PIC X(10).
       77  WS-MONTH-NUM            PIC S9(7) COMP-5.
       01  WS-CUT-YEAR             PIC 9(04).
       01  WS-CUT-MONTH            PIC 9(02).

      ******************************************************************
      *CONTROL CARD AND TREND FILE WORK AREAS
      ******************************************************************

       01  WS-GRWCTL-EOF       PIC  X(01) VALUE 'N'.
           88  GRWCTL-EOF          VALUE 'Y'.
       01  TXT-GC-KEY          PIC  X(08).
       01  TXT-GC-VALUE        PIC  X(13).
       77  WS-GC-NUM           PIC S9(12) COMP-3.

       01  WS-TRNDPRV-EOF      PIC  X(01) VALUE 'N'.
           88  TRNDPRV-EOF         VALUE 'Y'.
       01  TXT-TR-LEAD         PIC  X(01).
       01  TXT-TR-DATE         PIC  X(10).
       01  TXT-TR-SEG          PIC  X(08).
       01  TXT-TR-COUNT        PIC  X(13).
       77  WS-TR-COUNT         PIC S9(12) COMP-3.
       01  TXT-CNT             PIC  Z(11)9.

      ******************************************************************
      *HOT-SPOT WORK - THE HISTORY RUN OF THE CURRENT ACCOUNT AND THE
      *TOP ACCOUNTS SO FAR, HIGHEST FIRST
      ******************************************************************

       01  CUR-ACTIVE          PIC  X(01) VALUE 'N'.
       77  CUR-ACCID           PIC S9(18) COMP-5 VALUE 0.
       77  CUR-ROWS            PIC S9(9) COMP-5 VALUE 0.
       01  CUR-OLDEST          PIC  X(23).

       77  HS-USED             PIC S9(4) COMP-5 VALUE 0.
       77  WS-HS-POS           PIC S9(4) COMP-5 VALUE 0.
       77  WS-HS-PREV          PIC S9(4) COMP-5 VALUE 0.
       77  WS-HS-IX            PIC S9(4) COMP-5 VALUE 0.
       01  WS-HS-PLACED        PIC  X(01).

       01  HOTSPOT-TABLE.
           05  HS-ROW OCCURS 50 TIMES.
               10  HS-ACCID        PIC S9(18) COMP-5.
               10  HS-ROWS         PIC S9(9) COMP-5.
               10  HS-OLDEST       PIC  X(23).

      ******************************************************************
      *PROJECTION WORK
      ******************************************************************

       77  WS-DAYS             PIC S9(9) COMP-5.
       77  WS-CHANGE           PIC S9(12) COMP-3.
       77  WS-WEEKLY           PIC S9(12)V9(2) COMP-3.
       77  WS-WEEKS            PIC S9(9) COMP-5.
       77  WS-PCT              PIC S9(5) COMP-3.
       01  WS-ADVICE           PIC  X(60).

      ******************************************************************
      *REPORT LINES
      ******************************************************************

       01  SEG-LINE.
           05  SGL-DBNAME      PIC  X(08).
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-SEGNAME     PIC  X(08).
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-ROWS        PIC  Z(11)9.
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-CHANGE      PIC  -(11)9.
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-WEEKLY      PIC  -(9)9.
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-CAP         PIC  Z(11)9.
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  SGL-PCT         PIC  ZZZZ9.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  SGL-REACHED     PIC  X(10).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  SGL-NOTE        PIC  X(18).

       01  HOT-LINE.
           05  HSL-RANK        PIC  Z9.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  HSL-ACCID       PIC  Z(17)9.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  HSL-TYPE        PIC  X(01).
           05  FILLER          PIC  X(03) VALUE SPACES.
           05  HSL-STATUS      PIC  X(01).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  HSL-ROWS        PIC  Z(8)9.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  HSL-OLDEST      PIC  X(10).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  HSL-NOTE        PIC  X(28).

      ******************************************************************
      *RUN TOTALS
      ******************************************************************

       01  TOTAL-ROWS          PIC  S9(12) COMP-3 VALUE 0.
       01  TREND-ROWS-KEPT     PIC  S9(9) COMP-5 VALUE 0.
       01  TREND-ROWS-DROPPED  PIC  S9(9) COMP-5 VALUE 0.
       01  TREND-ROWS-WRITTEN  PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-WITH-HIST  PIC  S9(9) COMP-5 VALUE 0.
       01  SEGS-OVER-CAP       PIC  S9(9) COMP-5 VALUE 0.
       01  SEGS-IN-HORIZON     PIC  S9(9) COMP-5 VALUE 0.
       01  STATUS-ERRORS       PIC  S9(9) COMP-5 VALUE 0.
       01  SEQUENCE-ERRORS     PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.
       01  DBPCB7 POINTER.
       01  DBPCB8 POINTER.
       01  DBPCB9 POINTER.
       01  DBPCB10 POINTER.
       01  DBPCB11 POINTER.
       01  DBPCB12 POINTER.
       01  DBPCB13 POINTER.
       01  DBPCB14 POINTER.
       01  DBPCB15 POINTER.
       01  DBPCB16 POINTER.
       01  DBPCB17 POINTER.
       01  DBPCB18 POINTER.
       01  DBPCB19 POINTER.
       01  DBPCB20 POINTER.
       01  DBPCB21 POINTER.
       01  DBPCB22 POINTER.
       01  DBPCB23 POINTER.
       01  DBPCB24 POINTER.
       01  DBPCB25 POINTER.
       01  DBPCB26 POINTER.
       01  DBPCB27 POINTER.

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

      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB - ALL READ ONLY (PROCOPT=G),
      * EACH SENSITIVE TO EVERY SEGMENT IN ITS DATABASE:
      *   DBPCB1  - CUSTOMER DATABASE (CUSTOMER AND ALL ITS CHILDREN)
      *   DBPCB2  - CUSTACCS DATABASE
      *   DBPCB3  - ACCOUNT DATABASE (ACCOUNT AND ALL ITS CHILDREN)
      *   DBPCB4  - HISTORY DATABASE (ACCIDHX SECONDARY INDEX)
      *   DBPCB5  - OPERATOR DATABASE (OPERATOR, OPERAUD, OPERCUST)
      *   DBPCB6  - STANDING ORDER DATABASE
      *   DBPCB7  - SWEEP DATABASE
      *   DBPCB8  - WIRE DATABASE
      *   DBPCB9  - RUN CONTROL DATABASE
      *   DBPCB10 - TSTAT DATABASE
      *   DBPCB11 - INQAUDIT DATABASE
      *   DBPCB12 - DECLINE DATABASE
      *   DBPCB13 - SURVEILLANCE CASE DATABASE
      *   DBPCB14 - PENDCHG DATABASE
      *   DBPCB15 - COLLECTIONS CASE DATABASE
      *   DBPCB16 - QUARMSG DATABASE
      *   DBPCB17 - LITHOLD DATABASE
      *   DBPCB18 - EXTERNAL TRANSFER DATABASE
      *   DBPCB19 - ALIAS DATABASE
      *   DBPCB20 - CARD NUMBER INDEX DATABASE (CARDNOX)
      *   DBPCB21 - OFFICIAL CHECK REGISTER DATABASE (OCREG)
      *   DBPCB22 - DRAWER DATABASE
      *   DBPCB23 - VAULT DATABASE
      *   DBPCB24 - PERIOD CONTROL DATABASE (PERCTL)
      *   DBPCB25 - SETTLEMENT POSITION DATABASE
      *   DBPCB26 - GWCORR DATABASE
      *   DBPCB27 - SAFE DEPOSIT BOX DATABASE
      ******************************************************************

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5,
                    DBPCB6, DBPCB7, DBPCB8, DBPCB9, DBPCB10,
                    DBPCB11, DBPCB12, DBPCB13, DBPCB14, DBPCB15,
                    DBPCB16, DBPCB17, DBPCB18, DBPCB19, DBPCB20,
                    DBPCB21, DBPCB22, DBPCB23, DBPCB24, DBPCB25,
                    DBPCB26, DBPCB27.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ).
           PERFORM COMPUTE-ARCHIVE-CUTOFF
              THRU COMPUTE-ARCHIVE-CUTOFF-END.

           DISPLAY '========================================'.
           DISPLAY 'DATABASE POPULATION AND GROWTH - ' TODAY-YMD.
           DISPLAY '========================================'.

           PERFORM LOAD-GROWTH-CONTROL THRU LOAD-GROWTH-CONTROL-END.
           COMPUTE KEEP-CUTOFF-INT =
              TODAY-INT - TREND-KEEP-WEEKS * 7.
           COMPUTE LOOKBACK-CUTOFF-INT =
              TODAY-INT - LOOKBACK-WEEKS * 7.

           PERFORM SET-PCB-TABLE THRU SET-PCB-TABLE-END.

           OPEN OUTPUT TRNDOUT-FILE.
           PERFORM LOAD-PRIOR-TREND THRU LOAD-PRIOR-TREND-END.

           PERFORM COUNT-ONE-DATABASE THRU COUNT-ONE-DATABASE-END
              VARYING WS-PCB-IX FROM 1 BY 1
              UNTIL WS-PCB-IX > MAX-PCBS.

      * AN INCOMPLETE COUNT WOULD READ AS A SHRINKING DATABASE NEXT
      * WEEK - ONLY A CLEAN WALK ADDS TONIGHT'S POINT TO THE TREND
           IF STATUS-ERRORS = 0
             PERFORM WRITE-ONE-TREND-ROW THRU WRITE-ONE-TREND-ROW-END
                VARYING WS-SG-IX FROM 1 BY 1
                UNTIL WS-SG-IX > TOTAL-SEGTYPES
           ELSE
             DISPLAY 'DBGROWTH - COUNTS INCOMPLETE - TONIGHT NOT '
                'ADDED TO THE TREND'
           END-IF.
           CLOSE TRNDOUT-FILE.

           PERFORM REPORT-POPULATION THRU REPORT-POPULATION-END.
           PERFORM REPORT-HOT-SPOTS THRU REPORT-HOT-SPOTS-END.

           DISPLAY '========================================'.
           DISPLAY 'DATABASES WALKED:         ' MAX-PCBS.
           DISPLAY 'SEGMENT TYPES:            ' TOTAL-SEGTYPES.
           MOVE TOTAL-ROWS TO TXT-CNT.
           DISPLAY 'ROWS COUNTED:             ' TXT-CNT.
           DISPLAY 'ACCOUNTS WITH HISTORY:    ' ACCOUNTS-WITH-HIST.
           DISPLAY 'OVER CAPACITY:            ' SEGS-OVER-CAP.
           DISPLAY 'DUE INSIDE HORIZON:       ' SEGS-IN-HORIZON.
           DISPLAY 'TREND ROWS CARRIED:       ' TREND-ROWS-KEPT.
           DISPLAY 'TREND ROWS AGED OFF:      ' TREND-ROWS-DROPPED.
           DISPLAY 'TREND ROWS ADDED:         ' TREND-ROWS-WRITTEN.
           DISPLAY 'HISTORY SEQUENCE BREAKS:  ' SEQUENCE-ERRORS.
           DISPLAY 'BAD STATUS CODES:         ' STATUS-ERRORS.
           DISPLAY '========================================'.

           IF STATUS-ERRORS > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF SEGS-OVER-CAP > 0 OR SEGS-IN-HORIZON > 0
                OR TREND-ROWS-KEPT = 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE LOAD-GROWTH-CONTROL : CAPACITY ROWS AND THE RUN
      * SETTINGS - THE TRXRULES LOADING IDIOM
       LOAD-GROWTH-CONTROL.
           OPEN INPUT GRWCTL-FILE.
           READ GRWCTL-FILE
             AT END
               MOVE 'Y' TO WS-GRWCTL-EOF
           END-READ.
           PERFORM LOAD-ONE-GROWTH-ROW THRU LOAD-ONE-GROWTH-ROW-END
              UNTIL GRWCTL-EOF.
           CLOSE GRWCTL-FILE.
       LOAD-GROWTH-CONTROL-END.
           EXIT.

       LOAD-ONE-GROWTH-ROW.
           MOVE SPACES TO TXT-GC-KEY.
           MOVE SPACES TO TXT-GC-VALUE.
           UNSTRING GRWCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-GC-KEY
                  TXT-GC-VALUE
           END-UNSTRING.

           IF TXT-GC-KEY NOT = SPACES AND TXT-GC-VALUE NOT = SPACES
             COMPUTE WS-GC-NUM = FUNCTION NUMVAL ( TXT-GC-VALUE )
             EVALUATE TXT-GC-KEY
               WHEN 'HOTSPOTS'
                 IF WS-GC-NUM > 0 AND WS-GC-NUM NOT > HOTSPOT-LIMIT
                   MOVE WS-GC-NUM TO HOTSPOT-MAX
                 ELSE
                   DISPLAY 'DBGROWTH - HOTSPOTS OUT OF RANGE, '
                      'DEFAULT KEPT: ' TXT-GC-VALUE
                 END-IF
               WHEN 'HORIZON'
                 MOVE WS-GC-NUM TO HORIZON-WEEKS
               WHEN 'LOOKBACK'
                 IF WS-GC-NUM > 0
                   MOVE WS-GC-NUM TO LOOKBACK-WEEKS
                 END-IF
               WHEN OTHER
                 MOVE TXT-GC-KEY TO WS-SG-NAME
                 PERFORM FIND-OR-ADD-SEGTYPE
                    THRU FIND-OR-ADD-SEGTYPE-END
                 IF WS-SG-FOUND > 0
                   MOVE WS-GC-NUM TO SG-CAP (WS-SG-FOUND)
                 END-IF
             END-EVALUATE
           END-IF.

           READ GRWCTL-FILE
             AT END
               MOVE 'Y' TO WS-GRWCTL-EOF
           END-READ.
       LOAD-ONE-GROWTH-ROW-END.
           EXIT.

      * PROCEDURE SET-PCB-TABLE : THE PSB'S PCBS, IN ORDER, WITH THE
      * NAME EACH DATABASE IS REPORTED UNDER
       SET-PCB-TABLE.
           SET PCB-PTR (1)  TO ADDRESS OF DBPCB1.
           SET PCB-PTR (2)  TO ADDRESS OF DBPCB2.
           SET PCB-PTR (3)  TO ADDRESS OF DBPCB3.
           SET PCB-PTR (4)  TO ADDRESS OF DBPCB4.
           SET PCB-PTR (5)  TO ADDRESS OF DBPCB5.
           SET PCB-PTR (6)  TO ADDRESS OF DBPCB6.
           SET PCB-PTR (7)  TO ADDRESS OF DBPCB7.
           SET PCB-PTR (8)  TO ADDRESS OF DBPCB8.
           SET PCB-PTR (9)  TO ADDRESS OF DBPCB9.
           SET PCB-PTR (10) TO ADDRESS OF DBPCB10.
           SET PCB-PTR (11) TO ADDRESS OF DBPCB11.
           SET PCB-PTR (12) TO ADDRESS OF DBPCB12.
           SET PCB-PTR (13) TO ADDRESS OF DBPCB13.
           SET PCB-PTR (14) TO ADDRESS OF DBPCB14.
           SET PCB-PTR (15) TO ADDRESS OF DBPCB15.
           SET PCB-PTR (16) TO ADDRESS OF DBPCB16.
           SET PCB-PTR (17) TO ADDRESS OF DBPCB17.
           SET PCB-PTR (18) TO ADDRESS OF DBPCB18.
           SET PCB-PTR (19) TO ADDRESS OF DBPCB19.
           SET PCB-PTR (20) TO ADDRESS OF DBPCB20.
           SET PCB-PTR (21) TO ADDRESS OF DBPCB21.
           SET PCB-PTR (22) TO ADDRESS OF DBPCB22.
           SET PCB-PTR (23) TO ADDRESS OF DBPCB23.
           SET PCB-PTR (24) TO ADDRESS OF DBPCB24.
           SET PCB-PTR (25) TO ADDRESS OF DBPCB25.
           SET PCB-PTR (26) TO ADDRESS OF DBPCB26.
           SET PCB-PTR (27) TO ADDRESS OF DBPCB27.
           MOVE 'CUSTOMER' TO PCB-DBNAME (1).
           MOVE 'CUSTACCS' TO PCB-DBNAME (2).
           MOVE 'ACCOUNT ' TO PCB-DBNAME (3).
           MOVE 'HISTORY ' TO PCB-DBNAME (4).
           MOVE 'OPERATOR' TO PCB-DBNAME (5).
           MOVE 'STANDORD' TO PCB-DBNAME (6).
           MOVE 'SWEEP   ' TO PCB-DBNAME (7).
           MOVE 'WIRE    ' TO PCB-DBNAME (8).
           MOVE 'RUNCTL  ' TO PCB-DBNAME (9).
           MOVE 'TSTAT   ' TO PCB-DBNAME (10).
           MOVE 'INQAUDIT' TO PCB-DBNAME (11).
           MOVE 'DECLINE ' TO PCB-DBNAME (12).
           MOVE 'SURVCASE' TO PCB-DBNAME (13).
           MOVE 'PENDCHG ' TO PCB-DBNAME (14).
           MOVE 'COLLCASE' TO PCB-DBNAME (15).
           MOVE 'QUARMSG ' TO PCB-DBNAME (16).
           MOVE 'LITHOLD ' TO PCB-DBNAME (17).
           MOVE 'EXTXFER ' TO PCB-DBNAME (18).
           MOVE 'ALIAS   ' TO PCB-DBNAME (19).
           MOVE 'CARDNOX ' TO PCB-DBNAME (20).
           MOVE 'OCREG   ' TO PCB-DBNAME (21).
           MOVE 'DRAWER  ' TO PCB-DBNAME (22).
           MOVE 'VAULT   ' TO PCB-DBNAME (23).
           MOVE 'PERCTL  ' TO PCB-DBNAME (24).
           MOVE 'SETTLPOS' TO PCB-DBNAME (25).
           MOVE 'GWCORR  ' TO PCB-DBNAME (26).
           MOVE 'SDBOX   ' TO PCB-DBNAME (27).
       SET-PCB-TABLE-END.
           EXIT.

      * PROCEDURE LOAD-PRIOR-TREND : CARRIES THE PRIOR GENERATION
      * FORWARD, LESS AGED-OFF ROWS AND ANY ROWS ALREADY WRITTEN FOR
      * TODAY, AND NOTES FOR EACH SEGMENT TYPE ITS LAST POINT AND ITS
      * OLDEST POINT INSIDE THE LOOKBACK WINDOW. THE FILE IS IN RUN
      * ORDER, OLDEST FIRST.
       LOAD-PRIOR-TREND.
           OPEN INPUT TRNDPRV-FILE.
           READ TRNDPRV-FILE
             AT END
               MOVE 'Y' TO WS-TRNDPRV-EOF
           END-READ.
           PERFORM LOAD-ONE-TREND-ROW THRU LOAD-ONE-TREND-ROW-END
              UNTIL TRNDPRV-EOF.
           CLOSE TRNDPRV-FILE.
           IF TREND-ROWS-KEPT = 0
             DISPLAY 'DBGROWTH - NO PRIOR TREND - FIRST POINT ONLY, '
                'NO GROWTH RATES THIS RUN'
           END-IF.
       LOAD-PRIOR-TREND-END.
           EXIT.

       LOAD-ONE-TREND-ROW.
           MOVE SPACES TO TXT-TR-DATE.
           MOVE SPACES TO TXT-TR-SEG.
           MOVE SPACES TO TXT-TR-COUNT.
      * LEADING-QUOTE ROWS PARSE WITH AN EMPTY FIRST FIELD
           UNSTRING TRNDPRV-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-TR-LEAD
                  TXT-TR-DATE
                  TXT-TR-SEG
                  TXT-TR-COUNT
           END-UNSTRING.
           MOVE TXT-TR-DATE TO WS-YMD-X.
           IF TXT-TR-SEG = SPACES
              OR WS-YMD-YEAR NOT NUMERIC
              OR WS-YMD-MONTH NOT NUMERIC
              OR WS-YMD-DAY NOT NUMERIC
             DISPLAY 'DBGROWTH - TREND ROW SKIPPED: ' TRNDPRV-IN (1:40)
             GO TO LOAD-ONE-TREND-ROW-NEXT
           END-IF.
           PERFORM YMD-TO-INT THRU YMD-TO-INT-END.
           IF WS-YMD-INT < KEEP-CUTOFF-INT
              OR TXT-TR-DATE NOT < TODAY-YMD
             ADD 1 TO TREND-ROWS-DROPPED
             GO TO LOAD-ONE-TREND-ROW-NEXT
           END-IF.

           MOVE TRNDPRV-IN TO TRNDOUT-OUT.
           WRITE TRNDOUT-OUT.
           ADD 1 TO TREND-ROWS-KEPT.

           COMPUTE WS-TR-COUNT = FUNCTION NUMVAL ( TXT-TR-COUNT ).
           MOVE TXT-TR-SEG TO WS-SG-NAME.
           PERFORM FIND-OR-ADD-SEGTYPE THRU FIND-OR-ADD-SEGTYPE-END.
           IF WS-SG-FOUND > 0
             MOVE TXT-TR-DATE TO SG-LAST-YMD (WS-SG-FOUND)
             MOVE WS-TR-COUNT TO SG-LAST-COUNT (WS-SG-FOUND)
             IF SG-BASE-YMD (WS-SG-FOUND) = SPACES
                AND WS-YMD-INT NOT < LOOKBACK-CUTOFF-INT
               MOVE TXT-TR-DATE TO SG-BASE-YMD (WS-SG-FOUND)
               MOVE WS-TR-COUNT TO SG-BASE-COUNT (WS-SG-FOUND)
             END-IF
           END-IF.

       LOAD-ONE-TREND-ROW-NEXT.
           READ TRNDPRV-FILE
             AT END
               MOVE 'Y' TO WS-TRNDPRV-EOF
           END-READ.
       LOAD-ONE-TREND-ROW-END.
           EXIT.

      * PROCEDURE COUNT-ONE-DATABASE : WALKS ONE PCB FROM THE TOP
      * WITH UNQUALIFIED CALLS, TALLYING EVERY ROW BY SEGMENT NAME
       COUNT-ONE-DATABASE.
           SET ADDRESS OF DBPCB TO PCB-PTR (WS-PCB-IX).
           MOVE 0 TO PCB-ROWS (WS-PCB-IX).
           MOVE 'N' TO WS-DB-DONE.
           CALL "CBLTDLI" USING GU, DBPCB, GEN-IOAREA.
           PERFORM COUNT-ONE-ROW THRU COUNT-ONE-ROW-END
              UNTIL WS-DB-DONE = 'Y'.
           IF WS-PCB-IX = HISTORY-PCB-IX
             PERFORM CLOSE-ACCOUNT-RUN THRU CLOSE-ACCOUNT-RUN-END
           END-IF.
       COUNT-ONE-DATABASE-END.
           EXIT.

       COUNT-ONE-ROW.
           IF DBSTAT = GB OR DBSTAT = GE
             MOVE 'Y' TO WS-DB-DONE
             GO TO COUNT-ONE-ROW-END
           END-IF.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = GA
              AND DBSTAT NOT = GK
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS ' ON ' PCB-DBNAME (WS-PCB-IX)
             ADD 1 TO STATUS-ERRORS
             MOVE 'Y' TO WS-DB-DONE
             GO TO COUNT-ONE-ROW-END
           END-IF.

           ADD 1 TO PCB-ROWS (WS-PCB-IX).
           ADD 1 TO TOTAL-ROWS.
           MOVE SEGNAMFB TO WS-SG-NAME.
           PERFORM FIND-OR-ADD-SEGTYPE THRU FIND-OR-ADD-SEGTYPE-END.
           IF WS-SG-FOUND > 0
             ADD 1 TO SG-COUNT (WS-SG-FOUND)
             MOVE 'Y' TO SG-SEEN (WS-SG-FOUND)
             IF SG-DBNAME (WS-SG-FOUND) = SPACES
               MOVE PCB-DBNAME (WS-PCB-IX) TO SG-DBNAME (WS-SG-FOUND)
             END-IF
           END-IF.
           IF WS-PCB-IX = HISTORY-PCB-IX AND SEGNAMFB = 'HISTORY '
             PERFORM TALLY-HISTORY-ROW THRU TALLY-HISTORY-ROW-END
           END-IF.

           CALL "CBLTDLI" USING GN, DBPCB, GEN-IOAREA.
       COUNT-ONE-ROW-END.
           EXIT.

      * PROCEDURE TALLY-HISTORY-ROW : THE INDEX HANDS BACK ONE
      * ACCOUNT'S ROWS TOGETHER - A CHANGE OF ACCID CLOSES THE RUN.
      * AN ACCID LOWER THAN THE ONE BEFORE MEANS THE PCB IS NOT ON
      * ACCIDHX AND THE HOT-SPOT COUNTS ARE SPLIT.
       TALLY-HISTORY-ROW.
           IF CUR-ACTIVE = 'Y' AND ACCID-HIST NOT = CUR-ACCID
             IF ACCID-HIST < CUR-ACCID
               ADD 1 TO SEQUENCE-ERRORS
               IF SEQUENCE-ERRORS = 1
                 DISPLAY 'DBGROWTH - HISTORY NOT IN ACCIDHX ORDER - '
                    'HOT-SPOT COUNTS ARE UNRELIABLE'
               END-IF
             END-IF
             PERFORM CLOSE-ACCOUNT-RUN THRU CLOSE-ACCOUNT-RUN-END
           END-IF.
           IF CUR-ACTIVE NOT = 'Y'
             MOVE 'Y' TO CUR-ACTIVE
             MOVE ACCID-HIST TO CUR-ACCID
             MOVE 0 TO CUR-ROWS
             MOVE HIGH-VALUES TO CUR-OLDEST
           END-IF.
           ADD 1 TO CUR-ROWS.
           IF TIMESTMP-HIST < CUR-OLDEST
             MOVE TIMESTMP-HIST TO CUR-OLDEST
           END-IF.
       TALLY-HISTORY-ROW-END.
           EXIT.

      * PROCEDURE CLOSE-ACCOUNT-RUN : ONE ACCOUNT'S HISTORY COUNTED -
      * RANK IT AMONG THE HOT SPOTS
       CLOSE-ACCOUNT-RUN.
           IF CUR-ACTIVE NOT = 'Y'
             GO TO CLOSE-ACCOUNT-RUN-END
           END-IF.
           MOVE 'N' TO CUR-ACTIVE.
           ADD 1 TO ACCOUNTS-WITH-HIST.
           IF HS-USED < HOTSPOT-MAX
             ADD 1 TO HS-USED
             MOVE HS-USED TO WS-HS-POS
           ELSE
             IF CUR-ROWS NOT > HS-ROWS (HS-USED)
               GO TO CLOSE-ACCOUNT-RUN-END
             END-IF
             MOVE HS-USED TO WS-HS-POS
           END-IF.
           MOVE 'N' TO WS-HS-PLACED.
           PERFORM SHIFT-ONE-HOT-SPOT THRU SHIFT-ONE-HOT-SPOT-END
              UNTIL WS-HS-PLACED = 'Y'.
           MOVE CUR-ACCID TO HS-ACCID (WS-HS-POS).
           MOVE CUR-ROWS TO HS-ROWS (WS-HS-POS).
           MOVE CUR-OLDEST TO HS-OLDEST (WS-HS-POS).
       CLOSE-ACCOUNT-RUN-END.
           EXIT.

      * PROCEDURE SHIFT-ONE-HOT-SPOT : MOVES THE INSERT POSITION UP
      * PAST EVERY SMALLER ENTRY, SLIDING THAT ENTRY DOWN ONE PLACE
       SHIFT-ONE-HOT-SPOT.
           IF WS-HS-POS = 1
             MOVE 'Y' TO WS-HS-PLACED
             GO TO SHIFT-ONE-HOT-SPOT-END
           END-IF.
           COMPUTE WS-HS-PREV = WS-HS-POS - 1.
           IF HS-ROWS (WS-HS-PREV) < CUR-ROWS
             MOVE HS-ROW (WS-HS-PREV) TO HS-ROW (WS-HS-POS)
             MOVE WS-HS-PREV TO WS-HS-POS
           ELSE
             MOVE 'Y' TO WS-HS-PLACED
           END-IF.
       SHIFT-ONE-HOT-SPOT-END.
           EXIT.

      * PROCEDURE WRITE-ONE-TREND-ROW : TONIGHT'S POINT FOR EACH
      * SEGMENT TYPE FOUND IN THE DATABASES
       WRITE-ONE-TREND-ROW.
           IF SG-SEEN (WS-SG-IX) NOT = 'Y'
             GO TO WRITE-ONE-TREND-ROW-END
           END-IF.
           MOVE SG-COUNT (WS-SG-IX) TO TXT-CNT.
           MOVE SPACES TO TRNDOUT-OUT.
           STRING '"' TODAY-YMD '","'
              FUNCTION TRIM (SG-NAME (WS-SG-IX)) '",'
              FUNCTION TRIM (TXT-CNT)
              DELIMITED BY SIZE INTO TRNDOUT-OUT.
           WRITE TRNDOUT-OUT.
           ADD 1 TO TREND-ROWS-WRITTEN.
       WRITE-ONE-TREND-ROW-END.
           EXIT.

      * PROCEDURE REPORT-POPULATION : ONE LINE PER SEGMENT TYPE, WITH
      * THE RETENTION ADVICE UNDER ANY TYPE AT RISK
       REPORT-POPULATION.
           DISPLAY ' '.
           DISPLAY 'SEGMENT POPULATION - GROWTH OVER THE LAST '
              LOOKBACK-WEEKS ' WEEKS, HORIZON ' HORIZON-WEEKS
              ' WEEKS'.
           DISPLAY 'DATABASE SEGMENT         ROWS   SINCE LAST'
              '    WEEKLY     CAPACITY  PCT  REACHED'.
           PERFORM REPORT-ONE-SEGTYPE THRU REPORT-ONE-SEGTYPE-END
              VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > TOTAL-SEGTYPES.
           DISPLAY ' '.
           DISPLAY 'ROWS BY DATABASE'.
           PERFORM REPORT-ONE-DATABASE THRU REPORT-ONE-DATABASE-END
              VARYING WS-PCB-IX FROM 1 BY 1
              UNTIL WS-PCB-IX > MAX-PCBS.
       REPORT-POPULATION-END.
           EXIT.

       REPORT-ONE-SEGTYPE.
           MOVE SPACES TO WS-ADVICE.
           MOVE SG-DBNAME (WS-SG-IX) TO SGL-DBNAME.
           MOVE SG-NAME (WS-SG-IX) TO SGL-SEGNAME.
           MOVE SG-COUNT (WS-SG-IX) TO SGL-ROWS.
           MOVE 0 TO SGL-CHANGE.
           MOVE 0 TO SGL-WEEKLY.
           MOVE 0 TO SGL-CAP.
           MOVE 0 TO SGL-PCT.
           MOVE SPACES TO SGL-REACHED.
           MOVE SPACES TO SGL-NOTE.
           MOVE 0 TO WS-WEEKLY.

           IF SG-SEEN (WS-SG-IX) NOT = 'Y'
             MOVE 'NOT FOUND TONIGHT' TO SGL-NOTE
             DISPLAY SEG-LINE
             GO TO REPORT-ONE-SEGTYPE-END
           END-IF.

           IF SG-LAST-YMD (WS-SG-IX) NOT = SPACES
             COMPUTE WS-CHANGE =
                SG-COUNT (WS-SG-IX) - SG-LAST-COUNT (WS-SG-IX)
             MOVE WS-CHANGE TO SGL-CHANGE
           END-IF.

      * WEEKLY GROWTH FROM THE OLDEST POINT INSIDE THE LOOKBACK
           IF SG-BASE-YMD (WS-SG-IX) NOT = SPACES
             MOVE SG-BASE-YMD (WS-SG-IX) TO WS-YMD-X
             PERFORM YMD-TO-INT THRU YMD-TO-INT-END
             COMPUTE WS-DAYS = TODAY-INT - WS-YMD-INT
             IF WS-DAYS > 0
               COMPUTE WS-WEEKLY ROUNDED =
                  ( SG-COUNT (WS-SG-IX) - SG-BASE-COUNT (WS-SG-IX) )
                     * 7 / WS-DAYS
               MOVE WS-WEEKLY TO SGL-WEEKLY
             END-IF
           END-IF.

           IF SG-CAP (WS-SG-IX) > 0
             MOVE SG-CAP (WS-SG-IX) TO SGL-CAP
             COMPUTE WS-PCT =
                SG-COUNT (WS-SG-IX) * 100 / SG-CAP (WS-SG-IX)
             MOVE WS-PCT TO SGL-PCT
             PERFORM PROJECT-ONE-SEGTYPE THRU PROJECT-ONE-SEGTYPE-END
           END-IF.

           DISPLAY SEG-LINE.
           IF WS-ADVICE NOT = SPACES
             DISPLAY '                  -> ' WS-ADVICE
           END-IF.
       REPORT-ONE-SEGTYPE-END.
           EXIT.

      * PROCEDURE PROJECT-ONE-SEGTYPE : WHEN THE TYPE REACHES ITS
      * CAPACITY AT THE CURRENT WEEKLY RATE, AND WHAT TO DO IF THAT
      * IS INSIDE THE HORIZON
       PROJECT-ONE-SEGTYPE.
           IF SG-COUNT (WS-SG-IX) NOT < SG-CAP (WS-SG-IX)
             MOVE 'OVER CAPACITY' TO SGL-NOTE
             ADD 1 TO SEGS-OVER-CAP
             PERFORM SET-RETENTION-ADVICE
                THRU SET-RETENTION-ADVICE-END
             GO TO PROJECT-ONE-SEGTYPE-END
           END-IF.
           IF SG-BASE-YMD (WS-SG-IX) = SPACES
             MOVE 'NO TREND YET' TO SGL-NOTE
             GO TO PROJECT-ONE-SEGTYPE-END
           END-IF.
           IF WS-WEEKLY NOT > 0
             MOVE 'NOT GROWING' TO SGL-NOTE
             GO TO PROJECT-ONE-SEGTYPE-END
           END-IF.

           COMPUTE WS-WEEKS =
              ( SG-CAP (WS-SG-IX) - SG-COUNT (WS-SG-IX) ) / WS-WEEKLY.
           IF WS-WEEKS > 5200
             MOVE 'OVER 100 YEARS' TO SGL-NOTE
             GO TO PROJECT-ONE-SEGTYPE-END
           END-IF.
           COMPUTE WS-YMD-INT = TODAY-INT + WS-WEEKS * 7.
           COMPUTE WS-OUT-N = FUNCTION DATE-OF-INTEGER ( WS-YMD-INT ).
           MOVE SPACES TO WS-OUT-YMD.
           STRING OUT-YEAR '-' OUT-MONTH '-' OUT-DAY
              INTO WS-OUT-YMD.
           MOVE WS-OUT-YMD TO SGL-REACHED.
           IF WS-WEEKS NOT > HORIZON-WEEKS
             MOVE 'INSIDE HORIZON' TO SGL-NOTE
             ADD 1 TO SEGS-IN-HORIZON
             PERFORM SET-RETENTION-ADVICE
                THRU SET-RETENTION-ADVICE-END
           END-IF.
       PROJECT-ONE-SEGTYPE-END.
           EXIT.

      * PROCEDURE SET-RETENTION-ADVICE : THE JOB WHOSE RETENTION
      * GOVERNS THE TYPE - HISTARCH FOR HISTORY, RETNPURG FOR ITS
      * RETNCTL TYPES, NONE FOR THE REST
       SET-RETENTION-ADVICE.
           EVALUATE SG-NAME (WS-SG-IX)
             WHEN 'HISTORY '
               MOVE 'SHORTEN HISTARCH ARCHIVE-MONTHS' TO WS-ADVICE
             WHEN 'TSTAT   '
             WHEN 'AUDIT   '
             WHEN 'REVIEW  '
             WHEN 'SUSPENS '
             WHEN 'INQAUDIT'
             WHEN 'QUARMSG '
               STRING 'SHORTEN RETNPURG RETENTION - RETNCTL TYPE '
                  SG-NAME (WS-SG-IX)
                  DELIMITED BY SIZE INTO WS-ADVICE
             WHEN OTHER
               MOVE 'NO PURGE JOB FOR THIS TYPE - ENLARGE THE DATABASE'
                  TO WS-ADVICE
           END-EVALUATE.
       SET-RETENTION-ADVICE-END.
           EXIT.

       REPORT-ONE-DATABASE.
           MOVE PCB-ROWS (WS-PCB-IX) TO TXT-CNT.
           DISPLAY '  ' PCB-DBNAME (WS-PCB-IX) '  ' TXT-CNT.
       REPORT-ONE-DATABASE-END.
           EXIT.

      * PROCEDURE REPORT-HOT-SPOTS : THE ACCOUNTS WITH THE MOST
      * HISTORY ROWS, HIGHEST FIRST
       REPORT-HOT-SPOTS.
           DISPLAY ' '.
           DISPLAY 'HISTORY HOT SPOTS - TOP ' HOTSPOT-MAX
              ' ACCOUNTS BY ROW COUNT (ARCHIVE CUTOFF '
              ARCHIVE-CUTOFF-YMD ')'.
           DISPLAY ' #               ACCID  TYPE ST       ROWS'
              '  OLDEST ROW'.
           SET ADDRESS OF DBPCB TO PCB-PTR (ACCOUNT-PCB-IX).
           PERFORM REPORT-ONE-HOT-SPOT THRU REPORT-ONE-HOT-SPOT-END
              VARYING WS-HS-IX FROM 1 BY 1
              UNTIL WS-HS-IX > HS-USED.
       REPORT-HOT-SPOTS-END.
           EXIT.

       REPORT-ONE-HOT-SPOT.
           MOVE WS-HS-IX TO HSL-RANK.
           MOVE HS-ACCID (WS-HS-IX) TO HSL-ACCID.
           MOVE HS-ROWS (WS-HS-IX) TO HSL-ROWS.
           MOVE HS-OLDEST (WS-HS-IX) (1:10) TO HSL-OLDEST.
           MOVE SPACES TO HSL-NOTE.
           MOVE HS-ACCID (WS-HS-IX) TO SSA1-ACCID.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT = SPACES
             MOVE ACCTYPE-ACC TO HSL-TYPE
             MOVE ACCTSTATUS-ACC TO HSL-STATUS
           ELSE
             MOVE '?' TO HSL-TYPE
             MOVE '?' TO HSL-STATUS
             MOVE 'NO ACCOUNT ROW' TO HSL-NOTE
           END-IF.
           IF HSL-NOTE = SPACES
              AND HS-OLDEST (WS-HS-IX) (1:10) < ARCHIVE-CUTOFF-YMD
             MOVE 'ROWS OLDER THAN ARCHIVE CUT' TO HSL-NOTE
           END-IF.
           DISPLAY HOT-LINE.
       REPORT-ONE-HOT-SPOT-END.
           EXIT.

      * PROCEDURE COMPUTE-ARCHIVE-CUTOFF : TODAY LESS ARCHIVE-MONTHS,
      * AS A YYYY-MM-DD STRING FOR COMPARISON WITH TIMESTMP-HIST
       COMPUTE-ARCHIVE-CUTOFF.
           COMPUTE WS-MONTH-NUM = WS-CURRENT-YEAR * 12
              + WS-CURRENT-MONTH - 1 - ARCHIVE-MONTHS.
           COMPUTE WS-CUT-YEAR = WS-MONTH-NUM / 12.
           COMPUTE WS-CUT-MONTH =
              WS-MONTH-NUM - WS-CUT-YEAR * 12 + 1.
           MOVE SPACES TO ARCHIVE-CUTOFF-YMD.
           STRING WS-CUT-YEAR '-' WS-CUT-MONTH '-' WS-CURRENT-DAY
              DELIMITED BY SIZE INTO ARCHIVE-CUTOFF-YMD.
       COMPUTE-ARCHIVE-CUTOFF-END.
           EXIT.

      * PROCEDURE YMD-TO-INT : WS-YMD-X (YYYY-MM-DD) TO A DAY NUMBER
       YMD-TO-INT.
           COMPUTE WS-YMD-INT = FUNCTION INTEGER-OF-DATE (
              WS-YMD-YEAR * 10000 + WS-YMD-MONTH * 100
                 + WS-YMD-DAY ).
       YMD-TO-INT-END.
           EXIT.

      * PROCEDURE FIND-OR-ADD-SEGTYPE : ONE TABLE ROW PER SEGMENT NAME
       FIND-OR-ADD-SEGTYPE.
           MOVE 0 TO WS-SG-FOUND.
           PERFORM MATCH-ONE-SEGTYPE THRU MATCH-ONE-SEGTYPE-END
              VARYING WS-SG-IX FROM 1 BY 1
              UNTIL WS-SG-IX > TOTAL-SEGTYPES OR WS-SG-FOUND > 0.
           IF WS-SG-FOUND = 0
             IF TOTAL-SEGTYPES < MAX-SEGTYPES
               ADD 1 TO TOTAL-SEGTYPES
               MOVE TOTAL-SEGTYPES TO WS-SG-FOUND
               MOVE WS-SG-NAME TO SG-NAME (WS-SG-FOUND)
               MOVE SPACES TO SG-DBNAME (WS-SG-FOUND)
               MOVE 'N' TO SG-SEEN (WS-SG-FOUND)
               MOVE 0 TO SG-COUNT (WS-SG-FOUND)
               MOVE 0 TO SG-CAP (WS-SG-FOUND)
               MOVE SPACES TO SG-LAST-YMD (WS-SG-FOUND)
               MOVE 0 TO SG-LAST-COUNT (WS-SG-FOUND)
               MOVE SPACES TO SG-BASE-YMD (WS-SG-FOUND)
               MOVE 0 TO SG-BASE-COUNT (WS-SG-FOUND)
             ELSE
               DISPLAY 'DBGROWTH - SEGMENT TYPE TABLE FULL AT '
                  MAX-SEGTYPES ' - NOT COUNTED: ' WS-SG-NAME
             END-IF
           END-IF.
       FIND-OR-ADD-SEGTYPE-END.
           EXIT.

       MATCH-ONE-SEGTYPE.
           IF SG-NAME (WS-SG-IX) = WS-SG-NAME
             MOVE WS-SG-IX TO WS-SG-FOUND
           END-IF.
       MATCH-ONE-SEGTYPE-END.
           EXIT.
