       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

      ******************************************************************
      * MONTH-END ACCOUNTING PERIOD CLOSE - FINANCE CLOSES THE MONTH IN
      * THE GL; THIS JOB CLOSES IT ON OUR SIDE. A CLOSED MONTH IS ONE
      * PERCTL ROOT ROW (KEYED YYYY-MM) WITH STATUS-PC 'C'. ONCE IT IS
      * CLOSED, NOTHING IS VALUED BACK INTO IT (IBTRAN'S KEYED VALUE
      * DATE AND ACHPOST'S EFFECTIVE DATE ARE MOVED FORWARD TO THE
      * FIRST OPEN MONTH), AND A CORRECTION OF ONE OF ITS ROWS - AN
      * 'r' FROM IBTRAN'S POST-REVERSAL, BACKOUT, RDIPOST, ACHRETM OR
      * IBDSPMNT - POSTS IN THE CURRENT PERIOD, LINKED TO THE ORIGINAL
      * BY REFTXID-HIST, AND IS LISTED BY PPADJRPT AS A PRIOR-PERIOD
      * ADJUSTMENT.
      *
      * THE MONTH CLOSES ONLY WHEN EVERY PREREQUISITE HOLDS:
      *   - TRIALBAL RAN GOOD ON THE MONTH'S LAST BUSINESS DAY
      *   - GLEXTR RAN GOOD (THE JOURNAL WAS DELIVERED) THAT DAY
      *   - INTPOST RAN GOOD THAT DAY - ITS MONTH-END RUN, THE ONE
      *     THAT CAPITALIZES THE MONTH'S ACCRUED INTEREST
      *   - NO SUSPENSE ROW IS STILL OPEN ON ANY ACCOUNT
      *   - THE MONTH BEFORE IS NOT LEFT PENDING
      * THE JOB EVIDENCE COMES FROM EODRUN'S RUNCTL ROWS (LASTGOOD-RC).
      * RUN IT AS THE LAST STEP OF THE MONTH-END WINDOW: EACH
      * PREREQUISITE MET IS REMEMBERED ON THE PERCTL ROW, SO WHEN THE
      * CLOSE IS REFUSED (SUSPENSE STILL OPEN, SAY) A RERUN AFTER THE
      * REPAIR NEED ONLY FIND WHAT WAS MISSING.
      *
      * THE PERIOD IS THE CURRENT MONTH WHEN TODAY IS ITS LAST BUSINESS
      * DAY, OTHERWISE THE MONTH BEFORE. AN OPTIONAL CONTROL CARD ON
      * CLOSECTL NAMES IT EXPLICITLY:
      *   "2026-09"
      * A REFUSED CLOSE TAKES RETURN CODE 8 - THE SAME HARD STOP AN
      * EODRUN REFUSAL TAKES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BANK CALENDAR - THE MAINTAINABLE HOLIDAY LIST, ONE
      *    YYYY-MM-DD DATE PER RECORD, READ ONCE AT STARTUP
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    OPTIONAL CONTROL CARD NAMING THE PERIOD TO CLOSE
           SELECT CLOSECTL-FILE ASSIGN TO CLOSECTL.

       DATA DIVISION.

       FILE SECTION.
         FD BANKCAL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BANKCAL-IN.
       01  BANKCAL-IN           PIC X(80).

         FD CLOSECTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CLOSECTL-IN.
       01  CLOSECTL-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
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
      *ACCOUNTING PERIOD CONTROL ROOT SEGMENT - ONE ROW PER MONTH THIS
      *JOB HAS CLOSED OR TRIED TO, KEYED BY PERIOD-PC (YYYY-MM).
      *STATUS-PC 'O' MEANS A CLOSE WAS ATTEMPTED AND REFUSED, 'C' THAT
      *THE MONTH IS CLOSED. THE OK FLAGS REMEMBER WHICH JOB
      *PREREQUISITES WERE ALREADY PROVED; SUSPOPEN-PC IS THE OPEN
      *SUSPENSE COUNT AT THE LAST ATTEMPT.
      ******************************************************************

       01  PERCTL-SEG.
           05  PERIOD-PC       PIC  X(07).
           05  STATUS-PC       PIC  X(01).
               88  PERIOD-CLOSED     VALUE 'C'.
           05  PEREND-PC       PIC  X(10).
           05  TBALOK-PC       PIC  X(01).
           05  GLEXOK-PC       PIC  X(01).
           05  INTPOK-PC       PIC  X(01).
           05  SUSPOPEN-PC     PIC  S9(9) COMP-5.
           05  CHECKTS-PC      PIC  X(23).
           05  CLOSEDTS-PC     PIC  X(23).

      ******************************************************************
      *RUN-CONTROL ROOT SEGMENT - SEE EODRUN
      ******************************************************************

       01  RUNCTL-SEG.
           05  JOBNAME-RC      PIC  X(08).
           05  LASTGOOD-RC     PIC  X(10).
           05  LASTRC-RC       PIC  S9(4) COMP-5.
           05  LASTRUNTS-RC    PIC  X(23).
           05  STARTTS-RC      PIC  X(23).
           05  LASTELAP-RC     PIC  S9(7) COMP-3.
           05  AVGELAP-RC      PIC  S9(7) COMP-3.
           05  RUNSCNT-RC      PIC  S9(4) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  PERCTL-SSA.
           05  FILLER          PIC  X(08)        VALUE "PERCTL  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  PERCTL-SSA1.
           05  FILLER          PIC  X(08)        VALUE "PERCTL  ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "PERIOD  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  PC-PERIOD       PIC  X(07)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  RUNCTL-SSA1.
           05  FILLER          PIC  X(08)        VALUE "RUNCTL  ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "JOBNAME ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  RC-JOBNAME      PIC  X(08)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SUSPENS-SSA.
           05  FILLER          PIC  X(08)        VALUE "SUSPENS ".
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
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      *    SUSPENS-SEG - SEE IBTRAN'S ROUTE-TO-SUSPENSE FOR HOW A ROW
      *    IS CREATED AND WHAT THE RESOLUTION-TRAIL FIELDS MEAN
       01  SUSPENS-SEG.
           05  ACCID-SUSP      PIC  S9(18) COMP-5.
           05  TXID-SUSP       PIC  S9(18) COMP-5.
           05  SUSPDATE-SUSP   PIC  X(08).
           05  DBSTAT-SUSP     PIC  X(02).
           05  REASON-SUSP     PIC  X(40).
           05  STATUS-SUSP     PIC  X(01).
               88  SUSPENSE-OPEN     VALUE "O".
               88  SUSPENSE-RESOLVED VALUE "R".
           05  RESDATE-SUSP    PIC  X(10).
           05  RESNOTE-SUSP    PIC  X(30).
           05  RESBY-SUSP      PIC  S9(9) COMP-5.

      ******************************************************************
      *PERIOD WORK AREAS - THE PERIOD BEING CLOSED, THE MONTH BEFORE
      *IT, AND ITS LAST BUSINESS DAY (WALKED BACK FROM THE LAST
      *CALENDAR DAY OF THE MONTH OVER WEEKENDS AND BANKCAL HOLIDAYS)
      ******************************************************************

       77  WS-PERIOD           PIC  X(07).
       77  WS-PRIOR-PERIOD     PIC  X(07).
       77  WS-PEREND-YMD       PIC  X(10).
       77  WS-CUR-PEREND-YMD   PIC  X(10).
       77  WS-ROW-FOUND        PIC  X(01).
       01  WS-SAVE-PERCTL      PIC  X(80).
       77  WS-CLOSE-OK         PIC  X(01).
       77  WS-PD-INT           PIC  S9(9) COMP-5.
       01  WS-PD-DATE-N        PIC  9(08).
       01  WS-PD-DATE-X REDEFINES WS-PD-DATE-N.
           05  PD-YEAR         PIC  9(04).
           05  PD-MONTH        PIC  9(02).
           05  PD-DAY          PIC  9(02).
       01  TXT-PERIOD          PIC  X(07).
       01  WS-CLOSECTL-EOF     PIC  X(01) VALUE 'N'.
           88  CLOSECTL-EOF        VALUE 'Y'.

      ******************************************************************
      *BANK CALENDAR - HOLIDAY TABLE LOADED FROM BANKCAL AT STARTUP,
      *AND THE IS-BUSINESS-DAY WORK AREAS - SAME CALENDAR INTPOST
      *CONSULTS TO FIND ITS MONTH-END RUN
      ******************************************************************

       77  MAX-HOLIDAYS        PIC  9(05)        VALUE 00050.
       77  TOTAL-HOLIDAYS      PIC  9(05)        VALUE 0.
       77  WS-HOL-SEARCH-IX    PIC  9(05) COMP-5 VALUE 0.
       77  WS-HOL-FOUND-IX     PIC  9(05) COMP-5 VALUE 0.

       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 50 TIMES
                          INDEXED BY HOL-IX.
               10  HOLIDAY-YMD     PIC  X(10).

       01  TXT-HOLIDAY         PIC  X(10).
       01  WS-BANKCAL-EOF      PIC  X(01) VALUE 'N'.
           88  BANKCAL-EOF         VALUE 'Y'.

       77  WS-BD-TEST-YMD      PIC  X(10).
       77  WS-BD-SW            PIC  X(01).
       77  WS-BD-DATE-N        PIC  9(08).
       77  WS-BD-INT           PIC  S9(9) COMP-5.
       77  WS-BD-DOW           PIC  S9(4) COMP-5.

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

       77  TODAY-YMD           PIC  X(10).
       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  SUSP-OPEN-COUNT     PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

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
      *   DBPCB1 - PERIOD CONTROL DATABASE (PERCTL)
      *   DBPCB2 - RUN CONTROL DATABASE (RUNCTL, READ ONLY)
      *   DBPCB3 - ACCOUNT DATABASE (ACCOUNT / SUSPENS, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE SPACES TO TODAY-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-END.
           PERFORM READ-CLOSE-CARD THRU READ-CLOSE-CARD-END.

      * NO CARD - THIS MONTH IF TODAY IS ITS LAST BUSINESS DAY,
      * OTHERWISE LAST MONTH
           MOVE TODAY-YMD (1:7) TO WS-PERIOD.
           PERFORM FIND-PERIOD-END THRU FIND-PERIOD-END-END.
           MOVE WS-PEREND-YMD TO WS-CUR-PEREND-YMD.
           IF TXT-PERIOD NOT = SPACES
             MOVE TXT-PERIOD TO WS-PERIOD
           ELSE
             IF TODAY-YMD < WS-CUR-PEREND-YMD
               PERFORM FIND-PRIOR-PERIOD THRU FIND-PRIOR-PERIOD-END
               MOVE WS-PRIOR-PERIOD TO WS-PERIOD
             END-IF
           END-IF.
           PERFORM FIND-PERIOD-END THRU FIND-PERIOD-END-END.
           PERFORM FIND-PRIOR-PERIOD THRU FIND-PRIOR-PERIOD-END.

           DISPLAY '========================================'.
           DISPLAY 'ACCOUNTING PERIOD CLOSE - ' WS-PERIOD.
           DISPLAY 'LAST BUSINESS DAY: ' WS-PEREND-YMD.
           DISPLAY '========================================'.

           IF TODAY-YMD < WS-PEREND-YMD
             DISPLAY 'PERIOD ' WS-PERIOD ' HAS NOT ENDED - '
                'CLOSE REFUSED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM GET-PERIOD-ROW THRU GET-PERIOD-ROW-END.
           IF WS-ROW-FOUND = 'Y' AND PERIOD-CLOSED
             DISPLAY 'PERIOD ' WS-PERIOD ' ALREADY CLOSED AT '
                CLOSEDTS-PC
             STOP RUN
           END-IF.

           MOVE 'Y' TO WS-CLOSE-OK.
           PERFORM CHECK-PRIOR-PERIOD THRU CHECK-PRIOR-PERIOD-END.
           PERFORM CHECK-JOB-PREREQS THRU CHECK-JOB-PREREQS-END.
           PERFORM COUNT-OPEN-SUSPENSE THRU COUNT-OPEN-SUSPENSE-END.
           IF SUSP-OPEN-COUNT > 0
             MOVE 'N' TO WS-CLOSE-OK
             DISPLAY 'SUSPENSE ROWS STILL OPEN: ' SUSP-OPEN-COUNT
                ' - SEE IBSUSMNT'
           ELSE
             DISPLAY 'SUSPENSE EMPTY                 - MET'
           END-IF.

           PERFORM SAVE-PERIOD-ROW THRU SAVE-PERIOD-ROW-END.

           DISPLAY '----------------------------------------'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           IF WS-CLOSE-OK = 'Y'
             DISPLAY 'PERIOD ' WS-PERIOD ' CLOSED AT ' TIMESTAMP
           ELSE
             DISPLAY 'PERIOD ' WS-PERIOD ' NOT CLOSED - CORRECT THE '
                'ITEMS ABOVE AND RERUN'
             MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE READ-CLOSE-CARD : THE OPTIONAL CLOSECTL CARD NAMING
      * THE PERIOD - A MISSING OR EMPTY FILE LEAVES TXT-PERIOD BLANK
       READ-CLOSE-CARD.
           MOVE SPACES TO TXT-PERIOD.
           OPEN INPUT CLOSECTL-FILE.
           READ CLOSECTL-FILE
             AT END
               MOVE 'Y' TO WS-CLOSECTL-EOF
           END-READ.
           IF NOT CLOSECTL-EOF
             UNSTRING CLOSECTL-IN DELIMITED BY ',' OR '"'
               INTO TXT-PERIOD
             END-UNSTRING
             IF TXT-PERIOD = SPACES
               UNSTRING CLOSECTL-IN (2:79) DELIMITED BY ',' OR '"'
                 INTO TXT-PERIOD
               END-UNSTRING
             END-IF
           END-IF.
           CLOSE CLOSECTL-FILE.
       READ-CLOSE-CARD-END.
           EXIT.

      * PROCEDURE FIND-PERIOD-END : WS-PEREND-YMD = THE LAST BUSINESS
      * DAY OF WS-PERIOD - THE FIRST OF THE FOLLOWING MONTH, LESS ONE
      * DAY, WALKED BACK OVER NON-BUSINESS DAYS
       FIND-PERIOD-END.
           COMPUTE PD-YEAR = FUNCTION NUMVAL ( WS-PERIOD (1:4) ).
           COMPUTE PD-MONTH = FUNCTION NUMVAL ( WS-PERIOD (6:2) ).
           IF PD-MONTH = 12
             ADD 1 TO PD-YEAR
             MOVE 1 TO PD-MONTH
           ELSE
             ADD 1 TO PD-MONTH
           END-IF.
           MOVE 1 TO PD-DAY.
           COMPUTE WS-PD-INT =
              FUNCTION INTEGER-OF-DATE ( WS-PD-DATE-N ) - 1.
           PERFORM TEST-PERIOD-END-DAY THRU TEST-PERIOD-END-DAY-END.
           PERFORM STEP-BACK-PERIOD-END THRU STEP-BACK-PERIOD-END-END
              UNTIL WS-BD-SW = 'Y'.
           MOVE WS-BD-TEST-YMD TO WS-PEREND-YMD.
       FIND-PERIOD-END-END.
           EXIT.

       TEST-PERIOD-END-DAY.
           COMPUTE WS-PD-DATE-N =
              FUNCTION DATE-OF-INTEGER ( WS-PD-INT ).
           MOVE SPACES TO WS-BD-TEST-YMD.
           STRING PD-YEAR '-' PD-MONTH '-' PD-DAY
              INTO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
       TEST-PERIOD-END-DAY-END.
           EXIT.

       STEP-BACK-PERIOD-END.
           SUBTRACT 1 FROM WS-PD-INT.
           PERFORM TEST-PERIOD-END-DAY THRU TEST-PERIOD-END-DAY-END.
       STEP-BACK-PERIOD-END-END.
           EXIT.

      * PROCEDURE FIND-PRIOR-PERIOD : WS-PRIOR-PERIOD = THE MONTH
      * BEFORE WS-PERIOD
       FIND-PRIOR-PERIOD.
           COMPUTE PD-YEAR = FUNCTION NUMVAL ( WS-PERIOD (1:4) ).
           COMPUTE PD-MONTH = FUNCTION NUMVAL ( WS-PERIOD (6:2) ).
           IF PD-MONTH = 1
             SUBTRACT 1 FROM PD-YEAR
             MOVE 12 TO PD-MONTH
           ELSE
             SUBTRACT 1 FROM PD-MONTH
           END-IF.
           MOVE SPACES TO WS-PRIOR-PERIOD.
           STRING PD-YEAR '-' PD-MONTH INTO WS-PRIOR-PERIOD.
       FIND-PRIOR-PERIOD-END.
           EXIT.

      * PROCEDURE GET-PERIOD-ROW : HOLDS WS-PERIOD'S PERCTL ROW FOR THE
      * REPL AT THE END, OR STARTS A FRESH ONE WHEN THE MONTH HAS
      * NEVER BEEN ATTEMPTED
       GET-PERIOD-ROW.
           MOVE WS-PERIOD TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, PERCTL-SEG, PERCTL-SSA1.
           IF DBSTAT = SPACES
             MOVE 'Y' TO WS-ROW-FOUND
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE 'N' TO WS-ROW-FOUND
             MOVE WS-PERIOD TO PERIOD-PC
             MOVE 'O' TO STATUS-PC
             MOVE 'N' TO TBALOK-PC
             MOVE 'N' TO GLEXOK-PC
             MOVE 'N' TO INTPOK-PC
             MOVE 0 TO SUSPOPEN-PC
             MOVE SPACES TO CHECKTS-PC
             MOVE SPACES TO CLOSEDTS-PC
           END-IF.
           MOVE WS-PEREND-YMD TO PEREND-PC.
       GET-PERIOD-ROW-END.
           EXIT.

      * PROCEDURE CHECK-PRIOR-PERIOD : A MONTH LEFT PENDING BEFORE THIS
      * ONE MUST CLOSE FIRST. NO ROW AT ALL IS A MONTH FROM BEFORE
      * PERIOD CONTROL BEGAN AND DOES NOT HOLD THIS ONE UP.
       CHECK-PRIOR-PERIOD.
           MOVE PERCTL-SEG TO WS-SAVE-PERCTL.
           MOVE WS-PRIOR-PERIOD TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, PERCTL-SEG, PERCTL-SSA1.
           IF DBSTAT = SPACES
             IF PERIOD-CLOSED
               DISPLAY 'PRIOR PERIOD ' WS-PRIOR-PERIOD
                  ' CLOSED           - MET'
             ELSE
               MOVE 'N' TO WS-CLOSE-OK
               DISPLAY 'PRIOR PERIOD ' WS-PRIOR-PERIOD
                  ' IS NOT CLOSED - CLOSE IT FIRST'
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
           MOVE WS-SAVE-PERCTL TO PERCTL-SEG.
       CHECK-PRIOR-PERIOD-END.
           EXIT.

      * PROCEDURE CHECK-JOB-PREREQS : EACH JOB MUST SHOW A GOOD RUN ON
      * THE PERIOD'S LAST BUSINESS DAY. A FLAG PROVED ON AN EARLIER
      * ATTEMPT STAYS PROVED - THE RUNCTL DATE MOVES ON NIGHTLY.
       CHECK-JOB-PREREQS.
           IF TBALOK-PC NOT = 'Y'
             MOVE 'TRIALBAL' TO RC-JOBNAME
             PERFORM TEST-JOB-RAN THRU TEST-JOB-RAN-END
             MOVE WS-BD-SW TO TBALOK-PC
           END-IF.
           IF TBALOK-PC = 'Y'
             DISPLAY 'TRIALBAL RUN                   - MET'
           ELSE
             MOVE 'N' TO WS-CLOSE-OK
             DISPLAY 'TRIALBAL HAS NO GOOD RUN FOR ' WS-PEREND-YMD
           END-IF.

           IF GLEXOK-PC NOT = 'Y'
             MOVE 'GLEXTR' TO RC-JOBNAME
             PERFORM TEST-JOB-RAN THRU TEST-JOB-RAN-END
             MOVE WS-BD-SW TO GLEXOK-PC
           END-IF.
           IF GLEXOK-PC = 'Y'
             DISPLAY 'GLEXTR JOURNAL DELIVERED       - MET'
           ELSE
             MOVE 'N' TO WS-CLOSE-OK
             DISPLAY 'GLEXTR HAS NO GOOD RUN FOR ' WS-PEREND-YMD
           END-IF.

           IF INTPOK-PC NOT = 'Y'
             MOVE 'INTPOST' TO RC-JOBNAME
             PERFORM TEST-JOB-RAN THRU TEST-JOB-RAN-END
             MOVE WS-BD-SW TO INTPOK-PC
           END-IF.
           IF INTPOK-PC = 'Y'
             DISPLAY 'INTPOST MONTH-END CAPITALIZED  - MET'
           ELSE
             MOVE 'N' TO WS-CLOSE-OK
             DISPLAY 'INTPOST HAS NO GOOD MONTH-END RUN FOR '
                WS-PEREND-YMD
           END-IF.
       CHECK-JOB-PREREQS-END.
           EXIT.

      * PROCEDURE TEST-JOB-RAN : WS-BD-SW = 'Y' WHEN RC-JOBNAME'S
      * RUNCTL ROW RECORDS A GOOD RUN ON WS-PEREND-YMD
       TEST-JOB-RAN.
           MOVE 'N' TO WS-BD-SW.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, RUNCTL-SEG, RUNCTL-SSA1.
           IF DBSTAT = SPACES
             IF LASTGOOD-RC = WS-PEREND-YMD
               MOVE 'Y' TO WS-BD-SW
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-JOB-RAN-END.
           EXIT.

      * PROCEDURE COUNT-OPEN-SUSPENSE : WALKS EVERY ACCOUNT AND ITS
      * SUSPENS CHILDREN, COUNTING THE ROWS STILL OPEN
       COUNT-OPEN-SUSPENSE.
           MOVE 0 TO SUSP-OPEN-COUNT.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           PERFORM SCAN-ONE-ACCOUNT THRU SCAN-ONE-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       COUNT-OPEN-SUSPENSE-END.
           EXIT.

       SCAN-ONE-ACCOUNT.
           IF DBSTAT = SPACES
             ADD 1 TO ACCOUNTS-SCANNED
             CALL 'CBLTDLI'
               USING GNP, DBPCB, SUSPENS-SEG, SUSPENS-SSA
             PERFORM SCAN-ONE-SUSPENSE THRU SCAN-ONE-SUSPENSE-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
             CALL 'CBLTDLI'
               USING GN, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ACCOUNT-END.
           EXIT.

       SCAN-ONE-SUSPENSE.
           IF DBSTAT = SPACES
             IF SUSPENSE-OPEN
               ADD 1 TO SUSP-OPEN-COUNT
               DISPLAY 'OPEN SUSPENSE - ACCID: ' ACCID-SUSP
                  ' TXID: ' TXID-SUSP ' ' REASON-SUSP
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, SUSPENS-SEG, SUSPENS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               MOVE GE TO DBSTAT
             END-IF
           END-IF.
       SCAN-ONE-SUSPENSE-END.
           EXIT.

      * PROCEDURE SAVE-PERIOD-ROW : RECORDS THIS ATTEMPT - CLOSED WHEN
      * EVERY PREREQUISITE HELD, OTHERWISE LEFT OPEN WITH THE FLAGS
      * PROVED SO FAR. THE ROW IS RE-HELD FIRST: THE SUSPENSE WALK RAN
      * ON ANOTHER PCB, BUT THE PRIOR-PERIOD READ MOVED DBPCB1.
       SAVE-PERIOD-ROW.
           MOVE PERCTL-SEG TO WS-SAVE-PERCTL.
           MOVE WS-PERIOD TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           IF WS-ROW-FOUND = 'Y'
             CALL 'CBLTDLI'
               USING GHU, DBPCB, PERCTL-SEG, PERCTL-SSA1
           END-IF.
           MOVE WS-SAVE-PERCTL TO PERCTL-SEG.
           MOVE SUSP-OPEN-COUNT TO SUSPOPEN-PC.
           MOVE TIMESTAMP TO CHECKTS-PC.
           IF WS-CLOSE-OK = 'Y'
             MOVE 'C' TO STATUS-PC
             MOVE TIMESTAMP TO CLOSEDTS-PC
           END-IF.
           IF WS-ROW-FOUND = 'Y'
             CALL 'CBLTDLI'
               USING REPL, DBPCB, PERCTL-SEG
           ELSE
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, PERCTL-SEG, PERCTL-SSA
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'N' TO WS-CLOSE-OK
           END-IF.
       SAVE-PERIOD-ROW-END.
           EXIT.

      * PROCEDURE LOAD-HOLIDAY-TABLE : READS THE MAINTAINABLE HOLIDAY
      * LIST FROM BANKCAL INTO HOLIDAY-TABLE, ONCE, AT STARTUP
       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO TOTAL-HOLIDAYS.
           MOVE 'N' TO WS-BANKCAL-EOF.
           OPEN INPUT BANKCAL-FILE.
           READ BANKCAL-FILE
             AT END
               MOVE 'Y' TO WS-BANKCAL-EOF
           END-READ.
           PERFORM LOAD-ONE-HOLIDAY THRU LOAD-ONE-HOLIDAY-END
              UNTIL BANKCAL-EOF.
           CLOSE BANKCAL-FILE.
       LOAD-HOLIDAY-TABLE-END.
           EXIT.

       LOAD-ONE-HOLIDAY.
           MOVE SPACES TO TXT-HOLIDAY.
           UNSTRING BANKCAL-IN DELIMITED BY ',' OR '"'
             INTO TXT-HOLIDAY
           END-UNSTRING.

           IF TXT-HOLIDAY NOT = SPACES
             IF TOTAL-HOLIDAYS < MAX-HOLIDAYS
               ADD 1 TO TOTAL-HOLIDAYS
               SET HOL-IX TO TOTAL-HOLIDAYS
               MOVE TXT-HOLIDAY TO HOLIDAY-YMD (HOL-IX)
             ELSE
               DISPLAY 'BANKCAL - HOLIDAY TABLE FULL, ROW SKIPPED: '
                  BANKCAL-IN
             END-IF
           END-IF.

           READ BANKCAL-FILE
             AT END
               MOVE 'Y' TO WS-BANKCAL-EOF
           END-READ.
       LOAD-ONE-HOLIDAY-END.
           EXIT.

      * PROCEDURE IS-BUSINESS-DAY : SETS WS-BD-SW TO 'N' WHEN
      * WS-BD-TEST-YMD (YYYY-MM-DD) FALLS ON A SATURDAY, A SUNDAY, OR
      * A DATE ON THE HOLIDAY LIST, AND 'Y' OTHERWISE
       IS-BUSINESS-DAY.
           MOVE 'Y' TO WS-BD-SW.
           COMPUTE WS-BD-DATE-N =
              FUNCTION NUMVAL ( WS-BD-TEST-YMD (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-BD-TEST-YMD (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-BD-TEST-YMD (9:2) ).
           COMPUTE WS-BD-INT =
              FUNCTION INTEGER-OF-DATE ( WS-BD-DATE-N ).
           COMPUTE WS-BD-DOW = FUNCTION MOD ( WS-BD-INT, 7 ).
           IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
             MOVE 'N' TO WS-BD-SW
           END-IF.

           IF WS-BD-SW = 'Y'
             MOVE 0 TO WS-HOL-FOUND-IX
             PERFORM TEST-ONE-HOLIDAY THRU TEST-ONE-HOLIDAY-END
                VARYING WS-HOL-SEARCH-IX FROM 1 BY 1
                UNTIL WS-HOL-SEARCH-IX > TOTAL-HOLIDAYS
                   OR WS-HOL-FOUND-IX NOT = 0
             IF WS-HOL-FOUND-IX NOT = 0
               MOVE 'N' TO WS-BD-SW
             END-IF
           END-IF.
       IS-BUSINESS-DAY-END.
           EXIT.

       TEST-ONE-HOLIDAY.
           IF HOLIDAY-YMD (WS-HOL-SEARCH-IX) = WS-BD-TEST-YMD
             MOVE WS-HOL-SEARCH-IX TO WS-HOL-FOUND-IX
           END-IF.
       TEST-ONE-HOLIDAY-END.
           EXIT.
