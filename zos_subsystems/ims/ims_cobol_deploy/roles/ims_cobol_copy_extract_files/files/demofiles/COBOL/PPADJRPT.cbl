       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPADJRPT.

      ******************************************************************
      * PRIOR-PERIOD ADJUSTMENT REPORT - ONCE PERCLOSE HAS CLOSED A
      * MONTH, A CORRECTION TO ONE OF ITS ROWS DOES NOT REOPEN IT: THE
      * CORRECTING ROW ('r', LINKED TO ITS ORIGINAL BY REFTXID-HIST)
      * POSTS IN THE CURRENT PERIOD LIKE ANY OTHER. FINANCE STILL
      * NEEDS TO SEE WHICH CLOSED MONTH EACH ONE ACTUALLY CORRECTS, SO
      * THIS JOB LISTS EVERY CORRECTION POSTED IN THE REPORT MONTH
      * WHOSE ORIGINAL BELONGS TO AN EARLIER, CLOSED MONTH, WITH ITS
      * BALANCE EFFECT (THE OPPOSITE OF THE ORIGINAL'S - BALCHAIN'S
      * SIGN RULES), AND TOTALS THEM BY THE MONTH THEY ADJUST.
      *
      * A CORRECTION OF AN EARLIER MONTH THAT IS NOT YET CLOSED IS
      * ONLY COUNTED - IT WILL BE IN THAT MONTH'S OWN FIGURES WHEN IT
      * CLOSES.
      *
      * THE REPORT MONTH IS THE CURRENT ONE UNLESS THE OPTIONAL
      * PPACTL CARD NAMES ANOTHER:
      *   "2026-09"
      * THE ADJUSTMENTS ARE ALSO WRITTEN TO PPAOUT FOR THE GL TEAM:
      *   ADJUSTED-PERIOD,ORIG-TXID,ORIG-DATE,CORR-TXID,CORR-DATE,
      *   ACCID,ORIG-TYPE,EFFECT,CHANNEL
      * RETURN CODE 4 WHEN A CORRECTION'S ORIGINAL COULD NOT BE READ.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL CONTROL CARD NAMING THE REPORT MONTH
           SELECT PPACTL-FILE ASSIGN TO PPACTL.
      *    ONE CSV LINE PER PRIOR-PERIOD ADJUSTMENT
           SELECT PPAOUT-FILE ASSIGN TO PPAOUT.

       DATA DIVISION.

       FILE SECTION.
         FD PPACTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PPACTL-IN.
       01  PPACTL-IN            PIC X(80).

         FD PPAOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PPAOUT-OUT.
       01  PPAOUT-OUT           PIC X(160).

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
      *PER-PERIOD TOTALS OF THE ADJUSTMENTS FOUND
      ******************************************************************

       77  MAX-PPA-PERIODS     PIC S9(9) COMP-5 VALUE 60.
       77  TOTAL-PPA-PERIODS   PIC S9(9) COMP-5 VALUE 0.
       77  WS-PPA-IX           PIC S9(9) COMP-5.
       77  WS-PPA-FOUND-IX     PIC S9(9) COMP-5.

       01  PPA-TABLE.
           05  PPA-ROW OCCURS 60 TIMES.
               10  PPA-PERIOD      PIC X(07).
               10  PPA-COUNT       PIC S9(9) COMP-5.
               10  PPA-EFFECT      PIC S9(13)V9(2) COMP-3.

      ******************************************************************
      *THE CORRECTION UNDER TEST - SAVED BEFORE ITS ORIGINAL IS READ
      *THROUGH THE SAME I/O AREA
      ******************************************************************

       77  WS-ROW-ACCID        PIC S9(18) COMP-5.
       77  WS-ROW-TXID         PIC S9(18) COMP-5.
       77  WS-ROW-TYPE         PIC X(01).
       77  WS-ROW-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-MAGNITUDE    PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-POSTED       PIC X(10).
       77  WS-ROW-CHANNEL      PIC X(01).
       77  WS-ROW-EFFECT       PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-OK           PIC X(01).
       77  WS-ORIG-TXID        PIC S9(18) COMP-5.
       77  WS-ORIG-TYPE        PIC X(01).
       77  WS-ORIG-POSTED      PIC X(10).

       77  WS-REPORT-PERIOD    PIC X(07).
       01  TXT-PERIOD          PIC X(07).
       01  WS-PPACTL-EOF       PIC X(01) VALUE 'N'.
           88  PPACTL-EOF          VALUE 'Y'.

      ******************************************************************
      *ACCOUNTING PERIOD CONTROL ROOT SEGMENT - SEE PERCLOSE
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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSA2 RETRIEVES A CORRECTION'S ORIGINAL ROW BY TXID
       01  HISTORY-SSA2.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "TXID    ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HS-TXID         PIC  S9(18) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  PERCTL-SSA1.
           05  FILLER          PIC  X(08)        VALUE "PERCTL  ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "PERIOD  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  PC-PERIOD       PIC  X(07)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

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
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

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

       77  TODAY-YMD           PIC  X(10).

       01  TXT-ORIG-TXID       PIC  -(18)9.
       01  TXT-CORR-TXID       PIC  -(18)9.
       01  TXT-ACCID           PIC  -(18)9.
       01  TXT-EFFECT          PIC  -(13)9.99.

       01  HIST-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  CORR-IN-PERIOD      PIC  S9(9) COMP-5 VALUE 0.
       01  CORR-SAME-PERIOD    PIC  S9(9) COMP-5 VALUE 0.
       01  CORR-PRIOR-OPEN     PIC  S9(9) COMP-5 VALUE 0.
       01  CORR-NOT-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  PPA-WRITTEN         PIC  S9(9) COMP-5 VALUE 0.
       01  PPA-NET-EFFECT      PIC  S9(13)V9(2) COMP-3 VALUE 0.

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
      *   DBPCB1 - HISTORY DATABASE (THE WHOLE-FILE WALK)
      *   DBPCB2 - HISTORY DATABASE (A CORRECTION'S ORIGINAL BY TXID)
      *   DBPCB3 - PERIOD CONTROL DATABASE (PERCTL, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-REPORT-CARD THRU READ-REPORT-CARD-END.
           IF TXT-PERIOD NOT = SPACES
             MOVE TXT-PERIOD TO WS-REPORT-PERIOD
           ELSE
             MOVE TODAY-YMD (1:7) TO WS-REPORT-PERIOD
           END-IF.

           OPEN OUTPUT PPAOUT-FILE.
           DISPLAY '========================================'.
           DISPLAY 'PRIOR-PERIOD ADJUSTMENTS - ' WS-REPORT-PERIOD.
           DISPLAY '========================================'.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM SCAN-ONE-ROW THRU SCAN-ONE-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           CLOSE PPAOUT-FILE.

           DISPLAY '----------------------------------------'.
           PERFORM SHOW-ONE-PERIOD THRU SHOW-ONE-PERIOD-END
              VARYING WS-PPA-IX FROM 1 BY 1
              UNTIL WS-PPA-IX > TOTAL-PPA-PERIODS.
           MOVE PPA-NET-EFFECT TO TXT-EFFECT.
           DISPLAY '----------------------------------------'.
           DISPLAY 'HISTORY ROWS SCANNED:     ' HIST-SCANNED.
           DISPLAY 'CORRECTIONS IN PERIOD:    ' CORR-IN-PERIOD.
           DISPLAY '  SAME PERIOD:            ' CORR-SAME-PERIOD.
           DISPLAY '  PRIOR PERIOD NOT CLOSED:' CORR-PRIOR-OPEN.
           DISPLAY '  ORIGINAL NOT FOUND:     ' CORR-NOT-READ.
           DISPLAY 'PRIOR-PERIOD ADJUSTMENTS: ' PPA-WRITTEN.
           DISPLAY 'NET EFFECT:               ' TXT-EFFECT.
           DISPLAY '========================================'.

           IF CORR-NOT-READ > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * PROCEDURE READ-REPORT-CARD : THE OPTIONAL PPACTL CARD NAMING
      * THE REPORT MONTH - A MISSING OR EMPTY FILE LEAVES TXT-PERIOD
      * BLANK
       READ-REPORT-CARD.
           MOVE SPACES TO TXT-PERIOD.
           OPEN INPUT PPACTL-FILE.
           READ PPACTL-FILE
             AT END
               MOVE 'Y' TO WS-PPACTL-EOF
           END-READ.
           IF NOT PPACTL-EOF
             UNSTRING PPACTL-IN DELIMITED BY ',' OR '"'
               INTO TXT-PERIOD
             END-UNSTRING
             IF TXT-PERIOD = SPACES
               UNSTRING PPACTL-IN (2:79) DELIMITED BY ',' OR '"'
                 INTO TXT-PERIOD
               END-UNSTRING
             END-IF
           END-IF.
           CLOSE PPACTL-FILE.
       READ-REPORT-CARD-END.
           EXIT.

      * PROCEDURE SCAN-ONE-ROW : EVERY CORRECTION POSTED IN THE REPORT
      * MONTH IS TRACED BACK TO ITS ORIGINAL
       SCAN-ONE-ROW.
           IF DBSTAT = SPACES
             ADD 1 TO HIST-SCANNED
             IF TRANSTYP-HIST = 'r'
                AND HIST-YMD (1:7) = WS-REPORT-PERIOD
               PERFORM TRACE-ONE-CORRECTION
                  THRU TRACE-ONE-CORRECTION-END
             END-IF
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-ROW-END.
           EXIT.

      * PROCEDURE TRACE-ONE-CORRECTION : READS THE ORIGINAL ON DBPCB2
      * (THE DRIVING WALK ON DBPCB1 KEEPS ITS POSITION); AN ORIGINAL
      * FROM AN EARLIER, CLOSED MONTH MAKES THIS A PRIOR-PERIOD
      * ADJUSTMENT
       TRACE-ONE-CORRECTION.
           ADD 1 TO CORR-IN-PERIOD.
           MOVE ACCID-HIST TO WS-ROW-ACCID.
           MOVE TXID-HIST TO WS-ROW-TXID.
           MOVE AMOUNT-HIST TO WS-ROW-AMOUNT.
           MOVE HIST-YMD TO WS-ROW-POSTED.
           MOVE CHANNEL-HIST TO WS-ROW-CHANNEL.
           MOVE REFTXID-HIST TO WS-ORIG-TXID.

           MOVE REFTXID-HIST TO HS-TXID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA2.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             ADD 1 TO CORR-NOT-READ
             DISPLAY 'ORIGINAL NOT FOUND - TXID: ' WS-ROW-TXID
                ' REFTXID: ' WS-ORIG-TXID
             GO TO TRACE-ONE-CORRECTION-END
           END-IF.
           MOVE TRANSTYP-HIST TO WS-ORIG-TYPE.
           MOVE HIST-YMD TO WS-ORIG-POSTED.

           IF WS-ORIG-POSTED (1:7) NOT < WS-REPORT-PERIOD
             ADD 1 TO CORR-SAME-PERIOD
             GO TO TRACE-ONE-CORRECTION-END
           END-IF.

           MOVE WS-ORIG-POSTED (1:7) TO PC-PERIOD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, PERCTL-SEG, PERCTL-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE SPACES TO STATUS-PC
           END-IF.
           IF NOT PERIOD-CLOSED
             ADD 1 TO CORR-PRIOR-OPEN
             GO TO TRACE-ONE-CORRECTION-END
           END-IF.

           PERFORM SET-CORRECTION-EFFECT
              THRU SET-CORRECTION-EFFECT-END.
           PERFORM WRITE-ONE-PPA THRU WRITE-ONE-PPA-END.
       TRACE-ONE-CORRECTION-END.
           EXIT.

      * PROCEDURE SET-CORRECTION-EFFECT : THE CORRECTION MOVES THE
      * BALANCE BY ITS AMOUNT IN THE DIRECTION THAT UNDOES ITS
      * ORIGINAL - BALCHAIN'S SIGN RULES APPLIED TO THE ORIGINAL'S
      * TYPE, TURNED AROUND
       SET-CORRECTION-EFFECT.
           MOVE WS-ROW-AMOUNT TO WS-ROW-MAGNITUDE.
           IF WS-ROW-MAGNITUDE < 0
             COMPUTE WS-ROW-MAGNITUDE = 0 - WS-ROW-MAGNITUDE
           END-IF.
           EVALUATE WS-ORIG-TYPE
             WHEN 'd'
             WHEN 'D'
             WHEN 'v'
             WHEN 'i'
               COMPUTE WS-ROW-EFFECT = 0 - WS-ROW-MAGNITUDE
             WHEN 't'
             WHEN 'T'
               IF AMOUNT-HIST < 0
                 MOVE WS-ROW-MAGNITUDE TO WS-ROW-EFFECT
               ELSE
                 COMPUTE WS-ROW-EFFECT = 0 - WS-ROW-MAGNITUDE
               END-IF
             WHEN 'w'
             WHEN 'W'
             WHEN 'f'
             WHEN 'b'
             WHEN 'n'
             WHEN 'm'
               MOVE WS-ROW-MAGNITUDE TO WS-ROW-EFFECT
             WHEN OTHER
               MOVE 0 TO WS-ROW-EFFECT
           END-EVALUATE.
       SET-CORRECTION-EFFECT-END.
           EXIT.

      * PROCEDURE WRITE-ONE-PPA : REPORTS THE ADJUSTMENT, WRITES ITS
      * PPAOUT LINE AND ADDS IT TO THE ADJUSTED MONTH'S TOTAL
       WRITE-ONE-PPA.
           MOVE WS-ORIG-TXID TO TXT-ORIG-TXID.
           MOVE WS-ROW-TXID TO TXT-CORR-TXID.
           MOVE WS-ROW-ACCID TO TXT-ACCID.
           MOVE WS-ROW-EFFECT TO TXT-EFFECT.
           DISPLAY 'PERIOD: ' WS-ORIG-POSTED (1:7)
              ' ORIG: ' WS-ORIG-TXID ' ' WS-ORIG-POSTED
              ' CORR: ' WS-ROW-TXID ' ' WS-ROW-POSTED
              ' ACCID: ' WS-ROW-ACCID ' TYPE: ' WS-ORIG-TYPE
              ' EFFECT: ' TXT-EFFECT.

           MOVE SPACES TO PPAOUT-OUT.
           STRING WS-ORIG-POSTED (1:7) ','
                  FUNCTION TRIM (TXT-ORIG-TXID) ','
                  WS-ORIG-POSTED ','
                  FUNCTION TRIM (TXT-CORR-TXID) ','
                  WS-ROW-POSTED ','
                  FUNCTION TRIM (TXT-ACCID) ','
                  WS-ORIG-TYPE ','
                  FUNCTION TRIM (TXT-EFFECT) ','
                  WS-ROW-CHANNEL
              INTO PPAOUT-OUT
           END-STRING.
           WRITE PPAOUT-OUT.
           ADD 1 TO PPA-WRITTEN.
           ADD WS-ROW-EFFECT TO PPA-NET-EFFECT.

           MOVE 0 TO WS-PPA-FOUND-IX.
           PERFORM FIND-ONE-PERIOD THRU FIND-ONE-PERIOD-END
              VARYING WS-PPA-IX FROM 1 BY 1
              UNTIL WS-PPA-IX > TOTAL-PPA-PERIODS
                 OR WS-PPA-FOUND-IX > 0.
           IF WS-PPA-FOUND-IX = 0
             IF TOTAL-PPA-PERIODS < MAX-PPA-PERIODS
               ADD 1 TO TOTAL-PPA-PERIODS
               MOVE TOTAL-PPA-PERIODS TO WS-PPA-FOUND-IX
               MOVE WS-ORIG-POSTED (1:7)
                 TO PPA-PERIOD (WS-PPA-FOUND-IX)
               MOVE 0 TO PPA-COUNT (WS-PPA-FOUND-IX)
               MOVE 0 TO PPA-EFFECT (WS-PPA-FOUND-IX)
             ELSE
               DISPLAY 'PPADJRPT: PERIOD TABLE FULL - '
                  WS-ORIG-POSTED (1:7) ' NOT TOTALLED'
               GO TO WRITE-ONE-PPA-END
             END-IF
           END-IF.
           ADD 1 TO PPA-COUNT (WS-PPA-FOUND-IX).
           ADD WS-ROW-EFFECT TO PPA-EFFECT (WS-PPA-FOUND-IX).
       WRITE-ONE-PPA-END.
           EXIT.

       FIND-ONE-PERIOD.
           IF PPA-PERIOD (WS-PPA-IX) = WS-ORIG-POSTED (1:7)
             MOVE WS-PPA-IX TO WS-PPA-FOUND-IX
           END-IF.
       FIND-ONE-PERIOD-END.
           EXIT.

       SHOW-ONE-PERIOD.
           MOVE PPA-EFFECT (WS-PPA-IX) TO TXT-EFFECT.
           DISPLAY 'ADJUSTED PERIOD: ' PPA-PERIOD (WS-PPA-IX)
              ' ROWS: ' PPA-COUNT (WS-PPA-IX)
              ' EFFECT: ' TXT-EFFECT.
       SHOW-ONE-PERIOD-END.
           EXIT.
