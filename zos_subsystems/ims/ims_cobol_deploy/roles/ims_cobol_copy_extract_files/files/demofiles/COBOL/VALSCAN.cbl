       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALSCAN.

      ******************************************************************
      * NIGHTLY VALUE-DATE SCAN - A HISTORY ROW MAY CARRY A VALUE DATE
      * (VALDATE-HIST) DIFFERENT FROM THE DAY IT POSTED: A NETWORK
      * FILE THAT ARRIVED LATE (ACHPOST TAKES THE FILE'S EFFECTIVE
      * DATE), A TELLER CORRECTION BACK-DATED TO THE ORIGINAL ERROR,
      * OR AN ONLINE POSTING TAKEN AFTER THE CUTOFF OR ON A NON-
      * BUSINESS DAY AND VALUED FORWARD TO THE NEXT BUSINESS DAY (SEE
      * IBTRAN'S SET-VALUE-DATE). INTPOST AND LOANBILL ACCRUE ON THE
      * BALANCE AS IT STANDS TONIGHT, AS IF EVERY ROW TOOK EFFECT ON
      * ITS POSTING DATE - THIS JOB WORKS OUT THE DIFFERENCE.
      *
      * EVERY ROW POSTED SINCE THE PREVIOUS BUSINESS DAY THAT CARRIES
      * A VALUE DATE CONTRIBUTES ITS BALANCE EFFECT TIMES THE DAYS
      * BETWEEN THE TWO DATES:
      *
      *   BALANCE-DAYS = EFFECT * (POSTING DATE - VALUE DATE)
      *
      * A CREDIT VALUED BACK THREE DAYS IS +3 DAYS OF EXTRA BALANCE;
      * A DEBIT VALUED BACK IS NEGATIVE; A ROW VALUED FORWARD TAKES
      * THE DAYS AWAY AGAIN. THE EFFECT FOLLOWS BALCHAIN'S RULES -
      * d/D/v/i CREDIT, w/W/f/b/m DEBIT, t/T CARRY THEIR OWN SIGN,
      * AND A REVERSAL ('r') UNDOES ITS ORIGINAL (REFTXID-HIST), SO
      * ITS DIRECTION IS READ FROM THAT ROW.
      *
      * THE BALANCE-DAYS ARE SUMMED PER ACCOUNT AND WRITTEN TO THE
      * VALADJ FILE IN THE CONTROL-FILE LAYOUT THE NIGHTLY JOBS READ:
      *   ACCID,BALANCE-DAYS,ROWS
      * INTPOST (DEPOSIT AND OVERDRAFT RATES) AND LOANBILL (THE NOTE
      * RATE) LOAD IT AND ADJUST ACCRINT-ACC BY BALANCE-DAYS * RATE /
      * 365. THIS STEP MUST RUN BEFORE THEM IN THE NIGHTLY SCHEDULE.
      * ON A NON-BUSINESS DAY NEITHER OF THEM RUNS, SO THE FILE IS
      * LEFT EMPTY AND THE NEXT BUSINESS DAY'S SCAN PICKS UP THE GAP.
      * RETURN CODE 4 WHEN A ROW COULD NOT BE VALUED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BANK CALENDAR - THE MAINTAINABLE HOLIDAY LIST, ONE
      *    YYYY-MM-DD DATE PER RECORD, READ ONCE AT STARTUP
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
      *    PER-ACCOUNT ADJUSTMENTS FOR INTPOST AND LOANBILL
           SELECT VALADJ-FILE ASSIGN TO VALADJ.

       DATA DIVISION.

       FILE SECTION.
         FD BANKCAL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BANKCAL-IN.
       01  BANKCAL-IN           PIC X(80).

         FD VALADJ-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS VALADJ-OUT.
       01  VALADJ-OUT           PIC X(80).

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
      *PER-ACCOUNT BALANCE-DAYS
      ******************************************************************

       77  MAX-ADJ             PIC S9(9) COMP-5 VALUE 1000.
       77  TOTAL-ADJ           PIC S9(9) COMP-5 VALUE 0.
       77  WS-ADJ-IX           PIC S9(9) COMP-5.
       77  WS-ADJ-FOUND-IX     PIC S9(9) COMP-5.

       01  ADJ-TABLE.
           05  ADJ-ROW OCCURS 1000 TIMES.
               10  ADJ-ACCID       PIC S9(18) COMP-5.
               10  ADJ-BALDAYS     PIC S9(15)V9(2) COMP-3.
               10  ADJ-ROWS        PIC S9(9) COMP-5.

      ******************************************************************
      *THE ROW UNDER TEST - SAVED BEFORE A REVERSAL'S ORIGINAL IS READ
      *THROUGH THE SAME I/O AREA
      ******************************************************************

       77  WS-ROW-ACCID        PIC S9(18) COMP-5.
       77  WS-ROW-TXID         PIC S9(18) COMP-5.
       77  WS-ROW-TYPE         PIC X(01).
       77  WS-ROW-AMOUNT       PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-MAGNITUDE    PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-POSTED       PIC X(10).
       77  WS-ROW-VALDATE      PIC X(10).
       77  WS-ROW-EFFECT       PIC S9(13)V9(2) COMP-3.
       77  WS-ROW-DAYS         PIC S9(9) COMP-5.
       77  WS-ROW-BALDAYS      PIC S9(15)V9(2) COMP-3.
       77  WS-ROW-OK           PIC X(01).
       77  WS-POSTED-INT       PIC S9(9) COMP-5.
       77  WS-VALUE-INT        PIC S9(9) COMP-5.
       77  WS-DATE-N           PIC 9(08).

      ******************************************************************
      *BANK CALENDAR - HOLIDAY TABLE LOADED FROM BANKCAL AT STARTUP,
      *AND THE IS-BUSINESS-DAY WORK AREAS - SAME CALENDAR INTPOST
      *CONSULTS. THE SCAN COVERS EVERY POSTING DATE AFTER THE PREVIOUS
      *BUSINESS DAY UP TO TODAY - THE ROWS INTPOST HAS NOT YET SEEN.
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

       77  WS-TODAY-INT        PIC  S9(9) COMP-5.
       77  WS-PREVBD-INT       PIC  S9(9) COMP-5.
       01  WS-PREVBD-DATE-N    PIC  9(08).
       01  WS-PREVBD-DATE-X REDEFINES WS-PREVBD-DATE-N.
           05  PBD-YEAR        PIC 9(4).
           05  PBD-MONTH       PIC 9(2).
           05  PBD-DAY         PIC 9(2).
       77  WS-PREVBD-YMD       PIC  X(10).
       77  TODAY-YMD           PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSA2 RETRIEVES A REVERSAL'S ORIGINAL ROW BY TXID
       01  HISTORY-SSA2.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "TXID    ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HS-TXID         PIC  S9(18) COMP-5 VALUE +0.
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

       01  TXT-ADJ-ACCID       PIC  -(18)9.
       01  TXT-ADJ-BALDAYS     PIC  -(15)9.99.
       01  TXT-ADJ-ROWS        PIC  -(8)9.

       01  HIST-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-VALUE-DATED    PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-BACK-VALUED    PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-FWD-VALUED     PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-NOT-VALUED     PIC  S9(9) COMP-5 VALUE 0.
       01  ADJ-WRITTEN         PIC  S9(9) COMP-5 VALUE 0.

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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - HISTORY DATABASE (THE WHOLE-FILE WALK)
      *   DBPCB2 - HISTORY DATABASE (A REVERSAL'S ORIGINAL BY TXID)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           OPEN OUTPUT VALADJ-FILE.
           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-END.
           MOVE TODAY-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
           IF WS-BD-SW = 'N'
             DISPLAY 'VALSCAN - ' TODAY-YMD ' IS NOT A BUSINESS DAY'
                ' - NO ADJUSTMENTS WRITTEN'
             CLOSE VALADJ-FILE
             STOP RUN
           END-IF.
           PERFORM FIND-PREV-BUSINESS-DAY
              THRU FIND-PREV-BUSINESS-DAY-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM SCAN-ONE-ROW THRU SCAN-ONE-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '========================================'.
           DISPLAY 'VALUE-DATE ADJUSTMENTS - ' TODAY-YMD.
           DISPLAY 'POSTED AFTER: ' WS-PREVBD-YMD.
           DISPLAY '========================================'.
           PERFORM WRITE-ONE-ADJUSTMENT THRU WRITE-ONE-ADJUSTMENT-END
              VARYING WS-ADJ-IX FROM 1 BY 1
              UNTIL WS-ADJ-IX > TOTAL-ADJ.
           CLOSE VALADJ-FILE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'HISTORY ROWS SCANNED:     ' HIST-SCANNED.
           DISPLAY 'VALUE-DATED ROWS:         ' ROWS-VALUE-DATED.
           DISPLAY '  VALUED BACK:            ' ROWS-BACK-VALUED.
           DISPLAY '  VALUED FORWARD:         ' ROWS-FWD-VALUED.
           DISPLAY '  NOT VALUED:             ' ROWS-NOT-VALUED.
           DISPLAY 'ACCOUNTS ADJUSTED:        ' ADJ-WRITTEN.
           DISPLAY '========================================'.

           IF ROWS-NOT-VALUED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * PROCEDURE SCAN-ONE-ROW : A ROW POSTED INSIDE THE WINDOW WITH A
      * VALUE DATE OTHER THAN ITS POSTING DATE ADDS ITS BALANCE-DAYS
      * TO ITS ACCOUNT
       SCAN-ONE-ROW.
           IF DBSTAT = SPACES
             ADD 1 TO HIST-SCANNED
             IF HIST-YMD > WS-PREVBD-YMD AND HIST-YMD NOT > TODAY-YMD
                AND VALDATE-HIST NOT = SPACES
                AND VALDATE-HIST NOT = HIST-YMD
               PERFORM VALUE-ONE-ROW THRU VALUE-ONE-ROW-END
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

      * PROCEDURE VALUE-ONE-ROW : WORKS OUT THE ROW'S BALANCE EFFECT
      * AND DAYS, REPORTS IT, AND POSTS THE PRODUCT TO THE ACCOUNT'S
      * RUNNING TOTAL
       VALUE-ONE-ROW.
           ADD 1 TO ROWS-VALUE-DATED.
           MOVE ACCID-HIST TO WS-ROW-ACCID.
           MOVE TXID-HIST TO WS-ROW-TXID.
           MOVE TRANSTYP-HIST TO WS-ROW-TYPE.
           MOVE AMOUNT-HIST TO WS-ROW-AMOUNT.
           MOVE HIST-YMD TO WS-ROW-POSTED.
           MOVE VALDATE-HIST TO WS-ROW-VALDATE.
           MOVE 'Y' TO WS-ROW-OK.

           IF WS-ROW-TYPE = 'r'
             PERFORM VALUE-REVERSAL THRU VALUE-REVERSAL-END
           ELSE
             PERFORM SET-ROW-EFFECT THRU SET-ROW-EFFECT-END
           END-IF.
           IF WS-ROW-OK = 'N'
             ADD 1 TO ROWS-NOT-VALUED
             DISPLAY 'NOT VALUED - TXID: ' WS-ROW-TXID
                ' TYPE: ' WS-ROW-TYPE ' ACCID: ' WS-ROW-ACCID
             GO TO VALUE-ONE-ROW-END
           END-IF.

           COMPUTE WS-DATE-N =
              FUNCTION NUMVAL ( WS-ROW-POSTED (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-ROW-POSTED (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-ROW-POSTED (9:2) ).
           COMPUTE WS-POSTED-INT =
              FUNCTION INTEGER-OF-DATE ( WS-DATE-N ).
           COMPUTE WS-DATE-N =
              FUNCTION NUMVAL ( WS-ROW-VALDATE (1:4) ) * 10000
              + FUNCTION NUMVAL ( WS-ROW-VALDATE (6:2) ) * 100
              + FUNCTION NUMVAL ( WS-ROW-VALDATE (9:2) ).
           COMPUTE WS-VALUE-INT =
              FUNCTION INTEGER-OF-DATE ( WS-DATE-N ).
           COMPUTE WS-ROW-DAYS = WS-POSTED-INT - WS-VALUE-INT.
           IF WS-ROW-DAYS > 0
             ADD 1 TO ROWS-BACK-VALUED
           ELSE
             ADD 1 TO ROWS-FWD-VALUED
           END-IF.
           COMPUTE WS-ROW-BALDAYS = WS-ROW-EFFECT * WS-ROW-DAYS.

           DISPLAY 'ACCID: ' WS-ROW-ACCID ' TXID: ' WS-ROW-TXID
              ' TYPE: ' WS-ROW-TYPE ' POSTED: ' WS-ROW-POSTED
              ' VALUE: ' WS-ROW-VALDATE ' DAYS: ' WS-ROW-DAYS
              ' EFFECT: ' WS-ROW-EFFECT.

           PERFORM FIND-OR-ADD-ADJ THRU FIND-OR-ADD-ADJ-END.
           IF WS-ADJ-FOUND-IX > 0
             ADD WS-ROW-BALDAYS TO ADJ-BALDAYS (WS-ADJ-FOUND-IX)
             ADD 1 TO ADJ-ROWS (WS-ADJ-FOUND-IX)
           END-IF.
       VALUE-ONE-ROW-END.
           EXIT.

      * PROCEDURE SET-ROW-EFFECT : THE SIGNED MOVEMENT THE ROW MADE TO
      * ITS ACCOUNT'S BALANCE, FROM TRANSTYP-HIST IN WS-ROW-TYPE -
      * THE SAME CODES BALCHAIN REPLAYS. A CARRY-FORWARD ANCHOR OR
      * AN UNKNOWN CODE HAS NO EFFECT TO VALUE.
       SET-ROW-EFFECT.
           EVALUATE WS-ROW-TYPE
             WHEN 'd'
             WHEN 'D'
             WHEN 'v'
             WHEN 'i'
             WHEN 't'
             WHEN 'T'
               MOVE WS-ROW-AMOUNT TO WS-ROW-EFFECT
             WHEN 'w'
             WHEN 'W'
             WHEN 'f'
             WHEN 'b'
             WHEN 'n'
             WHEN 'm'
               COMPUTE WS-ROW-EFFECT = 0 - WS-ROW-AMOUNT
             WHEN OTHER
               MOVE 0 TO WS-ROW-EFFECT
               MOVE 'N' TO WS-ROW-OK
           END-EVALUATE.
       SET-ROW-EFFECT-END.
           EXIT.

      * PROCEDURE VALUE-REVERSAL : A REVERSAL MOVES THE BALANCE BY ITS
      * AMOUNT IN THE DIRECTION THAT UNDOES ITS ORIGINAL - READ THE
      * ORIGINAL ON DBPCB2 (THE DRIVING WALK ON DBPCB1 KEEPS ITS
      * POSITION) AND TURN ITS EFFECT AROUND
       VALUE-REVERSAL.
           MOVE REFTXID-HIST TO HS-TXID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA2.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE 'N' TO WS-ROW-OK
             GO TO VALUE-REVERSAL-END
           END-IF.

           MOVE WS-ROW-AMOUNT TO WS-ROW-MAGNITUDE.
           IF WS-ROW-MAGNITUDE < 0
             COMPUTE WS-ROW-MAGNITUDE = 0 - WS-ROW-MAGNITUDE
           END-IF.
           MOVE TRANSTYP-HIST TO WS-ROW-TYPE.
           MOVE AMOUNT-HIST TO WS-ROW-AMOUNT.
           PERFORM SET-ROW-EFFECT THRU SET-ROW-EFFECT-END.
           IF WS-ROW-EFFECT < 0
             MOVE WS-ROW-MAGNITUDE TO WS-ROW-EFFECT
           ELSE
             COMPUTE WS-ROW-EFFECT = 0 - WS-ROW-MAGNITUDE
           END-IF.
           MOVE 'r' TO WS-ROW-TYPE.
       VALUE-REVERSAL-END.
           EXIT.

       FIND-OR-ADD-ADJ.
           MOVE 0 TO WS-ADJ-FOUND-IX.
           PERFORM FIND-ONE-ADJ THRU FIND-ONE-ADJ-END
              VARYING WS-ADJ-IX FROM 1 BY 1
              UNTIL WS-ADJ-IX > TOTAL-ADJ OR WS-ADJ-FOUND-IX > 0.

           IF WS-ADJ-FOUND-IX = 0
             IF TOTAL-ADJ < MAX-ADJ
               ADD 1 TO TOTAL-ADJ
               MOVE TOTAL-ADJ TO WS-ADJ-FOUND-IX
               MOVE WS-ROW-ACCID TO ADJ-ACCID (WS-ADJ-FOUND-IX)
               MOVE 0 TO ADJ-BALDAYS (WS-ADJ-FOUND-IX)
               MOVE 0 TO ADJ-ROWS (WS-ADJ-FOUND-IX)
             ELSE
               ADD 1 TO ROWS-NOT-VALUED
               DISPLAY 'VALSCAN: ADJUSTMENT TABLE FULL - ACCID '
                  WS-ROW-ACCID ' NOT ADJUSTED'
             END-IF
           END-IF.
       FIND-OR-ADD-ADJ-END.
           EXIT.

       FIND-ONE-ADJ.
           IF ADJ-ACCID (WS-ADJ-IX) = WS-ROW-ACCID
             MOVE WS-ADJ-IX TO WS-ADJ-FOUND-IX
           END-IF.
       FIND-ONE-ADJ-END.
           EXIT.

      * PROCEDURE WRITE-ONE-ADJUSTMENT : ONE VALADJ RECORD PER ACCOUNT
      * WHOSE VALUE-DATED ROWS DID NOT NET TO NOTHING
       WRITE-ONE-ADJUSTMENT.
           IF ADJ-BALDAYS (WS-ADJ-IX) = 0
             GO TO WRITE-ONE-ADJUSTMENT-END
           END-IF.
           MOVE ADJ-ACCID (WS-ADJ-IX) TO TXT-ADJ-ACCID.
           MOVE ADJ-BALDAYS (WS-ADJ-IX) TO TXT-ADJ-BALDAYS.
           MOVE ADJ-ROWS (WS-ADJ-IX) TO TXT-ADJ-ROWS.
           MOVE SPACES TO VALADJ-OUT.
           STRING FUNCTION TRIM (TXT-ADJ-ACCID) ','
                  FUNCTION TRIM (TXT-ADJ-BALDAYS) ','
                  FUNCTION TRIM (TXT-ADJ-ROWS)
              INTO VALADJ-OUT
           END-STRING.
           WRITE VALADJ-OUT.
           ADD 1 TO ADJ-WRITTEN.
           DISPLAY 'ACCID: ' ADJ-ACCID (WS-ADJ-IX)
              ' BALANCE-DAYS: ' TXT-ADJ-BALDAYS
              ' ROWS: ' ADJ-ROWS (WS-ADJ-IX).
       WRITE-ONE-ADJUSTMENT-END.
           EXIT.

      * PROCEDURE FIND-PREV-BUSINESS-DAY : WALKS BACK FROM YESTERDAY
      * UNTIL IT FINDS A BUSINESS DAY - THE SAME WALK INTPOST'S
      * COMPUTE-NIGHTS-TO-POST MAKES
       FIND-PREV-BUSINESS-DAY.
           MOVE WS-CURRENT-DATE TO WS-BD-DATE-N.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE ( WS-BD-DATE-N ).
           COMPUTE WS-PREVBD-INT = WS-TODAY-INT - 1.
           PERFORM TEST-PREV-BUSINESS-DAY
              THRU TEST-PREV-BUSINESS-DAY-END.
           PERFORM STEP-BACK-ONE-DAY THRU STEP-BACK-ONE-DAY-END
              UNTIL WS-BD-SW = 'Y'.
       FIND-PREV-BUSINESS-DAY-END.
           EXIT.

       TEST-PREV-BUSINESS-DAY.
           COMPUTE WS-PREVBD-DATE-N =
              FUNCTION DATE-OF-INTEGER ( WS-PREVBD-INT ).
           MOVE SPACES TO WS-PREVBD-YMD.
           STRING PBD-YEAR '-' PBD-MONTH '-' PBD-DAY
              INTO WS-PREVBD-YMD.
           MOVE WS-PREVBD-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
       TEST-PREV-BUSINESS-DAY-END.
           EXIT.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-PREVBD-INT.
           PERFORM TEST-PREV-BUSINESS-DAY
              THRU TEST-PREV-BUSINESS-DAY-END.
       STEP-BACK-ONE-DAY-END.
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
