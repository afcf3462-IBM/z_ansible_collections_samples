       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRPT.

      ******************************************************************
      * MONTHLY COMPLAINT REPORT - FOR THE PRIOR CALENDAR MONTH, WALKS
      * EVERY CUSTOMER'S COMPLNT CHILDREN (THE REGISTER FBCMPMNT
      * KEEPS) AND PRODUCES THE FIGURES THE REGULATOR'S COMPLAINT-DATA
      * RETURN ASKS FOR, BY CATEGORY AND BY BRANCH:
      *
      *   RECEIVED    RECEIVED IN THE MONTH
      *   CLOSED      FINAL RESPONSE IN THE MONTH
      *   CLOSED FAST OF THOSE, CLOSED WITHIN CMP-QUICK-DAYS OF RECEIPT
      *   UPHELD      OF THOSE, UPHELD IN FULL OR IN PART
      *   OPEN        STILL WITHOUT A FINAL RESPONSE AT MONTH END
      *   ACK LATE    ACKNOWLEDGEMENT DUE IN THE MONTH, NOT SENT BY IT
      *   RES LATE    FINAL RESPONSE DUE IN THE MONTH, NOT SENT BY IT
      *   REDRESS     REDRESS ON THE COMPLAINTS CLOSED IN THE MONTH
      *
      * A DEADLINE IS COUNTED IN THE MONTH IT FALLS DUE, SO EACH
      * BREACH IS REPORTED ONCE. THE REPORT GOES TO CMPRPT IN THE
      * QUOTED/COMMA LAYOUT:
      *   H,"PERIOD START","PERIOD END"
      *   C,"CATEGORY","CATEGORY NAME",<FIGURES>     ONE PER CATEGORY
      *   B,"BRANCH",<FIGURES>                 ONE PER BRANCH SEEN
      *   R,"ROOT CAUSE","CAUSE NAME",CLOSED,UPHELD,REDRESS
      *   X,CUSTID,CMPID,"CATEGORY","BRANCH","RECEIVED","ACK" OR
      *     "RES","DUE","DONE"               ONE PER BREACH
      *   T,<FIGURES>
      * WHERE <FIGURES> IS THE EIGHT COLUMNS ABOVE IN THAT ORDER. THE
      * C ROWS AND THE B ROWS EACH FOOT TO THE T ROW. A BREACHED
      * FINAL-RESPONSE DEADLINE LEAVES RC 4, AS DSPDEADL DOES FOR A
      * BLOWN DISPUTE DEADLINE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPRPT-FILE ASSIGN TO CMPRPT.

       DATA DIVISION.

       FILE SECTION.
         FD CMPRPT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CMPRPT-OUT.
       01  CMPRPT-OUT           PIC X(132).

       WORKING-STORAGE SECTION.

      * A COMPLAINT CLOSED WITHIN THIS MANY CALENDAR DAYS OF RECEIPT
      * IS REPORTED AS CLOSED FAST
       77  CMP-QUICK-DAYS      PIC S9(4) COMP-5 VALUE 3.

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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
      *    THE REST OF THE SEGMENT - NOT READ HERE, SEE CUSTMRG FOR
      *    THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(555).

           COPY COMPLNT.

           COPY CMPCODES.

      ******************************************************************
      *REPORT LINES - ONE PER CATEGORY (PARALLEL TO CMP-CAT-ROW), ONE
      *PER BRANCH SEEN, AND THE T ROW
      ******************************************************************

       01  CAT-FIGURES.
           05  CF-ROW OCCURS 10 TIMES.
               10  CF-RECEIVED     PIC  S9(9) COMP-5.
               10  CF-CLOSED       PIC  S9(9) COMP-5.
               10  CF-FAST         PIC  S9(9) COMP-5.
               10  CF-UPHELD       PIC  S9(9) COMP-5.
               10  CF-OPEN         PIC  S9(9) COMP-5.
               10  CF-ACKLATE      PIC  S9(9) COMP-5.
               10  CF-RESLATE      PIC  S9(9) COMP-5.
               10  CF-REDRESS      PIC  S9(15)V9(2) COMP-3.

       77  MAX-CMP-BRANCHES    PIC  9(05)        VALUE 00100.
       77  TOTAL-CMP-BRANCHES  PIC  9(05)        VALUE 0.
       77  WS-BF-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-BF-FOUND         PIC  9(05) COMP-5 VALUE 0.

       01  BRANCH-FIGURES.
           05  BF-ROW OCCURS 100 TIMES.
               10  BF-BRANCH       PIC  X(04).
               10  BF-RECEIVED     PIC  S9(9) COMP-5.
               10  BF-CLOSED       PIC  S9(9) COMP-5.
               10  BF-FAST         PIC  S9(9) COMP-5.
               10  BF-UPHELD       PIC  S9(9) COMP-5.
               10  BF-OPEN         PIC  S9(9) COMP-5.
               10  BF-ACKLATE      PIC  S9(9) COMP-5.
               10  BF-RESLATE      PIC  S9(9) COMP-5.
               10  BF-REDRESS      PIC  S9(15)V9(2) COMP-3.

       01  CAUSE-FIGURES.
           05  RF-ROW OCCURS 9 TIMES.
               10  RF-CLOSED       PIC  S9(9) COMP-5.
               10  RF-UPHELD       PIC  S9(9) COMP-5.
               10  RF-REDRESS      PIC  S9(15)V9(2) COMP-3.

       01  TOT-FIGURES.
           05  TF-RECEIVED     PIC  S9(9) COMP-5 VALUE 0.
           05  TF-CLOSED       PIC  S9(9) COMP-5 VALUE 0.
           05  TF-FAST         PIC  S9(9) COMP-5 VALUE 0.
           05  TF-UPHELD       PIC  S9(9) COMP-5 VALUE 0.
           05  TF-OPEN         PIC  S9(9) COMP-5 VALUE 0.
           05  TF-ACKLATE      PIC  S9(9) COMP-5 VALUE 0.
           05  TF-RESLATE      PIC  S9(9) COMP-5 VALUE 0.
           05  TF-REDRESS      PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *ONE COMPLAINT'S PART IN THE MONTH - EACH 0 OR 1, ADDED INTO ITS
      *CATEGORY, BRANCH AND ROOT-CAUSE LINES AND THE T ROW
      ******************************************************************

       77  WS-CAT-IX           PIC  S9(4) COMP-5.
       77  WS-CAUSE-IX         PIC  S9(4) COMP-5.
       77  WS-CODE-IX          PIC  S9(4) COMP-5.
       77  WS-IS-RECEIVED      PIC  S9(4) COMP-5.
       77  WS-IS-CLOSED        PIC  S9(4) COMP-5.
       77  WS-IS-FAST          PIC  S9(4) COMP-5.
       77  WS-IS-UPHELD        PIC  S9(4) COMP-5.
       77  WS-IS-OPEN          PIC  S9(4) COMP-5.
       77  WS-IS-ACKLATE       PIC  S9(4) COMP-5.
       77  WS-IS-RESLATE       PIC  S9(4) COMP-5.
       77  WS-CMP-REDRESS      PIC  S9(13)V9(2) COMP-3.

      * DATE ARITHMETIC - A YYYY-MM-DD DATE TO AN INTEGER DAY
       77  WS-DATE-YMD         PIC  X(10).
       77  WS-DATE-INT         PIC S9(9) COMP-5.
       77  WS-RCV-INT          PIC S9(9) COMP-5.
       01  WS-DATE-PARTS.
           05  WS-DATE-YEAR    PIC 9(4).
           05  WS-DATE-MONTH   PIC 9(2).
           05  WS-DATE-DAY     PIC 9(2).

      ******************************************************************
      *REPORT ROW WORK AREAS
      ******************************************************************

       77  WS-BREACH-KIND      PIC  X(03).
       77  WS-BREACH-DUE       PIC  X(10).
       77  WS-BREACH-DONE      PIC  X(10).
       01  TXT-CNT-E           PIC  Z(8)9.
       01  TXT-CNT2-E          PIC  Z(8)9.
       01  TXT-CNT3-E          PIC  Z(8)9.
       01  TXT-CNT4-E          PIC  Z(8)9.
       01  TXT-CNT5-E          PIC  Z(8)9.
       01  TXT-CNT6-E          PIC  Z(8)9.
       01  TXT-CNT7-E          PIC  Z(8)9.
       01  TXT-AMT-E           PIC  -(15)9.99.
       01  TXT-ID-E            PIC  Z(8)9.
       01  TXT-ID2-E           PIC  Z(8)9.
       01  WS-FIGURES          PIC  X(100).

      ******************************************************************
      *PRIOR-CALENDAR-MONTH PERIOD, DERIVED AS STMTGEN DERIVES IT
      ******************************************************************

       77  WS-THIS-MONTH-1ST   PIC 9(08).
       77  WS-INT-DATE-MINUS   PIC S9(9) COMP-5.
       01  WS-PERIOD-END-N     PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-END-N.
           05  PE-YEAR         PIC 9(04).
           05  PE-MONTH        PIC 9(02).
           05  PE-DAY          PIC 9(02).
       01  WS-PERIOD-START-N   PIC 9(08).
       01  FILLER REDEFINES WS-PERIOD-START-N.
           05  PS-YEAR         PIC 9(04).
           05  PS-MONTH        PIC 9(02).
           05  PS-DAY          PIC 9(02).
       01  PERIOD-START-YMD    PIC X(10).
       01  PERIOD-END-YMD      PIC X(10).

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

       01  CUSTOMERS-READ      PIC  S9(9) COMP-5 VALUE 0.
       01  COMPLAINTS-READ     PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-WRITTEN        PIC  S9(9) COMP-5 VALUE 0.
       01  BRANCH-OVERFLOWS    PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.

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
      *   DBPCB1 - CUSTOMER DATABASE (CUSTOMER AND COMPLNT, READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           PERFORM COMPUTE-STATEMENT-PERIOD
              THRU COMPUTE-STATEMENT-PERIOD-END.
           INITIALIZE CAT-FIGURES.
           INITIALIZE BRANCH-FIGURES.
           INITIALIZE CAUSE-FIGURES.

           OPEN OUTPUT CMPRPT-FILE.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'H,"' PERIOD-START-YMD '","' PERIOD-END-YMD '"'
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.

      * THE X ROWS ARE WRITTEN AS THE BREACHES ARE FOUND; THE
      * SUMMARY ROWS FOLLOW ONCE EVERY COMPLAINT HAS BEEN SEEN
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM PROCESS-CUSTOMER THRU PROCESS-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           PERFORM WRITE-CATEGORY-ROW THRU WRITE-CATEGORY-ROW-END
              VARYING WS-CAT-IX FROM 1 BY 1
              UNTIL WS-CAT-IX > MAX-CMP-CATS.
           PERFORM WRITE-BRANCH-ROW THRU WRITE-BRANCH-ROW-END
              VARYING WS-BF-IX FROM 1 BY 1
              UNTIL WS-BF-IX > TOTAL-CMP-BRANCHES.
           PERFORM WRITE-CAUSE-ROW THRU WRITE-CAUSE-ROW-END
              VARYING WS-CAUSE-IX FROM 1 BY 1
              UNTIL WS-CAUSE-IX > MAX-CMP-CAUSES.

           MOVE TF-RECEIVED TO TXT-CNT-E.
           MOVE TF-CLOSED TO TXT-CNT2-E.
           MOVE TF-FAST TO TXT-CNT3-E.
           MOVE TF-UPHELD TO TXT-CNT4-E.
           MOVE TF-OPEN TO TXT-CNT5-E.
           MOVE TF-ACKLATE TO TXT-CNT6-E.
           MOVE TF-RESLATE TO TXT-CNT7-E.
           MOVE TF-REDRESS TO TXT-AMT-E.
           PERFORM BUILD-FIGURES THRU BUILD-FIGURES-END.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'T,' WS-FIGURES
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.
           CLOSE CMPRPT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'COMPLAINT REPORT ' PERIOD-START-YMD ' TO '
              PERIOD-END-YMD.
           DISPLAY '========================================'.
           DISPLAY 'CUSTOMERS READ:           ' CUSTOMERS-READ.
           DISPLAY 'COMPLAINTS ON FILE:       ' COMPLAINTS-READ.
           DISPLAY 'RECEIVED IN THE MONTH:    ' TF-RECEIVED.
           DISPLAY 'CLOSED IN THE MONTH:      ' TF-CLOSED.
           DISPLAY '  WITHIN QUICK DAYS:      ' TF-FAST.
           DISPLAY '  UPHELD OR PART UPHELD:  ' TF-UPHELD.
           DISPLAY 'OPEN AT MONTH END:        ' TF-OPEN.
           DISPLAY 'ACKNOWLEDGEMENTS LATE:    ' TF-ACKLATE.
           DISPLAY 'FINAL RESPONSES LATE:     ' TF-RESLATE.
           DISPLAY 'REDRESS PAID:             ' TF-REDRESS.
           DISPLAY 'REPORT ROWS WRITTEN:      ' ROWS-WRITTEN.
           DISPLAY '========================================'.

           IF BRANCH-OVERFLOWS > 0
             DISPLAY 'BRANCH TABLE FULL ' BRANCH-OVERFLOWS
                ' TIME(S) - B ROWS DO NOT FOOT TO THE T ROW'
             MOVE 4 TO RETURN-CODE
           END-IF.
      * A FINAL RESPONSE SENT LATE IS NOT A CLEAN STEP COMPLETION -
      * SURFACE IT TO THE SCHEDULER
           IF TF-RESLATE > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       COMPUTE-STATEMENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-THIS-MONTH-1ST = WS-CURRENT-YEAR * 10000
              + WS-CURRENT-MONTH * 100 + 1.
           COMPUTE WS-INT-DATE-MINUS =
              FUNCTION INTEGER-OF-DATE ( WS-THIS-MONTH-1ST ) - 1.
           COMPUTE WS-PERIOD-END-N =
              FUNCTION DATE-OF-INTEGER ( WS-INT-DATE-MINUS ).
           COMPUTE WS-PERIOD-START-N = PE-YEAR * 10000
              + PE-MONTH * 100 + 1.
           STRING PS-YEAR '-' PS-MONTH '-' PS-DAY
              INTO PERIOD-START-YMD.
           STRING PE-YEAR '-' PE-MONTH '-' PE-DAY
              INTO PERIOD-END-YMD.
       COMPUTE-STATEMENT-PERIOD-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTOMER : COUNTS THE CUSTOMER'S COMPLAINTS,
      * ADVANCES
       PROCESS-CUSTOMER.
           IF DBSTAT = SPACES
             ADD 1 TO CUSTOMERS-READ
             CALL "CBLTDLI"
               USING GNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA
             PERFORM COUNT-ONE-COMPLAINT THRU COUNT-ONE-COMPLAINT-END
                UNTIL DBSTAT = GB OR DBSTAT = GE

             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-CUSTOMER-END.

      * PROCEDURE COUNT-ONE-COMPLAINT : WORKS OUT WHICH OF THE
      * MONTH'S FIGURES THIS COMPLAINT FALLS INTO AND ADDS IT TO ITS
      * LINES
       COUNT-ONE-COMPLAINT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO COUNT-ONE-COMPLAINT-END
           END-IF.
           ADD 1 TO COMPLAINTS-READ.
           MOVE 0 TO WS-IS-RECEIVED.
           MOVE 0 TO WS-IS-CLOSED.
           MOVE 0 TO WS-IS-FAST.
           MOVE 0 TO WS-IS-UPHELD.
           MOVE 0 TO WS-IS-OPEN.
           MOVE 0 TO WS-IS-ACKLATE.
           MOVE 0 TO WS-IS-RESLATE.
           MOVE 0 TO WS-CMP-REDRESS.

           IF RCVDATE-CMP NOT < PERIOD-START-YMD
              AND RCVDATE-CMP NOT > PERIOD-END-YMD
             MOVE 1 TO WS-IS-RECEIVED
           END-IF.
           IF COMPLAINT-CLOSED
              AND RESDATE-CMP NOT < PERIOD-START-YMD
              AND RESDATE-CMP NOT > PERIOD-END-YMD
             MOVE 1 TO WS-IS-CLOSED
             MOVE REDRESS-CMP TO WS-CMP-REDRESS
             IF OUTCOME-UPHELD OR OUTCOME-PARTIAL
               MOVE 1 TO WS-IS-UPHELD
             END-IF
             MOVE RCVDATE-CMP TO WS-DATE-YMD
             PERFORM DATE-TO-INT THRU DATE-TO-INT-END
             MOVE WS-DATE-INT TO WS-RCV-INT
             MOVE RESDATE-CMP TO WS-DATE-YMD
             PERFORM DATE-TO-INT THRU DATE-TO-INT-END
             IF WS-DATE-INT - WS-RCV-INT NOT > CMP-QUICK-DAYS
               MOVE 1 TO WS-IS-FAST
             END-IF
           END-IF.
           IF RCVDATE-CMP NOT > PERIOD-END-YMD
              AND (RESDATE-CMP = SPACES
                   OR RESDATE-CMP > PERIOD-END-YMD)
             MOVE 1 TO WS-IS-OPEN
           END-IF.

      * A DEADLINE FALLING DUE IN THE MONTH AND NOT MET BY IT
           IF ACKDUE-CMP NOT < PERIOD-START-YMD
              AND ACKDUE-CMP NOT > PERIOD-END-YMD
              AND (ACKDATE-CMP = SPACES
                   OR ACKDATE-CMP > ACKDUE-CMP)
             MOVE 1 TO WS-IS-ACKLATE
             MOVE 'ACK' TO WS-BREACH-KIND
             MOVE ACKDUE-CMP TO WS-BREACH-DUE
             MOVE ACKDATE-CMP TO WS-BREACH-DONE
             PERFORM WRITE-BREACH-ROW THRU WRITE-BREACH-ROW-END
           END-IF.
           IF RESDUE-CMP NOT < PERIOD-START-YMD
              AND RESDUE-CMP NOT > PERIOD-END-YMD
              AND (RESDATE-CMP = SPACES
                   OR RESDATE-CMP > RESDUE-CMP)
             MOVE 1 TO WS-IS-RESLATE
             MOVE 'RES' TO WS-BREACH-KIND
             MOVE RESDUE-CMP TO WS-BREACH-DUE
             MOVE RESDATE-CMP TO WS-BREACH-DONE
             PERFORM WRITE-BREACH-ROW THRU WRITE-BREACH-ROW-END
           END-IF.

      * AN UNKNOWN CATEGORY REPORTS AS OTHER, AN UNKNOWN OR MISSING
      * ROOT CAUSE AS NOT RECORDED - THE LAST ROW OF EACH TABLE
           MOVE MAX-CMP-CATS TO WS-CAT-IX.
           PERFORM TEST-ONE-CATEGORY THRU TEST-ONE-CATEGORY-END
              VARYING WS-CODE-IX FROM 1 BY 1
              UNTIL WS-CODE-IX > MAX-CMP-CATS.
           MOVE MAX-CMP-CAUSES TO WS-CAUSE-IX.
           PERFORM TEST-ONE-CAUSE THRU TEST-ONE-CAUSE-END
              VARYING WS-CODE-IX FROM 1 BY 1
              UNTIL WS-CODE-IX > MAX-CMP-CAUSES.

           ADD WS-IS-RECEIVED TO CF-RECEIVED (WS-CAT-IX).
           ADD WS-IS-CLOSED TO CF-CLOSED (WS-CAT-IX).
           ADD WS-IS-FAST TO CF-FAST (WS-CAT-IX).
           ADD WS-IS-UPHELD TO CF-UPHELD (WS-CAT-IX).
           ADD WS-IS-OPEN TO CF-OPEN (WS-CAT-IX).
           ADD WS-IS-ACKLATE TO CF-ACKLATE (WS-CAT-IX).
           ADD WS-IS-RESLATE TO CF-RESLATE (WS-CAT-IX).
           ADD WS-CMP-REDRESS TO CF-REDRESS (WS-CAT-IX).

           ADD WS-IS-CLOSED TO RF-CLOSED (WS-CAUSE-IX).
           ADD WS-IS-UPHELD TO RF-UPHELD (WS-CAUSE-IX).
           ADD WS-CMP-REDRESS TO RF-REDRESS (WS-CAUSE-IX).

           ADD WS-IS-RECEIVED TO TF-RECEIVED.
           ADD WS-IS-CLOSED TO TF-CLOSED.
           ADD WS-IS-FAST TO TF-FAST.
           ADD WS-IS-UPHELD TO TF-UPHELD.
           ADD WS-IS-OPEN TO TF-OPEN.
           ADD WS-IS-ACKLATE TO TF-ACKLATE.
           ADD WS-IS-RESLATE TO TF-RESLATE.
           ADD WS-CMP-REDRESS TO TF-REDRESS.

      * A COMPLAINT WITH NOTHING IN THE MONTH OPENS NO BRANCH LINE
           IF WS-IS-RECEIVED + WS-IS-CLOSED + WS-IS-OPEN
              + WS-IS-ACKLATE + WS-IS-RESLATE > 0
             PERFORM ADD-TO-BRANCH THRU ADD-TO-BRANCH-END
           END-IF.

           CALL "CBLTDLI"
             USING GNP, DBPCB, COMPLNT-SEG, COMPLNT-SSA.
       COUNT-ONE-COMPLAINT-END.
           EXIT.

       TEST-ONE-CATEGORY.
           IF CMP-CAT-CODE (WS-CODE-IX) = CATEGORY-CMP
             MOVE WS-CODE-IX TO WS-CAT-IX
           END-IF.
       TEST-ONE-CATEGORY-END.
           EXIT.

       TEST-ONE-CAUSE.
           IF CMP-CAUSE-CODE (WS-CODE-IX) = ROOTCAUSE-CMP
             MOVE WS-CODE-IX TO WS-CAUSE-IX
           END-IF.
       TEST-ONE-CAUSE-END.
           EXIT.

      * PROCEDURE ADD-TO-BRANCH : FINDS OR OPENS THE COMPLAINT'S
      * BRANCH LINE AND ADDS IT IN
       ADD-TO-BRANCH.
           MOVE 0 TO WS-BF-FOUND.
           MOVE 0 TO WS-BF-IX.
           PERFORM SCAN-ONE-BRANCH-ROW THRU SCAN-ONE-BRANCH-ROW-END
              UNTIL WS-BF-FOUND > 0
                 OR WS-BF-IX NOT < TOTAL-CMP-BRANCHES.
           IF WS-BF-FOUND = 0
             IF TOTAL-CMP-BRANCHES < MAX-CMP-BRANCHES
               ADD 1 TO TOTAL-CMP-BRANCHES
               MOVE TOTAL-CMP-BRANCHES TO WS-BF-FOUND
               MOVE BRANCH-CMP TO BF-BRANCH (WS-BF-FOUND)
             ELSE
               DISPLAY 'CMPRPT: BRANCH TABLE FULL AT 100 - BRANCH '
                  BRANCH-CMP ' NOT REPORTED'
               ADD 1 TO BRANCH-OVERFLOWS
               GO TO ADD-TO-BRANCH-END
             END-IF
           END-IF.
           ADD WS-IS-RECEIVED TO BF-RECEIVED (WS-BF-FOUND).
           ADD WS-IS-CLOSED TO BF-CLOSED (WS-BF-FOUND).
           ADD WS-IS-FAST TO BF-FAST (WS-BF-FOUND).
           ADD WS-IS-UPHELD TO BF-UPHELD (WS-BF-FOUND).
           ADD WS-IS-OPEN TO BF-OPEN (WS-BF-FOUND).
           ADD WS-IS-ACKLATE TO BF-ACKLATE (WS-BF-FOUND).
           ADD WS-IS-RESLATE TO BF-RESLATE (WS-BF-FOUND).
           ADD WS-CMP-REDRESS TO BF-REDRESS (WS-BF-FOUND).
       ADD-TO-BRANCH-END.
           EXIT.

       SCAN-ONE-BRANCH-ROW.
           ADD 1 TO WS-BF-IX.
           IF BF-BRANCH (WS-BF-IX) = BRANCH-CMP
             MOVE WS-BF-IX TO WS-BF-FOUND
           END-IF.
       SCAN-ONE-BRANCH-ROW-END.
           EXIT.

       DATE-TO-INT.
           MOVE WS-DATE-YMD (1:4) TO WS-DATE-YEAR.
           MOVE WS-DATE-YMD (6:2) TO WS-DATE-MONTH.
           MOVE WS-DATE-YMD (9:2) TO WS-DATE-DAY.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (
             WS-DATE-YEAR * 10000 + WS-DATE-MONTH * 100
               + WS-DATE-DAY).
       DATE-TO-INT-END.
           EXIT.

      * PROCEDURE WRITE-BREACH-ROW : ONE X ROW FOR A DEADLINE MISSED -
      * "DONE" IS BLANK WHEN THE STEP HAS STILL NOT BEEN TAKEN
       WRITE-BREACH-ROW.
           MOVE CUSTID-CMP TO TXT-ID-E.
           MOVE CMPID-CMP TO TXT-ID2-E.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'X,' FUNCTION TRIM (TXT-ID-E) ','
                   FUNCTION TRIM (TXT-ID2-E) ',"'
                   CATEGORY-CMP '","'
                   FUNCTION TRIM (BRANCH-CMP) '","'
                   RCVDATE-CMP '","'
                   WS-BREACH-KIND '","'
                   WS-BREACH-DUE '","'
                   FUNCTION TRIM (WS-BREACH-DONE) '"'
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-BREACH-ROW-END.
           EXIT.

       WRITE-CATEGORY-ROW.
           MOVE CF-RECEIVED (WS-CAT-IX) TO TXT-CNT-E.
           MOVE CF-CLOSED (WS-CAT-IX) TO TXT-CNT2-E.
           MOVE CF-FAST (WS-CAT-IX) TO TXT-CNT3-E.
           MOVE CF-UPHELD (WS-CAT-IX) TO TXT-CNT4-E.
           MOVE CF-OPEN (WS-CAT-IX) TO TXT-CNT5-E.
           MOVE CF-ACKLATE (WS-CAT-IX) TO TXT-CNT6-E.
           MOVE CF-RESLATE (WS-CAT-IX) TO TXT-CNT7-E.
           MOVE CF-REDRESS (WS-CAT-IX) TO TXT-AMT-E.
           PERFORM BUILD-FIGURES THRU BUILD-FIGURES-END.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'C,"' CMP-CAT-CODE (WS-CAT-IX) '","'
                   FUNCTION TRIM (CMP-CAT-NAME (WS-CAT-IX)) '",'
                   WS-FIGURES
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-CATEGORY-ROW-END.
           EXIT.

       WRITE-BRANCH-ROW.
           MOVE BF-RECEIVED (WS-BF-IX) TO TXT-CNT-E.
           MOVE BF-CLOSED (WS-BF-IX) TO TXT-CNT2-E.
           MOVE BF-FAST (WS-BF-IX) TO TXT-CNT3-E.
           MOVE BF-UPHELD (WS-BF-IX) TO TXT-CNT4-E.
           MOVE BF-OPEN (WS-BF-IX) TO TXT-CNT5-E.
           MOVE BF-ACKLATE (WS-BF-IX) TO TXT-CNT6-E.
           MOVE BF-RESLATE (WS-BF-IX) TO TXT-CNT7-E.
           MOVE BF-REDRESS (WS-BF-IX) TO TXT-AMT-E.
           PERFORM BUILD-FIGURES THRU BUILD-FIGURES-END.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'B,"' FUNCTION TRIM (BF-BRANCH (WS-BF-IX)) '",'
                   WS-FIGURES
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-BRANCH-ROW-END.
           EXIT.

       WRITE-CAUSE-ROW.
           MOVE RF-CLOSED (WS-CAUSE-IX) TO TXT-CNT-E.
           MOVE RF-UPHELD (WS-CAUSE-IX) TO TXT-CNT2-E.
           MOVE RF-REDRESS (WS-CAUSE-IX) TO TXT-AMT-E.
           MOVE SPACES TO CMPRPT-OUT.
           STRING 'R,"' FUNCTION TRIM (CMP-CAUSE-CODE (WS-CAUSE-IX))
                   '","'
                   FUNCTION TRIM (CMP-CAUSE-NAME (WS-CAUSE-IX)) '",'
                   FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-CNT2-E) ','
                   FUNCTION TRIM (TXT-AMT-E)
              DELIMITED BY SIZE INTO CMPRPT-OUT.
           WRITE CMPRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-CAUSE-ROW-END.
           EXIT.

      * PROCEDURE BUILD-FIGURES : THE EIGHT FIGURE COLUMNS EVERY C, B
      * AND T ROW ENDS WITH, FROM THE EDITED WORK AREAS
       BUILD-FIGURES.
           MOVE SPACES TO WS-FIGURES.
           STRING FUNCTION TRIM (TXT-CNT-E) ','
                   FUNCTION TRIM (TXT-CNT2-E) ','
                   FUNCTION TRIM (TXT-CNT3-E) ','
                   FUNCTION TRIM (TXT-CNT4-E) ','
                   FUNCTION TRIM (TXT-CNT5-E) ','
                   FUNCTION TRIM (TXT-CNT6-E) ','
                   FUNCTION TRIM (TXT-CNT7-E) ','
                   FUNCTION TRIM (TXT-AMT-E)
              DELIMITED BY SIZE INTO WS-FIGURES.
       BUILD-FIGURES-END.
           EXIT.
