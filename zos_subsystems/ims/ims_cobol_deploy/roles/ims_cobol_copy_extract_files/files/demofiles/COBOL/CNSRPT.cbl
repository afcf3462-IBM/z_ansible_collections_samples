       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSRPT.

      ******************************************************************
      * MONTHLY THIRD-PARTY ACCESS REPORT - RUN EARLY IN THE MONTH FOR
      * THE MONTH JUST ENDED. WALKS EVERY CONSENT-SEG (SEE CONSENT.CPY)
      * AND LISTS, PER CONSENT IN FORCE AT ANY TIME IN THE MONTH OR
      * WITH ANY TRAFFIC IN IT, THE BALANCE, HISTORY AND PAYMENT CALLS
      * FBAPIGW ALLOWED UNDER IT AND THE CALLS IT REFUSED THE SAME
      * THIRD PARTY FOR THAT CUSTOMER, THEN FOOTS THE MONTH BY THIRD
      * PARTY THE SAME WAY INQRPT FOOTS BY OPERATOR. THE GATEWAY KEEPS
      * THE CURRENT AND THE PREVIOUS MONTH ON EACH ROW, SO THE REPORT
      * MUST RUN BEFORE THE MONTH AFTER NEXT BEGINS.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
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
      *SEGMENT AREAS AND SEARCH ARGUMENTS
      ******************************************************************

           COPY CONSENT.

      ******************************************************************
      *THE REPORT MONTH'S FIGURES FOR THE CURRENT ROW
      ******************************************************************

       77  RM-BAL              PIC  S9(9) COMP-5.
       77  RM-HIST             PIC  S9(9) COMP-5.
       77  RM-PAY              PIC  S9(9) COMP-5.
       77  RM-REFUSE           PIC  S9(9) COMP-5.
       77  RM-TOTAL            PIC  S9(9) COMP-5.
       77  WS-IN-FORCE         PIC  X(01).

      ******************************************************************
      *PER-THIRD-PARTY FOOTINGS - SAME TABLE TECHNIQUE INQRPT USES FOR
      *ITS OPERATORS
      ******************************************************************

       01  TPP-TABLE.
           05  TPP-ROW OCCURS 100 TIMES INDEXED BY TP-IX.
               10  TT-TPPID        PIC  X(12).
               10  TT-TPPNAME      PIC  X(30).
               10  TT-CONSENTS     PIC  S9(9) COMP-5.
               10  TT-ALLOWED      PIC  S9(9) COMP-5.
               10  TT-REFUSED      PIC  S9(9) COMP-5.

       77  TPP-COUNT           PIC  S9(4) COMP-5 VALUE 0.
       77  WS-FOUND-IX         PIC  S9(4) COMP-5.

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

      *    THE MONTH REPORTED - THE CALENDAR MONTH BEFORE THIS ONE
       01  RPT-MONTH.
           05  RPT-YEAR            PIC 9(04).
           05  FILLER              PIC X(01) VALUE '-'.
           05  RPT-MM              PIC 9(02).

       01  CONSENTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  CONSENTS-REPORTED   PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-BAL           PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-HIST          PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-PAY           PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-REFUSE        PIC  S9(9) COMP-5 VALUE 0.

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
      *   DBPCB1 - CUSTOMER DATABASE, SENSITIVE TO CONSENT (READ ONLY)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           IF WS-CURRENT-MONTH = 1
             COMPUTE RPT-YEAR = WS-CURRENT-YEAR - 1
             MOVE 12 TO RPT-MM
           ELSE
             MOVE WS-CURRENT-YEAR TO RPT-YEAR
             COMPUTE RPT-MM = WS-CURRENT-MONTH - 1
           END-IF.

           DISPLAY '========================================'.
           DISPLAY 'THIRD-PARTY ACCESS REPORT - ' RPT-MONTH
              ' (RUN ' TODAY-YMD ')'.
           DISPLAY '========================================'.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CONSENT-SEG, CONSENT-SSA.
           PERFORM PROCESS-CONSENT-ROW THRU PROCESS-CONSENT-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '----------------------------------------'.
           DISPLAY 'BY THIRD PARTY'.
           PERFORM PRINT-ONE-TPP THRU PRINT-ONE-TPP-END
              VARYING TP-IX FROM 1 BY 1
              UNTIL TP-IX > TPP-COUNT.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CONSENTS SCANNED:         ' CONSENTS-SCANNED.
           DISPLAY 'CONSENTS REPORTED:        ' CONSENTS-REPORTED.
           DISPLAY 'BALANCE CALLS ALLOWED:    ' TOTAL-BAL.
           DISPLAY 'HISTORY CALLS ALLOWED:    ' TOTAL-HIST.
           DISPLAY 'PAYMENT CALLS ALLOWED:    ' TOTAL-PAY.
           DISPLAY 'CALLS REFUSED:            ' TOTAL-REFUSE.
           DISPLAY '========================================'.

           STOP RUN.

       PROCESS-CONSENT-ROW.
           IF DBSTAT = SPACES
             ADD 1 TO CONSENTS-SCANNED
             PERFORM REPORT-ONE-CONSENT THRU REPORT-ONE-CONSENT-END
             CALL "CBLTDLI"
               USING GN, DBPCB, CONSENT-SEG, CONSENT-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-CONSENT-ROW-END.

      *    THE ROW'S FIGURES FOR THE REPORT MONTH ARE WHICHEVER OF ITS
      *    TWO MONTHS MATCHES, ELSE NONE. IN FORCE MEANS GRANTED BY THE
      *    MONTH'S END AND NOT EXPIRED OR ENDED BEFORE IT BEGAN.
       REPORT-ONE-CONSENT.
           MOVE 0 TO RM-BAL.
           MOVE 0 TO RM-HIST.
           MOVE 0 TO RM-PAY.
           MOVE 0 TO RM-REFUSE.
           IF USEMONTH-CNS = RPT-MONTH
             MOVE USEBAL-CNS TO RM-BAL
             MOVE USEHIST-CNS TO RM-HIST
             MOVE USEPAY-CNS TO RM-PAY
             MOVE USEREFUSE-CNS TO RM-REFUSE
           ELSE
             IF PRVMONTH-CNS = RPT-MONTH
               MOVE PRVBAL-CNS TO RM-BAL
               MOVE PRVHIST-CNS TO RM-HIST
               MOVE PRVPAY-CNS TO RM-PAY
               MOVE PRVREFUSE-CNS TO RM-REFUSE
             END-IF
           END-IF.
           COMPUTE RM-TOTAL = RM-BAL + RM-HIST + RM-PAY + RM-REFUSE.

           MOVE 'N' TO WS-IN-FORCE.
           IF GRANTDATE-CNS (1:7) NOT > RPT-MONTH
              AND EXPDATE-CNS (1:7) NOT < RPT-MONTH
              AND ( ENDDATE-CNS = SPACES
                 OR ENDDATE-CNS (1:7) NOT < RPT-MONTH )
             MOVE 'Y' TO WS-IN-FORCE
           END-IF.
           IF WS-IN-FORCE NOT = 'Y' AND RM-TOTAL = 0
             GO TO REPORT-ONE-CONSENT-END
           END-IF.

           ADD 1 TO CONSENTS-REPORTED.
           ADD RM-BAL TO TOTAL-BAL.
           ADD RM-HIST TO TOTAL-HIST.
           ADD RM-PAY TO TOTAL-PAY.
           ADD RM-REFUSE TO TOTAL-REFUSE.
           DISPLAY 'CUSTID: ' CUSTID-CNS ' CONSENT: ' CONSID-CNS
              ' ' TPPID-CNS ' ' TPPNAME-CNS.
           DISPLAY '  SCOPE ' SCOPEBAL-CNS SCOPEHIST-CNS SCOPEPAY-CNS
              ' ALL ACCOUNTS ' ALLACCTS-CNS ' STATUS ' STATUS-CNS
              ' EXPIRES ' EXPDATE-CNS.
           DISPLAY '  BALANCE ' RM-BAL ' HISTORY ' RM-HIST
              ' PAYMENT ' RM-PAY ' REFUSED ' RM-REFUSE.
           PERFORM FOOT-ONE-TPP THRU FOOT-ONE-TPP-END.
       REPORT-ONE-CONSENT-END.
           EXIT.

       FOOT-ONE-TPP.
           MOVE 0 TO WS-FOUND-IX.
           PERFORM FIND-ONE-TPP THRU FIND-ONE-TPP-END
              VARYING TP-IX FROM 1 BY 1
              UNTIL TP-IX > TPP-COUNT OR WS-FOUND-IX > 0.
           IF WS-FOUND-IX = 0
             IF TPP-COUNT < 100
               ADD 1 TO TPP-COUNT
               MOVE TPP-COUNT TO WS-FOUND-IX
               SET TP-IX TO WS-FOUND-IX
               MOVE TPPID-CNS TO TT-TPPID (TP-IX)
               MOVE TPPNAME-CNS TO TT-TPPNAME (TP-IX)
               MOVE 0 TO TT-CONSENTS (TP-IX)
               MOVE 0 TO TT-ALLOWED (TP-IX)
               MOVE 0 TO TT-REFUSED (TP-IX)
             ELSE
               DISPLAY 'CNSRPT: THIRD-PARTY TABLE FULL AT 100'
               GO TO FOOT-ONE-TPP-END
             END-IF
           ELSE
             SET TP-IX TO WS-FOUND-IX
           END-IF.
           ADD 1 TO TT-CONSENTS (TP-IX).
           COMPUTE TT-ALLOWED (TP-IX) = TT-ALLOWED (TP-IX)
              + RM-BAL + RM-HIST + RM-PAY.
           ADD RM-REFUSE TO TT-REFUSED (TP-IX).
       FOOT-ONE-TPP-END.
           EXIT.

       FIND-ONE-TPP.
           IF TT-TPPID (TP-IX) = TPPID-CNS
             SET WS-FOUND-IX TO TP-IX
           END-IF.
       FIND-ONE-TPP-END.
           EXIT.

       PRINT-ONE-TPP.
           DISPLAY TT-TPPID (TP-IX) ' ' TT-TPPNAME (TP-IX).
           DISPLAY '  CONSENTS ' TT-CONSENTS (TP-IX)
              ' CALLS ALLOWED ' TT-ALLOWED (TP-IX)
              ' REFUSED ' TT-REFUSED (TP-IX).
       PRINT-ONE-TPP-END.
           EXIT.
