      *    ONE DD THE WAY CBUREAU READS THEM - THE AVERAGE DAILY
      *    BALANCE BEHIND THE APY-EARNED DISCLOSURE
           SELECT SNAPIN-FILE ASSIGN TO SNAPIN.
      *    ONE MAILING-INDEX ROW PER STATEMENT PRINTED - STMTHHLD
      *    HOUSEHOLDS AND PRESORTS THE MAILING FROM IT
           SELECT STMTIDX-FILE ASSIGN TO STMTIDX.
      *    E-STATEMENT ARCHIVE - THE DOCUMENT AND ITS INDEX ROW FOR
      *    EVERY CUSTOMER ON ELECTRONIC DELIVERY, SEE ESTMTDOC.CPY
           SELECT ESTMTDOC-FILE ASSIGN TO ESTMTDOC.
           SELECT ESTMTIDX-FILE ASSIGN TO ESTMTIDX.

       DATA DIVISION.

            DATA RECORD IS SNAPIN-IN.
       01  SNAPIN-IN            PIC X(80).

         FD STMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SI-RECORD.
           COPY STMTIDX.

         FD ESTMTDOC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ESTMTDOC-OUT.
       01  ESTMTDOC-OUT         PIC X(250).

         FD ESTMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS EI-RECORD.
           COPY ESTMTIX.

       WORKING-STORAGE SECTION.

      ******************************************************************
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *IMS STATUS CODES
      * STATEMENT CYCLE (1-20) - WHICH NIGHTLY STMTGEN CYCLE RUN
      * PRODUCES THIS ACCOUNT'S STATEMENT. SEE CYCCTL.
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
      *    'A'TM, 'B'ATCH POSTERS, 'C'HECK CLEARING, 'N'ETWORK/ACH,
      *    'W'IRE. TOTALED AND RECONCILED NIGHTLY BY CHSETTLE.
           05  CHANNEL-HIST    PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      ******************************************************************
      *CLOCK STRUCTURE AND STATEMENT-PERIOD WORK AREA - THE PERIOD IS
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  NOTIFQ-SSA.
           05  FILLER          PIC  X(08)        VALUE "NOTIFQ  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ENVELOPE-SEG.
           05  ACCID-ENV       PIC  S9(18) COMP-5.
           05  ENVID-ENV       PIC  S9(9) COMP-5.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    THE MAILING ADDRESS GOES ON THE STATEMENT'S STMTIDX ROW
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
      *    PHONE-CD THROUGH DECDATE-CD - 156 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(156).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
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

       01  STMTMSG-TABLE.
           05  STMTMSG-ENTRY OCCURS 20 TIMES
       01  WS-STMTMSG-EOF      PIC  X(01) VALUE 'N'.
           88  STMTMSG-EOF         VALUE 'Y'.

      *    PRINT LINES THE CURRENT STATEMENT HAS TAKEN - CARRIED ON
      *    ITS STMTIDX ROW
       77  WS-STMT-LINES           PIC S9(5) COMP-5 VALUE 0.

      ******************************************************************
      *E-STATEMENT DELIVERY - THE ARCHIVE DOCUMENT, ITS INDEX ROW AND
      *THE "STATEMENT READY" NOTICE (DBPCB5, NOTIFQ) FOR CUSTOMERS ON
      *ELECTRONIC DELIVERY
      ******************************************************************

           COPY ESTMTDOC.

       77  NTF-TIME-MULT       PIC S9(18) COMP-5 VALUE 100000000.
       77  WS-NTF-BASEID       PIC S9(18) COMP-5.

       01  NOTIFQ-SEG.
           05  NOTIFID-NTF     PIC  S9(18) COMP-5.
           05  CUSTID-NTF      PIC  S9(9) COMP-5.
           05  EVTTYPE-NTF     PIC  X(1).
           05  CHANNEL-NTF     PIC  X(1).
           05  CONTACT-NTF     PIC  X(50).
           05  MSGTEXT-NTF     PIC  X(60).
           05  STATUS-NTF      PIC  X(1).
           05  ATTEMPTS-NTF    PIC  9(1).
           05  CREATETS-NTF    PIC  X(23).
           05  SENTTS-NTF      PIC  X(23).

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

       01  TODAY-YMD               PIC X(10).

       01  WS-HAVE-ACTIVITY        PIC X(1).
           88  HAVE-ACTIVITY           VALUE 'Y'.
           88  NO-ACTIVITY             VALUE 'N'.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

      ******************************************************************
      *DATABASE PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
      * XRST RETURNS THE LAST CHECKPOINT'S SAVED KEY AND COUNT -
                'CUSTID: ' RESTART-LAST-CUSTID
                ' ACCID: ' RESTART-LAST-ACCID
           END-IF.
      * A RESTART ADDS TO THE MAILING INDEX THE FAILED RUN BEGAN -
      * STMTHHLD DROPS THE ROWS IT WROTE AGAIN AFTER THE CHECKPOINT
      * THE E-STATEMENT ARCHIVE LIKEWISE - A DOCUMENT WRITTEN AGAIN
      * CARRIES THE SAME KEY, AND THE ARCHIVE LOAD KEEPS THE LATEST
           IF RESTART-LAST-ACCID NOT = 0
             OPEN EXTEND STMTIDX-FILE
             OPEN EXTEND ESTMTDOC-FILE
             OPEN EXTEND ESTMTIDX-FILE
           ELSE
             OPEN OUTPUT STMTIDX-FILE
             OPEN OUTPUT ESTMTDOC-FILE
             OPEN OUTPUT ESTMTIDX-FILE
           END-IF.

           PERFORM LOAD-PRODUCT-CATALOG
              THRU LOAD-PRODUCT-CATALOG-END.
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM PROCESS-CUSTACCS THRU PROCESS-CUSTACCS-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           CLOSE STMTIDX-FILE.
           CLOSE ESTMTDOC-FILE.
           CLOSE ESTMTIDX-FILE.

           DISPLAY '========================================'.
           DISPLAY 'STATEMENTS PRINTED: ' STATEMENTS-PRINTED.
           DISPLAY 'E-STATEMENTS ARCHIVED: ' ESTMT-DOCS-WRITTEN.
           DISPLAY 'STATEMENT-READY NOTICES QUEUED: ' ESTMT-NOTICES.
           DISPLAY 'PAPER SUPPRESSED (ELECTRONIC ONLY): '
              PAPER-SUPPRESSED.
           IF TOTAL-STMTMSG > 0
             DISPLAY 'MESSAGE REACH:'
             PERFORM REPORT-ONE-REACH THRU REPORT-ONE-REACH-END
              INTO PERIOD-START-YMD.
           STRING PE-YEAR '-' PE-MONTH '-' PE-DAY
              INTO PERIOD-END-YMD.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
              WS-CURRENT-DAY INTO TODAY-YMD.
       COMPUTE-STATEMENT-PERIOD-END.
           EXIT.

           MOVE 0 TO WS-INT-PERIOD.
           MOVE 0 TO WS-INT-YTD.
           MOVE 'N' TO WS-HAVE-ACTIVITY.
      *    THE TEN LINES EVERY STATEMENT PRINTS - THE OPTIONAL ONES
      *    ARE COUNTED AS THEY PRINT
           MOVE 10 TO WS-STMT-LINES.

           DISPLAY ' '.
           DISPLAY '----------------------------------------'.
             DISPLAY 'PRODUCT: ' ACCTYPE-ACC
           END-IF.
           DISPLAY 'PERIOD: ' PERIOD-START-YMD ' TO ' PERIOD-END-YMD.
           IF ESTMT-WANTED
             PERFORM START-ESTMT-DOC THRU START-ESTMT-DOC-END
           END-IF.

      *    ONE ACCOUNT'S HISTORY, READ DIRECTLY THROUGH THE ACCIDHX
      *    SECONDARY INDEX - SEE HISTORY-SSAX

           DISPLAY 'OPENING BALANCE: ' OPENING-BALANCE.
           DISPLAY 'CLOSING BALANCE: ' CLOSING-BALANCE.
           IF ESTMT-WANTED
             PERFORM WRITE-DOC-BALANCES THRU WRITE-DOC-BALANCES-END
           END-IF.
           IF ACCRINT-ACC > 0
             DISPLAY 'ACCRUED INTEREST PENDING: ' ACCRINT-ACC
             ADD 1 TO WS-STMT-LINES
             IF ESTMT-WANTED
               MOVE ACCRINT-ACC TO TXT-ED-AMT
               MOVE SPACES TO ED-TEXT
               STRING 'ACCRUED INTEREST PENDING: '
                       FUNCTION TRIM (TXT-ED-AMT)
                  DELIMITED BY SIZE INTO ED-TEXT
               END-STRING
               PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
             END-IF
           END-IF.

      * THE DISCLOSURE BLOCK - INTEREST EARNED THIS PERIOD, THE
      * AVERAGE DAILY BALANCE
           DISPLAY 'INTEREST EARNED THIS PERIOD: ' WS-INT-PERIOD.
           DISPLAY 'INTEREST EARNED YEAR TO DATE: ' WS-INT-YTD.
           IF ESTMT-WANTED
             MOVE WS-INT-PERIOD TO TXT-ED-AMT
             MOVE WS-INT-YTD TO TXT-ED-AMT2
             MOVE SPACES TO ED-TEXT
             STRING 'INTEREST EARNED THIS PERIOD: '
                     FUNCTION TRIM (TXT-ED-AMT)
                     ' YEAR TO DATE: '
                     FUNCTION TRIM (TXT-ED-AMT2)
                DELIMITED BY SIZE INTO ED-TEXT
             END-STRING
             PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
           END-IF.
           PERFORM COMPUTE-APY-EARNED THRU COMPUTE-APY-EARNED-END.
           IF WS-ADB > 0
             MOVE WS-APY-EARNED TO WS-APY-ED
             DISPLAY 'ANNUAL PERCENTAGE YIELD EARNED: ' WS-APY-ED
                ' PCT (AVERAGE DAILY BALANCE ' WS-ADB ')'
             ADD 1 TO WS-STMT-LINES
             IF ESTMT-WANTED
               MOVE WS-ADB TO TXT-ED-AMT
               MOVE SPACES TO ED-TEXT
               STRING 'ANNUAL PERCENTAGE YIELD EARNED: '
                       FUNCTION TRIM (WS-APY-ED)
                       ' PCT (AVERAGE DAILY BALANCE '
                       FUNCTION TRIM (TXT-ED-AMT) ')'
                  DELIMITED BY SIZE INTO ED-TEXT
               END-STRING
               PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
             END-IF
           END-IF.

      * ON A TIERED PRODUCT, SHOW THE EFFECTIVE BLENDED RATE THE
           IF WS-RS-SCHEDULED = 'Y' AND CLOSING-BALANCE > 0
             MOVE WS-BLENDED-RATE TO WS-BLENDED-ED
             DISPLAY 'EFFECTIVE BLENDED RATE: ' WS-BLENDED-ED
             ADD 1 TO WS-STMT-LINES
             IF ESTMT-WANTED
               MOVE SPACES TO ED-TEXT
               STRING 'EFFECTIVE BLENDED RATE: ' WS-BLENDED-ED
                  DELIMITED BY SIZE INTO ED-TEXT
               END-STRING
               PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
             END-IF
           END-IF.

      * ENVELOPE BALANCES - THE CUSTOMER'S NAMED BUCKETS AND WHAT IS
              VARYING WS-SM-IX FROM 1 BY 1
              UNTIL WS-SM-IX > TOTAL-STMTMSG.
           ADD 1 TO STATEMENTS-PRINTED.
      * AN ELECTRONIC-ONLY STATEMENT GETS NO MAILING-INDEX ROW, SO
      * STMTHHLD NEVER PUTS IT IN AN ENVELOPE
           IF PAPER-WANTED
             PERFORM WRITE-STMT-INDEX THRU WRITE-STMT-INDEX-END
           ELSE
             ADD 1 TO PAPER-SUPPRESSED
           END-IF.
           IF ESTMT-WANTED
             PERFORM FINISH-ESTMT-DOC THRU FINISH-ESTMT-DOC-END
           END-IF.
       PRINT-STATEMENT-END.

      * PROCEDURE WRITE-STMT-INDEX : THE STATEMENT'S MAILING-INDEX ROW
      * - WHERE IT GOES AND HOW LONG IT RAN - FOR STMTHHLD
       WRITE-STMT-INDEX.
           MOVE SPACES TO SI-RECORD.
           MOVE 'S' TO SI-SOURCE.
           MOVE STATEMENTS-PRINTED TO SI-STMTSEQ.
           MOVE CUSTID OF CUSTACCS-SEG TO SI-CUSTID.
           MOVE ACCID-CA TO SI-ACCID.
           MOVE WS-STMT-LINES TO SI-LINES.
           MOVE OPTINS-CD (6:1) TO SI-HHOPT.
           MOVE LASTNAME-CD TO SI-LASTNAME.
           MOVE FIRSTNAME-CD TO SI-FIRSTNAME.
           MOVE ADDRESS-CD TO SI-ADDRESS.
           MOVE CITY-CD TO SI-CITY.
           MOVE STATE-CD TO SI-STATE.
           MOVE ZIPCODE-CD TO SI-ZIPCODE.
           MOVE PERIOD-END-YMD TO SI-PERIOD-END.
           WRITE SI-RECORD.
       WRITE-STMT-INDEX-END.
           EXIT.

      * PROCEDURE SET-DELIVERY : THE CUSTOMER'S STATEMENT DELIVERY
      * PREFERENCE, BYTE 7 OF OPTINS-CD - SEE ESTMTDOC.CPY. AN
      * ELECTRONIC-ONLY CUSTOMER WITH NO GOOD EMAIL TO BE TOLD THE
      * STATEMENT IS READY STILL GETS IT ON PAPER.
       SET-DELIVERY.
           MOVE 'N' TO WS-ESTMT-SW.
           MOVE 'Y' TO WS-PAPER-SW.
           MOVE 'N' TO WS-NOTICE-SW.
           IF OPTINS-CD (7:1) NOT = 'E' AND OPTINS-CD (7:1) NOT = 'B'
             GO TO SET-DELIVERY-END
           END-IF.
           MOVE 'Y' TO WS-ESTMT-SW.
           IF EMAIL-CD NOT = SPACES AND BADCONTACT-CD (1:1) NOT = 'B'
             MOVE 'Y' TO WS-NOTICE-SW
             IF OPTINS-CD (7:1) = 'E'
               MOVE 'N' TO WS-PAPER-SW
             END-IF
           END-IF.
       SET-DELIVERY-END.
           EXIT.

      * PROCEDURE START-ESTMT-DOC : KEYS THE ARCHIVE DOCUMENT AND
      * WRITES ITS "H" AND "A" LINES
       START-ESTMT-DOC.
           MOVE 0 TO ED-DOCLINES.
           MOVE 'S' TO ED-DK-SOURCE.
           MOVE ACCID-CA TO ED-DK-ID.
           MOVE SPACES TO ED-DK-PERIOD.
           STRING PERIOD-END-YMD (1:4) PERIOD-END-YMD (6:2)
              DELIMITED BY SIZE INTO ED-DK-PERIOD
           END-STRING.
           MOVE CUSTID OF CUSTACCS-SEG TO TXT-ED-ID.
           MOVE ACCID-CA TO TXT-ED-ID2.
           MOVE ACCNUM TO TXT-ED-ID3.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"H","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID) ','
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-ID3) ',"'
                   PERIOD-START-YMD '","' PERIOD-END-YMD '","'
                   'ACCOUNT STATEMENT","'
                   FUNCTION TRIM (LASTNAME-CD) '","'
                   FUNCTION TRIM (FIRSTNAME-CD) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.

           IF WS-PC-FOUND-IX > 0
             MOVE PC-DESC (WS-PC-FOUND-IX) TO ED-TEXT
           ELSE
             MOVE ACCTYPE-ACC TO ED-TEXT
           END-IF.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"A","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-ID3) ',"'
                   FUNCTION TRIM (ED-TEXT) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       START-ESTMT-DOC-END.
           EXIT.

      * PROCEDURE WRITE-DOC-DETAIL : THE "D" LINE FOR THE HISTORY ROW
      * JUST PRINTED
       WRITE-DOC-DETAIL.
           MOVE AMOUNT-HIST TO TXT-ED-AMT.
           MOVE BALAFTER-HIST TO TXT-ED-AMT2.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"D","' ED-DOCKEY '","' TIMESTMP-HIST '","'
                   TRANSTYP-HIST '",'
                   FUNCTION TRIM (TXT-ED-AMT) ','
                   FUNCTION TRIM (TXT-ED-AMT2)
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       WRITE-DOC-DETAIL-END.
           EXIT.

      * PROCEDURE WRITE-DOC-BALANCES : THE "B" LINE - OPENING AND
      * CLOSING BALANCE OF THE ACCOUNT SECTION
       WRITE-DOC-BALANCES.
           MOVE ACCID-CA TO TXT-ED-ID2.
           MOVE OPENING-BALANCE TO TXT-ED-AMT.
           MOVE CLOSING-BALANCE TO TXT-ED-AMT2.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"B","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-AMT) ','
                   FUNCTION TRIM (TXT-ED-AMT2)
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       WRITE-DOC-BALANCES-END.
           EXIT.

      * PROCEDURE WRITE-DOC-TEXT : AN "M" LINE CARRYING ED-TEXT - A
      * DISCLOSURE, ENVELOPE OR CAMPAIGN MESSAGE FROM THE PRINT
       WRITE-DOC-TEXT.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"M","' ED-DOCKEY '","'
                   FUNCTION TRIM (ED-TEXT) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       WRITE-DOC-TEXT-END.
           EXIT.

       WRITE-DOC-LINE.
           WRITE ESTMTDOC-OUT.
           ADD 1 TO ED-DOCLINES.
       WRITE-DOC-LINE-END.
           EXIT.

      * PROCEDURE FINISH-ESTMT-DOC : THE "T" LINE, THE DOCUMENT'S
      * ESTMTIDX ROW FOR ONLINE BANKING, AND THE NOTICE
       FINISH-ESTMT-DOC.
           ADD 1 TO ED-DOCLINES.
           MOVE ED-DOCLINES TO TXT-ED-LINES.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"T","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-LINES)
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           WRITE ESTMTDOC-OUT.
           ADD 1 TO ESTMT-DOCS-WRITTEN.

           MOVE SPACES TO EI-RECORD.
           MOVE ED-DOCKEY TO EI-DOCKEY.
           MOVE CUSTID OF CUSTACCS-SEG TO EI-CUSTID.
           MOVE ACCID-CA TO EI-ACCID.
           MOVE ACCNUM TO EI-ACCNUM.
           MOVE PERIOD-START-YMD TO EI-PERIOD-START.
           MOVE PERIOD-END-YMD TO EI-PERIOD-END.
           MOVE ED-DOCLINES TO EI-DOCLINES.
           MOVE TODAY-YMD TO EI-CREATED.
           MOVE OPTINS-CD (7:1) TO EI-DELIVERY.
           WRITE EI-RECORD.

           IF NOTICE-DELIVERABLE
             PERFORM QUEUE-ESTMT-NOTICE THRU QUEUE-ESTMT-NOTICE-END
           END-IF.
       FINISH-ESTMT-DOC-END.
           EXIT.

      * PROCEDURE QUEUE-ESTMT-NOTICE : THE "STATEMENT READY" EMAIL ON
      * NOTIFQ (DBPCB5), EVENT 'M'. IT IS PART OF THE ELECTRONIC
      * DELIVERY THE CUSTOMER CONSENTED TO, SO IT GOES OUT WHATEVER
      * THE EVENT OPT-INS IN BYTES 1-4 SAY. A SECOND STATEMENT FOR
      * THE SAME CUSTOMER IN THE SAME HUNDREDTH OF A SECOND COMES
      * BACK 'II' - THE NOTICE ALREADY QUEUED COVERS IT.
       QUEUE-ESTMT-NOTICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           COMPUTE WS-NTF-BASEID =
             CUSTID OF CUSTACCS-SEG * NTF-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-NTF-BASEID TO NOTIFID-NTF.
           MOVE CUSTID OF CUSTACCS-SEG TO CUSTID-NTF.
           MOVE 'M' TO EVTTYPE-NTF.
           MOVE 'E' TO CHANNEL-NTF.
           MOVE EMAIL-CD TO CONTACT-NTF.
           MOVE SPACES TO MSGTEXT-NTF.
           STRING 'YOUR ' PERIOD-END-YMD (1:7)
                   ' STATEMENT IS READY IN ONLINE BANKING'
              DELIMITED BY SIZE INTO MSGTEXT-NTF
           END-STRING.
           MOVE 'P' TO STATUS-NTF.
           MOVE 0 TO ATTEMPTS-NTF.
           MOVE TIMESTAMP TO CREATETS-NTF.
           MOVE SPACES TO SENTTS-NTF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, NOTIFQ-SEG, NOTIFQ-SSA.
           IF DBSTAT = SPACES
             ADD 1 TO ESTMT-NOTICES
           ELSE
             IF DBSTAT NOT = 'II'
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       QUEUE-ESTMT-NOTICE-END.
           EXIT.

      * PROCEDURE COMPUTE-BLENDED-RATE : WALKS THE SCHEDULE BANDS FOR
      * THIS ACCOUNT'S TYPE, WEIGHTING EACH BALANCE SLICE BY ITS BAND
      * RATE - THE SAME BAND ARITHMETIC INTPOST ACCRUES WITH
               DISPLAY 'ENVELOPE: ' ENVNAME-ENV ' SET ASIDE: '
                  ALLOC-ENV
             END-IF
             ADD 1 TO WS-STMT-LINES
             IF ESTMT-WANTED
               MOVE ALLOC-ENV TO TXT-ED-AMT
               MOVE SPACES TO ED-TEXT
               STRING 'ENVELOPE: ' FUNCTION TRIM (ENVNAME-ENV)
                       ' SET ASIDE: ' FUNCTION TRIM (TXT-ED-AMT)
                  DELIMITED BY SIZE INTO ED-TEXT
               END-STRING
               PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, ENVELOPE-SEG, ENVELOPE-SSA
           ELSE
      * (AN UNSCORED RELATIONSHIP) ONLY MATCHES '*' RULES
       READ-CUSTOMER-TIER.
           MOVE ' ' TO WS-CUST-TIER.
      *    A CUSTOMER NOT FOUND MAILS WITH NO ADDRESS - STMTHHLD SETS
      *    THE STATEMENT ASIDE RATHER THAN GUESS
           MOVE SPACES TO LASTNAME-CD FIRSTNAME-CD ADDRESS-CD CITY-CD
              STATE-CD ZIPCODE-CD OPTINS-CD EMAIL-CD BADCONTACT-CD.
           MOVE CUSTID OF CUSTACCS-SEG TO CUSTID-SSA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
           IF DBSTAT = SPACES
             MOVE VALBAND-CD TO WS-CUST-TIER
           END-IF.
      *    ONE CUSTOMER READ SERVES THE DELIVERY PREFERENCE AS WELL
           PERFORM SET-DELIVERY THRU SET-DELIVERY-END.
       READ-CUSTOMER-TIER-END.
           EXIT.

              AND CLOSING-BALANCE NOT < SM-MINBAL (SM-IX)
              AND CLOSING-BALANCE NOT > SM-MAXBAL (SM-IX)
             DISPLAY 'MESSAGE: ' SM-TEXT (SM-IX)
             ADD 1 TO WS-STMT-LINES
             IF ESTMT-WANTED
               MOVE SM-TEXT (SM-IX) TO ED-TEXT
               PERFORM WRITE-DOC-TEXT THRU WRITE-DOC-TEXT-END
             END-IF
             ADD 1 TO SM-REACHED (SM-IX)
           END-IF.
       TRY-ONE-MESSAGE-END.
                  AND HIST-YMD NOT > PERIOD-END-YMD
                 DISPLAY '  ' TIMESTMP-HIST ' ' TRANSTYP-HIST
                    ' AMOUNT: ' AMOUNT-HIST ' BALANCE: ' BALAFTER-HIST
                 ADD 1 TO WS-STMT-LINES
                 IF ESTMT-WANTED
                   PERFORM WRITE-DOC-DETAIL THRU WRITE-DOC-DETAIL-END
                 END-IF
                 MOVE BALAFTER-HIST TO CLOSING-BALANCE
                 MOVE 'Y' TO WS-HAVE-ACTIVITY
                 IF TRANSTYP-HIST = 'i'
