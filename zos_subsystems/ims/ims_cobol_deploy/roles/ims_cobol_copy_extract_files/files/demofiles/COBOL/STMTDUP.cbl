      * TO THE STMTLOG FILE WITH WHO ASKED AND WHEN - STATEMENTS ARE
      * EVIDENCE IN DISPUTES AND THE REPRINTS THEMSELVES MUST LEAVE
      * A TRAIL.
      *
      * WHEN THE ACCOUNT'S PRIMARY OWNER (FOUND THROUGH CUSTACCS,
      * DBPCB3, CUSTOMER ON DBPCB4) IS ON ELECTRONIC STATEMENT
      * DELIVERY (OPTINS-CD BYTE 7, SEE ESTMTDOC.CPY) THE REPRINT IS
      * ALSO FILED AS AN ESTMTDOC ARCHIVE DOCUMENT WITH ITS ESTMTIDX
      * ROW AND A "STATEMENT READY" NOTICE GOES ON NOTIFQ (DBPCB5).
      * THE PAPER REPRINT IS PRODUCED EITHER WAY - SOMEONE ASKED FOR
      * IT.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT DUPCTL-FILE ASSIGN TO DUPCTL.
           SELECT STAGED-FILE ASSIGN TO STAGED.
           SELECT STMTLOG-FILE ASSIGN TO STMTLOG.
           SELECT ESTMTDOC-FILE ASSIGN TO ESTMTDOC.
           SELECT ESTMTIDX-FILE ASSIGN TO ESTMTIDX.

       DATA DIVISION.

            DATA RECORD IS STMTLOG-OUT.
       01  STMTLOG-OUT        PIC X(80).

         FD ESTMTDOC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ESTMTDOC-OUT.
       01  ESTMTDOC-OUT       PIC X(250).

         FD ESTMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS EI-RECORD.
           COPY ESTMTIX.

       WORKING-STORAGE SECTION.

      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *IMS STATUS CODES
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

       01  NOTIFQ-SSA.
           05  FILLER          PIC  X(08)        VALUE "NOTIFQ  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    ADDRESS-CD THROUGH DECDATE-CD - 278 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(278).
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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
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

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).

       01  TODAY-YMD           PIC X(10).

      ******************************************************************
      *E-STATEMENT DELIVERY - THE ARCHIVE DOCUMENT, ITS INDEX ROW AND
      *THE "STATEMENT READY" NOTICE (DBPCB5, NOTIFQ) WHEN THE OWNER
      *IS ON ELECTRONIC DELIVERY
      ******************************************************************

           COPY ESTMTDOC.

       77  WS-OWNER-CUSTID     PIC  S9(9) COMP-5.
       77  WS-OWNER-ACCNUM     PIC  S9(9) COMP-5.
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

       01  REQUESTS-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  REPRINTS-DONE       PIC  S9(9) COMP-5 VALUE 0.
       01  STAGED-ROWS-USED    PIC  S9(9) COMP-5 VALUE 0.

       01  DBPCB1 POINTER.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
                  WS-CURRENT-DAY INTO TODAY-YMD.

           OPEN OUTPUT STMTLOG-FILE.
           OPEN OUTPUT ESTMTDOC-FILE.
           OPEN OUTPUT ESTMTIDX-FILE.
           OPEN INPUT DUPCTL-FILE.
           READ DUPCTL-FILE
             AT END
              UNTIL DUPCTL-EOF.
           CLOSE DUPCTL-FILE.
           CLOSE STMTLOG-FILE.
           CLOSE ESTMTDOC-FILE.
           CLOSE ESTMTIDX-FILE.

           DISPLAY '========================================'.
           DISPLAY 'DUPLICATE STATEMENT SUMMARY'.
           DISPLAY 'REQUESTS READ:            ' REQUESTS-READ.
           DISPLAY 'REPRINTS PRODUCED:        ' REPRINTS-DONE.
           DISPLAY 'ARCHIVED ROWS USED:       ' STAGED-ROWS-USED.
           DISPLAY 'E-STATEMENTS ARCHIVED:    ' ESTMT-DOCS-WRITTEN.
           DISPLAY 'STATEMENT-READY NOTICES:  ' ESTMT-NOTICES.
           DISPLAY '========================================'.

           STOP RUN.
              'OPERID ' TXT-REQ-OPERID.
           DISPLAY '---------------------------------------------'.

           PERFORM FIND-DELIVERY THRU FIND-DELIVERY-END.
           IF ESTMT-WANTED
             PERFORM START-ESTMT-DOC THRU START-ESTMT-DOC-END
           END-IF.

           MOVE 0 TO OPENING-BALANCE.
           MOVE 0 TO CLOSING-BALANCE.
           MOVE 'N' TO WS-HAVE-ACTIVITY.
           DISPLAY 'CLOSING BALANCE: ' CLOSING-BALANCE.
           DISPLAY '*** DUPLICATE *** DUPLICATE *** DUPLICATE ***'.
           ADD 1 TO REPRINTS-DONE.
           IF ESTMT-WANTED
             PERFORM FINISH-ESTMT-DOC THRU FINISH-ESTMT-DOC-END
           END-IF.
       REGENERATE-STATEMENT-END.
           EXIT.

                  ' AMOUNT: ' WS-STG-AMOUNT
                  ' BALANCE: ' WS-STG-BALAFTER
                  ' (ARCHIVED)'
               IF ESTMT-WANTED
                 MOVE WS-STG-AMOUNT TO TXT-ED-AMT
                 MOVE WS-STG-BALAFTER TO TXT-ED-AMT2
                 MOVE SPACES TO ESTMTDOC-OUT
                 STRING '"D","' ED-DOCKEY '","' TXT-STG-TS '","'
                         TXT-STG-TYPE '",'
                         FUNCTION TRIM (TXT-ED-AMT) ','
                         FUNCTION TRIM (TXT-ED-AMT2)
                    DELIMITED BY SIZE INTO ESTMTDOC-OUT
                 END-STRING
                 PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END
               END-IF
               MOVE WS-STG-BALAFTER TO CLOSING-BALANCE
               MOVE 'Y' TO WS-HAVE-ACTIVITY
             END-IF
                 DISPLAY '  ' TIMESTMP-HIST ' ' TRANSTYP-HIST
                    ' AMOUNT: ' AMOUNT-HIST
                    ' BALANCE: ' BALAFTER-HIST
                 IF ESTMT-WANTED
                   MOVE AMOUNT-HIST TO TXT-ED-AMT
                   MOVE BALAFTER-HIST TO TXT-ED-AMT2
                   MOVE SPACES TO ESTMTDOC-OUT
                   STRING '"D","' ED-DOCKEY '","' TIMESTMP-HIST '","'
                           TRANSTYP-HIST '",'
                           FUNCTION TRIM (TXT-ED-AMT) ','
                           FUNCTION TRIM (TXT-ED-AMT2)
                      DELIMITED BY SIZE INTO ESTMTDOC-OUT
                   END-STRING
                   PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END
                 END-IF
                 MOVE BALAFTER-HIST TO CLOSING-BALANCE
                 MOVE 'Y' TO WS-HAVE-ACTIVITY
               END-IF
             END-IF
           END-IF.
       APPLY-ONE-LIVE-END.

      * PROCEDURE FIND-DELIVERY : THE ACCOUNT'S PRIMARY-EQUIVALENT
      * OWNER ('P' OR 'M') THROUGH CUSTACCS, THEN THEIR STATEMENT
      * DELIVERY PREFERENCE - THE SAME RULE STMTGEN APPLIES, SEE
      * ESTMTDOC.CPY. NO OWNER ON FILE MEANS PAPER ONLY.
       FIND-DELIVERY.
           MOVE 'N' TO WS-ESTMT-SW.
           MOVE 'Y' TO WS-PAPER-SW.
           MOVE 'N' TO WS-NOTICE-SW.
           MOVE 0 TO WS-OWNER-CUSTID.
           MOVE 0 TO WS-OWNER-ACCNUM.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM SCAN-ONE-OWNER THRU SCAN-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR WS-OWNER-CUSTID NOT = 0.
           IF WS-OWNER-CUSTID = 0
             GO TO FIND-DELIVERY-END
           END-IF.

           MOVE WS-OWNER-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             GO TO FIND-DELIVERY-END
           END-IF.
           IF OPTINS-CD (7:1) NOT = 'E' AND OPTINS-CD (7:1) NOT = 'B'
             GO TO FIND-DELIVERY-END
           END-IF.
           MOVE 'Y' TO WS-ESTMT-SW.
           IF EMAIL-CD NOT = SPACES AND BADCONTACT-CD (1:1) NOT = 'B'
             MOVE 'Y' TO WS-NOTICE-SW
           END-IF.
       FIND-DELIVERY-END.
           EXIT.

       SCAN-ONE-OWNER.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-REQ-ACCID AND
                (OWNERROLE-CA = 'P' OR OWNERROLE-CA = 'M')
               MOVE CUSTID-CA TO WS-OWNER-CUSTID
               MOVE ACCNUM-CA TO WS-OWNER-ACCNUM
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-OWNER-END.

      * PROCEDURE START-ESTMT-DOC : KEYS THE ARCHIVE DOCUMENT ON THE
      * ACCOUNT AND REQUESTED PERIOD AND WRITES ITS "H" AND "A" LINES
       START-ESTMT-DOC.
           MOVE 0 TO ED-DOCLINES.
           MOVE 'D' TO ED-DK-SOURCE.
           MOVE WS-REQ-ACCID TO ED-DK-ID.
           MOVE SPACES TO ED-DK-PERIOD.
           STRING TXT-REQ-PERIOD (1:4) TXT-REQ-PERIOD (6:2)
              DELIMITED BY SIZE INTO ED-DK-PERIOD
           END-STRING.
           MOVE WS-OWNER-CUSTID TO TXT-ED-ID.
           MOVE WS-REQ-ACCID TO TXT-ED-ID2.
           MOVE WS-OWNER-ACCNUM TO TXT-ED-ID3.
           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"H","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID) ','
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-ID3) ',"'
                   PERIOD-START-YMD '","' PERIOD-END-YMD '","'
                   'DUPLICATE STATEMENT","'
                   FUNCTION TRIM (LASTNAME-CD) '","'
                   FUNCTION TRIM (FIRSTNAME-CD) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.

           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"A","' ED-DOCKEY '",'
                   FUNCTION TRIM (TXT-ED-ID2) ','
                   FUNCTION TRIM (TXT-ED-ID3) ',"'
                   ACCTYPE-ACC '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.
       START-ESTMT-DOC-END.
           EXIT.

       WRITE-DOC-LINE.
           WRITE ESTMTDOC-OUT.
           ADD 1 TO ED-DOCLINES.
       WRITE-DOC-LINE-END.
           EXIT.

      * PROCEDURE FINISH-ESTMT-DOC : THE "B" LINE, THE REPRINT NOTE,
      * THE "T" LINE, THE DOCUMENT'S ESTMTIDX ROW AND THE NOTICE
       FINISH-ESTMT-DOC.
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

           MOVE SPACES TO ESTMTDOC-OUT.
           STRING '"M","' ED-DOCKEY '","DUPLICATE - REPRINTED '
                   TODAY-YMD ' AT THE REQUEST OF OPERID '
                   FUNCTION TRIM (TXT-REQ-OPERID) '"'
              DELIMITED BY SIZE INTO ESTMTDOC-OUT
           END-STRING.
           PERFORM WRITE-DOC-LINE THRU WRITE-DOC-LINE-END.

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
           MOVE WS-OWNER-CUSTID TO EI-CUSTID.
           MOVE WS-REQ-ACCID TO EI-ACCID.
           MOVE WS-OWNER-ACCNUM TO EI-ACCNUM.
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
      * NOTIFQ (DBPCB5), EVENT 'M' - AS STMTGEN QUEUES IT
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
             WS-OWNER-CUSTID * NTF-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE WS-NTF-BASEID TO NOTIFID-NTF.
           MOVE WS-OWNER-CUSTID TO CUSTID-NTF.
           MOVE 'M' TO EVTTYPE-NTF.
           MOVE 'E' TO CHANNEL-NTF.
           MOVE EMAIL-CD TO CONTACT-NTF.
           MOVE SPACES TO MSGTEXT-NTF.
           STRING 'YOUR ' TXT-REQ-PERIOD
                   ' STATEMENT COPY IS READY IN ONLINE BANKING'
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
