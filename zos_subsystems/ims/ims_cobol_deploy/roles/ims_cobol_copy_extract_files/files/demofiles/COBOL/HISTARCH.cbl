      * A RESTART RESUMES AFTER IT WITH THE ARCHIVE FILE OPENED
      * EXTEND - ROWS ALREADY UNLOADED AND DELETED STAY UNLOADED
      * EXACTLY ONCE.
      *
      * AN ACCOUNT UNDER LITIGATION HOLD (ITS OWN OR ITS CUSTOMER'S -
      * SEE LITHOLD) KEEPS ALL ITS HISTORY LIVE AND IS COUNTED HELD.
      * IF THE HOLDS CANNOT ALL BE LOADED NOTHING IS ARCHIVED.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  RESTART-SCANNED-CT       PIC S9(9) COMP-5.
           05  RESTART-ROWS-ARCH-CT     PIC S9(9) COMP-5.
           05  RESTART-ROWS-DEL-CT      PIC S9(9) COMP-5.
           05  RESTART-HELD-CT          PIC S9(9) COMP-5.

       77  RESTART-AREA-LEN    PIC S9(8) COMP.
       01  WS-RESUME-SKIP      PIC  X(01) VALUE 'N'.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    A HELD CUSTOMER'S ACCOUNTS, ON DBPCB5
       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

           COPY LITHOLD.

           COPY LHKEYS.

      ******************************************************************
      *CLOCK STRUCTURE
       01  TXT-HACCID          PIC  Z(17)9.
       01  TXT-HBALAFTER       PIC  -(11)9.99.
       01  TXT-HOPERID         PIC  Z(8)9.
       01  TXT-HSUBID          PIC  Z(8)9.

      ******************************************************************
      *RUN COUNTERS
       01  ROWS-DELETED        PIC  S9(9) COMP-5 VALUE 0.
       01  ANCHORS-DROPPED     PIC  S9(9) COMP-5 VALUE 0.
       01  ANCHORS-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-HELD       PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

      ******************************************************************
      *DATABASE PCB
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - ACCOUNT DATABASE
      *   DBPCB3 - HISTORY DATABASE (ACCIDHX SECONDARY INDEX)
      *   DBPCB4 - LITHOLD DATABASE (READ ONLY)
      *   DBPCB5 - CUSTACCS DATABASE (READ ONLY)
      ******************************************************************

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
      * XRST RETURNS THE LAST CHECKPOINT'S SAVED KEY AND COUNTS -
           MOVE 0 TO RESTART-SCANNED-CT.
           MOVE 0 TO RESTART-ROWS-ARCH-CT.
           MOVE 0 TO RESTART-ROWS-DEL-CT.
           MOVE 0 TO RESTART-HELD-CT.
           COMPUTE RESTART-AREA-LEN = LENGTH OF RESTART-DATA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING XRST, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
      * NOTHING LEAVES THE DATABASE UNLESS EVERY HOLD IS KNOWN
           PERFORM LOAD-LITIGATION-HOLDS
              THRU LOAD-LITIGATION-HOLDS-END.
           IF LH-LOAD-BAD = 'Y'
             DISPLAY 'HISTARCH - NOTHING ARCHIVED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RESTART-LAST-ACCID NOT = 0
             MOVE 'Y' TO WS-RESUME-SKIP
             MOVE RESTART-SCANNED-CT TO ACCOUNTS-SCANNED
             MOVE RESTART-ROWS-ARCH-CT TO ROWS-ARCHIVED
             MOVE RESTART-ROWS-DEL-CT TO ROWS-DELETED
             MOVE RESTART-HELD-CT TO ACCOUNTS-HELD
             DISPLAY 'RESTARTING AFTER CHECKPOINT - RESUMING AFTER '
                'ACCID: ' RESTART-LAST-ACCID
             OPEN EXTEND ARCHHIST-FILE
           DISPLAY 'OPEN-ACCOUNT HISTORY ARCHIVE SUMMARY'.
           DISPLAY 'ACCOUNTS SCANNED:         ' ACCOUNTS-SCANNED.
           DISPLAY 'ACCOUNTS TRIMMED:         ' ACCOUNTS-TRIMMED.
           DISPLAY 'ACCOUNTS ON LEGAL HOLD:   ' ACCOUNTS-HELD.
           DISPLAY 'HISTORY ROWS ARCHIVED:    ' ROWS-ARCHIVED.
           DISPLAY 'HISTORY ROWS DELETED:     ' ROWS-DELETED.
           DISPLAY 'OLD ANCHORS DROPPED:      ' ANCHORS-DROPPED.
             ELSE
               ADD 1 TO ACCOUNTS-SCANNED
               IF ACCTSTATUS-ACC NOT = ACCT-CLOSED
                 MOVE ACCID-ACC TO LH-TEST-ACCID
                 PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END
                 IF LH-HELD = 'Y'
                   ADD 1 TO ACCOUNTS-HELD
                 ELSE
                   PERFORM TRIM-ONE-ACCOUNT THRU TRIM-ONE-ACCOUNT-END
                 END-IF
               END-IF
               MOVE ACCID-ACC TO RESTART-LAST-ACCID
               ADD 1 TO WS-SINCE-CHKP
           MOVE REFTXID-HIST TO TXT-HREFTXID.
           MOVE ACCID-HIST TO TXT-HACCID.
           MOVE BALAFTER-HIST TO TXT-HBALAFTER.
           MOVE SUBID-HIST TO TXT-HSUBID.
           MOVE OPERID-HIST TO TXT-HOPERID.

           MOVE SPACES TO ARCHHIST-OUT.
                   FUNCTION TRIM (TXT-HOPERID) ','
                   '"' BRANCH-HIST '","'
                   TERMID-HIST '","'
                   CHANNEL-HIST '","'
                   VALDATE-HIST '",'
                   FUNCTION TRIM (TXT-HSUBID)
              INTO ARCHHIST-OUT
           END-STRING.
           WRITE ARCHHIST-OUT.
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'B' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
           MOVE ACCOUNTS-SCANNED TO RESTART-SCANNED-CT.
           MOVE ROWS-ARCHIVED TO RESTART-ROWS-ARCH-CT.
           MOVE ROWS-DELETED TO RESTART-ROWS-DEL-CT.
           MOVE ACCOUNTS-HELD TO RESTART-HELD-CT.
           CALL 'CBLTDLI'
             USING CHKP, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
           DISPLAY 'CHECKPOINT TAKEN: ' CHKP-ID.
           END-IF.
       TAKE-CHECKPOINT-END.
           EXIT.

      * PROCEDURE LOAD-LITIGATION-HOLDS : FILLS THE LHKEYS TABLES FROM
      * THE ACTIVE LITHOLD ROWS, EXPANDING EACH CUSTOMER HOLD THROUGH
      * CUSTACCS TO THE ACCOUNTS IT COVERS
       LOAD-LITIGATION-HOLDS.
           MOVE 0 TO LH-TOTAL-CUST.
           MOVE 0 TO LH-TOTAL-ACC.
           MOVE 0 TO LH-ACTIVE-HOLDS.
           MOVE 'N' TO LH-LOAD-BAD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           PERFORM LOAD-ONE-HOLD THRU LOAD-ONE-HOLD-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 'Y' TO LH-LOAD-BAD
           END-IF.
           DISPLAY 'LITIGATION HOLDS IN FORCE: ' LH-ACTIVE-HOLDS
              ' CUSTOMERS: ' LH-TOTAL-CUST
              ' ACCOUNTS: ' LH-TOTAL-ACC.
           IF LH-LOAD-BAD = 'Y'
             DISPLAY 'LITIGATION HOLDS COULD NOT ALL BE LOADED'
           END-IF.
       LOAD-LITIGATION-HOLDS-END.
           EXIT.

       LOAD-ONE-HOLD.
           IF HOLD-ACTIVE
             ADD 1 TO LH-ACTIVE-HOLDS
             IF HOLD-ON-CUSTOMER
               MOVE CUSTID-LH TO LH-TEST-CUSTID
               PERFORM ADD-HELD-CUSTOMER THRU ADD-HELD-CUSTOMER-END
             ELSE
               MOVE ACCID-LH TO LH-TEST-ACCID
               PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-END
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GN, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
       LOAD-ONE-HOLD-END.
           EXIT.

      * PROCEDURE ADD-HELD-CUSTOMER : TABLES LH-TEST-CUSTID AND EVERY
      * ACCOUNT ITS CUSTACCS ROWS NAME
       ADD-HELD-CUSTOMER.
           PERFORM CHECK-CUST-HELD THRU CHECK-CUST-HELD-END.
           IF LH-HELD = 'Y'
             GO TO ADD-HELD-CUSTOMER-END
           END-IF.
           IF LH-TOTAL-CUST NOT < LH-MAX-CUST
             MOVE 'Y' TO LH-LOAD-BAD
             GO TO ADD-HELD-CUSTOMER-END
           END-IF.
           ADD 1 TO LH-TOTAL-CUST.
           MOVE LH-TEST-CUSTID TO LH-CUSTID (LH-TOTAL-CUST).
           MOVE LH-TEST-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM ADD-ONE-HELD-CUSTACC THRU ADD-ONE-HELD-CUSTACC-END
              UNTIL DBSTAT NOT = SPACES.
       ADD-HELD-CUSTOMER-END.
           EXIT.

       ADD-ONE-HELD-CUSTACC.
           MOVE ACCID-CA TO LH-TEST-ACCID.
           PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
       ADD-ONE-HELD-CUSTACC-END.
           EXIT.

       ADD-HELD-ACCOUNT.
           PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END.
           IF LH-HELD = 'Y'
             GO TO ADD-HELD-ACCOUNT-END
           END-IF.
           IF LH-TOTAL-ACC NOT < LH-MAX-ACC
             MOVE 'Y' TO LH-LOAD-BAD
             GO TO ADD-HELD-ACCOUNT-END
           END-IF.
           ADD 1 TO LH-TOTAL-ACC.
           MOVE LH-TEST-ACCID TO LH-ACCID (LH-TOTAL-ACC).
       ADD-HELD-ACCOUNT-END.
           EXIT.

      * PROCEDURE CHECK-CUST-HELD : LH-HELD 'Y' WHEN LH-TEST-CUSTID IS
      * UNDER AN ACTIVE CUSTOMER HOLD
       CHECK-CUST-HELD.
           MOVE 'N' TO LH-HELD.
           PERFORM TEST-ONE-HELD-CUST THRU TEST-ONE-HELD-CUST-END
              VARYING LH-IX FROM 1 BY 1
              UNTIL LH-IX > LH-TOTAL-CUST OR LH-HELD = 'Y'.
       CHECK-CUST-HELD-END.
           EXIT.

       TEST-ONE-HELD-CUST.
           IF LH-CUSTID (LH-IX) = LH-TEST-CUSTID
             MOVE 'Y' TO LH-HELD
           END-IF.
       TEST-ONE-HELD-CUST-END.
           EXIT.

      * PROCEDURE CHECK-ACC-HELD : LH-HELD 'Y' WHEN LH-TEST-ACCID IS
      * UNDER AN ACTIVE HOLD, ITS OWN OR ITS CUSTOMER'S
       CHECK-ACC-HELD.
           MOVE 'N' TO LH-HELD.
           PERFORM TEST-ONE-HELD-ACC THRU TEST-ONE-HELD-ACC-END
              VARYING LH-IX FROM 1 BY 1
              UNTIL LH-IX > LH-TOTAL-ACC OR LH-HELD = 'Y'.
       CHECK-ACC-HELD-END.
           EXIT.

       TEST-ONE-HELD-ACC.
           IF LH-ACCID (LH-IX) = LH-TEST-ACCID
             MOVE 'Y' TO LH-HELD
           END-IF.
       TEST-ONE-HELD-ACC-END.
           EXIT.
