      *   - WRITES ONE MANIFEST LINE (ARCHIVE DD, CUTOFF DATE, ROWS)
      *     TO ARCMANIF SO THE ARCHIVE SET IS SELF-DESCRIBING.
      *
      * A PENDING REVIEW ROW, AN OPEN SUSPENSE ROW AND A QUARANTINED
      * MESSAGE (QUARMSG STATUS 'Q') ARE LIVE WORK, NOT HISTORY - THEY
      * ARE NEVER PURGED REGARDLESS OF AGE. THE OTHER QUARMSG ROWS -
      * IN-FLIGHT ROWS FOR MESSAGES THAT WENT THROUGH, AND RESUBMITTED
      * OR DISCARDED ONES - AGE FROM THEIR FIRST DELIVERY OR THEIR
      * DECISION (TYPE QUARMSG).
      *
      * NOTHING ABOUT A CUSTOMER OR ACCOUNT UNDER LITIGATION HOLD IS
      * PURGED, WHATEVER ITS AGE (SEE LITHOLD): A HELD CUSTOMER KEEPS
      * ITS AUDIT AND TSTAT ROWS, A HELD ACCOUNT (ITS OWN HOLD OR ITS
      * CUSTOMER'S) ITS REVIEW AND SUSPENS ROWS, AND AN INQAUDIT ROW
      * STAYS IF EITHER ITS CUSTOMER OR ITS ACCOUNT IS HELD. SUCH ROWS
      * ARE COUNTED HELD ON THE SUMMARY. IF THE HOLDS CANNOT ALL BE
      * LOADED THE JOB PURGES NOTHING AND TAKES RC 8.
      *
      * THE ARCHIVE DD'S ARE EXPECTED TO BE GDG GENERATIONS - EACH RUN
      * WRITES A NEW ONE, SO A RERUN AFTER AN ABEND CAN NEVER OVERWRITE
           SELECT REVARC-FILE ASSIGN TO REVARC.
           SELECT SUSPARC-FILE ASSIGN TO SUSPARC.
           SELECT INQARC-FILE ASSIGN TO INQARC.
           SELECT QUARARC-FILE ASSIGN TO QUARARC.
           SELECT ARCMANIF-FILE ASSIGN TO ARCMANIF.

       DATA DIVISION.
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS AUDARC-OUT.
       01  AUDARC-OUT          PIC X(800).

         FD REVARC-FILE
            LABEL RECORDS ARE OMITTED
            DATA RECORD IS INQARC-OUT.
       01  INQARC-OUT          PIC X(100).

         FD QUARARC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS QUARARC-OUT.
       01  QUARARC-OUT         PIC X(600).

         FD ARCMANIF-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
       77  RETN-REVIEW-DAYS    PIC S9(5) COMP-5 VALUE -1.
       77  RETN-SUSP-DAYS      PIC S9(5) COMP-5 VALUE -1.
       77  RETN-INQAUD-DAYS    PIC S9(5) COMP-5 VALUE -1.
       77  RETN-QUAR-DAYS      PIC S9(5) COMP-5 VALUE -1.
       77  TOTAL-RETN-RULES    PIC S9(5) COMP-5 VALUE 0.

       01  TXT-RC-TYPE         PIC  X(08).
           05  TRANCODE-INQ    PIC  X(08).
           05  TIMESTMP-INQ    PIC  X(23).

      *    QUARMSG-SEG AND QUARMSG-SSA - THE POISON-MESSAGE
      *    QUARANTINE THE ONLINE TRANSACTIONS KEEP
           COPY QUARMSG.

      *    LITHOLD-SEG AND THE HELD-KEY TABLES, WITH THE CUSTACCS ROWS
      *    A CUSTOMER HOLD IS EXPANDED THROUGH
           COPY LITHOLD.

           COPY LHKEYS.

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.
      * MUST COVER THE FULL SEGMENT
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

      *    AUDIT-SEG - SEE FBSCUDAT. ONLY THE TIMESTAMP IS INTERPRETED
      *    HERE; THE OLD/NEW IMAGE RIDES TO THE ARCHIVE AS ONE OPAQUE
      *    QUOTED PAYLOAD, THE SAME OPAQUE-BLOCK TREATMENT CUSTMRG
      *    GIVES IT. 23 + 731 = THE FULL 754-BYTE AUDIT-SEG LENGTH AS
      *    FBSCUDAT DECLARES IT, FIELD BY FIELD.
       01  AUDIT-SEG.
           05  TIMESTMP-AUD    PIC  X(23).
           05  TIMESTMP-AUD-PARTS REDEFINES TIMESTMP-AUD.
             10  AUD-YMD       PIC  X(10).
             10  FILLER        PIC  X(13).
           05  DETAIL-AUD      PIC  X(731).

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
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

       01  REVIEW-SEG.
           05  ACCID-REV       PIC  S9(18) COMP-5.
               88  REVIEW-APPROVED  VALUE "A".
               88  REVIEW-REJECTED  VALUE "R".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

       01  SUSPENS-SEG.
           05  ACCID-SUSP      PIC  S9(18) COMP-5.
       01  TXT-AMOUNT          PIC  -(11)9.99.
       01  TXT-RESBY           PIC  Z(8)9.
       01  TXT-ROWS            PIC  Z(8)9.
       01  TXT-DELIVERIES      PIC  Z(3)9.
       01  TXT-PAYLEN          PIC  Z(3)9.

      ******************************************************************
      *RUN COUNTERS - EACH TYPE'S UNLOADED AND DELETED COUNTS MUST
       01  INQ-SCANNED         PIC  S9(9) COMP-5 VALUE 0.
       01  INQ-UNLOADED        PIC  S9(9) COMP-5 VALUE 0.
       01  INQ-DELETED         PIC  S9(9) COMP-5 VALUE 0.
       01  QUAR-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  QUAR-UNLOADED       PIC  S9(9) COMP-5 VALUE 0.
       01  QUAR-DELETED        PIC  S9(9) COMP-5 VALUE 0.
       01  TSTAT-HELD          PIC  S9(9) COMP-5 VALUE 0.
       01  AUDIT-HELD          PIC  S9(9) COMP-5 VALUE 0.
       01  REVIEW-HELD         PIC  S9(9) COMP-5 VALUE 0.
       01  SUSP-HELD           PIC  S9(9) COMP-5 VALUE 0.
       01  INQ-HELD            PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-UNLOADED      PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-DELETED       PIC  S9(9) COMP-5 VALUE 0.

       01  WS-RECON-BAD        PIC  X(01) VALUE 'N'.
      * THE CUSTOMER OR ACCOUNT WHOSE CHILDREN ARE BEING WALKED IS HELD
       01  WS-PARENT-HELD      PIC  X(01) VALUE 'N'.
       77  TERM-IO             PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.
       01  DBPCB7 POINTER.

      ******************************************************************
      *DATABASE PCB
      *   DBPCB1 - ACCOUNT DATABASE (REVIEW AND SUSPENS CHILDREN)
      *   DBPCB2 - CUSTOMER DATABASE (AUDIT CHILDREN)
      *   DBPCB3 - TSTAT DATABASE
      *   DBPCB4 - INQAUDIT DATABASE
      *   DBPCB5 - QUARMSG DATABASE
      *   DBPCB6 - LITHOLD DATABASE (READ ONLY)
      *   DBPCB7 - CUSTACCS DATABASE (READ ONLY)
      ******************************************************************

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5,
                    DBPCB6, DBPCB7.

       BEGIN.
      * XRST RETURNS THE LAST CHECKPOINT'S SAVED COUNTS - ZERO ON A
             STOP RUN
           END-IF.

      * NOTHING IS PURGED UNLESS EVERY HOLD IS KNOWN
           PERFORM LOAD-LITIGATION-HOLDS
              THRU LOAD-LITIGATION-HOLDS-END.
           IF LH-LOAD-BAD = 'Y'
             DISPLAY 'RETNPURG - NOTHING PURGED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT ARCMANIF-FILE.

           IF RETN-TSTAT-DAYS NOT < 0
             DISPLAY 'RETNPURG - NO INQAUD RULE - INQAUDIT NOT TOUCHED'
           END-IF.

           IF RETN-QUAR-DAYS NOT < 0
             PERFORM PURGE-QUARMSG-ROWS THRU PURGE-QUARMSG-ROWS-END
           ELSE
             DISPLAY 'RETNPURG - NO QUARMSG RULE - QUARMSG NOT TOUCHED'
           END-IF.

           CLOSE ARCMANIF-FILE.

           COMPUTE TOTAL-UNLOADED = TSTAT-UNLOADED + AUDIT-UNLOADED
             + REVIEW-UNLOADED + SUSP-UNLOADED + INQ-UNLOADED
             + QUAR-UNLOADED.
           COMPUTE TOTAL-DELETED = TSTAT-DELETED + AUDIT-DELETED
             + REVIEW-DELETED + SUSP-DELETED + INQ-DELETED
             + QUAR-DELETED.

           DISPLAY '========================================'.
           DISPLAY 'RETENTION UNLOAD/PURGE SUMMARY'.
           DISPLAY 'TSTAT   SCANNED/UNLOADED/DELETED/HELD: '
              TSTAT-SCANNED ' ' TSTAT-UNLOADED ' ' TSTAT-DELETED
              ' ' TSTAT-HELD.
           DISPLAY 'AUDIT   SCANNED/UNLOADED/DELETED/HELD: '
              AUDIT-SCANNED ' ' AUDIT-UNLOADED ' ' AUDIT-DELETED
              ' ' AUDIT-HELD.
           DISPLAY 'REVIEW  SCANNED/UNLOADED/DELETED/HELD: '
              REVIEW-SCANNED ' ' REVIEW-UNLOADED ' ' REVIEW-DELETED
              ' ' REVIEW-HELD.
           DISPLAY 'SUSPENS SCANNED/UNLOADED/DELETED/HELD: '
              SUSP-SCANNED ' ' SUSP-UNLOADED ' ' SUSP-DELETED
              ' ' SUSP-HELD.
           DISPLAY 'INQAUD  SCANNED/UNLOADED/DELETED/HELD: '
              INQ-SCANNED ' ' INQ-UNLOADED ' ' INQ-DELETED
              ' ' INQ-HELD.
           DISPLAY 'QUARMSG SCANNED/UNLOADED/DELETED: '
              QUAR-SCANNED ' ' QUAR-UNLOADED ' ' QUAR-DELETED.
           DISPLAY 'TOTAL ROWS UNLOADED:      ' TOTAL-UNLOADED.
           DISPLAY 'TOTAL ROWS DELETED:       ' TOTAL-DELETED.
           DISPLAY '========================================'.
           IF INQ-UNLOADED NOT = INQ-DELETED
             MOVE 'Y' TO WS-RECON-BAD
           END-IF.
           IF QUAR-UNLOADED NOT = QUAR-DELETED
             MOVE 'Y' TO WS-RECON-BAD
           END-IF.
       CHECK-ONE-RECON-END.
           EXIT.

               WHEN 'INQAUD'
                 MOVE WS-RETN-WORK-DAYS TO RETN-INQAUD-DAYS
                 ADD 1 TO TOTAL-RETN-RULES
               WHEN 'QUARMSG'
                 MOVE WS-RETN-WORK-DAYS TO RETN-QUAR-DAYS
                 ADD 1 TO TOTAL-RETN-RULES
               WHEN OTHER
                 DISPLAY 'RETNPURG - UNKNOWN RETNCTL TYPE SKIPPED: '
                    TXT-RC-TYPE
       PURGE-ONE-TSTAT.
           IF DBSTAT = SPACES
             ADD 1 TO TSTAT-SCANNED
             MOVE 'N' TO LH-HELD
             IF START-YMD < WS-CUTOFF-YMD10
               MOVE CUSTID TO LH-TEST-CUSTID
               PERFORM CHECK-CUST-HELD THRU CHECK-CUST-HELD-END
               IF LH-HELD = 'Y'
                 ADD 1 TO TSTAT-HELD
               END-IF
             END-IF
             IF START-YMD < WS-CUTOFF-YMD10 AND LH-HELD = 'N'
               MOVE TXID TO TXT-TXID
               MOVE CUSTID TO TXT-CUSTID
               MOVE SPACES TO TSTAARC-OUT
           IF DBSTAT = SPACES
             MOVE CUSTID-CD TO TXT-CUSTID
             MOVE CUSTID-CD TO SSA1-CUSTID
             MOVE CUSTID-CD TO LH-TEST-CUSTID
             PERFORM CHECK-CUST-HELD THRU CHECK-CUST-HELD-END
             MOVE LH-HELD TO WS-PARENT-HELD
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, AUDIT-SEG, AUDIT-SSA
             PERFORM PURGE-ONE-AUDIT THRU PURGE-ONE-AUDIT-END
       PURGE-ONE-AUDIT.
           IF DBSTAT = SPACES
             ADD 1 TO AUDIT-SCANNED
             IF AUD-YMD < WS-CUTOFF-YMD10 AND WS-PARENT-HELD = 'Y'
               ADD 1 TO AUDIT-HELD
             END-IF
             IF AUD-YMD < WS-CUTOFF-YMD10 AND WS-PARENT-HELD = 'N'
               MOVE SPACES TO AUDARC-OUT
               STRING '"' FUNCTION TRIM (TXT-CUSTID) '",'
                      '"' TIMESTMP-AUD '",'
       PURGE-ONE-ACCT-REVIEW.
           IF DBSTAT = SPACES
             MOVE ACCID-ACC TO SSA1-ACCID
             MOVE ACCID-ACC TO LH-TEST-ACCID
             PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END
             MOVE LH-HELD TO WS-PARENT-HELD
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, REVIEW-SEG, REVIEW-SSA
             PERFORM PURGE-ONE-REVIEW THRU PURGE-ONE-REVIEW-END
             ADD 1 TO REVIEW-SCANNED
             IF NOT REVIEW-PENDING
              AND FLAGDATE-REV < WS-CUTOFF-YMD8
              AND WS-PARENT-HELD = 'Y'
               ADD 1 TO REVIEW-HELD
             END-IF
             IF NOT REVIEW-PENDING
              AND FLAGDATE-REV < WS-CUTOFF-YMD8
              AND WS-PARENT-HELD = 'N'
               MOVE ACCID-REV TO TXT-ACCID
               MOVE REVID-REV TO TXT-REVID
               MOVE AMOUNT-REV TO TXT-AMOUNT
       PURGE-ONE-ACCT-SUSP.
           IF DBSTAT = SPACES
             MOVE ACCID-ACC TO SSA1-ACCID
             MOVE ACCID-ACC TO LH-TEST-ACCID
             PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END
             MOVE LH-HELD TO WS-PARENT-HELD
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, SUSPENS-SEG, SUSPENS-SSA
             PERFORM PURGE-ONE-SUSP THRU PURGE-ONE-SUSP-END
             ADD 1 TO SUSP-SCANNED
             IF SUSPENSE-RESOLVED
              AND SUSPDATE-SUSP < WS-CUTOFF-YMD8
              AND WS-PARENT-HELD = 'Y'
               ADD 1 TO SUSP-HELD
             END-IF
             IF SUSPENSE-RESOLVED
              AND SUSPDATE-SUSP < WS-CUTOFF-YMD8
              AND WS-PARENT-HELD = 'N'
               MOVE ACCID-SUSP TO TXT-ACCID
               MOVE TXID-SUSP TO TXT-TXID
               MOVE RESBY-SUSP TO TXT-RESBY
       PURGE-ONE-INQAUD.
           IF DBSTAT = SPACES
             ADD 1 TO INQ-SCANNED
             MOVE 'N' TO LH-HELD
             IF TIMESTMP-INQ (1:10) < WS-CUTOFF-YMD10
               MOVE CUSTID-INQ TO LH-TEST-CUSTID
               PERFORM CHECK-CUST-HELD THRU CHECK-CUST-HELD-END
               IF LH-HELD = 'N' AND ACCID-INQ NOT = 0
                 MOVE ACCID-INQ TO LH-TEST-ACCID
                 PERFORM CHECK-ACC-HELD THRU CHECK-ACC-HELD-END
               END-IF
               IF LH-HELD = 'Y'
                 ADD 1 TO INQ-HELD
               END-IF
             END-IF
             IF TIMESTMP-INQ (1:10) < WS-CUTOFF-YMD10
                AND LH-HELD = 'N'
               MOVE INQID-INQ TO TXT-TXID
               MOVE OPERID-INQ TO TXT-CUSTID
               MOVE SPACES TO INQARC-OUT
             END-IF
           END-IF.
       PURGE-ONE-INQAUD-END.

      * PROCEDURE PURGE-QUARMSG-ROWS : WALKS THE QUARMSG ROOTS ON
      * DBPCB5 - THE SAME UNLOAD-THEN-DLET SHAPE AS THE INQAUD PASS.
      * A QUARANTINED ROW IS STILL WAITING ON AN OPERATOR AND STAYS.
       PURGE-QUARMSG-ROWS.
           MOVE RETN-QUAR-DAYS TO WS-RETN-WORK-DAYS.
           PERFORM SET-CUTOFF-DATES THRU SET-CUTOFF-DATES-END.
           OPEN OUTPUT QUARARC-FILE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, QUARMSG-SEG, QUARMSG-SSA.
           PERFORM PURGE-ONE-QUARMSG THRU PURGE-ONE-QUARMSG-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF WS-SINCE-CHKP NOT = 0
             PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
           END-IF.

           CLOSE QUARARC-FILE.
           MOVE QUAR-UNLOADED TO TXT-ROWS.
           MOVE SPACES TO ARCMANIF-OUT.
           STRING '"QUARARC","' WS-CUTOFF-YMD10 '",'
                  FUNCTION TRIM (TXT-ROWS)
              INTO ARCMANIF-OUT.
           WRITE ARCMANIF-OUT.
       PURGE-QUARMSG-ROWS-END.
           EXIT.

       PURGE-ONE-QUARMSG.
           IF DBSTAT = SPACES
             ADD 1 TO QUAR-SCANNED
             IF (QM-IN-FLIGHT AND FIRSTTS-QM (1:10) < WS-CUTOFF-YMD10)
              OR ((QM-RESUBMITTED OR QM-DISCARDED)
                  AND DECTS-QM (1:10) < WS-CUTOFF-YMD10)
               MOVE DELIVERIES-QM TO TXT-DELIVERIES
               MOVE DECOPER-QM TO TXT-RESBY
               MOVE PAYLEN-QM TO TXT-PAYLEN
               MOVE SPACES TO QUARARC-OUT
               STRING '"' MSGKEY-QM '",'
                      '"' SRCTRAN-QM '",'
                      '"' LTERM-QM '",'
                      '"' STATUS-QM '",'
                      FUNCTION TRIM (TXT-DELIVERIES) ','
                      '"' FIRSTTS-QM '",'
                      '"' QUARTS-QM '",'
                      FUNCTION TRIM (TXT-RESBY) ','
                      '"' DECTS-QM '",'
                      FUNCTION TRIM (TXT-PAYLEN) ','
                      '"' PAYLOAD-QM '"'
                  INTO QUARARC-OUT
               END-STRING
               WRITE QUARARC-OUT
               ADD 1 TO QUAR-UNLOADED
               CALL 'CBLTDLI'
                 USING DLET, DBPCB, QUARMSG-SEG
               IF DBSTAT = SPACES
                 ADD 1 TO QUAR-DELETED
                 ADD 1 TO WS-SINCE-CHKP
               ELSE
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
             END-IF

             CALL 'CBLTDLI'
               USING GHN, DBPCB, QUARMSG-SEG, QUARMSG-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PURGE-ONE-QUARMSG-END.

      * PROCEDURE LOAD-LITIGATION-HOLDS : FILLS THE LHKEYS TABLES FROM
      * THE ACTIVE LITHOLD ROWS, EXPANDING EACH CUSTOMER HOLD THROUGH
      * CUSTACCS TO THE ACCOUNTS IT COVERS
       LOAD-LITIGATION-HOLDS.
           MOVE 0 TO LH-TOTAL-CUST.
           MOVE 0 TO LH-TOTAL-ACC.
           MOVE 0 TO LH-ACTIVE-HOLDS.
           MOVE 'N' TO LH-LOAD-BAD.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
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
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB6.
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
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM ADD-ONE-HELD-CUSTACC THRU ADD-ONE-HELD-CUSTACC-END
              UNTIL DBSTAT NOT = SPACES.
       ADD-HELD-CUSTOMER-END.
           EXIT.

       ADD-ONE-HELD-CUSTACC.
           MOVE ACCID-CA TO LH-TEST-ACCID.
           PERFORM ADD-HELD-ACCOUNT THRU ADD-HELD-ACCOUNT-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7.
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
