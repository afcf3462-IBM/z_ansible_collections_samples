      * VELOCITY-CHECK DOES IT - THE SCAN IS AN UNQUALIFIED GU/GN WALK
      * OF EVERY HISTORY ROW IN THE DATABASE, FILTERED IN WORKING
      * STORAGE BY ACCID-HIST, RATHER THAN A GHNP CHILD WALK.
      *
      * A FOREIGN CUSTOMER (A W-8 ON FILE - FORSTAT-CD 'F' OR 'T', SEE
      * FBW8MNT) IS NOT A 1099 PAYEE AT ANY AMOUNT: THEIR INTEREST IS
      * KEPT OUT OF THE REPORT, IRSOUT AND ITS TOTALS, AND IS FILED ON
      * NRAEXTR'S RECIPIENT EXTRACT INSTEAD.
      *
      * THE TIN IS STORED PROTECTED; IRSOUT IS A FILING THAT NEEDS THE
      * FULL NUMBER, SO EACH PAYEE'S TIN IS DECIPHERED FOR IT, COUNTED,
      * AND LOGGED AS SECEVT EVENT 'V' ON DBPCB5 (SEE REVEAL-TIN).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *CUSTOMER LOOKUP FOR THE ELECTRONIC FILE - THE IRS KEYS THE
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
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
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
      *CLOCK STRUCTURE AND REPORT-YEAR WORK AREA - THE REPORT YEAR IS

       01  REPORT-YEAR             PIC  9(04).

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

      ******************************************************************
      *TIN DECRYPTION - THE IRSOUT FILING IS ONE OF THE FEW OUTPUTS THAT
      *CARRIES THE FULL TAXPAYER NUMBER, SO THE STORED VALUE IS
      *DECIPHERED HERE (SEE TINPROT). EVERY DECRYPTION IS COUNTED AND
      *LOGGED ON THE SECEVT TRAIL AS EVENT 'V'.
      ******************************************************************

           COPY TINPROT.

       77  TINS-DECRYPTED      PIC  S9(9) COMP-5 VALUE 0.
       77  SEV-TIME-MULT       PIC S9(18) COMP-5 VALUE 100000000.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

      ******************************************************************
      *WORKING TABLE OF PER-CUSTOMER INTEREST TOTALS, ACCUMULATED
      *ACROSS EVERY ACCOUNT A CUSTOMER OWNS OR JOINTLY OWNS. THE DEMO
      *        THE 'b' ROWS INTPOST POSTS WHEN NO CERTIFIED TIN IS ON
      *        FILE. REPORTED IN THE PAYEE DETAIL.
               10  CUST-TAB-WITHHELD   PIC  S9(13)V9(2) COMP-3.
      *        'Y' WHEN THE CUSTOMER IS FOREIGN - SET BY
      *        PRINT-ONE-CUSTOMER-ROW, SKIPPED BY WRITE-ONE-PAYEE
               10  CUST-TAB-FOREIGN    PIC  X(01).

       77  TOTAL-CUSTOMERS      PIC  9(05)        VALUE 0.
       77  WS-SEARCH-IX         PIC  9(05) COMP-5 VALUE 0.
       77  WS-FOUND-IX          PIC  9(05) COMP-5 VALUE 0.

       77  REPORT-THRESHOLD     PIC  S9(13)V9(2) COMP-3 VALUE 10.00.
       77  IRA-ACCTYPE          PIC  X(01)        VALUE 'I'.
       77  CURRENT-INTEREST     PIC  S9(13)V9(2) COMP-3 VALUE 0.
       77  CURRENT-WITHHELD     PIC  S9(13)V9(2) COMP-3 VALUE 0.
       77  TOTAL-INTEREST-PAID  PIC  S9(13)V9(2) COMP-3 VALUE 0.
       77  CUSTOMERS-REPORTED   PIC  S9(9) COMP-5 VALUE 0.
       77  FOREIGN-EXCLUDED     PIC  S9(9) COMP-5 VALUE 0.
       77  FOREIGN-INTEREST     PIC  S9(13)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *CHECKPOINT - A CHECKPOINT IS TAKEN EVERY CHKP-INTERVAL CUSTACCS
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
           MOVE 0 TO RESTART-LAST-CUSTID.
           DISPLAY 'CUSTOMERS SCANNED:        ' TOTAL-CUSTOMERS.
           DISPLAY 'CUSTOMERS 1099-REPORTED:  ' CUSTOMERS-REPORTED.
           DISPLAY 'TOTAL INTEREST PAID:      ' TOTAL-INTEREST-PAID.
           DISPLAY 'FOREIGN - NOT ON IRSOUT:  ' FOREIGN-EXCLUDED.
           DISPLAY 'FOREIGN INTEREST PAID:    ' FOREIGN-INTEREST.
           DISPLAY 'TINS DECRYPTED:           ' TINS-DECRYPTED.
           DISPLAY '========================================'.

           STOP RUN.
       COMPUTE-REPORT-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE REPORT-YEAR = WS-CURRENT-YEAR - 1.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
       COMPUTE-REPORT-YEAR-END.
           EXIT.

             MOVE ACCID-CA TO ACCID
             CALL 'CBLTDLI'
               USING GHU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
      *    AN IRA'S INTEREST IS TAX-DEFERRED AND REPORTED ONLY WHEN IT
      *    LEAVES THE ACCOUNT, ON IRAEXTR'S DISTRIBUTION FILING
             IF DBSTAT = SPACES
               IF ACCTYPE-ACC NOT = IRA-ACCTYPE
                 PERFORM SCAN-ACCOUNT-INTEREST THRU
                   SCAN-ACCOUNT-INTEREST-END
                 PERFORM ADD-CUSTOMER-INTEREST THRU
                   ADD-CUSTOMER-INTEREST-END
               END-IF
             ELSE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS

      * PROCEDURE PRINT-1099-REPORT : PRINTS ONE LINE PER CUSTOMER
      * WHOSE TOTAL INTEREST FOR THE YEAR MEETS REPORT-THRESHOLD, AND
      * ACCUMULATES THE GRAND TOTAL OVER EVERY CUSTOMER SCANNED. A
      * FOREIGN CUSTOMER IS SET ASIDE, COUNTED AND TOTALED APART.
       PRINT-1099-REPORT.
           PERFORM PRINT-ONE-CUSTOMER-ROW THRU
             PRINT-ONE-CUSTOMER-ROW-END

       PRINT-ONE-CUSTOMER-ROW.
           SET CUST-IX TO WS-SEARCH-IX.
           PERFORM CHECK-FOREIGN-STATUS THRU CHECK-FOREIGN-STATUS-END.
           IF CUST-TAB-FOREIGN (CUST-IX) = 'Y'
             ADD 1 TO FOREIGN-EXCLUDED
             ADD CUST-TAB-INTEREST (CUST-IX) TO FOREIGN-INTEREST
             GO TO PRINT-ONE-CUSTOMER-ROW-END
           END-IF.
           ADD CUST-TAB-INTEREST (CUST-IX) TO TOTAL-INTEREST-PAID.
           IF CUST-TAB-INTEREST (CUST-IX) >= REPORT-THRESHOLD
             DISPLAY '1099-INT  CUSTID: ' CUST-TAB-CUSTID (CUST-IX)
           END-IF.
       PRINT-ONE-CUSTOMER-ROW-END.

      * PROCEDURE CHECK-FOREIGN-STATUS : READS THE CUSTOMER ROW
      * (DBPCB4) AND FLAGS THE TABLE ENTRY WHEN A W-8 IS ON FILE
       CHECK-FOREIGN-STATUS.
           MOVE 'N' TO CUST-TAB-FOREIGN (CUST-IX).
           MOVE CUST-TAB-CUSTID (CUST-IX) TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             IF FORSTAT-CD = 'F' OR FORSTAT-CD = 'T'
               MOVE 'Y' TO CUST-TAB-FOREIGN (CUST-IX)
             END-IF
           END-IF.
       CHECK-FOREIGN-STATUS-END.
           EXIT.

      * PROCEDURE WRITE-IRS-FILE : THE ELECTRONIC TRANSMISSION - A 'T'
      * HEADER, ONE 'B' PAYEE RECORD PER REPORTABLE CUSTOMER KEYED BY
      * THE TIN FROM THE CUSTOMER ROW, AND AN 'F' TRAILER WITH THE
       WRITE-ONE-PAYEE.
           SET CUST-IX TO WS-SEARCH-IX.
           IF CUST-TAB-INTEREST (CUST-IX) >= REPORT-THRESHOLD
              AND CUST-TAB-FOREIGN (CUST-IX) NOT = 'Y'
             MOVE CUST-TAB-CUSTID (CUST-IX) TO SSA-CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4
             CALL 'CBLTDLI'
             MOVE REPORT-YEAR TO IRS-YEAR
             MOVE CUST-TAB-CUSTID (CUST-IX) TO IRS-CUSTID
             IF DBSTAT = SPACES
               MOVE TIN-CD TO TINP-STORED
               MOVE CUSTID-CD TO TINP-SALT
               PERFORM REVEAL-TIN THRU REVEAL-TIN-END
               MOVE TINP-CLEAR TO IRS-TIN
               MOVE LASTNAME-CD TO IRS-LASTNAME
               MOVE FIRSTNAME-CD TO IRS-FIRSTNM
             ELSE
             WRITE IRSOUT-REC
           END-IF.
       WRITE-ONE-PAYEE-END.

      * PROCEDURE REVEAL-TIN : DECIPHERS TINP-STORED (SALT TINP-SALT)
      * INTO TINP-CLEAR FOR THE FILING, AND WHEN A VALUE WAS ACTUALLY
      * DECIPHERED COUNTS IT AND LOGS EVENT 'V' ON THE SECEVT TRAIL
      * (DBPCB5) WITH THE OUTPUT IN THE DEVICE FIELD
       REVEAL-TIN.
           PERFORM UNPROTECT-TIN THRU UNPROTECT-TIN-END.
           IF NOT TINP-REVEALED
             GO TO REVEAL-TIN-END
           END-IF.
           ADD 1 TO TINS-DECRYPTED.
           COMPUTE EVTID-SEV = TINP-SALT * SEV-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS
             + TINS-DECRYPTED.
           MOVE TINP-SALT TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'V' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE 'INT1099 IRSOUT' TO DEVICE-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
       REVEAL-TIN-END.
           EXIT.

      * PROCEDURE UNPROTECT-TIN : THE STORED TINP-STORED BACK TO THE
      * FULL NUMBER IN TINP-CLEAR UNDER SALT TINP-SALT (SEE TINPROT).
      * TINP-REVEALED IS SET ONLY WHEN A VALUE WAS ACTUALLY
      * DECIPHERED - A BLANK TIN, OR ONE NOT YET CONVERTED BY TINCONV,
      * IS PASSED THROUGH AS-IS.
       UNPROTECT-TIN.
           MOVE TINP-STORED TO TINP-CLEAR.
           MOVE 'N' TO TINP-REVEAL-SW.
           IF TINP-STORED (1:5) NOT = SPACES
              AND TINP-STORED (1:5) IS NOT NUMERIC
             COMPUTE TINP-ROLL =
               FUNCTION MOD (TINP-KEY + TINP-SALT, TINP-MOD)
             PERFORM UNPROTECT-ONE-DIGIT THRU UNPROTECT-ONE-DIGIT-END
                VARYING TINP-IX FROM 1 BY 1
                UNTIL TINP-IX > 5
             MOVE 'Y' TO TINP-REVEAL-SW
           END-IF.
       UNPROTECT-TIN-END.
           EXIT.

       UNPROTECT-ONE-DIGIT.
           PERFORM ROLL-TIN-SHIFT THRU ROLL-TIN-SHIFT-END.
           MOVE TINP-STORED (TINP-IX:1) TO TINP-CHAR.
           MOVE 0 TO TINP-POS.
           INSPECT TINP-LETTERS TALLYING TINP-POS
              FOR CHARACTERS BEFORE INITIAL TINP-CHAR.
           COMPUTE TINP-VAL =
             FUNCTION MOD (TINP-POS - TINP-SHIFT + 10, 10) + 1.
           MOVE TINP-DIGITS (TINP-VAL:1) TO TINP-CLEAR (TINP-IX:1).
       UNPROTECT-ONE-DIGIT-END.

       ROLL-TIN-SHIFT.
           COMPUTE TINP-ROLL = FUNCTION MOD
             (TINP-ROLL * TINP-MULT + TINP-IX, TINP-MOD).
           COMPUTE TINP-SHIFT = FUNCTION MOD (TINP-ROLL, 10).
       ROLL-TIN-SHIFT-END.
