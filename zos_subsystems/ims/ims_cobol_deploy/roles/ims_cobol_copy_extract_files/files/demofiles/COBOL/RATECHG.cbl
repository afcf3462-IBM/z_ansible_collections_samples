      *    BANDS OUT. SEE MOVE-RATE-SCHEDULE.
           SELECT RATESCHD-FILE ASSIGN TO RATESCHD.
           SELECT RATESCHO-FILE ASSIGN TO RATESCHO.
      *    OPTIONAL SIMULATION CARD - SEE SIMPOST.CPY
           SELECT SIMCTL-FILE ASSIGN TO SIMCTL.
       DATA DIVISION.

       FILE SECTION.
            DATA RECORD IS RATESCHO-OUT.
       01  RATESCHO-OUT         PIC X(80).

         FD SIMCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SIMCTL-IN.
       01  SIMCTL-IN            PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
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
      *    ACCTAUD-SEG - SEE FBACCMNT FOR THE AUDIT-TRAIL IDIOM
       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
       01  CHANGE-FAILURES     PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

           COPY SIMPOST.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-END.
           PERFORM READ-SIMULATION-CARD
              THRU READ-SIMULATION-CARD-END.

           IF CTL-EFFDATE NOT = SPACES AND CTL-EFFDATE > TODAY-YMD
             DISPLAY 'RATECHG - EFFECTIVE ' CTL-EFFDATE
             DISPLAY 'RATE DELTA:               ' CTL-RATE-LO
             DISPLAY 'BANDS READ:               ' BANDS-READ
             DISPLAY 'BANDS MOVED:              ' BANDS-MOVED
             IF SIMULATING
               DISPLAY 'SIMULATION RUN - RATESCHO NOT WRITTEN'
             END-IF
             DISPLAY '========================================'
             STOP RUN
           END-IF.

           PERFORM LOAD-OWNER-TABLE THRU LOAD-OWNER-TABLE-END.

      * A SIMULATION RUN CHANGES NO RATE AND WRITES NO NOTICE - IT
      * STILL COUNTS THE NOTICES IT WOULD HAVE WRITTEN SO THE SUMMARY
      * RECONCILES THE SAME WAY
           IF NOT SIMULATING
             OPEN OUTPUT RATENOTC-FILE
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
           PERFORM PROCESS-ACCOUNT THRU PROCESS-ACCOUNT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           IF NOT SIMULATING
             CLOSE RATENOTC-FILE
           END-IF.

      * COUNT RECONCILIATION - EVERY CHANGED ACCOUNT MUST HAVE ITS
      * NOTICE ON THE EXTRACT BEFORE THE JOB TAKES A GOOD RETURN CODE
             DISPLAY 'RATE CHANGE DID NOT RECONCILE'
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF SIMULATING
             PERFORM PRINT-WOULD-POST-TOTALS
                THRU PRINT-WOULD-POST-TOTALS-END
           END-IF.

           STOP RUN.

      * (CTL-RATE-LO). BANDS OF OTHER TYPES PASS THROUGH UNTOUCHED.
       MOVE-RATE-SCHEDULE.
           OPEN INPUT RATESCHD-FILE.
           IF NOT SIMULATING
             OPEN OUTPUT RATESCHO-FILE
           END-IF.
           READ RATESCHD-FILE
             AT END
               MOVE 'Y' TO WS-RATESCHD-EOF
           PERFORM MOVE-ONE-BAND THRU MOVE-ONE-BAND-END
              UNTIL RATESCHD-EOF.
           CLOSE RATESCHD-FILE.
           IF NOT SIMULATING
             CLOSE RATESCHO-FILE
           END-IF.
       MOVE-RATE-SCHEDULE-END.
           EXIT.

           ELSE
             MOVE RATESCHD-IN TO RATESCHO-OUT
           END-IF.
           IF SIMULATING
             IF TXT-RS-TYPE = TXT-SCHEDTYPE
               DISPLAY 'WOULD MOVE BAND ' RATESCHO-OUT
             END-IF
           ELSE
             WRITE RATESCHO-OUT
           END-IF.

           READ RATESCHD-FILE
             AT END
             ADD 1 TO CHANGE-FAILURES
           ELSE
             MOVE CTL-NEW-RATE TO INTRATE-ACC
             IF SIMULATING
               DISPLAY 'WOULD CHANGE RATE ' TXT-OLD-RATE ' TO '
                  TXT-NEW-RATE-E ' ON BALANCE BELOW'
               MOVE 'RATE CHG' TO SIM-KIND
               MOVE SPACE TO SIM-TRANSTYP
               MOVE BALANCE-ACC TO SIM-AMOUNT
               MOVE BALANCE-ACC TO SIM-BALAFTER
               PERFORM NOTE-ACCOUNT-ENTRY THRU NOTE-ACCOUNT-ENTRY-END
             ELSE
               CALL "CBLTDLI"
                 USING REPL, DBPCB, ACCOUNT-SEG
             END-IF
             IF DBSTAT NOT = SPACES AND NOT SIMULATING
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'RATE UPDATE FAILED FOR ACCID: ' ACCID
           STRING 'RATE CHANGE RUN ' CTL-RUNID INTO REASON-AAU.
           MOVE 0 TO OPERID-AAU.

           IF NOT SIMULATING
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, ACCTAUD-SEG, ACCTAUD-SSA
           END-IF.
           IF DBSTAT NOT = SPACES AND NOT SIMULATING
             MOVE DBSTAT TO SC
             DISPLAY 'ACCTAUD ISRT FAILED FOR ACCID ' ACCID
                ' ' BAD-STATUS
                   '"' CTL-RUNID '"'
              INTO RATENOTC-OUT
           END-STRING.
           IF NOT SIMULATING
             WRITE RATENOTC-OUT
           END-IF.
           ADD 1 TO NOTICES-WRITTEN.
       WRITE-RATE-NOTICE-END.
           EXIT.
             MOVE WS-OWN-IX TO WS-OWN-FOUND-IX
           END-IF.
       TEST-ONE-OWNER-END.

      * PROCEDURE READ-SIMULATION-CARD : ONE OPTIONAL CARD ON SIMCTL -
      * 'S' IN THE FIRST COLUMN MAKES THIS A SIMULATION RUN THAT POSTS
      * NOTHING. NO CARD IS THE NORMAL POSTING RUN.
       READ-SIMULATION-CARD.
           MOVE 'P' TO WS-RUN-MODE.
           MOVE SPACES TO TXT-SIM-MODE.
           MOVE 'N' TO WS-SIMCTL-EOF.
           OPEN INPUT SIMCTL-FILE.
           READ SIMCTL-FILE
             AT END
               MOVE 'Y' TO WS-SIMCTL-EOF
           END-READ.
           CLOSE SIMCTL-FILE.
           IF NOT SIMCTL-EOF
             UNSTRING SIMCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-SIM-MODE
             END-UNSTRING
             IF TXT-SIM-MODE = 'S'
               MOVE 'S' TO WS-RUN-MODE
             END-IF
           END-IF.
           IF SIMULATING
             DISPLAY '========================================'
             DISPLAY 'RATECHG WOULD-POST REPORT - ' TODAY-YMD
             DISPLAY 'MODE: SIMULATION - NOTHING WILL POST'
             DISPLAY '========================================'
           END-IF.
       READ-SIMULATION-CARD-END.
           EXIT.

      * PROCEDURE NOTE-WOULD-POST : ONE LINE OF THE WOULD-POST REPORT
      * FOR THE ENTRY IN SIM-ENTRY, ROLLED INTO ITS PRODUCT'S TOTAL
       NOTE-WOULD-POST.
           ADD 1 TO SIM-ENTRIES.
           IF SIM-ACCID NOT = SIM-LAST-ACCID
             ADD 1 TO SIM-ACCOUNTS
             MOVE SIM-ACCID TO SIM-LAST-ACCID
           END-IF.
           MOVE SIM-ACCID TO SIM-ACCID-E.
           MOVE SIM-AMOUNT TO SIM-AMOUNT-E.
           MOVE SIM-BALAFTER TO SIM-BALAFTER-E.
           DISPLAY 'WOULD POST ' SIM-ACCID-E ' ' SIM-ACCTYPE ' '
              SIM-CURRENCY ' ' SIM-KIND ' ' SIM-TRANSTYP ' '
              SIM-AMOUNT-E ' BAL AFTER ' SIM-BALAFTER-E.

           MOVE 0 TO WS-SP-FOUND-IX.
           PERFORM FIND-ONE-SIMPROD THRU FIND-ONE-SIMPROD-END
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > TOTAL-SIMPROD OR WS-SP-FOUND-IX > 0.
           IF WS-SP-FOUND-IX = 0
             IF TOTAL-SIMPROD < MAX-SIMPROD
               ADD 1 TO TOTAL-SIMPROD
               MOVE TOTAL-SIMPROD TO WS-SP-FOUND-IX
               MOVE SIM-ACCTYPE TO SP-ACCTYPE (WS-SP-FOUND-IX)
               MOVE SIM-CURRENCY TO SP-CURRENCY (WS-SP-FOUND-IX)
               MOVE SIM-KIND TO SP-KIND (WS-SP-FOUND-IX)
               MOVE SIM-TRANSTYP TO SP-TRANSTYP (WS-SP-FOUND-IX)
               MOVE 0 TO SP-COUNT (WS-SP-FOUND-IX)
               MOVE 0 TO SP-AMOUNT (WS-SP-FOUND-IX)
             ELSE
               DISPLAY 'WOULD-POST PRODUCT TABLE FULL - ' SIM-ACCTYPE
                  ' ' SIM-CURRENCY ' ' SIM-KIND ' NOT TOTALLED'
               GO TO NOTE-WOULD-POST-END
             END-IF
           END-IF.
           ADD 1 TO SP-COUNT (WS-SP-FOUND-IX).
           ADD SIM-AMOUNT TO SP-AMOUNT (WS-SP-FOUND-IX).
       NOTE-WOULD-POST-END.
           EXIT.

       FIND-ONE-SIMPROD.
           IF SP-ACCTYPE (WS-SP-IX) = SIM-ACCTYPE
              AND SP-CURRENCY (WS-SP-IX) = SIM-CURRENCY
              AND SP-KIND (WS-SP-IX) = SIM-KIND
              AND SP-TRANSTYP (WS-SP-IX) = SIM-TRANSTYP
             MOVE WS-SP-IX TO WS-SP-FOUND-IX
           END-IF.
       FIND-ONE-SIMPROD-END.
           EXIT.

      * PROCEDURE PRINT-WOULD-POST-TOTALS : THE PRODUCT TOTALS THAT
      * CLOSE A SIMULATION RUN'S WOULD-POST REPORT
       PRINT-WOULD-POST-TOTALS.
           DISPLAY '========================================'.
           DISPLAY 'RATECHG WOULD-POST TOTALS BY PRODUCT'.
           DISPLAY 'TYPE CUR KIND       CODE   ENTRIES'
              '              AMOUNT'.
           PERFORM PRINT-ONE-SIMPROD THRU PRINT-ONE-SIMPROD-END
              VARYING WS-SP-IX FROM 1 BY 1
              UNTIL WS-SP-IX > TOTAL-SIMPROD.
           DISPLAY 'ACCOUNTS:                 ' SIM-ACCOUNTS.
           DISPLAY 'ENTRIES:                  ' SIM-ENTRIES.
           DISPLAY 'SIMULATION RUN - NOTHING WAS POSTED'.
           DISPLAY '========================================'.
       PRINT-WOULD-POST-TOTALS-END.
           EXIT.

       PRINT-ONE-SIMPROD.
           MOVE SP-COUNT (WS-SP-IX) TO SIM-COUNT-E.
           MOVE SP-AMOUNT (WS-SP-IX) TO SIM-TOTAL-E.
           DISPLAY '   ' SP-ACCTYPE (WS-SP-IX) ' '
              SP-CURRENCY (WS-SP-IX) ' ' SP-KIND (WS-SP-IX) ' '
              SP-TRANSTYP (WS-SP-IX) '  ' SIM-COUNT-E ' '
              SIM-TOTAL-E.
       PRINT-ONE-SIMPROD-END.
           EXIT.

      * PROCEDURE NOTE-ACCOUNT-ENTRY : A WOULD-POST LINE FOR THE
      * ACCOUNT IN ACCOUNT-SEG - THE CALLER HAS SET THE KIND, CODE,
      * AMOUNT AND BALANCE AFTER
       NOTE-ACCOUNT-ENTRY.
           MOVE ACCID-ACC TO SIM-ACCID.
           MOVE ACCTYPE-ACC TO SIM-ACCTYPE.
           MOVE CURRENCY-ACC TO SIM-CURRENCY.
           PERFORM NOTE-WOULD-POST THRU NOTE-WOULD-POST-END.
       NOTE-ACCOUNT-ENTRY-END.
           EXIT.
