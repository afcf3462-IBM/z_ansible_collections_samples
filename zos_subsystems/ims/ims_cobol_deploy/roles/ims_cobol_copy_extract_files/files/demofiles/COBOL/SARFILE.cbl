      * STATUS-FLAG IDIOM, NOTHING IS EVER DLET'D. ANY CONFIRMED CASE
      * STILL UNFILED AND OLDER THAN THE WARNING AGE IS REPORTED
      * AGAINST THE 30-DAY REGULATORY DEADLINE AND LEAVES RC 4.
      *
      * THE TIN IS STORED PROTECTED; THE FILING NEEDS THE FULL NUMBER,
      * SO IT IS DECIPHERED FOR THE 'D' ROW, COUNTED, AND LOGGED AS
      * SECEVT EVENT 'V' ON DBPCB5 (SEE REVEAL-TIN).
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *IMS STATUS CODES
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
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

      ******************************************************************
      *CLOCK STRUCTURE
       01  DEPOSIT-ROWS        PIC  S9(9) COMP-5 VALUE 0.
       01  CASES-AT-DEADLINE   PIC  S9(9) COMP-5 VALUE 0.

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
      *TIN DECRYPTION - THE SAROUT FILING IS ONE OF THE FEW OUTPUTS THAT
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

       LINKAGE SECTION.

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
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (
           DISPLAY 'CASES FILED THIS RUN:     ' CASES-FILED.
           DISPLAY 'DEPOSIT DETAIL ROWS:      ' DEPOSIT-ROWS.
           DISPLAY 'UNFILED NEAR DEADLINE:    ' CASES-AT-DEADLINE.
           DISPLAY 'TINS DECRYPTED:           ' TINS-DECRYPTED.
           DISPLAY '========================================'.

           IF CASES-AT-DEADLINE > 0
           END-IF.

      * 'D' ROW - THE CASE AND THE CUSTOMER'S IDENTITY
           MOVE TIN-CD TO TINP-STORED.
           MOVE CUSTID-CD TO TINP-SALT.
           PERFORM REVEAL-TIN THRU REVEAL-TIN-END.
           MOVE CASEID-SVC TO WS-CASEID-ZONED.
           MOVE CUSTID-SVC TO WS-CUSTID-ZONED.
           MOVE SCORE-SVC TO WS-SCORE-ZONED.
           MOVE SPACES TO SAROUT-OUT.
           STRING 'D' WS-CASEID-ZONED WS-CUSTID-ZONED
              LASTNAME-CD (1:30) FIRSTNAME-CD (1:20)
              TINP-CLEAR ADDRESS-CD (1:40) CITY-CD STATE-CD
              ZIPCODE-CD (1:10) WS-SCORE-ZONED FLAGDATE-SVC
              INTO SAROUT-OUT.
           WRITE SAROUT-OUT.
             END-IF
           END-IF.
       EXTRACT-ONE-DEPOSIT-END.

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
           MOVE 'SARFILE SAROUT' TO DEVICE-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
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
