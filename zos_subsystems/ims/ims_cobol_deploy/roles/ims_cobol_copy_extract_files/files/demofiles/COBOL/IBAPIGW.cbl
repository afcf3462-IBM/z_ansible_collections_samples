      * EXACTLY ONCE, NO MATTER WHICH FRONT DOOR THE REQUEST CAME
      * THROUGH. A REQUEST WITH AN OPERATION THIS GATEWAY DOESN'T
      * RECOGNIZE IS REJECTED HERE, BEFORE IT EVER REACHES IBTRAN.
      *
      * A CALL THE BRIDGE STAMPS WITH A THIRD-PARTY ID (API-TPPID - A
      * BUDGETING APP OR AGGREGATOR ACTING FOR THE CUSTOMER) IS ONLY
      * TRANSLATED WHEN ONE OF THE CUSTOMER'S ACTIVE, UNEXPIRED
      * CONSENT ROWS (SEE CONSENT.CPY) GRANTS THAT THIRD PARTY THE
      * OPERATION ON THAT ACCOUNT; ANY OTHER IS REFUSED HERE. EVERY
      * CALL ALLOWED OR REFUSED IS COUNTED ON THE THIRD PARTY'S ROW
      * FOR CNSRPT. A THIRD-PARTY BALANCE CALL UNDER A GRANT OF NAMED
      * ACCOUNTS GOES TO FBAVBAL FOR THE ONE ACCOUNT, NOT TO FBACSUM,
      * SO THE REPLY NEVER SHOWS AN ACCOUNT OUTSIDE THE GRANT. A CALL
      * WITH NO THIRD-PARTY ID IS OUR OWN CHANNEL'S AND RUNS AS BEFORE.
      ******************************************************************

       ENVIRONMENT DIVISION.
      ******************************************************************
       77  BADOPERATION      PIC  X(38) VALUE
             "UNRECOGNIZED API OPERATION REQUESTED".
       77  NOCONSENT         PIC  X(38) VALUE
             "NO ACTIVE CONSENT COVERS THIS REQUEST".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  PURG                PIC  X(04)        VALUE "PURG".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  DUPKEY              PIC  X(02)        VALUE "II".
       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *ERROR STATUS CODE AREA
      * OPERATION THE BRIDGE SENDS THE ONE IT WAS GIVEN, TO POLL FOR
      * IBTRAN'S ACTUAL RESULT
           05  API-CORRID      PIC  X(18).
      * THIRD-PARTY ID - SET BY THE BRIDGE FROM THE REGISTRATION OF
      * THE APP OR AGGREGATOR MAKING THE CALL; SPACES ON A CALL FROM
      * OUR OWN DIGITAL CHANNEL
           05  API-TPPID       PIC  X(12).

      ******************************************************************
      *OUTBOUND MESSAGE - MATCHES IBTRAN'S INPUT-AREA FIELD FOR FIELD
           05  FILLER          PIC  X(08)        VALUE "IBSHIST ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SWITCH-AVBAL-SSA.
           05  FILLER          PIC  X(08)        VALUE "IBAVBAL ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * OUTBOUND MESSAGE FOR A BALANCE SWITCH - MATCHES FBACSUM'S
      * INPUT-AREA FIELD FOR FIELD
       01  ACSUM-MSG-OUT.
           05  AS-TRAN-CODE    PIC  X(08).
           05  AS-CUSTID       PIC  X(09).

      * OUTBOUND MESSAGE FOR A THIRD PARTY'S ONE-ACCOUNT BALANCE -
      * MATCHES FBAVBAL'S INPUT-AREA FIELD FOR FIELD
       01  AVBAL-MSG-OUT.
           05  LL-AV           PIC  9(04) COMP.
           05  ZZ-AV           PIC  9(04) COMP.
           05  AV-TRAN-CODE    PIC  X(08).
           05  AV-ACCID        PIC  X(18).

      * OUTBOUND MESSAGE FOR A MINI-STATEMENT SWITCH - MATCHES
      * FBSHIST'S INPUT-AREA (SEE IBSHIST.CPY) FIELD FOR FIELD.
      * THE CUSTID RIDES ALONG SO FBSHIST'S SESSION AND OWNERSHIP
       77  WS-CORR-CUSTID    PIC  S9(9) COMP-5.
       77  CORR-MULT         PIC  S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *THIRD-PARTY CONSENT - SEE CONSENT.CPY. THE CUSTOMER SSA IS ONLY
      *EVER USED AS THE PARENT QUALIFICATION OF A CONSENT CALL, SO THE
      *CUSTOMER ROOT ITSELF IS NEVER RETRIEVED HERE
      ******************************************************************
           COPY CONSENT.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CN-CUSTID       PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * THE SCOPE THE CALL NEEDS - 'B'ALANCE, 'H'ISTORY OR 'P'AYMENT
       77  WS-NEED-SCOPE       PIC  X(01).
       77  WS-CONSENT-OK       PIC  X(01).
       77  WS-CNS-ACCT-OK      PIC  X(01).
      * 'Y' WHEN A BALANCE CALL IS ALLOWED ON A NAMED ACCOUNT ONLY AND
      * SO GOES TO FBAVBAL
       77  WS-ROUTE-AVBAL      PIC  X(01).
       77  WS-CNS-ACCID        PIC  S9(18) COMP-5.
       77  WS-CNS-IX           PIC  S9(4) COMP-5.
       77  WS-REFUSE-CONSID    PIC  S9(9) COMP-5.
       77  WS-POLL-CUSTID      PIC  S9(18) COMP-5.
       01  WS-CNS-TODAY        PIC  X(10).
       01  WS-CNS-MONTH        PIC  X(07).

      ******************************************************************
      *POISON-MESSAGE QUARANTINE - SEE QUARMSG.CPY
      ******************************************************************
           COPY QUARMSG.
           COPY QUARNOTE.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  ALTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

      ******************************************************************
      *I/O PCB
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

      ******************************************************************
      *EXPRESS ALTERNATE PCB - DESTINATION FBMSGTRK, SET IN THE PSB
      ******************************************************************

       01  QNOTEPCB.
           05  QNOTEDEST       PIC  X(08).
           05  FILLER          PIC  X(02).
           05  QNOTESTAT       PIC  X(02).

      ******************************************************************
      *DATABASE PCB
      ******************************************************************
           05  KEYFB           PIC  X(20).

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   IOPCBA  - I/O PCB
      *   ALTPCBA - EXPRESS ALTERNATE PCB TO FBMSGTRK
      *   DBPCB1  - GWCORR DATABASE
      *   DBPCB2  - QUARMSG DATABASE
      *   DBPCB3  - CUSTOMER DATABASE, SENSITIVE TO CUSTOMER (KEY ONLY)
      *             AND CONSENT (GET AND REPLACE)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, ALTPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           SET ADDRESS OF QNOTEPCB TO ADDRESS OF ALTPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING OPTIONAL FIELDS SO A SHORTER MESSAGE ON A
      * LATER ITERATION CAN'T INHERIT AN EARLIER CLIENT REFERENCE OR
      * CORRELATION ID
              MOVE SPACES TO API-CLIENTREF
              MOVE SPACES TO API-CORRID
              MOVE SPACES TO API-TPPID
              CALL 'CBLTDLI' USING GU, LTERMPCB, API-REQUEST-IN
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
      * A REQUEST IMS KEEPS HANDING BACK AFTER ABENDS IS SET ASIDE
      * FOR AN OPERATOR INSTEAD OF BEING TRANSLATED AGAIN
                PERFORM CHECK-REDELIVERY THRU CHECK-REDELIVERY-END
                IF MESSAGE-QUARANTINED
                  PERFORM REFUSE-QUARANTINED
                     THRU REFUSE-QUARANTINED-END
                ELSE
                  PERFORM TRANSLATE-AND-SWITCH
                     THRU TRANSLATE-AND-SWITCH-END
                END-IF
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
      * BACK TO THE CALLER INSTEAD OF BEING FORWARDED
       TRANSLATE-AND-SWITCH.
           MOVE SPACES TO OUT-TRXTYPE.
           MOVE 'N' TO WS-ROUTE-AVBAL.
           IF API-TPPID NOT = SPACES
             PERFORM CHECK-CONSENT THRU CHECK-CONSENT-END
             IF WS-CONSENT-OK NOT = 'Y'
               PERFORM REFUSE-NO-CONSENT THRU REFUSE-NO-CONSENT-END
               GO TO TRANSLATE-AND-SWITCH-END
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN API-OP-DEPOSIT
               MOVE 'd' TO OUT-TRXTYPE
             WHEN API-OP-REVERSAL
               MOVE 'r' TO OUT-TRXTYPE
             WHEN API-OP-BALANCE
               IF WS-ROUTE-AVBAL = 'Y'
                 PERFORM SWITCH-TO-AVBAL THRU SWITCH-TO-AVBAL-END
               ELSE
                 PERFORM SWITCH-TO-ACSUM THRU SWITCH-TO-ACSUM-END
               END-IF
             WHEN API-OP-MINISTMT
               PERFORM SWITCH-TO-SHIST THRU SWITCH-TO-SHIST-END
             WHEN API-OP-STATUS
       SWITCH-TO-ACSUM-END.
           EXIT.

      * PROCEDURE SWITCH-TO-AVBAL : A THIRD PARTY'S BALANCE CALL ON
      * ONE ACCOUNT OF A NAMED-ACCOUNT GRANT - FLATTENED INTO FBAVBAL'S
      * MESSAGE SHAPE SO ONLY THAT ACCOUNT'S BALANCES GO BACK
       SWITCH-TO-AVBAL.
           MOVE "IBAVBAL " TO AV-TRAN-CODE.
           MOVE API-ACCID TO AV-ACCID.
           MOVE ZEROS TO ZZ-AV.
           COMPUTE LL-AV = LENGTH OF AVBAL-MSG-OUT.

           CALL 'CBLTDLI'
             USING ISRT, LTERMPCB, AVBAL-MSG-OUT, SWITCH-AVBAL-SSA.
           IF TPSTAT NOT = SPACES
             DISPLAY 'SWITCH TO IBAVBAL FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       SWITCH-TO-AVBAL-END.
           EXIT.

      * PROCEDURE SWITCH-TO-SHIST : FLATTENS THE MINI-STATEMENT
      * REQUEST INTO FBSHIST'S OWN MESSAGE SHAPE (SEE IBSHIST.CPY) AND
      * SWITCHES IT ONTO THAT QUEUE
           END-IF.
       SWITCH-TO-SHIST-END.
           EXIT.

      * PROCEDURE CHECK-REDELIVERY : LOOKS THE REQUEST JUST RECEIVED UP
      * ON QUARMSG BY ITS IMS ENQUEUE STAMP. ONE ALREADY DELIVERED
      * QM-MAX-DELIVERIES TIMES HAS ABENDED THIS TRANSACTION THAT OFTEN
      * AND IS QUARANTINED; ANY OTHER IS NOTED TO FBMSGTRK ON THE
      * EXPRESS PCB SO THE DELIVERY IS COUNTED EVEN IF THIS ONE ABENDS.
       CHECK-REDELIVERY.
           MOVE 'N' TO WS-QUAR-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           MOVE LTERMPCB (13:12) TO QM-STAMP-TEXT.
           MOVE LOGTTERM TO QM-KEY-LTERM.
           MOVE QM-STAMP-DATE TO QM-KEY-DATE.
           MOVE QM-STAMP-TIME TO QM-KEY-TIME.
           MOVE QM-STAMP-SEQ TO QM-KEY-SEQ.
           MOVE QM-MSGKEY TO QM-SSA-KEY.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT = SPACES
             IF QM-QUARANTINED OR DELIVERIES-QM NOT < QM-MAX-DELIVERIES
               PERFORM QUARANTINE-MESSAGE
                  THRU QUARANTINE-MESSAGE-END
               GO TO CHECK-REDELIVERY-END
             END-IF
           ELSE
             IF DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.

           MOVE 'IBMSGTRK' TO QN-TRAN-CODE.
           MOVE QM-MSGKEY TO QN-MSGKEY.
           MOVE 'IBAPIGW ' TO QN-SRCTRAN.
           MOVE LOGTTERM TO QN-LTERM.
           MOVE TIMESTAMP TO QN-TIMESTMP.
           COMPUTE QN-PAYLEN = LL-IN - 4.
           IF QN-PAYLEN > LENGTH OF QN-PAYLOAD
             MOVE LENGTH OF QN-PAYLOAD TO QN-PAYLEN
           END-IF.
           IF QN-PAYLEN < 0
             MOVE 0 TO QN-PAYLEN
           END-IF.
           MOVE API-REQUEST-IN (5:) TO QN-PAYLOAD.
           COMPUTE LL-QN = LENGTH OF QNOTE-MSG.
           MOVE 0 TO ZZ-QN.
           CALL 'CBLTDLI' USING ISRT, QNOTEPCB, QNOTE-MSG.
           IF QNOTESTAT NOT = SPACES
             DISPLAY 'DELIVERY NOTE ISRT FAILED WITH STATUS CODE: '
                QNOTESTAT
             GO TO CHECK-REDELIVERY-END
           END-IF.

      * THE NOTE GOES OUT ON AN EXPRESS PCB - PURG RELEASES IT NOW
      * SO IT IS SENT EVEN IF THIS UNIT OF WORK LATER BACKS OUT
           CALL 'CBLTDLI' USING PURG, QNOTEPCB.
           IF QNOTESTAT NOT = SPACES
             DISPLAY 'DELIVERY NOTE PURG FAILED WITH STATUS CODE: '
                QNOTESTAT
           END-IF.
       CHECK-REDELIVERY-END.
           EXIT.

      * PROCEDURE QUARANTINE-MESSAGE : FLIPS THE REQUEST'S QUARMSG ROW
      * QUARANTINED AND COUNTS THIS DELIVERY - THE REQUEST IS CONSUMED
      * WITHOUT BEING TRANSLATED AND WAITS ON FBQUAMNT
       QUARANTINE-MESSAGE.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO QUARANTINE-MESSAGE-END
           END-IF.
           IF NOT QM-QUARANTINED
             MOVE 'Q' TO STATUS-QM
             MOVE TIMESTAMP TO QUARTS-QM
           END-IF.
           ADD 1 TO DELIVERIES-QM.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, QUARMSG-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
           MOVE 'Y' TO WS-QUAR-SW.
           DISPLAY 'MESSAGE QUARANTINED: ' MSGKEY-QM ' DELIVERIES '
              DELIVERIES-QM.
       QUARANTINE-MESSAGE-END.
           EXIT.

      * PROCEDURE REFUSE-QUARANTINED : TELLS THE CALLER ITS REQUEST
      * WAS NOT PROCESSED - NO CORRELATION ID, NOTHING TO POLL
       REFUSE-QUARANTINED.
           MOVE ZEROS TO CORRID-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE QM-NOTPROCESSED TO MSG-OUT.
           MOVE ZEROS TO ZZ-REPLY.
           COMPUTE LL-REPLY = LENGTH OF OUTPUT-AREA.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.
           IF TPSTAT NOT = SPACES
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       REFUSE-QUARANTINED-END.
           EXIT.

      * PROCEDURE CHECK-CONSENT : A THIRD-PARTY CALL - WALKS THE
      * CUSTOMER'S CONSENT ROWS FOR ONE THAT GRANTS API-TPPID THIS
      * OPERATION ON THIS ACCOUNT TODAY. THE ROW THAT ALLOWS THE CALL
      * COUNTS IT; OTHERWISE THE LAST ROW THE THIRD PARTY HOLDS FOR
      * THE CUSTOMER, IF ANY, COUNTS THE REFUSAL
       CHECK-CONSENT.
           MOVE 'N' TO WS-CONSENT-OK.
           MOVE 0 TO WS-REFUSE-CONSID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP (1:10) TO WS-CNS-TODAY.
           MOVE TIMESTAMP (1:7) TO WS-CNS-MONTH.

           EVALUATE TRUE
             WHEN API-OP-DEPOSIT
             WHEN API-OP-WITHDRAW
             WHEN API-OP-TRANSFER
             WHEN API-OP-REVERSAL
             WHEN API-OP-STATUS
               MOVE 'P' TO WS-NEED-SCOPE
             WHEN API-OP-BALANCE
               MOVE 'B' TO WS-NEED-SCOPE
             WHEN API-OP-MINISTMT
               MOVE 'H' TO WS-NEED-SCOPE
             WHEN OTHER
      *        NOTHING TO GRANT - THE UNRECOGNIZED-OPERATION REPLY
      *        FOLLOWS
               MOVE 'Y' TO WS-CONSENT-OK
               GO TO CHECK-CONSENT-END
           END-EVALUATE.

           MOVE 0 TO WS-CNS-ACCID.
           IF API-ACCID NOT = SPACES
             COMPUTE WS-CNS-ACCID = FUNCTION NUMVAL ( API-ACCID )
           END-IF.
           COMPUTE CN-CUSTID = FUNCTION NUMVAL ( API-CUSTID ).

      * A STATUS POLL MAY ONLY ASK AFTER THE SAME CUSTOMER'S POSTING -
      * THE CORRELATION ID CARRIES THE CUSTID (SEE OPEN-CORRELATION)
           IF API-OP-STATUS
             COMPUTE WS-POLL-CUSTID =
                FUNCTION NUMVAL ( API-CORRID ) / CORR-MULT
             IF WS-POLL-CUSTID NOT = CN-CUSTID
               GO TO CHECK-CONSENT-END
             END-IF
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CONSENT-SEG, CUSTOMER-SSA1, CONSENT-SSA.
           PERFORM TEST-ONE-CONSENT THRU TEST-ONE-CONSENT-END
              UNTIL DBSTAT NOT = SPACES OR WS-CONSENT-OK = 'Y'.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = GE
              AND DBSTAT NOT = GB
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

           IF WS-CONSENT-OK = 'Y'
             EVALUATE WS-NEED-SCOPE
               WHEN 'B'
                 ADD 1 TO USEBAL-CNS
               WHEN 'H'
                 ADD 1 TO USEHIST-CNS
               WHEN 'P'
                 ADD 1 TO USEPAY-CNS
             END-EVALUATE
             MOVE TIMESTAMP TO LASTUSE-CNS
             CALL 'CBLTDLI'
               USING REPL, DBPCB, CONSENT-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO CHECK-CONSENT-END
           END-IF.

           IF WS-REFUSE-CONSID > 0
             MOVE WS-REFUSE-CONSID TO CN-SSA-CONSID
             CALL 'CBLTDLI'
               USING GHU, DBPCB, CONSENT-SEG, CUSTOMER-SSA1,
                  CONSENT-SSA1
             IF DBSTAT = SPACES
               PERFORM ROLL-CONSENT-MONTH THRU ROLL-CONSENT-MONTH-END
               ADD 1 TO USEREFUSE-CNS
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, CONSENT-SEG
             END-IF
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       CHECK-CONSENT-END.
           EXIT.

      *    ONE CONSENT ROW, HELD - ANOTHER THIRD PARTY'S ROW IS PASSED
      *    OVER; THE CALLER'S OWN ROW ALLOWS THE CALL ONLY WHEN IT IS
      *    ACTIVE, IN ITS DATES, AND GRANTS BOTH SCOPE AND ACCOUNT
       TEST-ONE-CONSENT.
           IF TPPID-CNS = API-TPPID
             MOVE CONSID-CNS TO WS-REFUSE-CONSID
             IF CONSENT-ACTIVE
                AND GRANTDATE-CNS NOT > WS-CNS-TODAY
                AND EXPDATE-CNS NOT < WS-CNS-TODAY
               PERFORM TEST-CONSENT-GRANT
                  THRU TEST-CONSENT-GRANT-END
               IF WS-CONSENT-OK = 'Y'
                 PERFORM ROLL-CONSENT-MONTH
                    THRU ROLL-CONSENT-MONTH-END
                 GO TO TEST-ONE-CONSENT-END
               END-IF
             END-IF
           END-IF.
           CALL 'CBLTDLI'
             USING GHN, DBPCB, CONSENT-SEG, CUSTOMER-SSA1, CONSENT-SSA.
       TEST-ONE-CONSENT-END.
           EXIT.

      *    SCOPE FIRST, THEN THE ACCOUNT. A BALANCE CALL IS THE ONE
      *    CASE WITH A CHOICE: AN ALL-ACCOUNTS GRANT TAKES THE CUSTOMER
      *    SUMMARY AS BEFORE, A NAMED-ACCOUNT GRANT ONLY THE ONE
      *    ACCOUNT THE CALL NAMES. A STATUS POLL NAMES NO ACCOUNT.
       TEST-CONSENT-GRANT.
           EVALUATE WS-NEED-SCOPE
             WHEN 'B'
               IF SCOPEBAL-CNS NOT = 'Y'
                 GO TO TEST-CONSENT-GRANT-END
               END-IF
             WHEN 'H'
               IF SCOPEHIST-CNS NOT = 'Y'
                 GO TO TEST-CONSENT-GRANT-END
               END-IF
             WHEN 'P'
               IF SCOPEPAY-CNS NOT = 'Y'
                 GO TO TEST-CONSENT-GRANT-END
               END-IF
           END-EVALUATE.
           IF API-OP-STATUS OR ALLACCTS-CNS = 'Y'
             MOVE 'Y' TO WS-CONSENT-OK
             GO TO TEST-CONSENT-GRANT-END
           END-IF.
           MOVE 'N' TO WS-CNS-ACCT-OK.
           IF WS-CNS-ACCID NOT = 0
             PERFORM MATCH-CONSENT-ACCOUNT
                THRU MATCH-CONSENT-ACCOUNT-END
                VARYING WS-CNS-IX FROM 1 BY 1
                UNTIL WS-CNS-IX > ACCTCNT-CNS OR WS-CNS-IX > 5
                   OR WS-CNS-ACCT-OK = 'Y'
           END-IF.
           IF WS-CNS-ACCT-OK = 'Y'
             MOVE 'Y' TO WS-CONSENT-OK
             IF WS-NEED-SCOPE = 'B'
               MOVE 'Y' TO WS-ROUTE-AVBAL
             END-IF
           END-IF.
       TEST-CONSENT-GRANT-END.
           EXIT.

       MATCH-CONSENT-ACCOUNT.
           IF ACCID-CNS (WS-CNS-IX) = WS-CNS-ACCID
             MOVE 'Y' TO WS-CNS-ACCT-OK
           END-IF.
       MATCH-CONSENT-ACCOUNT-END.
           EXIT.

      *    THE FIRST CALL OF A NEW MONTH - LAST MONTH'S COUNTS MOVE TO
      *    THE PRV- FIGURES AND THIS MONTH'S START FROM ZERO
       ROLL-CONSENT-MONTH.
           IF USEMONTH-CNS NOT = WS-CNS-MONTH
             MOVE USEMONTH-CNS TO PRVMONTH-CNS
             MOVE USEBAL-CNS TO PRVBAL-CNS
             MOVE USEHIST-CNS TO PRVHIST-CNS
             MOVE USEPAY-CNS TO PRVPAY-CNS
             MOVE USEREFUSE-CNS TO PRVREFUSE-CNS
             MOVE WS-CNS-MONTH TO USEMONTH-CNS
             MOVE 0 TO USEBAL-CNS
             MOVE 0 TO USEHIST-CNS
             MOVE 0 TO USEPAY-CNS
             MOVE 0 TO USEREFUSE-CNS
           END-IF.
       ROLL-CONSENT-MONTH-END.
           EXIT.

      * PROCEDURE REFUSE-NO-CONSENT : TELLS THE THIRD PARTY ITS CALL
      * WAS NOT TRANSLATED - NO CORRELATION ID, NOTHING TO POLL
       REFUSE-NO-CONSENT.
           MOVE ZEROS TO CORRID-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE NOCONSENT TO MSG-OUT.
           MOVE ZEROS TO ZZ-REPLY.
           COMPUTE LL-REPLY = LENGTH OF OUTPUT-AREA.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.
           IF TPSTAT NOT = SPACES
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       REFUSE-NO-CONSENT-END.
           EXIT.
