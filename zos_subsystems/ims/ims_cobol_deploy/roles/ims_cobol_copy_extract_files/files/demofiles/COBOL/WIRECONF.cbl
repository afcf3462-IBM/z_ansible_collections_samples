      * WIRE THE NETWORK HAS NEITHER CONFIRMED NOR RETURNED IS MONEY
      * IN LIMBO AND OPERATIONS MUST CHASE IT. EXCEPTIONS AND
      * UNMATCHED CONFIRMATIONS LEAVE RC 4.
      *
      * A CORRESPONDENT ON ISO 20022 (SEE WIRESEND'S WIRECORR ROUTES)
      * RETURNS FI-TO-FI PAYMENT STATUS REPORTS (PACS.002) ON WIRESTS
      * INSTEAD, ONE ELEMENT PER LINE. EACH TRANSACTION STATUS IS
      * MATCHED BACK TO ITS WIRE BY THE ORIGINAL INSTRUCTION ID (OUR
      * WIREID; A GROUP-LEVEL STATUS WITH NO TRANSACTION DETAIL USES
      * THE ORIGINAL MESSAGE ID, WHICH IS ALSO THE WIREID):
      *   ACSC / ACCC      SETTLED - CONFIRMED EXACTLY AS A WIRECIN
      *                    CONFIRMATION IS
      *   ACSP ACTC ACWC   ACCEPTED, NOT YET SETTLED - COUNTED, THE
      *   ACCP PDNG        WIRE STAYS SENT
      *   RJCT             REJECTED - REPORTED WITH THE REASON CODE;
      *                    THE WIRE STAYS SENT, IN SUSPENSE, FOR
      *                    OPERATIONS TO RETURN THE FUNDS. RC 4.
      * BOTH FILES ARE READ EVERY RUN WHILE CORRESPONDENTS MOVE OVER;
      * AN EMPTY ONE IS SIMPLY NOTHING TO MATCH.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRECIN-FILE ASSIGN TO WIRECIN.
           SELECT WIRESTS-FILE ASSIGN TO WIRESTS.
       DATA DIVISION.

       FILE SECTION.
            DATA RECORD IS WIRECIN-IN.
       01  WIRECIN-IN           PIC X(80).

         FD WIRESTS-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIRESTS-IN.
       01  WIRESTS-IN           PIC X(256).

       WORKING-STORAGE SECTION.

      ******************************************************************
       01  WS-WIRECIN-EOF      PIC  X(01) VALUE 'N'.
           88  WIRECIN-EOF         VALUE 'Y'.

      ******************************************************************
      *PACS.002 STATUS REPORT WORK AREAS - EACH LINE SPLITS AT ITS
      *ANGLE BRACKETS INTO LEAD, TAG AND VALUE
      ******************************************************************

       01  TXT-X-LEAD          PIC  X(40).
       01  TXT-X-TAG           PIC  X(40).
       01  TXT-X-VALUE         PIC  X(40).
       01  WS-WIRESTS-EOF      PIC  X(01) VALUE 'N'.
           88  WIRESTS-EOF         VALUE 'Y'.

       01  WS-STS-MSGID        PIC  X(35).
       01  WS-STS-GRPSTS       PIC  X(04).
       01  WS-STS-INSTRID      PIC  X(35).
       01  WS-STS-TXSTS        PIC  X(04).
       01  WS-STS-RSN          PIC  X(04).
       01  WS-STS-ID           PIC  X(35).
       01  WS-STS-CODE         PIC  X(04).
       77  WS-STS-TXSEEN       PIC  S9(9) COMP-5.

      ******************************************************************
      *WIRE ROOT SEGMENT - SEE FBWIRE FOR THE STATUS LIFECYCLE
      ******************************************************************
               88  WIRE-CONFIRMED  VALUE "C".
               88  WIRE-HELD       VALUE "H".
               88  WIRE-CANCELED   VALUE "X".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
      * BENEFICIARY NAME - CAPTURED AT FBWIRE ENTRY AND RE-SCREENED
      * AGAINST THE DENIED-PARTY LIST AT WIRESEND TRANSMIT TIME
           05  BENNAME-WIR     PIC  X(35).
      * BENEFICIARY COUNTRY (ISO ALPHA-2) - 'US' FOR A DOMESTIC WIRE;
      * ANYTHING ELSE IS CROSS-BORDER AND COUNTS TOWARD THE AMLRISK
      * INTERNATIONAL-VOLUME FACTOR
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
       01  CONFS-READ          PIC  S9(9) COMP-5 VALUE 0.
       01  CONFS-MATCHED       PIC  S9(9) COMP-5 VALUE 0.
       01  CONFS-UNMATCHED     PIC  S9(9) COMP-5 VALUE 0.
       01  STATUSES-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  STATUSES-INTERIM    PIC  S9(9) COMP-5 VALUE 0.
       01  WIRES-REJECTED      PIC  S9(9) COMP-5 VALUE 0.
       01  STALE-WIRES         PIC  S9(9) COMP-5 VALUE 0.
       01  SUSPENSE-COUNT      PIC  S9(9) COMP-5 VALUE 0.
       01  SUSPENSE-TOTAL      PIC  S9(15)V9(2) COMP-3 VALUE 0.
              UNTIL WIRECIN-EOF.
           CLOSE WIRECIN-FILE.

           OPEN INPUT WIRESTS-FILE.
           READ WIRESTS-FILE
             AT END
               MOVE 'Y' TO WS-WIRESTS-EOF
           END-READ.
           PERFORM READ-ONE-STATUS-LINE THRU READ-ONE-STATUS-LINE-END
              UNTIL WIRESTS-EOF.
           CLOSE WIRESTS-FILE.

           PERFORM SCAN-FOR-STALE-WIRES
              THRU SCAN-FOR-STALE-WIRES-END.

           DISPLAY 'CONFIRMATIONS READ:       ' CONFS-READ.
           DISPLAY 'CONFIRMATIONS MATCHED:    ' CONFS-MATCHED.
           DISPLAY 'CONFIRMATIONS UNMATCHED:  ' CONFS-UNMATCHED.
           DISPLAY 'ISO STATUS REPORTS READ:  ' STATUSES-READ.
           DISPLAY 'ISO ACCEPTED, UNSETTLED:  ' STATUSES-INTERIM.
           DISPLAY 'WIRES REJECTED:           ' WIRES-REJECTED.
           DISPLAY 'STALE UNCONFIRMED WIRES:  ' STALE-WIRES.
           DISPLAY 'WIRE-SUSPENSE POSITION:   ' SUSPENSE-COUNT
              ' WIRES, ' SUSPENSE-TOTAL.
           DISPLAY '========================================'.

           IF CONFS-UNMATCHED > 0 OR STALE-WIRES > 0
              OR WIRES-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           END-UNSTRING.

           COMPUTE WS-CONF-WIREID = FUNCTION NUMVAL ( TXT-WIREID ).
           PERFORM CONFIRM-ONE-WIRE THRU CONFIRM-ONE-WIRE-END.

           READ WIRECIN-FILE
             AT END
               MOVE 'Y' TO WS-WIRECIN-EOF
           END-READ.
       MATCH-ONE-CONF-END.

      * PROCEDURE CONFIRM-ONE-WIRE : FLIPS THE WIRE WS-CONF-WIREID
      * NAMES TO CONFIRMED - SHARED BY BOTH CONFIRMATION FORMATS
       CONFIRM-ONE-WIRE.
           MOVE WS-CONF-WIREID TO WIREID.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, WIRE-SEG, WIRE-SSA1.
               END-IF
             END-IF
           END-IF.
       CONFIRM-ONE-WIRE-END.
           EXIT.

      * PROCEDURE READ-ONE-STATUS-LINE : ONE LINE OF A PACS.002
      * STATUS REPORT. THE ELEMENTS THAT MATTER ARE COLLECTED; THE
      * CLOSE OF A TRANSACTION STATUS (OR OF A DOCUMENT CARRYING ONLY
      * A GROUP STATUS) APPLIES IT TO THE WIRE.
       READ-ONE-STATUS-LINE.
           MOVE SPACES TO TXT-X-LEAD TXT-X-TAG TXT-X-VALUE.
           UNSTRING WIRESTS-IN DELIMITED BY '<' OR '>'
             INTO TXT-X-LEAD
                  TXT-X-TAG
                  TXT-X-VALUE
           END-UNSTRING.

           EVALUATE TRUE
             WHEN TXT-X-TAG (1:8) = 'Document'
               MOVE SPACES TO WS-STS-MSGID WS-STS-GRPSTS WS-STS-RSN
               MOVE 0 TO WS-STS-TXSEEN
             WHEN TXT-X-TAG = 'OrgnlMsgId'
               MOVE TXT-X-VALUE TO WS-STS-MSGID
             WHEN TXT-X-TAG = 'GrpSts'
               MOVE TXT-X-VALUE TO WS-STS-GRPSTS
             WHEN TXT-X-TAG = 'TxInfAndSts'
               MOVE SPACES TO WS-STS-INSTRID WS-STS-TXSTS WS-STS-RSN
             WHEN TXT-X-TAG = 'OrgnlInstrId'
               MOVE TXT-X-VALUE TO WS-STS-INSTRID
             WHEN TXT-X-TAG = 'TxSts'
               MOVE TXT-X-VALUE TO WS-STS-TXSTS
             WHEN TXT-X-TAG = 'Cd'
               MOVE TXT-X-VALUE TO WS-STS-RSN
             WHEN TXT-X-TAG = '/TxInfAndSts'
               ADD 1 TO WS-STS-TXSEEN
               IF WS-STS-INSTRID = SPACES
                 MOVE WS-STS-MSGID TO WS-STS-ID
               ELSE
                 MOVE WS-STS-INSTRID TO WS-STS-ID
               END-IF
               MOVE WS-STS-TXSTS TO WS-STS-CODE
               PERFORM APPLY-ISO-STATUS THRU APPLY-ISO-STATUS-END
             WHEN TXT-X-TAG = '/Document'
               IF WS-STS-TXSEEN = 0 AND WS-STS-GRPSTS NOT = SPACES
                 MOVE WS-STS-MSGID TO WS-STS-ID
                 MOVE WS-STS-GRPSTS TO WS-STS-CODE
                 PERFORM APPLY-ISO-STATUS THRU APPLY-ISO-STATUS-END
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           READ WIRESTS-FILE
             AT END
               MOVE 'Y' TO WS-WIRESTS-EOF
           END-READ.
       READ-ONE-STATUS-LINE-END.
           EXIT.

      * PROCEDURE APPLY-ISO-STATUS : STATUS WS-STS-CODE FOR THE WIRE
      * WS-STS-ID NAMES - SEE THE PROGRAM BANNER FOR THE CODES
       APPLY-ISO-STATUS.
           ADD 1 TO STATUSES-READ.
           COMPUTE WS-CONF-WIREID = FUNCTION NUMVAL ( WS-STS-ID ).
           EVALUATE WS-STS-CODE
             WHEN 'ACSC'
             WHEN 'ACCC'
               ADD 1 TO CONFS-READ
               PERFORM CONFIRM-ONE-WIRE THRU CONFIRM-ONE-WIRE-END
             WHEN 'ACSP'
             WHEN 'ACTC'
             WHEN 'ACWC'
             WHEN 'ACCP'
             WHEN 'PDNG'
               ADD 1 TO STATUSES-INTERIM
             WHEN 'RJCT'
               MOVE WS-CONF-WIREID TO WIREID
               CALL 'CBLTDLI'
                 USING GU, DBPCB, WIRE-SEG, WIRE-SSA1
               IF DBSTAT NOT = SPACES
                 DISPLAY 'REJECTION FOR UNKNOWN WIREID: '
                    WS-CONF-WIREID
                 ADD 1 TO CONFS-UNMATCHED
               ELSE
                 ADD 1 TO WIRES-REJECTED
                 DISPLAY 'WIRE REJECTED BY CORRESPONDENT - WIREID: '
                    WIREID-WIR ' AMOUNT: ' AMOUNT-WIR
                    ' REASON: ' WS-STS-RSN
               END-IF
             WHEN OTHER
               DISPLAY 'UNRECOGNISED ISO STATUS ' WS-STS-CODE
                  ' FOR WIREID: ' WS-CONF-WIREID
               ADD 1 TO CONFS-UNMATCHED
           END-EVALUATE.
       APPLY-ISO-STATUS-END.
           EXIT.

      * PROCEDURE SCAN-FOR-STALE-WIRES : WALKS EVERY WIRE ROW FOOTING
      * THE REMAINING SUSPENSE POSITION AND REPORTING ANY SENT WIRE
