      * WITHDRAWALS THROUGH IBTRAN (CHANNEL 'T') AND ATM CASH THROUGH
      * FBCARDTXN (CHANNEL 'A').
      *
      * THE RUN DATE'S POSTING JOURNAL (PSTEXTR - REFUSED WITH RC 8
      * UNLESS IT FOOTS TO ITS TRAILER) CARRIES EVERY POSTING WITH ITS
      * ACCOUNT'S OWNERS ALREADY RESOLVED, SO ONE PASS OF IT ROLLS THE
      * DAY'S CASH UP TO THE CUSTOMER LEVEL, AND EACH REPORTABLE
      * CUSTOMER GETS A REPORT LINE PLUS A
      * FIXED-COLUMN RECORD ON THE CTROUT EXTRACT IN THE REGULATORY
      * LAYOUT (RECORD TYPE, DATE, CUSTID, NAME, CASH IN, CASH OUT -
      * ALL FIXED POSITIONS, NO DELIMITERS).
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTROUT-FILE ASSIGN TO CTROUT.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.
       DATA DIVISION.

       FILE SECTION.
           05  CTR-CASH-IN     PIC  9(13)V99.
           05  CTR-CASH-OUT    PIC  9(13)V99.

         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".

      ******************************************************************
      *IMS STATUS CODES
       77  CTR-THRESHOLD       PIC S9(13)V9(2) COMP-3 VALUE 10000.

      ******************************************************************
      *OWNER SUBSCRIPT INTO THE JOURNAL ROW'S OWNER LIST - A JOINT
      *ACCOUNT'S CASH COUNTS FOR EVERY OWNER
      ******************************************************************

       77  WS-OWN-IX           PIC S9(9) COMP-5.

      ******************************************************************
      *PER-CUSTOMER CASH TOTALS
      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
      *SEGMENT AREAS
      ******************************************************************

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
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

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
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
      ******************************************************************
      *POSTING JOURNAL PROOF - THE DETAILS MUST FOOT TO THE TRAILER
      ******************************************************************

       01  WS-PSTJRNL-EOF      PIC  X(01) VALUE 'N'.
           88  PSTJRNL-EOF         VALUE 'Y'.
       01  WS-JRNL-PROVED      PIC  X(01) VALUE 'N'.
           88  JOURNAL-PROVED      VALUE 'Y'.
       77  JRNL-DETAILS        PIC  S9(9) COMP-5 VALUE 0.
       77  JRNL-AMOUNT         PIC  S9(15)V9(2) COMP-3 VALUE 0.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************
       LINKAGE SECTION.

       01  DBPCB1 POINTER.

      ******************************************************************
      *DATABASE PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR INCOMPLETE - NOT REPORTED ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * ONE PASS OF THE JOURNAL ROLLS THE DAY'S CASH UP TO EACH OWNER
           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM ROLL-ONE-ROW THRU ROLL-ONE-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

           OPEN OUTPUT CTROUT-FILE.
           DISPLAY '========================================'.
              VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > TOTAL-CCASH.
           DISPLAY '----------------------------------------'.
           DISPLAY 'JOURNAL ROWS READ:        ' ROWS-SCANNED.
           DISPLAY 'CUSTOMERS REPORTED:       ' CUSTOMERS-REPORTED.
           DISPLAY '========================================'.
           CLOSE CTROUT-FILE.

           STOP RUN.

      * PROCEDURE ROLL-ONE-ROW : A CASH ROW POSTED TODAY ('d'/'w' ON
      * THE TELLER OR ATM CHANNEL) ADDS INTO EVERY OWNER'S TOTALS. A
      * CARD PURCHASE CARDCLR POSTED ON THE ATM CHANNEL ('PS' MEMO)
      * IS NOT CASH AND IS LEFT OUT.
       ROLL-ONE-ROW.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
             IF HIST-YMD = TODAY-YMD AND
                (CHANNEL-HIST = 'T' OR CHANNEL-HIST = 'A') AND
                (TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D' OR
                 TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'W') AND
                CHECKNUM-HIST (1:2) NOT = 'PS'
               PERFORM ROLL-TO-OWNERS THRU ROLL-TO-OWNERS-END
                  VARYING WS-OWN-IX FROM 1 BY 1
                  UNTIL WS-OWN-IX > PJ-OWNER-COUNT
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       ROLL-ONE-ROW-END.

       ROLL-TO-OWNERS.
           PERFORM FIND-OR-ADD-CCASH THRU FIND-OR-ADD-CCASH-END.
           IF WS-CC-FOUND-IX > 0
             IF TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D'
               ADD AMOUNT-HIST TO CC-CASH-IN (WS-CC-FOUND-IX)
             ELSE
               ADD AMOUNT-HIST TO CC-CASH-OUT (WS-CC-FOUND-IX)
             END-IF
           END-IF.
       ROLL-TO-OWNERS-END.
           MOVE 0 TO WS-CC-FOUND-IX.
           PERFORM VARYING WS-CC-IX FROM 1 BY 1
              UNTIL WS-CC-IX > TOTAL-CCASH
             IF CC-CUSTID (WS-CC-IX) = PJ-OWNER-CUSTID (WS-OWN-IX)
               MOVE WS-CC-IX TO WS-CC-FOUND-IX
             END-IF
           END-PERFORM.
             IF TOTAL-CCASH < MAX-CCASH
               ADD 1 TO TOTAL-CCASH
               MOVE TOTAL-CCASH TO WS-CC-FOUND-IX
               MOVE PJ-OWNER-CUSTID (WS-OWN-IX)
                  TO CC-CUSTID (WS-CC-FOUND-IX)
               MOVE 0 TO CC-CASH-IN (WS-CC-FOUND-IX)
               MOVE 0 TO CC-CASH-OUT (WS-CC-FOUND-IX)
             ELSE
               DISPLAY 'CTRRPT: CUSTOMER TABLE FULL - CUSTID '
                  PJ-OWNER-CUSTID (WS-OWN-IX) ' NOT AGGREGATED'
             END-IF
           END-IF.
       FIND-OR-ADD-CCASH-END.
                ' CASH OUT: ' CC-CASH-OUT (WS-CC-IX)

             MOVE CC-CUSTID (WS-CC-IX) TO SSA-CUSTID
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL 'CBLTDLI'
               USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1
             MOVE 'C' TO CTR-RECTYPE
             WRITE CTROUT-OUT
           END-IF.
       REPORT-ONE-CUSTOMER-END.

      * PROCEDURE PROVE-POSTING-JOURNAL : TODAY'S JOURNAL MUST OPEN
      * WITH ITS HEADER AND END WITH A TRAILER ITS DETAILS FOOT TO, IN
      * COUNT AND AMOUNT - ANYTHING ELSE MEANS PSTEXTR DID NOT FINISH
       PROVE-POSTING-JOURNAL.
           MOVE 'N' TO WS-JRNL-PROVED.
           MOVE 'N' TO WS-PSTJRNL-EOF.
           MOVE 0 TO JRNL-DETAILS.
           MOVE 0 TO JRNL-AMOUNT.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           IF NOT PSTJRNL-EOF AND PJ-IS-HEADER
              AND PJ-HDR-BUSDATE = TODAY-YMD
             PERFORM READ-POSTING-JOURNAL
                THRU READ-POSTING-JOURNAL-END
             PERFORM PROVE-ONE-RECORD THRU PROVE-ONE-RECORD-END
                UNTIL PSTJRNL-EOF
           END-IF.
           CLOSE PSTJRNL-FILE.
       PROVE-POSTING-JOURNAL-END.
           EXIT.

      * PROCEDURE PROVE-ONE-RECORD : ONLY A BALANCING TRAILER PROVES
      * THE FILE, AND ONLY IF NOTHING FOLLOWS IT
       PROVE-ONE-RECORD.
           MOVE 'N' TO WS-JRNL-PROVED.
           IF PJ-IS-DETAIL
             ADD 1 TO JRNL-DETAILS
             ADD PJ-AMOUNT TO JRNL-AMOUNT
           END-IF.
           IF PJ-IS-TRAILER
             IF PJ-TRL-BUSDATE = TODAY-YMD
                AND PJ-TRL-COUNT = JRNL-DETAILS
                AND PJ-TRL-AMOUNT = JRNL-AMOUNT
               MOVE 'Y' TO WS-JRNL-PROVED
             ELSE
               DISPLAY 'POSTING JOURNAL TRAILER: ' PJ-TRL-COUNT
                  ' ROWS ' PJ-TRL-AMOUNT ' - READ: ' JRNL-DETAILS
                  ' ROWS ' JRNL-AMOUNT
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       PROVE-ONE-RECORD-END.
           EXIT.

       READ-POSTING-JOURNAL.
           READ PSTJRNL-FILE
             AT END
               MOVE 'Y' TO WS-PSTJRNL-EOF
           END-READ.
       READ-POSTING-JOURNAL-END.
           EXIT.

      * PROCEDURE JOURNAL-TO-HISTORY : THE JOURNAL DETAIL INTO THE
      * HISTORY-SEG WORK AREA THE FOOTING LOGIC WORKS FROM
       JOURNAL-TO-HISTORY.
           MOVE PJ-TXID TO TXID-HIST.
           MOVE PJ-TIMESTMP TO TIMESTMP-HIST.
           MOVE PJ-TRANSTYP TO TRANSTYP-HIST.
           MOVE PJ-AMOUNT TO AMOUNT-HIST.
           MOVE PJ-REFTXID TO REFTXID-HIST.
           MOVE PJ-ACCID TO ACCID-HIST.
           MOVE PJ-BALAFTER TO BALAFTER-HIST.
           MOVE PJ-CHECKNUM TO CHECKNUM-HIST.
           MOVE PJ-CLIENTREF TO CLIENTREF-HIST.
           MOVE PJ-OPERID TO OPERID-HIST.
           MOVE PJ-BRANCH TO BRANCH-HIST.
           MOVE PJ-TERMID TO TERMID-HIST.
           MOVE PJ-CHANNEL TO CHANNEL-HIST.
           MOVE PJ-VALDATE TO VALDATE-HIST.
           MOVE PJ-SUBID TO SUBID-HIST.
       JOURNAL-TO-HISTORY-END.
           EXIT.
