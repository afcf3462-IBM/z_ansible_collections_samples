      * WITHDRAWALS; THE REGULATOR FINES BANKS FOR MISSING STRUCTURED
      * DEPOSITS. THIS NIGHTLY JOB SCANS THE TRAILING
      * SURV-WINDOW-DAYS OF DEPOSIT HISTORY PER CUSTOMER (ROLLED UP
      * TO EVERY OWNER, JOINT ACCOUNTS INCLUDED) AND SCORES THREE
      * PATTERNS:
      *
      *   JUST-UNDER-THRESHOLD DEPOSITS (JU-LOW TO JUST UNDER THE
      * STATUS-FLAG IDIOM - FOR AN ANALYST TO CONFIRM OR DISMISS
      * THROUGH FBSRVMNT. A CUSTOMER WITH A CASE ALREADY PENDING IS
      * NOT RE-FLAGGED.
      *
      * THE DEPOSITS COME FROM PSTEXTR'S POSTING JOURNALS, THE LAST
      * SURV-WINDOW-DAYS + 1 GENERATIONS CONCATENATED ON PSTJRNL, EACH
      * WITH ITS OWNERS ALREADY RESOLVED. EVERY GENERATION MUST FOOT TO
      * ITS OWN TRAILER AND TODAY'S MUST BE AMONG THEM, OR NOTHING IS
      * SCORED (RC 8). A ROW COUNTS ONLY IN THE GENERATION FOR THE DAY
      * IT POSTED, SO A ROW CARRIED ON TWO JOURNALS COUNTS ONCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE WINDOW'S POSTINGS - PSTEXTR'S POSTING JOURNALS, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.

       DATA DIVISION.

       FILE SECTION.
         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
       77  CASE-TIME-MULT      PIC S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *OWNER SUBSCRIPT INTO THE JOURNAL ROW'S OWNER LIST AND
      *PER-CUSTOMER PATTERN COUNTERS
      ******************************************************************

       77  WS-OWN-IX           PIC S9(9) COMP-5.

       77  MAX-SURV            PIC S9(9) COMP-5 VALUE 500.
       77  TOTAL-SURV          PIC S9(9) COMP-5 VALUE 0.
       77  WS-SV-IX            PIC S9(9) COMP-5.
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  SURVCASE-SSA.
           05  FILLER          PIC  X(08)        VALUE "SURVCASE".
           05  FILLER          PIC  X(01)        VALUE ' '.
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

      ******************************************************************
      *SURVEILLANCE CASE ROOT SEGMENT - THE ANALYST REVIEW QUEUE.
      * IT EXTRACTS A CONFIRMED CASE. SPACES UNTIL THEN.
           05  FILEDDATE-SVC   PIC  X(10).

      ******************************************************************
      *POSTING JOURNAL PROOF - EACH GENERATION'S DETAILS MUST FOOT TO
      *ITS OWN TRAILER, AND TODAY'S GENERATION MUST BE THERE
      ******************************************************************

       01  WS-PSTJRNL-EOF      PIC  X(01) VALUE 'N'.
           88  PSTJRNL-EOF         VALUE 'Y'.
       01  WS-JRNL-PROVED      PIC  X(01) VALUE 'N'.
           88  JOURNAL-PROVED      VALUE 'Y'.
       01  WS-JRNL-BROKEN      PIC  X(01) VALUE 'N'.
           88  JOURNAL-BROKEN      VALUE 'Y'.
       01  WS-JRNL-TODAY       PIC  X(01) VALUE 'N'.
           88  JOURNAL-HAS-TODAY   VALUE 'Y'.
       01  WS-IN-GENERATION    PIC  X(01) VALUE 'N'.
           88  IN-GENERATION       VALUE 'Y'.
       77  WS-GEN-BUSDATE      PIC  X(10).
       77  JRNL-DETAILS        PIC  S9(9) COMP-5 VALUE 0.
       77  JRNL-AMOUNT         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  GENERATIONS-READ    PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *CLOCK STRUCTURE AND WINDOW CUTOFF
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
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO WINDOW-CUTOFF-YMD.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR A GENERATION INCOMPLETE - NOT SCORED ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * PATTERN COUNTERS FROM ONE PASS OF THE WINDOW'S JOURNALS
           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM SCAN-ONE-ROW THRU SCAN-ONE-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

      * EXISTING PENDING CASES SUPPRESS RE-FLAGGING
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, SURVCASE-SEG, SURVCASE-SSA.
           PERFORM SUPPRESS-ONE-CASE THRU SUPPRESS-ONE-CASE-END
           DISPLAY '========================================'.
           DISPLAY 'STRUCTURING SURVEILLANCE - ' TODAY-YMD.
           DISPLAY 'WINDOW SINCE: ' WINDOW-CUTOFF-YMD.
           DISPLAY 'JOURNAL GENERATIONS READ: ' GENERATIONS-READ.
           DISPLAY 'JOURNAL ROWS READ:        ' ROWS-SCANNED.
           DISPLAY 'CASES OPENED:             ' CASES-OPENED.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE SCAN-ONE-ROW : A DEPOSIT INSIDE THE WINDOW, ON THE
      * JOURNAL GENERATION FOR THE DAY IT POSTED, FEEDS THE PATTERN
      * COUNTERS OF EVERY OWNER OF ITS ACCOUNT
       SCAN-ONE-ROW.
           IF PJ-IS-HEADER
             MOVE PJ-HDR-BUSDATE TO WS-GEN-BUSDATE
           END-IF.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
             IF (TRANSTYP-HIST = 'd' OR TRANSTYP-HIST = 'D') AND
                HIST-YMD >= WINDOW-CUTOFF-YMD AND
                HIST-YMD = WS-GEN-BUSDATE
               PERFORM FEED-OWNERS THRU FEED-OWNERS-END
                  VARYING WS-OWN-IX FROM 1 BY 1
                  UNTIL WS-OWN-IX > PJ-OWNER-COUNT
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       SCAN-ONE-ROW-END.

       FEED-OWNERS.
           IF PJ-OWNER-CUSTID (WS-OWN-IX) NOT = 0
             PERFORM FIND-OR-ADD-SURV THRU FIND-OR-ADD-SURV-END
             IF WS-SV-FOUND-IX > 0
               IF AMOUNT-HIST >= JU-LOW AND AMOUNT-HIST < JU-HIGH
           MOVE 0 TO WS-SV-FOUND-IX.
           PERFORM VARYING WS-SV-IX FROM 1 BY 1
              UNTIL WS-SV-IX > TOTAL-SURV
             IF SV-CUSTID (WS-SV-IX) = PJ-OWNER-CUSTID (WS-OWN-IX)
               MOVE WS-SV-IX TO WS-SV-FOUND-IX
             END-IF
           END-PERFORM.
             IF TOTAL-SURV < MAX-SURV
               ADD 1 TO TOTAL-SURV
               MOVE TOTAL-SURV TO WS-SV-FOUND-IX
               MOVE PJ-OWNER-CUSTID (WS-OWN-IX)
                  TO SV-CUSTID (WS-SV-FOUND-IX)
               MOVE 0 TO SV-JU-COUNT (WS-SV-FOUND-IX)
               MOVE 0 TO SV-ROUND-COUNT (WS-SV-FOUND-IX)
               MOVE 'N' TO SV-MULTI-SW (WS-SV-FOUND-IX)
             ELSE
               DISPLAY 'STRUCTW: SURV TABLE FULL - CUSTID '
                  PJ-OWNER-CUSTID (WS-OWN-IX) ' NOT SCORED'
             END-IF
           END-IF.
       FIND-OR-ADD-SURV-END.
           MOVE 'P' TO STATUS-SVC.
           MOVE SPACES TO FILEDDATE-SVC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SURVCASE-SEG, SURVCASE-SSA.
           IF DBSTAT = SPACES
             DISPLAY BAD-STATUS
           END-IF.
       OPEN-ONE-CASE-END.

      * PROCEDURE PROVE-POSTING-JOURNAL : EVERY CONCATENATED GENERATION
      * MUST RUN HEADER TO TRAILER WITH ITS DETAILS FOOTING TO THE
      * TRAILER, AND ONE OF THEM MUST BE TODAY'S - ANYTHING ELSE MEANS
      * A PSTEXTR RUN DID NOT FINISH OR TONIGHT'S HAS NOT RUN
       PROVE-POSTING-JOURNAL.
           MOVE 'N' TO WS-JRNL-PROVED.
           MOVE 'N' TO WS-JRNL-BROKEN.
           MOVE 'N' TO WS-JRNL-TODAY.
           MOVE 'N' TO WS-IN-GENERATION.
           MOVE 'N' TO WS-PSTJRNL-EOF.
           MOVE 0 TO GENERATIONS-READ.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM PROVE-ONE-RECORD THRU PROVE-ONE-RECORD-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.
           IF IN-GENERATION
             DISPLAY 'POSTING JOURNAL ' WS-GEN-BUSDATE
                ' HAS NO TRAILER'
             MOVE 'Y' TO WS-JRNL-BROKEN
           END-IF.
           IF JOURNAL-HAS-TODAY AND NOT JOURNAL-BROKEN
             MOVE 'Y' TO WS-JRNL-PROVED
           END-IF.
       PROVE-POSTING-JOURNAL-END.
           EXIT.

       PROVE-ONE-RECORD.
           IF PJ-IS-HEADER
             IF IN-GENERATION
               DISPLAY 'POSTING JOURNAL ' WS-GEN-BUSDATE
                  ' HAS NO TRAILER'
               MOVE 'Y' TO WS-JRNL-BROKEN
             END-IF
             MOVE 'Y' TO WS-IN-GENERATION
             MOVE PJ-HDR-BUSDATE TO WS-GEN-BUSDATE
             MOVE 0 TO JRNL-DETAILS
             MOVE 0 TO JRNL-AMOUNT
             ADD 1 TO GENERATIONS-READ
           END-IF.
           IF PJ-IS-DETAIL
             IF IN-GENERATION
               ADD 1 TO JRNL-DETAILS
               ADD PJ-AMOUNT TO JRNL-AMOUNT
             ELSE
               MOVE 'Y' TO WS-JRNL-BROKEN
             END-IF
           END-IF.
           IF PJ-IS-TRAILER
             IF IN-GENERATION
                AND PJ-TRL-BUSDATE = WS-GEN-BUSDATE
                AND PJ-TRL-COUNT = JRNL-DETAILS
                AND PJ-TRL-AMOUNT = JRNL-AMOUNT
               IF WS-GEN-BUSDATE = TODAY-YMD
                 MOVE 'Y' TO WS-JRNL-TODAY
               END-IF
             ELSE
               DISPLAY 'POSTING JOURNAL ' WS-GEN-BUSDATE
                  ' TRAILER: ' PJ-TRL-COUNT ' ROWS ' PJ-TRL-AMOUNT
                  ' - READ: ' JRNL-DETAILS ' ROWS ' JRNL-AMOUNT
               MOVE 'Y' TO WS-JRNL-BROKEN
             END-IF
             MOVE 'N' TO WS-IN-GENERATION
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
