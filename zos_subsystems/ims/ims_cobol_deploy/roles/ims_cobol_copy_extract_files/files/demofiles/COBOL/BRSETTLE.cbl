       PROGRAM-ID. BRSETTLE.

      ******************************************************************
      * DAILY BRANCH SETTLEMENT REPORT - READS THE RUN DATE'S POSTING
      * JOURNAL (PSTEXTR - REFUSED WITH RC 8 UNLESS IT FOOTS TO ITS
      * TRAILER) AND FOOTS THE DAY'S DEPOSITS, WITHDRAWALS, AND FEES
      * BY THE ORIGINATING BRANCH-HIST, EACH BRANCH SEEN ACCUMULATING
      * INTO ITS OWN ROW OF AN IN-MEMORY TABLE - THE SAME TABLE-
      * BUILDING TECHNIQUE TRIALBAL AND ACCTRECN USE.
      *
      * A BRANCH WHOSE NET CASH MOVEMENT (DEPOSITS MINUS WITHDRAWALS)
      * FALLS OUTSIDE THE NORMAL BAND IS FLAGGED FOR INVESTIGATION.
      *    BRANCH MASTER - THE SAME CODE/NAME/REGION/STATUS FILE
      *    IBTRAN VALIDATES POSTINGS AGAINST
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.

       DATA DIVISION.

            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  DRAWER-SSA.
           05  FILLER          PIC  X(08)        VALUE "DRAWER  ".
           05  FILLER          PIC  X(01)        VALUE ' '.
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

      *    DRAWER-SEG - THE TELLER DRAWER ROWS FBDRWMNT MAINTAINS AND
      *    DRWPROOF PROVES. READ-ONLY HERE - ONLY THE PROVED
               10  RG-COUNT        PIC  S9(9) COMP-5.
               10  RG-OVERSHORT    PIC  S9(15)V9(2) COMP-3.

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

           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR INCOMPLETE - NOT REPORTED ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM PROCESS-HISTORY-ROW THRU PROCESS-HISTORY-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

      * FOOT TODAY'S PROVED DRAWER OVER/SHORTS ONTO THE BRANCH LINES
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, DRAWER-SEG, DRAWER-SSA.
           PERFORM PROCESS-DRAWER-ROW THRU PROCESS-DRAWER-ROW-END

           STOP RUN.

      * PROCEDURE PROCESS-HISTORY-ROW : FOLDS THE CURRENT JOURNAL ROW
      * INTO ITS BRANCH'S FOOTINGS IF IT POSTED TODAY, THEN ADVANCES
       PROCESS-HISTORY-ROW.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
             IF HIST-YMD = TODAY-YMD
               PERFORM FIND-OR-ADD-BRANCH-ROW
                 END-EVALUATE
               END-IF
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       PROCESS-HISTORY-ROW-END.

      * PROCEDURE PROCESS-DRAWER-ROW : FOLDS A DRAWER PROVED FOR
       PRINT-BRANCH-REPORT.
           DISPLAY '========================================'.
           DISPLAY 'BRANCH SETTLEMENT - ' TODAY-YMD.
           DISPLAY 'JOURNAL ROWS READ:    ' ROWS-SCANNED.
           DISPLAY 'ROWS FOOTED TODAY:    ' ROWS-FOOTED.
           DISPLAY '========================================'.
           PERFORM PRINT-ONE-BRANCH THRU PRINT-ONE-BRANCH-END
           END-READ.
       LOAD-ONE-BRANCH-END.
           EXIT.

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
