       PROGRAM-ID. FXTELREV.

      ******************************************************************
      * DAILY FX TELLER REVENUE REPORT - READS THE RUN DATE'S POSTING
      * JOURNAL THE SAME WAY BRSETTLE DOES (PSTEXTR - REFUSED WITH RC 8
      * UNLESS IT FOOTS TO ITS TRAILER) AND PAIRS TODAY'S 'x' FX-MEMO
      * EXCHANGE LEGS (SEE FBFXCASH). EACH PAIR'S SPREAD INCOME IS THE
      * DIFFERENCE BETWEEN ITS MARKET-VALUE LEG AND ITS CUSTOMER-CASH
      * LEG; THE LOWER-TXID LEG OF EACH REFTXID-LINKED PAIR CARRIES
      * THE MARKET VALUE, SO ONLY THAT LEG IS FOOTED (ITS PARTNER'S
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
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
      *THE CURRENT POSTING - A HISTORY ROW AS THE JOURNAL CARRIES IT
      ******************************************************************

       01  HISTORY-SEG.
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

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
       77  TELLER-COUNT            PIC  S9(4) COMP-5 VALUE 0.
       77  WS-FOUND-IX             PIC  S9(4) COMP-5.

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
       01  LEGS-FOOTED         PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-SPREAD        PIC  S9(15)V9(2) COMP-3 VALUE 0.

       PROCEDURE DIVISION.

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

           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM FOOT-ONE-ROW THRU FOOT-ONE-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

           DISPLAY '========================================'.
           DISPLAY 'FX TELLER REVENUE - ' TODAY-YMD.
           DISPLAY 'JOURNAL ROWS READ:    ' ROWS-SCANNED.
           DISPLAY 'FX LEGS FOOTED:       ' LEGS-FOOTED.
           DISPLAY '========================================'.
           PERFORM PRINT-ONE-TELLER THRU PRINT-ONE-TELLER-END
      * SELL, WHICH THE SIGN OF THE PAIR'S MEMO DIRECTION RESOLVES:
      * AN 'FXS' PAIR'S NET COMES OUT NEGATIVE AND IS FLIPPED.
       FOOT-ONE-ROW.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
             IF HIST-YMD = TODAY-YMD AND TRANSTYP-HIST = 'x'
               ADD 1 TO LEGS-FOOTED
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       FOOT-ONE-ROW-END.

       FIND-OR-ADD-TELLER-ROW.
              ' EXCHANGES: ' TT-PAIRS (TL-IX)
              ' SPREAD INCOME: ' TT-SPREAD (TL-IX).
       PRINT-ONE-TELLER-END.

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
