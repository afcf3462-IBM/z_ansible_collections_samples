       PROGRAM-ID. CHSETTLE.

      ******************************************************************
      * DAILY CHANNEL SETTLEMENT - READS THE RUN DATE'S POSTING JOURNAL
      * (PSTEXTR - REFUSED WITH RC 8 UNLESS IT FOOTS TO ITS TRAILER,
      * THE SAME AS BRSETTLE) AND TOTALS THE DAY'S POSTINGS BY
      * CHANNEL-HIST, SO A TELLER POSTING, AN ATM WITHDRAWAL, AN API
      * POSTING, AND A NIGHT-BATCH ENTRY EACH FOOT TO THEIR OWN DOOR.
      *
      *    ATM WITHDRAWAL ON AN ACCOUNT WHOSE CARD WAS ALREADY
      *    EXPORTED HOT IS FLAGGED FOR THE FRAUD DESK
           SELECT HOTIN-FILE ASSIGN TO HOTIN.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.
       DATA DIVISION.

       FILE SECTION.
            DATA RECORD IS HOTIN-IN.
       01  HOTIN-IN            PIC X(80).

         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *HOT-CARD ACCOUNT TABLE - THE ACCOUNTS BEHIND LAST NIGHT'S
           88  HOTIN-EOF           VALUE 'Y'.

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

      ******************************************************************
      *CHANNEL-FOOTINGS TABLE - ONE ROW PER DISTINCT CHANNEL-HIST SEEN
      * NETWORK RECONCILIATION
       77  ATM-WDRL-TOTAL          PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  ATM-WDRL-COUNT          PIC  S9(9) COMP-5 VALUE 0.
      * CARD PURCHASES CARDCLR POSTED ON THE SAME CHANNEL ('PS' MEMO) -
      * SETTLED THROUGH THE CARD NETWORK'S CLEARING FILE, NOT ATMNET,
      * SO FOOTED APART FROM THE CASH WITHDRAWALS ABOVE
       77  CARD-PURCH-TOTAL        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  CARD-PURCH-COUNT        PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *ATM NETWORK SETTLEMENT FILE WORK AREAS
       01  WS-ATMNET-EOF       PIC  X(01) VALUE 'N'.
           88  ATMNET-EOF          VALUE 'Y'.

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
       01  ROWS-SCANNED            PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO                 PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           PERFORM LOAD-HOT-LIST THRU LOAD-HOT-LIST-END.

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

           PERFORM READ-ATMNET-TRAILER THRU READ-ATMNET-TRAILER-END.

           DISPLAY '========================================'.
           DISPLAY 'CHANNEL SETTLEMENT - ' TODAY-YMD.
           DISPLAY 'JOURNAL ROWS READ:    ' ROWS-SCANNED.
           DISPLAY '========================================'.
           PERFORM PRINT-ONE-CHANNEL THRU PRINT-ONE-CHANNEL-END
              VARYING CH-IX FROM 1 BY 1
              ' ITEMS, ' ATM-WDRL-TOTAL.
           DISPLAY 'NETWORK SETTLEMENT FILE:  ' NET-COUNT
              ' ITEMS, ' NET-TOTAL.
           DISPLAY 'CARD PURCHASES (CLEARED): ' CARD-PURCH-COUNT
              ' ITEMS, ' CARD-PURCH-TOTAL.
           IF ATM-WDRL-TOTAL NOT = NET-TOTAL OR
              ATM-WDRL-COUNT NOT = NET-COUNT
             DISPLAY '*** ATM CHANNEL OUT OF BALANCE WITH NETWORK ***'

           STOP RUN.

      * PROCEDURE PROCESS-HISTORY-ROW : FOLDS THE CURRENT JOURNAL ROW
      * INTO ITS CHANNEL'S FOOTINGS IF IT SETTLES TODAY, THEN ADVANCES
       PROCESS-HISTORY-ROW.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
      * AN INSTANT-RAIL POSTING (CHANNEL 'I') CAN LAND ON THE CLOCK
      * AT ANY HOUR - ITS SETTLEMENT DAY IS THE RAIL BUSINESS DATE
      * ACCOUNT WHOSE CARD WENT OUT ON LAST NIGHT'S HOT FILE
               IF CHANNEL-HIST = 'A'
                  AND (TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'W')
                  AND CHECKNUM-HIST (1:2) NOT = 'PS'
                  AND HOTACC-COUNT > 0
                 PERFORM CHECK-HOT-ACCOUNT
                    THRU CHECK-HOT-ACCOUNT-END
               END-IF
               IF CHANNEL-HIST = 'A' AND
                  (TRANSTYP-HIST = 'w' OR TRANSTYP-HIST = 'W')
                 IF CHECKNUM-HIST (1:2) = 'PS'
                   ADD 1 TO CARD-PURCH-COUNT
                   ADD AMOUNT-HIST TO CARD-PURCH-TOTAL
                 ELSE
                   ADD 1 TO ATM-WDRL-COUNT
                   ADD AMOUNT-HIST TO ATM-WDRL-TOTAL
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       PROCESS-HISTORY-ROW-END.

      * PROCEDURE FIND-OR-ADD-CHANNEL-ROW : LINEAR-SEARCHES THE
             END-IF
           END-PERFORM.
       CHECK-HOT-ACCOUNT-END.

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
