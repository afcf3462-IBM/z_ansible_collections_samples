       PROGRAM-ID. GLEXTR.

      ******************************************************************
      * NIGHTLY GENERAL-LEDGER JOURNAL EXTRACT - EVERY POSTING ON THE
      * RUN DATE'S POSTING JOURNAL (PSTEXTR - REFUSED WITH RC 8 UNLESS
      * IT FOOTS TO ITS TRAILER) IS EXPRESSED AS A BALANCED DEBIT/CREDIT
      * PAIR FOR THE CORPORATE GL, MAPPED FROM TRANSTYP-HIST THROUGH
      * THE GLMAP CONTROL FILE (THE TRXRULES LOADING IDIOM - ONE ROW
      * PER TRANSACTION CODE: CODE,"DEBIT GL ACCOUNT","CREDIT GL
      * ACCOUNT"). A 'd' DEPOSIT DEBITS CASH AND CREDITS THE DEPOSIT
      * LIABILITY, A 'w' THE REVERSE, FEES CREDIT FEE INCOME, INTEREST
      * DEBITS INTEREST EXPENSE - ALL OF THAT POLICY LIVES IN THE
      * CONTROL FILE, NOT HERE. GLMAP ALSO CARRIES GLPROOF'S CONTROL-
      * ACCOUNT ROWS (FIRST COLUMN "CTRL"), ACCRJRNL'S ACCRUED-
      * INTEREST ROWS (FIRST COLUMN "ACCR") AND LOSSRSV'S LOAN-LOSS
      * ALLOWANCE ROWS (FIRST COLUMN "ALLW"); THIS JOB SKIPS THEM.
      *
      * THE JOURNAL FILE (GLJRNL) CARRIES A HEADER, ONE DETAIL PER
      * POSTING, AND A TRAILER WITH THE FOOTED DEBIT AND CREDIT
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO GLMAP.
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.
       DATA DIVISION.

       FILE SECTION.
            DATA RECORD IS GLJRNL-OUT.
       01  GLJRNL-OUT           PIC X(120).

         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *GL ACCOUNT MAP - ONE ROW PER TRANSTYP, FROM THE GLMAP CONTROL
               10  GM-DEBIT-ACCT   PIC  X(08).
               10  GM-CREDIT-ACCT  PIC  X(08).

       01  TXT-GM-KEY          PIC  X(04).
       01  TXT-GM-TRANSTYP     PIC  X(01).
       01  TXT-GM-DEBIT        PIC  X(08).
       01  TXT-GM-CREDIT       PIC  X(08).
           88  GLMAP-EOF           VALUE 'Y'.

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
       01  TOTAL-CREDITS       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           PERFORM LOAD-GL-MAP THRU LOAD-GL-MAP-END.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR INCOMPLETE - NO GL JOURNAL WRITTEN ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT GLJRNL-FILE.
      * HEADER RECORD
           MOVE SPACES TO GLJRNL-OUT.
           STRING 'H,"' TODAY-YMD '"' INTO GLJRNL-OUT.
           WRITE GLJRNL-OUT.

           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM PROCESS-ONE-ROW THRU PROCESS-ONE-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

      * TRAILER RECORD - THE FOOTED TOTALS THE GL TEAM PROVES AGAINST
           MOVE DETAILS-WRITTEN TO TXT-CNT-E.

           DISPLAY '========================================'.
           DISPLAY 'GL JOURNAL EXTRACT - ' TODAY-YMD.
           DISPLAY 'JOURNAL ROWS READ:        ' ROWS-SCANNED.
           DISPLAY 'JOURNAL DETAILS WRITTEN:  ' DETAILS-WRITTEN.
           DISPLAY 'ROWS WITH NO GL MAPPING:  ' ROWS-UNMAPPED.
           DISPLAY 'TOTAL DEBITS:             ' TOTAL-DEBITS.
           EXIT.

       LOAD-ONE-GLMAP.
           MOVE SPACES TO TXT-GM-KEY.
           UNSTRING GLMAP-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-GM-KEY
                  TXT-GM-DEBIT
                  TXT-GM-CREDIT
           END-UNSTRING.
      *    A TRANSACTION CODE IS ONE CHARACTER - A LONGER KEY IS A
      *    GLPROOF CONTROL-ACCOUNT ROW
           MOVE SPACES TO TXT-GM-TRANSTYP.
           IF TXT-GM-KEY (2:3) = SPACES
             MOVE TXT-GM-KEY (1:1) TO TXT-GM-TRANSTYP
           END-IF.

           IF TXT-GM-TRANSTYP NOT = SPACES
             IF TOTAL-GLMAPS < MAX-GLMAPS
      * PROCEDURE PROCESS-ONE-ROW : A ROW POSTED TODAY BECOMES ONE
      * BALANCED JOURNAL DETAIL
       PROCESS-ONE-ROW.
           IF PJ-IS-DETAIL
             PERFORM JOURNAL-TO-HISTORY THRU JOURNAL-TO-HISTORY-END
             ADD 1 TO ROWS-SCANNED
      * AN INSTANT-RAIL POSTING (CHANNEL 'I') JOURNALS ON THE RAIL
      * BUSINESS DATE FBINSTPY STAMPS IN THE CHECKNUM MEMO ('IP' +
                AND CHECKNUM-HIST (1:2) = 'IP'
               MOVE CHECKNUM-HIST (3:10) TO WS-SETTLE-YMD
             END-IF
      * FBPRDCNV'S 'p' PRODUCT CONVERSION MEMO MOVES NO MONEY AND
      * HAS NOTHING TO JOURNAL
             IF WS-SETTLE-YMD = TODAY-YMD AND TRANSTYP-HIST NOT = 'p'
               PERFORM FIND-GL-MAPPING THRU FIND-GL-MAPPING-END
               IF WS-GM-FOUND-IX = 0
                 ADD 1 TO ROWS-UNMAPPED
                 PERFORM WRITE-ONE-DETAIL THRU WRITE-ONE-DETAIL-END
               END-IF
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       PROCESS-ONE-ROW-END.

       FIND-GL-MAPPING.
           ADD WS-JRNL-AMOUNT TO TOTAL-CREDITS.
       WRITE-ONE-DETAIL-END.
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
