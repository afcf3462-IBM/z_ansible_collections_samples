       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

      ******************************************************************
      * DAILY SUBLEDGER-TO-GENERAL-LEDGER PROOF - TRIALBAL FOOTS OUR
      * BALANCES BY PRODUCT AND CURRENCY AND GLEXTR SHIPS THE DAY'S
      * JOURNAL; THIS JOB PROVES THE CORPORATE GL'S DEPOSIT AND LOAN
      * CONTROL ACCOUNTS ACTUALLY EQUAL THE SUBLEDGER:
      *
      *   TBFOOT:  "<ACCTYPE>","<CUR>",<ACCOUNTS>,<TOTAL>
      *            TRIALBAL'S FOOTINGS
      *   GLMAP:   CTRL,"<GL ACCOUNT>","<ACCTYPE>","<CUR>"
      *            WHICH FOOTINGS MAKE UP EACH CONTROL ACCOUNT - THE
      *            CONTROL FILE GLEXTR ALREADY MAPS TRANSTYPS FROM
      *   GLBAL:   "<GL DATE>","<GL ACCOUNT>",<CLOSING>,<OPENING>
      *            FINANCE'S BALANCE FILE FOR THE DAY
      *   GLJRNL:  THE JOURNAL GLEXTR SHIPPED FOR THE SAME DAY
      *   GLPRFIN: YESTERDAY'S GLPRFOUT (EMPTY ON THE FIRST RUN)
      *
      * EVERY AMOUNT IS SIGNED THE SUBLEDGER'S WAY - A CREDIT BALANCE
      * (DEPOSITS) POSITIVE, A DEBIT BALANCE (LOANS) NEGATIVE.
      *
      * FOR EACH CONTROL ACCOUNT THE DIFFERENCE (GL CLOSING LESS
      * SUBLEDGER) IS BROKEN DOWN DAY OVER DAY:
      *   OPENING DIFFERENCE   YESTERDAY'S, FROM GLPRFIN
      *   GL RESTATED          FINANCE'S OPENING LESS THE CLOSING THEY
      *                        SENT YESTERDAY - A BACK-DATED GL ENTRY
      *   GL VS JOURNAL        THE GL'S MOVEMENT LESS THE NET OF OUR
      *                        JOURNAL LINES - THE GL DID NOT BOOK
      *                        WHAT GLEXTR SENT
      *   JOURNAL VS LEDGER    THE JOURNAL'S NET LESS THE SUBLEDGER'S
      *                        MOVEMENT - POSTINGS THAT NEVER REACHED
      *                        THE JOURNAL (UNMAPPED, OR NO HISTORY)
      *   CLOSING DIFFERENCE
      * THE DATE A BREAK FIRST APPEARED IS CARRIED FORWARD ON GLPRFOUT
      * UNTIL IT CLEARS, AND THE JOURNAL LINES OF ANY ACCOUNT WHOSE
      * MOVEMENT BROKE TODAY ARE LISTED FOR THE ACCOUNTANTS.
      *
      *   GLPRFOUT: "<GL DATE>","<GL ACCOUNT>",<SUBLEDGER>,<GL CLOSING>,
      *             <DIFFERENCE>,"<FIRST BREAK DATE>"
      *
      * ANY DIFFERENCE, UNMAPPED FOOTING OR MISSING GL BALANCE TAKES
      * RC 4; A GL FILE AND JOURNAL FOR DIFFERENT DAYS TAKE RC 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBFOOT-FILE ASSIGN TO TBFOOT.
           SELECT GLMAP-FILE ASSIGN TO GLMAP.
           SELECT GLBAL-FILE ASSIGN TO GLBAL.
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL.
           SELECT GLPRFIN-FILE ASSIGN TO GLPRFIN.
           SELECT GLPRFOUT-FILE ASSIGN TO GLPRFOUT.

       DATA DIVISION.

       FILE SECTION.
         FD TBFOOT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TBFOOT-IN.
       01  TBFOOT-IN            PIC X(80).

         FD GLMAP-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLMAP-IN.
       01  GLMAP-IN             PIC X(80).

         FD GLBAL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLBAL-IN.
       01  GLBAL-IN             PIC X(80).

         FD GLJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLJRNL-IN.
       01  GLJRNL-IN            PIC X(120).

         FD GLPRFIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLPRFIN-IN.
       01  GLPRFIN-IN           PIC X(120).

         FD GLPRFOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GLPRFOUT-OUT.
       01  GLPRFOUT-OUT         PIC X(120).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *CONTROL ACCOUNTS - ONE ROW PER GL ACCOUNT NAMED ON A GLMAP CTRL
      *ROW, CARRYING EVERYTHING THE PROOF NEEDS FOR IT
      ******************************************************************

       77  MAX-CTLS            PIC  9(05)        VALUE 00050.
       77  TOTAL-CTLS          PIC  9(05)        VALUE 0.
       77  WS-CT-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-CT-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-CT-SEARCH-ACCT   PIC  X(08).

       01  CTL-TABLE.
           05  CTL-ROW OCCURS 50 TIMES INDEXED BY CT-IX.
               10  CT-GLACCT       PIC  X(08).
               10  CT-SUBTOTAL     PIC  S9(15)V9(2) COMP-3.
               10  CT-SUBCOUNT     PIC  S9(9) COMP-5.
               10  CT-GL-FOUND     PIC  X(01).
               10  CT-GL-CLOSING   PIC  S9(15)V9(2) COMP-3.
               10  CT-GL-OPENING   PIC  S9(15)V9(2) COMP-3.
               10  CT-JRNL-DEBITS  PIC  S9(15)V9(2) COMP-3.
               10  CT-JRNL-CREDITS PIC  S9(15)V9(2) COMP-3.
               10  CT-JRNL-LINES   PIC  S9(9) COMP-5.
               10  CT-PRIOR-FOUND  PIC  X(01).
               10  CT-PRIOR-SUB    PIC  S9(15)V9(2) COMP-3.
               10  CT-PRIOR-GL     PIC  S9(15)V9(2) COMP-3.
               10  CT-PRIOR-DIFF   PIC  S9(15)V9(2) COMP-3.
               10  CT-FIRST-BREAK  PIC  X(10).
               10  CT-BROKE-TODAY  PIC  X(01).

      ******************************************************************
      *GLMAP CTRL ROWS - WHICH TRIALBAL TYPE/CURRENCY FOOTING FEEDS
      *WHICH CONTROL ACCOUNT
      ******************************************************************

       77  MAX-CTLMAPS         PIC  9(05)        VALUE 00050.
       77  TOTAL-CTLMAPS       PIC  9(05)        VALUE 0.
       77  WS-CM-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-CM-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  CTLMAP-TABLE.
           05  CTLMAP-ROW OCCURS 50 TIMES INDEXED BY CM-IX.
               10  CM-ACCTYPE      PIC  X(01).
               10  CM-CURRENCY     PIC  X(03).
               10  CM-CTL-IX       PIC  9(05) COMP-5.

      ******************************************************************
      *CONTROL-FILE PARSING AREAS
      ******************************************************************

       01  TXT-LEAD            PIC  X(01).
       01  TXT-KEY             PIC  X(04).
       01  TXT-GLACCT          PIC  X(08).
       01  TXT-ACCTYPE         PIC  X(01).
       01  TXT-CURRENCY        PIC  X(03).
       01  TXT-DATE            PIC  X(10).
       01  TXT-COUNT           PIC  X(10).
       01  TXT-AMOUNT          PIC  X(20).
       01  TXT-AMOUNT2         PIC  X(20).
       01  TXT-AMOUNT3         PIC  X(20).
       01  TXT-BREAK-DATE      PIC  X(10).
       01  TXT-REC-TYPE        PIC  X(01).
       01  TXT-TXID            PIC  X(20).
       01  TXT-DEBIT-ACCT      PIC  X(08).
       01  TXT-CREDIT-ACCT     PIC  X(08).
       77  WS-JRNL-AMOUNT      PIC  S9(15)V9(2) COMP-3.
       77  WS-LIST-SW          PIC  X(01).

       01  WS-TBFOOT-EOF       PIC  X(01) VALUE 'N'.
           88  TBFOOT-EOF          VALUE 'Y'.
       01  WS-GLMAP-EOF        PIC  X(01) VALUE 'N'.
           88  GLMAP-EOF           VALUE 'Y'.
       01  WS-GLBAL-EOF        PIC  X(01) VALUE 'N'.
           88  GLBAL-EOF           VALUE 'Y'.
       01  WS-GLJRNL-EOF       PIC  X(01) VALUE 'N'.
           88  GLJRNL-EOF          VALUE 'Y'.
       01  WS-GLPRFIN-EOF      PIC  X(01) VALUE 'N'.
           88  GLPRFIN-EOF         VALUE 'Y'.

      ******************************************************************
      *PROOF WORK AREAS
      ******************************************************************

       77  WS-GL-DATE          PIC  X(10) VALUE SPACES.
       77  WS-JRNL-DATE        PIC  X(10) VALUE SPACES.
       77  WS-CLOSING-DIFF     PIC  S9(15)V9(2) COMP-3.
       77  WS-GL-MOVEMENT      PIC  S9(15)V9(2) COMP-3.
       77  WS-JRNL-MOVEMENT    PIC  S9(15)V9(2) COMP-3.
       77  WS-SUB-MOVEMENT     PIC  S9(15)V9(2) COMP-3.
       77  WS-GL-RESTATED      PIC  S9(15)V9(2) COMP-3.
       77  WS-GL-VS-JRNL       PIC  S9(15)V9(2) COMP-3.
       77  WS-JRNL-VS-SUB      PIC  S9(15)V9(2) COMP-3.

       01  TXT-SUB-E           PIC  -(15)9.99.
       01  TXT-GL-E            PIC  -(15)9.99.
       01  TXT-DIFF-E          PIC  -(15)9.99.

       01  FOOTINGS-READ       PIC  S9(9) COMP-5 VALUE 0.
       01  FOOTINGS-UNMAPPED   PIC  S9(9) COMP-5 VALUE 0.
       01  GLBAL-ROWS-READ     PIC  S9(9) COMP-5 VALUE 0.
       01  JRNL-LINES-READ     PIC  S9(9) COMP-5 VALUE 0.
       01  CTLS-IN-BALANCE     PIC  S9(9) COMP-5 VALUE 0.
       01  CTLS-OUT-OF-BALANCE PIC  S9(9) COMP-5 VALUE 0.
       01  CTLS-NO-GL-BALANCE  PIC  S9(9) COMP-5 VALUE 0.
       01  CTLS-BROKE-TODAY    PIC  S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           PERFORM LOAD-CONTROL-MAP THRU LOAD-CONTROL-MAP-END.
           IF TOTAL-CTLS = 0
             DISPLAY 'GLPROOF - NO CTRL ROWS ON GLMAP - NOTHING TO '
                'PROVE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM LOAD-FOOTINGS THRU LOAD-FOOTINGS-END.
           PERFORM LOAD-GL-BALANCES THRU LOAD-GL-BALANCES-END.
           PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-END.
           PERFORM LOAD-PRIOR-PROOF THRU LOAD-PRIOR-PROOF-END.

           DISPLAY '========================================'.
           DISPLAY 'SUBLEDGER TO GL PROOF - GL DATE ' WS-GL-DATE.
           DISPLAY 'JOURNAL DATE: ' WS-JRNL-DATE.
           DISPLAY '========================================'.

           IF WS-GL-DATE = SPACES OR WS-GL-DATE NOT = WS-JRNL-DATE
             DISPLAY 'GL BALANCES AND JOURNAL ARE NOT FOR THE SAME '
                'DAY - PROOF ABANDONED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT GLPRFOUT-FILE.
           PERFORM PROVE-ONE-CONTROL THRU PROVE-ONE-CONTROL-END
              VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > TOTAL-CTLS.
           CLOSE GLPRFOUT-FILE.

           IF CTLS-BROKE-TODAY > 0
             PERFORM LIST-BREAK-POSTINGS THRU LIST-BREAK-POSTINGS-END
           END-IF.

           DISPLAY '----------------------------------------'.
           DISPLAY 'FOOTINGS READ:            ' FOOTINGS-READ.
           DISPLAY 'FOOTINGS NOT MAPPED:      ' FOOTINGS-UNMAPPED.
           DISPLAY 'GL BALANCE ROWS READ:     ' GLBAL-ROWS-READ.
           DISPLAY 'JOURNAL LINES READ:       ' JRNL-LINES-READ.
           DISPLAY 'CONTROL ACCOUNTS PROVED:  ' CTLS-IN-BALANCE.
           DISPLAY 'CONTROL ACCOUNTS BROKEN:  ' CTLS-OUT-OF-BALANCE.
           DISPLAY '  BROKE ON TODAY''S POSTINGS: ' CTLS-BROKE-TODAY.
           DISPLAY 'NO GL BALANCE RECEIVED:   ' CTLS-NO-GL-BALANCE.
           DISPLAY '========================================'.

           IF CTLS-OUT-OF-BALANCE > 0 OR FOOTINGS-UNMAPPED > 0
              OR CTLS-NO-GL-BALANCE > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROVE-ONE-CONTROL : THE DIFFERENCE AND ITS DAY-OVER-
      * DAY BREAKDOWN FOR ONE CONTROL ACCOUNT, AND ITS GLPRFOUT ROW
       PROVE-ONE-CONTROL.
           SET CT-IX TO WS-CT-IX.
           IF CT-GL-FOUND (CT-IX) NOT = 'Y'
             ADD 1 TO CTLS-NO-GL-BALANCE
             MOVE CT-SUBTOTAL (CT-IX) TO TXT-SUB-E
             DISPLAY 'GL ACCOUNT ' CT-GLACCT (CT-IX)
                ' - NO GL BALANCE RECEIVED, SUBLEDGER '
                FUNCTION TRIM (TXT-SUB-E)
             GO TO PROVE-ONE-CONTROL-END
           END-IF.

           COMPUTE WS-CLOSING-DIFF =
              CT-GL-CLOSING (CT-IX) - CT-SUBTOTAL (CT-IX).
           COMPUTE WS-GL-MOVEMENT =
              CT-GL-CLOSING (CT-IX) - CT-GL-OPENING (CT-IX).
           COMPUTE WS-JRNL-MOVEMENT =
              CT-JRNL-CREDITS (CT-IX) - CT-JRNL-DEBITS (CT-IX).
           COMPUTE WS-GL-VS-JRNL = WS-GL-MOVEMENT - WS-JRNL-MOVEMENT.
      *    WITH NO PRIOR PROOF ROW THERE IS NO SUBLEDGER MOVEMENT TO
      *    COMPARE - THE WHOLE DIFFERENCE IS OPENING
           IF CT-PRIOR-FOUND (CT-IX) = 'Y'
             COMPUTE WS-SUB-MOVEMENT =
                CT-SUBTOTAL (CT-IX) - CT-PRIOR-SUB (CT-IX)
             COMPUTE WS-JRNL-VS-SUB =
                WS-JRNL-MOVEMENT - WS-SUB-MOVEMENT
             COMPUTE WS-GL-RESTATED =
                CT-GL-OPENING (CT-IX) - CT-PRIOR-GL (CT-IX)
           ELSE
             MOVE 0 TO WS-JRNL-VS-SUB
             MOVE 0 TO WS-GL-RESTATED
             COMPUTE CT-PRIOR-DIFF (CT-IX) = WS-CLOSING-DIFF
                - WS-GL-VS-JRNL
           END-IF.

           IF WS-GL-VS-JRNL NOT = 0 OR WS-JRNL-VS-SUB NOT = 0
             MOVE 'Y' TO CT-BROKE-TODAY (CT-IX)
             ADD 1 TO CTLS-BROKE-TODAY
           END-IF.

           IF WS-CLOSING-DIFF = 0
             MOVE SPACES TO CT-FIRST-BREAK (CT-IX)
             ADD 1 TO CTLS-IN-BALANCE
           ELSE
             IF CT-FIRST-BREAK (CT-IX) = SPACES
               MOVE WS-GL-DATE TO CT-FIRST-BREAK (CT-IX)
             END-IF
             ADD 1 TO CTLS-OUT-OF-BALANCE
           END-IF.

           MOVE CT-SUBTOTAL (CT-IX) TO TXT-SUB-E.
           MOVE CT-GL-CLOSING (CT-IX) TO TXT-GL-E.
           MOVE WS-CLOSING-DIFF TO TXT-DIFF-E.
           IF WS-CLOSING-DIFF = 0 AND CT-BROKE-TODAY (CT-IX) NOT = 'Y'
             DISPLAY 'GL ACCOUNT ' CT-GLACCT (CT-IX)
                ' IN BALANCE ' FUNCTION TRIM (TXT-SUB-E)
           ELSE
             DISPLAY 'GL ACCOUNT ' CT-GLACCT (CT-IX)
                ' SUBLEDGER ' FUNCTION TRIM (TXT-SUB-E)
                ' GL ' FUNCTION TRIM (TXT-GL-E)
             MOVE CT-PRIOR-DIFF (CT-IX) TO TXT-DIFF-E
             DISPLAY '  OPENING DIFFERENCE    ' TXT-DIFF-E
             MOVE WS-GL-RESTATED TO TXT-DIFF-E
             DISPLAY '  GL RESTATED           ' TXT-DIFF-E
             MOVE WS-GL-VS-JRNL TO TXT-DIFF-E
             DISPLAY '  GL VS JOURNAL         ' TXT-DIFF-E
             MOVE WS-JRNL-VS-SUB TO TXT-DIFF-E
             DISPLAY '  JOURNAL VS LEDGER     ' TXT-DIFF-E
             MOVE WS-CLOSING-DIFF TO TXT-DIFF-E
             DISPLAY '  CLOSING DIFFERENCE    ' TXT-DIFF-E
             IF CT-FIRST-BREAK (CT-IX) NOT = SPACES
               DISPLAY '  OUT OF BALANCE SINCE  '
                  CT-FIRST-BREAK (CT-IX)
             END-IF
           END-IF.

           MOVE WS-CLOSING-DIFF TO TXT-DIFF-E.
           MOVE SPACES TO GLPRFOUT-OUT.
           STRING '"' WS-GL-DATE '","'
                  CT-GLACCT (CT-IX) '",'
                  FUNCTION TRIM (TXT-SUB-E) ','
                  FUNCTION TRIM (TXT-GL-E) ','
                  FUNCTION TRIM (TXT-DIFF-E) ',"'
                  CT-FIRST-BREAK (CT-IX) '"'
              INTO GLPRFOUT-OUT
           END-STRING.
           WRITE GLPRFOUT-OUT.
       PROVE-ONE-CONTROL-END.
           EXIT.

      * PROCEDURE LIST-BREAK-POSTINGS : REREADS THE DAY'S JOURNAL AND
      * LISTS EVERY LINE TOUCHING AN ACCOUNT WHOSE MOVEMENT BROKE TODAY
       LIST-BREAK-POSTINGS.
           DISPLAY '----------------------------------------'.
           DISPLAY 'JOURNAL LINES ON ACCOUNTS THAT BROKE TODAY'.
           MOVE 'N' TO WS-GLJRNL-EOF.
           OPEN INPUT GLJRNL-FILE.
           READ GLJRNL-FILE
             AT END
               MOVE 'Y' TO WS-GLJRNL-EOF
           END-READ.
           PERFORM LIST-ONE-POSTING THRU LIST-ONE-POSTING-END
              UNTIL GLJRNL-EOF.
           CLOSE GLJRNL-FILE.
       LIST-BREAK-POSTINGS-END.
           EXIT.

       LIST-ONE-POSTING.
           PERFORM PARSE-JOURNAL-LINE THRU PARSE-JOURNAL-LINE-END.
           IF TXT-REC-TYPE NOT = 'D'
             GO TO LIST-ONE-POSTING-READ
           END-IF.
           MOVE 'N' TO WS-LIST-SW.
           MOVE TXT-DEBIT-ACCT TO WS-CT-SEARCH-ACCT.
           PERFORM FIND-CONTROL THRU FIND-CONTROL-END.
           IF WS-CT-FOUND-IX > 0
             IF CT-BROKE-TODAY (WS-CT-FOUND-IX) = 'Y'
               MOVE 'Y' TO WS-LIST-SW
             END-IF
           END-IF.
           MOVE TXT-CREDIT-ACCT TO WS-CT-SEARCH-ACCT.
           PERFORM FIND-CONTROL THRU FIND-CONTROL-END.
           IF WS-CT-FOUND-IX > 0
             IF CT-BROKE-TODAY (WS-CT-FOUND-IX) = 'Y'
               MOVE 'Y' TO WS-LIST-SW
             END-IF
           END-IF.
           IF WS-LIST-SW = 'Y'
             DISPLAY '  TXID ' TXT-TXID
                ' DR ' TXT-DEBIT-ACCT ' CR ' TXT-CREDIT-ACCT
                ' AMOUNT ' TXT-AMOUNT
           END-IF.

       LIST-ONE-POSTING-READ.

           READ GLJRNL-FILE
             AT END
               MOVE 'Y' TO WS-GLJRNL-EOF
           END-READ.
       LIST-ONE-POSTING-END.
           EXIT.

      * PROCEDURE LOAD-CONTROL-MAP : THE CTRL ROWS OF GLMAP - EACH
      * NAMES A GL CONTROL ACCOUNT AND ONE TRIALBAL TYPE/CURRENCY
      * FOOTING THAT BELONGS IN IT. TRANSTYP ROWS ARE GLEXTR'S.
       LOAD-CONTROL-MAP.
           MOVE 0 TO TOTAL-CTLS.
           MOVE 0 TO TOTAL-CTLMAPS.
           MOVE 'N' TO WS-GLMAP-EOF.
           OPEN INPUT GLMAP-FILE.
           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
           PERFORM LOAD-ONE-CTLMAP THRU LOAD-ONE-CTLMAP-END
              UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
       LOAD-CONTROL-MAP-END.
           EXIT.

       LOAD-ONE-CTLMAP.
           MOVE SPACES TO TXT-KEY.
           MOVE SPACES TO TXT-GLACCT.
           UNSTRING GLMAP-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-KEY
                  TXT-GLACCT
                  TXT-ACCTYPE
                  TXT-CURRENCY
           END-UNSTRING.

           IF TXT-KEY = 'CTRL' AND TXT-GLACCT NOT = SPACES
             MOVE TXT-GLACCT TO WS-CT-SEARCH-ACCT
             PERFORM FIND-OR-ADD-CONTROL THRU FIND-OR-ADD-CONTROL-END
             IF WS-CT-FOUND-IX > 0
               IF TOTAL-CTLMAPS < MAX-CTLMAPS
                 ADD 1 TO TOTAL-CTLMAPS
                 SET CM-IX TO TOTAL-CTLMAPS
                 MOVE TXT-ACCTYPE TO CM-ACCTYPE (CM-IX)
                 MOVE TXT-CURRENCY TO CM-CURRENCY (CM-IX)
                 MOVE WS-CT-FOUND-IX TO CM-CTL-IX (CM-IX)
               ELSE
                 DISPLAY 'GLMAP - CTRL TABLE FULL, ROW SKIPPED: '
                    GLMAP-IN
               END-IF
             END-IF
           END-IF.

           READ GLMAP-FILE
             AT END
               MOVE 'Y' TO WS-GLMAP-EOF
           END-READ.
       LOAD-ONE-CTLMAP-END.
           EXIT.

       FIND-OR-ADD-CONTROL.
           PERFORM FIND-CONTROL THRU FIND-CONTROL-END.
           IF WS-CT-FOUND-IX = 0
             IF TOTAL-CTLS < MAX-CTLS
               ADD 1 TO TOTAL-CTLS
               MOVE TOTAL-CTLS TO WS-CT-FOUND-IX
               SET CT-IX TO WS-CT-FOUND-IX
               MOVE WS-CT-SEARCH-ACCT TO CT-GLACCT (CT-IX)
               MOVE 0 TO CT-SUBTOTAL (CT-IX)
               MOVE 0 TO CT-SUBCOUNT (CT-IX)
               MOVE 'N' TO CT-GL-FOUND (CT-IX)
               MOVE 0 TO CT-GL-CLOSING (CT-IX)
               MOVE 0 TO CT-GL-OPENING (CT-IX)
               MOVE 0 TO CT-JRNL-DEBITS (CT-IX)
               MOVE 0 TO CT-JRNL-CREDITS (CT-IX)
               MOVE 0 TO CT-JRNL-LINES (CT-IX)
               MOVE 'N' TO CT-PRIOR-FOUND (CT-IX)
               MOVE 0 TO CT-PRIOR-SUB (CT-IX)
               MOVE 0 TO CT-PRIOR-GL (CT-IX)
               MOVE 0 TO CT-PRIOR-DIFF (CT-IX)
               MOVE SPACES TO CT-FIRST-BREAK (CT-IX)
               MOVE 'N' TO CT-BROKE-TODAY (CT-IX)
             ELSE
               DISPLAY 'GLMAP - CONTROL ACCOUNT TABLE FULL - '
                  WS-CT-SEARCH-ACCT ' NOT PROVED'
             END-IF
           END-IF.
       FIND-OR-ADD-CONTROL-END.
           EXIT.

       FIND-CONTROL.
           MOVE 0 TO WS-CT-FOUND-IX.
           PERFORM TEST-ONE-CONTROL THRU TEST-ONE-CONTROL-END
              VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > TOTAL-CTLS
                 OR WS-CT-FOUND-IX NOT = 0.
       FIND-CONTROL-END.
           EXIT.

       TEST-ONE-CONTROL.
           IF CT-GLACCT (WS-CT-IX) = WS-CT-SEARCH-ACCT
             MOVE WS-CT-IX TO WS-CT-FOUND-IX
           END-IF.
       TEST-ONE-CONTROL-END.
           EXIT.

      * PROCEDURE LOAD-FOOTINGS : EACH TRIALBAL FOOTING IS ADDED TO THE
      * CONTROL ACCOUNT ITS CTRL ROW NAMES - A FOOTING NO CTRL ROW
      * CLAIMS IS SUBLEDGER MONEY NO GL ACCOUNT IS PROVING
       LOAD-FOOTINGS.
           MOVE 'N' TO WS-TBFOOT-EOF.
           OPEN INPUT TBFOOT-FILE.
           READ TBFOOT-FILE
             AT END
               MOVE 'Y' TO WS-TBFOOT-EOF
           END-READ.
           PERFORM LOAD-ONE-FOOTING THRU LOAD-ONE-FOOTING-END
              UNTIL TBFOOT-EOF.
           CLOSE TBFOOT-FILE.
       LOAD-FOOTINGS-END.
           EXIT.

       LOAD-ONE-FOOTING.
           MOVE SPACES TO TXT-ACCTYPE.
           MOVE SPACES TO TXT-CURRENCY.
           UNSTRING TBFOOT-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LEAD
                  TXT-ACCTYPE
                  TXT-CURRENCY
                  TXT-COUNT
                  TXT-AMOUNT
           END-UNSTRING.

           IF TXT-ACCTYPE NOT = SPACES
             ADD 1 TO FOOTINGS-READ
             MOVE 0 TO WS-CM-FOUND-IX
             PERFORM TEST-ONE-CTLMAP THRU TEST-ONE-CTLMAP-END
                VARYING WS-CM-IX FROM 1 BY 1
                UNTIL WS-CM-IX > TOTAL-CTLMAPS
                   OR WS-CM-FOUND-IX NOT = 0
             IF WS-CM-FOUND-IX = 0
               ADD 1 TO FOOTINGS-UNMAPPED
               DISPLAY 'TBFOOT - NO CTRL ROW FOR ACCTYPE ' TXT-ACCTYPE
                  ' CURRENCY ' TXT-CURRENCY ' TOTAL ' TXT-AMOUNT
             ELSE
               SET CT-IX TO CM-CTL-IX (WS-CM-FOUND-IX)
               COMPUTE CT-SUBTOTAL (CT-IX) = CT-SUBTOTAL (CT-IX)
                  + FUNCTION NUMVAL ( TXT-AMOUNT )
               ADD 1 TO CT-SUBCOUNT (CT-IX)
             END-IF
           END-IF.

           READ TBFOOT-FILE
             AT END
               MOVE 'Y' TO WS-TBFOOT-EOF
           END-READ.
       LOAD-ONE-FOOTING-END.
           EXIT.

       TEST-ONE-CTLMAP.
           IF CM-ACCTYPE (WS-CM-IX) = TXT-ACCTYPE
              AND CM-CURRENCY (WS-CM-IX) = TXT-CURRENCY
             MOVE WS-CM-IX TO WS-CM-FOUND-IX
           END-IF.
       TEST-ONE-CTLMAP-END.
           EXIT.

      * PROCEDURE LOAD-GL-BALANCES : FINANCE'S CLOSING AND OPENING FOR
      * EACH CONTROL ACCOUNT - ROWS FOR OTHER GL ACCOUNTS ARE IGNORED
       LOAD-GL-BALANCES.
           MOVE 'N' TO WS-GLBAL-EOF.
           OPEN INPUT GLBAL-FILE.
           READ GLBAL-FILE
             AT END
               MOVE 'Y' TO WS-GLBAL-EOF
           END-READ.
           PERFORM LOAD-ONE-GLBAL THRU LOAD-ONE-GLBAL-END
              UNTIL GLBAL-EOF.
           CLOSE GLBAL-FILE.
       LOAD-GL-BALANCES-END.
           EXIT.

       LOAD-ONE-GLBAL.
           MOVE SPACES TO TXT-DATE.
           MOVE SPACES TO TXT-GLACCT.
           UNSTRING GLBAL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LEAD
                  TXT-DATE
                  TXT-GLACCT
                  TXT-AMOUNT
                  TXT-AMOUNT2
           END-UNSTRING.

           IF TXT-GLACCT NOT = SPACES
             ADD 1 TO GLBAL-ROWS-READ
             IF WS-GL-DATE = SPACES
               MOVE TXT-DATE TO WS-GL-DATE
             END-IF
             MOVE TXT-GLACCT TO WS-CT-SEARCH-ACCT
             PERFORM FIND-CONTROL THRU FIND-CONTROL-END
             IF WS-CT-FOUND-IX > 0
               SET CT-IX TO WS-CT-FOUND-IX
               MOVE 'Y' TO CT-GL-FOUND (CT-IX)
               COMPUTE CT-GL-CLOSING (CT-IX) =
                  FUNCTION NUMVAL ( TXT-AMOUNT )
               COMPUTE CT-GL-OPENING (CT-IX) =
                  FUNCTION NUMVAL ( TXT-AMOUNT2 )
             END-IF
           END-IF.

           READ GLBAL-FILE
             AT END
               MOVE 'Y' TO WS-GLBAL-EOF
           END-READ.
       LOAD-ONE-GLBAL-END.
           EXIT.

      * PROCEDURE LOAD-JOURNAL : NETS THE DAY'S GLEXTR DETAIL LINES
      * AGAINST EVERY CONTROL ACCOUNT THEY DEBIT OR CREDIT
       LOAD-JOURNAL.
           MOVE 'N' TO WS-GLJRNL-EOF.
           OPEN INPUT GLJRNL-FILE.
           READ GLJRNL-FILE
             AT END
               MOVE 'Y' TO WS-GLJRNL-EOF
           END-READ.
           PERFORM LOAD-ONE-JOURNAL-LINE THRU LOAD-ONE-JOURNAL-LINE-END
              UNTIL GLJRNL-EOF.
           CLOSE GLJRNL-FILE.
       LOAD-JOURNAL-END.
           EXIT.

       LOAD-ONE-JOURNAL-LINE.
           PERFORM PARSE-JOURNAL-LINE THRU PARSE-JOURNAL-LINE-END.
           IF TXT-REC-TYPE = 'H'
             MOVE TXT-TXID (1:10) TO WS-JRNL-DATE
           END-IF.
           IF TXT-REC-TYPE = 'D'
             ADD 1 TO JRNL-LINES-READ
             COMPUTE WS-JRNL-AMOUNT = FUNCTION NUMVAL ( TXT-AMOUNT )
             MOVE TXT-DEBIT-ACCT TO WS-CT-SEARCH-ACCT
             PERFORM FIND-CONTROL THRU FIND-CONTROL-END
             IF WS-CT-FOUND-IX > 0
               ADD WS-JRNL-AMOUNT TO CT-JRNL-DEBITS (WS-CT-FOUND-IX)
               ADD 1 TO CT-JRNL-LINES (WS-CT-FOUND-IX)
             END-IF
             MOVE TXT-CREDIT-ACCT TO WS-CT-SEARCH-ACCT
             PERFORM FIND-CONTROL THRU FIND-CONTROL-END
             IF WS-CT-FOUND-IX > 0
               ADD WS-JRNL-AMOUNT TO CT-JRNL-CREDITS (WS-CT-FOUND-IX)
               ADD 1 TO CT-JRNL-LINES (WS-CT-FOUND-IX)
             END-IF
           END-IF.

           READ GLJRNL-FILE
             AT END
               MOVE 'Y' TO WS-GLJRNL-EOF
           END-READ.
       LOAD-ONE-JOURNAL-LINE-END.
           EXIT.

      * PROCEDURE PARSE-JOURNAL-LINE : SPLITS A GLEXTR RECORD -
      *   H,"<DATE>"   D,<TXID>,"<DEBIT>","<CREDIT>",<AMOUNT>   T,...
      * THE HEADER'S DATE LANDS IN TXT-TXID
       PARSE-JOURNAL-LINE.
           MOVE SPACES TO TXT-REC-TYPE.
           MOVE SPACES TO TXT-TXID.
           MOVE SPACES TO TXT-DEBIT-ACCT.
           MOVE SPACES TO TXT-CREDIT-ACCT.
           MOVE SPACES TO TXT-AMOUNT.
           UNSTRING GLJRNL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-REC-TYPE
                  TXT-TXID
                  TXT-DEBIT-ACCT
                  TXT-CREDIT-ACCT
                  TXT-AMOUNT
           END-UNSTRING.
       PARSE-JOURNAL-LINE-END.
           EXIT.

      * PROCEDURE LOAD-PRIOR-PROOF : YESTERDAY'S GLPRFOUT - THE
      * SUBLEDGER AND GL FIGURES THE DAY'S MOVEMENT IS MEASURED FROM,
      * AND THE DATE EACH OPEN BREAK FIRST APPEARED
       LOAD-PRIOR-PROOF.
           MOVE 'N' TO WS-GLPRFIN-EOF.
           OPEN INPUT GLPRFIN-FILE.
           READ GLPRFIN-FILE
             AT END
               MOVE 'Y' TO WS-GLPRFIN-EOF
           END-READ.
           PERFORM LOAD-ONE-PRIOR THRU LOAD-ONE-PRIOR-END
              UNTIL GLPRFIN-EOF.
           CLOSE GLPRFIN-FILE.
       LOAD-PRIOR-PROOF-END.
           EXIT.

       LOAD-ONE-PRIOR.
           MOVE SPACES TO TXT-GLACCT.
           MOVE SPACES TO TXT-BREAK-DATE.
           UNSTRING GLPRFIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LEAD
                  TXT-DATE
                  TXT-GLACCT
                  TXT-AMOUNT
                  TXT-AMOUNT2
                  TXT-AMOUNT3
                  TXT-BREAK-DATE
           END-UNSTRING.

           IF TXT-GLACCT NOT = SPACES
             MOVE TXT-GLACCT TO WS-CT-SEARCH-ACCT
             PERFORM FIND-CONTROL THRU FIND-CONTROL-END
             IF WS-CT-FOUND-IX > 0
               SET CT-IX TO WS-CT-FOUND-IX
               MOVE 'Y' TO CT-PRIOR-FOUND (CT-IX)
               COMPUTE CT-PRIOR-SUB (CT-IX) =
                  FUNCTION NUMVAL ( TXT-AMOUNT )
               COMPUTE CT-PRIOR-GL (CT-IX) =
                  FUNCTION NUMVAL ( TXT-AMOUNT2 )
               COMPUTE CT-PRIOR-DIFF (CT-IX) =
                  FUNCTION NUMVAL ( TXT-AMOUNT3 )
               MOVE TXT-BREAK-DATE TO CT-FIRST-BREAK (CT-IX)
             END-IF
           END-IF.

           READ GLPRFIN-FILE
             AT END
               MOVE 'Y' TO WS-GLPRFIN-EOF
           END-READ.
       LOAD-ONE-PRIOR-END.
           EXIT.
