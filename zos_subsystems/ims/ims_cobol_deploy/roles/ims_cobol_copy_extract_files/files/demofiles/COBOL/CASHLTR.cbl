       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHLTR.

      ******************************************************************
      * OUTBOUND CHECK PRESENTMENT - THE NIGHTLY CASH LETTER THAT
      * PRESENTS THE CHECKS CUSTOMERS DEPOSITED WITH US TO THE PAYING
      * BANKS FOR COLLECTION. EVERY CHECK-CHANNEL DEPOSIT (IN-CHANNEL
      * 'K' AT THE TELLER THROUGH FBTRAN, 'R' THROUGH RDCPOST) LEAVES
      * A CHKDEP ITEM ROW UNDER THE DEPOSITING ACCOUNT WITH THE
      * DRAWER'S MICR LINE; THIS JOB GATHERS EVERY ITEM STILL AWAITING
      * PRESENTMENT ('C') INTO ONE CASH LETTER ON CASHOUT AND MARKS IT
      * PRESENTED ('P', PRESDATE-CKD = TODAY).
      *
      * CASHOUT IS FIXED 100-BYTE RECORDS, ONE FILE PER RUN, IN THE
      * SHAPE OF THE IMAGE CASH LETTER STANDARD:
      *   01  FILE HEADER         DESTINATION, ORIGIN, CREATED
      *   10  CASH LETTER HEADER  BUSINESS DATE, CASH LETTER ID
      *   20  BUNDLE HEADER       ONE PER CASHCTL 'N' ITEMS
      *   25  CHECK DETAIL        CHECK NUMBER, DRAWER ROUTING AND
      *                           ACCOUNT, AMOUNT IN CENTS, AND THE
      *                           ITEM IDENTIFIER - DEPOSITING ACCID
      *                           AND DEPOSIT TXID, THE PAIR A RETURN
      *                           COMES BACK ON AND RDIPOST MATCHES
      *   70  BUNDLE CONTROL      BUNDLE ITEM COUNT AND TOTAL
      *   90  CASH LETTER CONTROL BUNDLES, ITEMS, TOTAL
      *   99  FILE CONTROL        RECORDS, ITEMS, TOTAL
      *
      * THE CASHCTL CONTROL FILE, QUOTED/COMMA:
      *   "B","<OUR ROUTING NUMBER>"     ORIGIN / RETURN LOCATION
      *   "D","<DESTINATION ROUTING>"    THE COLLECTING BANK
      *   "N",<ITEMS PER BUNDLE>         OPTIONAL, DEFAULT 100
      * WITHOUT A 'B' AND A 'D' CARD NOTHING IS PRESENTED - RC 8.
      *
      * AN ITEM WHOSE DRAWER ROUTING IS MISSING OR FAILS THE ABA
      * CHECK DIGIT, OR THAT HAS NO DRAWER ACCOUNT, CANNOT BE
      * PRESENTED: IT IS MARKED 'X' AND LISTED FOR THE BACK OFFICE,
      * AND THE RUN ENDS RC 4.
      *
      * THE LETTER IS RECONCILED TO THE DAY'S POSTINGS: TODAY'S
      * CHECK-DEPOSIT HISTORY ROWS ON THE POSTING JOURNAL (PSTJRNL,
      * PROVED AGAINST ITS TRAILER FIRST) MUST FOOT, IN COUNT AND
      * AMOUNT, TO THE ITEMS CAPTURED TODAY - PRESENTED PLUS NOT
      * PRESENTABLE - AND EVERY SUCH ROW MUST HAVE ITS ITEM. ITEMS
      * CAPTURED ON AN EARLIER DAY AND PRESENTED NOW (A MISSED RUN)
      * ARE IN THE LETTER BUT REPORTED APART FROM THE RECONCILIATION.
      * AN OUT-OF-BALANCE OR A POSTED DEPOSIT WITH NO ITEM IS RC 8 -
      * THE LETTER IS NOT TO BE TRANSMITTED UNTIL IT IS WORKED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHCTL-FILE ASSIGN TO CASHCTL.
           SELECT CASHOUT-FILE ASSIGN TO CASHOUT.
      *    THE DAY'S POSTINGS - PSTEXTR'S POSTING JOURNAL, NOT A
      *    HISTORY WALK OF OUR OWN
           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL.

       DATA DIVISION.

       FILE SECTION.
         FD CASHCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CASHCTL-IN.
       01  CASHCTL-IN           PIC X(80).

         FD CASHOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CASHOUT-OUT.
       01  CASHOUT-OUT          PIC X(100).

         FD PSTJRNL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PJ-RECORD.
           COPY PSTJRNL.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".
       77  GB                  PIC  X(02)        VALUE "GB".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CHKDEP-SSA WALKS EITHER ONE ACCOUNT'S ITEMS (GNP, UNDER
      *    ACCOUNT-SSA1) OR EVERY ITEM IN THE DATABASE (GHU/GHN)
       01  CHKDEP-SSA.
           05  FILLER          PIC  X(08)        VALUE "CHKDEP  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
           05  ACCTYPE-ACC     PIC  X(01).
           05  BALANCE-ACC     PIC  S9(13)V9(2) COMP-3.
           05  LASTTXID-ACC    PIC  S9(18) COMP-5.
           05  ACCTSTATUS-ACC  PIC  X(01).
           05  WDRLDATE-ACC    PIC  X(08).
           05  WDRLTODAY-ACC   PIC  S9(13)V9(2) COMP-3.
           05  INTRATE-ACC     PIC  S9(1)V9(4) COMP-3.
           05  CURRENCY-ACC    PIC  X(03).
           05  LOWBALALERT-ACC PIC  S9(13)V9(2) COMP-3.
           05  ACCRINT-ACC     PIC  S9(13)V9(4) COMP-3.
           05  MATDATE-ACC     PIC  X(10).
           05  TERMMOS-ACC     PIC  S9(3) COMP-3.
           05  MATDISP-ACC     PIC  X(01).
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
           05  CYCLE-ACC       PIC  S9(3) COMP-3.
           05  OPENDATE-ACC    PIC  X(10).
           05  DOMBRANCH-ACC   PIC  X(04).

      *    CHKDEP-SEG - THE DEPOSITED CHECK, CAPTURED AT POSTING TIME
      *    BY FBTRAN ('K') OR RDCPOST ('R')
       01  CHKDEP-SEG.
           05  ACCID-CKD       PIC  S9(18) COMP-5.
           05  TXID-CKD        PIC  S9(18) COMP-5.
           05  AMOUNT-CKD      PIC  S9(13)V9(2) COMP-3.
           05  DRWRTN-CKD      PIC  X(09).
           05  DRWRTN-DIGITS REDEFINES DRWRTN-CKD.
               10  DRWRTN-DIGIT    PIC  9(01) OCCURS 9 TIMES.
           05  DRWACC-CKD      PIC  X(17).
           05  CHECKNUM-CKD    PIC  X(16).
           05  CHANNEL-CKD     PIC  X(01).
           05  CAPTDATE-CKD    PIC  X(10).
           05  STATUS-CKD      PIC  X(01).
               88  ITEM-CAPTURED      VALUE "C".
               88  ITEM-PRESENTED     VALUE "P".
               88  ITEM-UNPRESENTABLE VALUE "X".
           05  PRESDATE-CKD    PIC  X(10).

      ******************************************************************
      *CASH LETTER RECORD - ONE LAYOUT PER RECORD TYPE OVER THE SAME
      *100 BYTES
      ******************************************************************

       01  CL-RECORD.
           05  CL-RECTYPE          PIC  X(02).
           05  CL-BODY             PIC  X(98).

           05  CL-FILE-HEADER REDEFINES CL-BODY.
               10  CL-FH-DEST      PIC  X(09).
               10  CL-FH-ORIGIN    PIC  X(09).
               10  CL-FH-CRDATE    PIC  X(08).
               10  CL-FH-CRTIME    PIC  X(04).
               10  CL-FH-MODIFIER  PIC  X(01).
               10  FILLER          PIC  X(67).

           05  CL-LETTER-HEADER REDEFINES CL-BODY.
               10  CL-LH-COLLTYPE  PIC  X(02).
               10  CL-LH-DEST      PIC  X(09).
               10  CL-LH-ORIGIN    PIC  X(09).
               10  CL-LH-BUSDATE   PIC  X(08).
               10  CL-LH-CRDATE    PIC  X(08).
               10  CL-LH-CRTIME    PIC  X(04).
               10  CL-LH-LETTERID  PIC  X(08).
               10  FILLER          PIC  X(50).

           05  CL-BUNDLE-HEADER REDEFINES CL-BODY.
               10  CL-BH-COLLTYPE  PIC  X(02).
               10  CL-BH-DEST      PIC  X(09).
               10  CL-BH-ORIGIN    PIC  X(09).
               10  CL-BH-BUSDATE   PIC  X(08).
               10  CL-BH-SEQ       PIC  9(04).
               10  FILLER          PIC  X(66).

           05  CL-CHECK-DETAIL REDEFINES CL-BODY.
               10  CL-CD-CHECKNUM  PIC  X(16).
               10  CL-CD-ROUTING   PIC  X(09).
               10  CL-CD-DRWACC    PIC  X(17).
               10  CL-CD-AMOUNT    PIC  9(10).
               10  CL-CD-ACCID     PIC  9(18).
               10  CL-CD-TXID      PIC  9(18).
               10  CL-CD-CHANNEL   PIC  X(01).
               10  FILLER          PIC  X(09).

           05  CL-BUNDLE-CONTROL REDEFINES CL-BODY.
               10  CL-BC-ITEMS     PIC  9(04).
               10  CL-BC-AMOUNT    PIC  9(12).
               10  CL-BC-SEQ       PIC  9(04).
               10  FILLER          PIC  X(78).

           05  CL-LETTER-CONTROL REDEFINES CL-BODY.
               10  CL-LC-BUNDLES   PIC  9(06).
               10  CL-LC-ITEMS     PIC  9(08).
               10  CL-LC-AMOUNT    PIC  9(14).
               10  CL-LC-BUSDATE   PIC  X(08).
               10  FILLER          PIC  X(62).

           05  CL-FILE-CONTROL REDEFINES CL-BODY.
               10  CL-FC-LETTERS   PIC  9(06).
               10  CL-FC-RECORDS   PIC  9(08).
               10  CL-FC-ITEMS     PIC  9(08).
               10  CL-FC-AMOUNT    PIC  9(16).
               10  FILLER          PIC  X(60).

      ******************************************************************
      *CONTROL CARDS
      ******************************************************************

       01  TXT-CTL-TYPE        PIC  X(01).
       01  TXT-CTL-VALUE       PIC  X(16).
       01  WS-CASHCTL-EOF      PIC  X(01) VALUE 'N'.
           88  CASHCTL-EOF         VALUE 'Y'.

       01  CL-OUR-ROUTING      PIC  X(09) VALUE SPACES.
       01  CL-DEST-ROUTING     PIC  X(09) VALUE SPACES.
       77  BUNDLE-MAX-ITEMS    PIC  S9(4) COMP-5 VALUE 100.

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
      *ITEM WORK AREAS
      ******************************************************************

       77  WS-ITEM-FOUND       PIC  X(01).
       77  WS-CHKDEP-EOF       PIC  X(01).
       77  WS-ROUTING-OK       PIC  X(01).
       77  WS-ABA-SUM          PIC  S9(4) COMP-5.
       77  WS-ABA-QUOT         PIC  S9(4) COMP-5.
       77  WS-ABA-REM          PIC  S9(4) COMP-5.
       77  WS-BUNDLE-OPEN      PIC  X(01) VALUE 'N'.
       01  TXT-ID18            PIC  Z(17)9.
       01  TXT-ID18B           PIC  Z(17)9.

      ******************************************************************
      *COUNTS AND CONTROL TOTALS
      ******************************************************************

       77  BUNDLE-ITEMS        PIC  S9(4) COMP-5 VALUE 0.
       77  BUNDLE-AMOUNT       PIC  S9(13)V9(2) COMP-3 VALUE 0.
       77  BUNDLE-SEQ          PIC  S9(4) COMP-5 VALUE 0.
       77  LETTER-ITEMS        PIC  S9(9) COMP-5 VALUE 0.
       77  LETTER-AMOUNT       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  FILE-RECORDS        PIC  S9(9) COMP-5 VALUE 0.
       77  JRNL-CHK-COUNT      PIC  S9(9) COMP-5 VALUE 0.
       77  JRNL-CHK-AMOUNT     PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  CAPT-TODAY-COUNT    PIC  S9(9) COMP-5 VALUE 0.
       77  CAPT-TODAY-AMOUNT   PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  CARRIED-COUNT       PIC  S9(9) COMP-5 VALUE 0.
       77  CARRIED-AMOUNT      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  ITEMS-UNPRESENTABLE PIC  S9(9) COMP-5 VALUE 0.
       77  AMOUNT-UNPRESENTABLE PIC S9(15)V9(2) COMP-3 VALUE 0.
       77  ITEMS-UNCAPTURED    PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
             10  WS-CURRENT-YEAR         PIC 9(04).
             10  WS-CURRENT-MONTH        PIC 9(02).
             10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
             10  WS-CURRENT-HOURS        PIC 9(02).
             10  WS-CURRENT-MINUTE       PIC 9(02).
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  TODAY-YMD           PIC X(10).
       01  CL-TODAY8           PIC X(08).
       01  CL-NOW4             PIC X(04).

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.

      ******************************************************************
      *DATABASE PCB
      ******************************************************************

       01  DBPCB.
           05  DBDNAME         PIC  X(08).
           05  SEGLEVEL        PIC  X(02).
           05  DBSTAT          PIC  X(02).
           05  PROCOPTS        PIC  X(04).
           05  FILLER          PIC  9(08) COMP.
           05  SEGNAMFB        PIC  X(08).
           05  LENKEY          PIC  9(08) COMP.
           05  SENSSSEGS       PIC  9(08) COMP.
           05  KEYFB           PIC  X(20).

      * DBPCB1 ACCOUNT WITH CHKDEP SENSITIVE, READ ONLY - THE JOURNAL
      * ROW'S ITEM LOOKUP; DBPCB2 THE SAME FOR UPDATE - THE
      * PRESENTMENT WALK
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           MOVE WS-CURRENT-DATE TO CL-TODAY8.
           STRING WS-CURRENT-HOURS WS-CURRENT-MINUTE INTO CL-NOW4.

           PERFORM LOAD-CASH-CONTROL THRU LOAD-CASH-CONTROL-END.
           IF CL-OUR-ROUTING = SPACES OR CL-DEST-ROUTING = SPACES
             DISPLAY '*** CASHCTL NEEDS A "B" AND A "D" CARD - '
                'NO CASH LETTER ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM PROVE-POSTING-JOURNAL
              THRU PROVE-POSTING-JOURNAL-END.
           IF NOT JOURNAL-PROVED
             DISPLAY '*** POSTING JOURNAL FOR ' TODAY-YMD
                ' MISSING OR INCOMPLETE - NO CASH LETTER ***'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * THE RECONCILIATION SIDE - TODAY'S CHECK DEPOSITS AS POSTED
           MOVE 'N' TO WS-PSTJRNL-EOF.
           OPEN INPUT PSTJRNL-FILE.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
           PERFORM FOOT-ONE-JOURNAL-ROW THRU FOOT-ONE-JOURNAL-ROW-END
              UNTIL PSTJRNL-EOF.
           CLOSE PSTJRNL-FILE.

      * THE PRESENTMENT SIDE - EVERY ITEM STILL AWAITING PRESENTMENT
           OPEN OUTPUT CASHOUT-FILE.
           PERFORM WRITE-LETTER-HEADERS THRU WRITE-LETTER-HEADERS-END.
           MOVE 'N' TO WS-CHKDEP-EOF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
           PERFORM PRESENT-ONE-ITEM THRU PRESENT-ONE-ITEM-END
              UNTIL WS-CHKDEP-EOF = 'Y'.
           IF WS-BUNDLE-OPEN = 'Y'
             PERFORM CLOSE-BUNDLE THRU CLOSE-BUNDLE-END
           END-IF.
           PERFORM WRITE-LETTER-TRAILERS
              THRU WRITE-LETTER-TRAILERS-END.
           CLOSE CASHOUT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'CASH LETTER - BUSINESS DATE ' TODAY-YMD.
           DISPLAY 'BUNDLES:                  ' BUNDLE-SEQ.
           DISPLAY 'ITEMS PRESENTED:          ' LETTER-ITEMS.
           DISPLAY 'AMOUNT PRESENTED:         ' LETTER-AMOUNT.
           DISPLAY '  OF WHICH CARRIED FORWARD: ' CARRIED-COUNT
              ' ITEMS, ' CARRIED-AMOUNT.
           DISPLAY 'ITEMS NOT PRESENTABLE:    ' ITEMS-UNPRESENTABLE
              ' ITEMS, ' AMOUNT-UNPRESENTABLE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'RECONCILIATION TO TODAY''S CHECK DEPOSITS'.
           DISPLAY 'POSTED (JOURNAL):         ' JRNL-CHK-COUNT
              ' ITEMS, ' JRNL-CHK-AMOUNT.
           DISPLAY 'CAPTURED TODAY:           ' CAPT-TODAY-COUNT
              ' ITEMS, ' CAPT-TODAY-AMOUNT.
           DISPLAY 'POSTED WITH NO ITEM:      ' ITEMS-UNCAPTURED.
           IF JRNL-CHK-COUNT NOT = CAPT-TODAY-COUNT
              OR JRNL-CHK-AMOUNT NOT = CAPT-TODAY-AMOUNT
              OR ITEMS-UNCAPTURED > 0
             DISPLAY '*** CASH LETTER OUT OF BALANCE WITH POSTINGS - '
                'DO NOT TRANSMIT ***'
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY 'CASH LETTER IN BALANCE WITH POSTINGS'
             IF ITEMS-UNPRESENTABLE > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE LOAD-CASH-CONTROL : ROUTING NUMBERS AND BUNDLE SIZE
       LOAD-CASH-CONTROL.
           OPEN INPUT CASHCTL-FILE.
           READ CASHCTL-FILE
             AT END
               MOVE 'Y' TO WS-CASHCTL-EOF
           END-READ.
           PERFORM LOAD-ONE-CONTROL THRU LOAD-ONE-CONTROL-END
              UNTIL CASHCTL-EOF.
           CLOSE CASHCTL-FILE.
       LOAD-CASH-CONTROL-END.
           EXIT.

       LOAD-ONE-CONTROL.
           MOVE SPACES TO TXT-CTL-TYPE TXT-CTL-VALUE.
           UNSTRING CASHCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-CTL-TYPE
                  TXT-CTL-TYPE
                  TXT-CTL-VALUE
           END-UNSTRING.

           EVALUATE TXT-CTL-TYPE
             WHEN 'B'
               MOVE TXT-CTL-VALUE TO CL-OUR-ROUTING
             WHEN 'D'
               MOVE TXT-CTL-VALUE TO CL-DEST-ROUTING
             WHEN 'N'
               COMPUTE BUNDLE-MAX-ITEMS =
                  FUNCTION NUMVAL ( TXT-CTL-VALUE )
               IF BUNDLE-MAX-ITEMS < 1 OR BUNDLE-MAX-ITEMS > 9999
                 DISPLAY 'CASHCTL - BAD BUNDLE SIZE, 100 USED: '
                    CASHCTL-IN
                 MOVE 100 TO BUNDLE-MAX-ITEMS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           READ CASHCTL-FILE
             AT END
               MOVE 'Y' TO WS-CASHCTL-EOF
           END-READ.
       LOAD-ONE-CONTROL-END.
           EXIT.

      * PROCEDURE FOOT-ONE-JOURNAL-ROW : A CHECK DEPOSIT POSTED TODAY
      * IS FOOTED, AND MUST HAVE ITS CAPTURED ITEM UNDER THE ACCOUNT
       FOOT-ONE-JOURNAL-ROW.
           IF PJ-IS-DETAIL AND PJ-TRANSTYP = 'd'
              AND (PJ-CHANNEL = 'K' OR PJ-CHANNEL = 'R')
              AND PJ-HIST-YMD = TODAY-YMD
             ADD 1 TO JRNL-CHK-COUNT
             ADD PJ-AMOUNT TO JRNL-CHK-AMOUNT
             PERFORM FIND-CAPTURED-ITEM THRU FIND-CAPTURED-ITEM-END
             IF WS-ITEM-FOUND NOT = 'Y'
               ADD 1 TO ITEMS-UNCAPTURED
               MOVE PJ-ACCID TO TXT-ID18
               MOVE PJ-TXID TO TXT-ID18B
               DISPLAY 'CHECK DEPOSIT WITH NO CAPTURED ITEM - ACCID '
                  TXT-ID18 ' TXID ' TXT-ID18B ' AMOUNT ' PJ-AMOUNT
             END-IF
           END-IF.
           PERFORM READ-POSTING-JOURNAL THRU READ-POSTING-JOURNAL-END.
       FOOT-ONE-JOURNAL-ROW-END.
           EXIT.

      * PROCEDURE FIND-CAPTURED-ITEM : WALKS THE JOURNAL ROW'S ACCOUNT
      * FOR THE CHKDEP ROW CARRYING ITS TXID
       FIND-CAPTURED-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE PJ-ACCID TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             GO TO FIND-CAPTURED-ITEM-END
           END-IF.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
           PERFORM TEST-ONE-CAPTURED THRU TEST-ONE-CAPTURED-END
              UNTIL DBSTAT NOT = SPACES OR WS-ITEM-FOUND = 'Y'.
       FIND-CAPTURED-ITEM-END.
           EXIT.

       TEST-ONE-CAPTURED.
           IF TXID-CKD = PJ-TXID
             MOVE 'Y' TO WS-ITEM-FOUND
           ELSE
             CALL 'CBLTDLI'
               USING GNP, DBPCB, CHKDEP-SEG, CHKDEP-SSA
           END-IF.
       TEST-ONE-CAPTURED-END.
           EXIT.

      * PROCEDURE PRESENT-ONE-ITEM : AN ITEM AWAITING PRESENTMENT GOES
      * INTO THE CURRENT BUNDLE, OR IS SET ASIDE WHEN ITS MICR LINE
      * CANNOT BE PRESENTED; EITHER WAY IT IS REPL'D OFF 'C'
       PRESENT-ONE-ITEM.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE 'Y' TO WS-CHKDEP-EOF
             GO TO PRESENT-ONE-ITEM-END
           END-IF.
           IF NOT ITEM-CAPTURED
             GO TO PRESENT-ONE-ITEM-NEXT
           END-IF.

           IF CAPTDATE-CKD = TODAY-YMD
             ADD 1 TO CAPT-TODAY-COUNT
             ADD AMOUNT-CKD TO CAPT-TODAY-AMOUNT
           END-IF.

           PERFORM CHECK-DRAWER-ROUTING THRU CHECK-DRAWER-ROUTING-END.
           IF WS-ROUTING-OK NOT = 'Y' OR DRWACC-CKD = SPACES
             MOVE 'X' TO STATUS-CKD
             ADD 1 TO ITEMS-UNPRESENTABLE
             ADD AMOUNT-CKD TO AMOUNT-UNPRESENTABLE
             MOVE ACCID-CKD TO TXT-ID18
             MOVE TXID-CKD TO TXT-ID18B
             DISPLAY 'NOT PRESENTABLE (MICR) - ACCID ' TXT-ID18
                ' TXID ' TXT-ID18B ' ROUTING "' DRWRTN-CKD
                '" ACCOUNT "' DRWACC-CKD '"'
           ELSE
             IF WS-BUNDLE-OPEN NOT = 'Y'
               PERFORM OPEN-BUNDLE THRU OPEN-BUNDLE-END
             END-IF
             PERFORM WRITE-CHECK-DETAIL THRU WRITE-CHECK-DETAIL-END
             MOVE 'P' TO STATUS-CKD
             MOVE TODAY-YMD TO PRESDATE-CKD
             IF CAPTDATE-CKD NOT = TODAY-YMD
               ADD 1 TO CARRIED-COUNT
               ADD AMOUNT-CKD TO CARRIED-AMOUNT
             END-IF
             IF BUNDLE-ITEMS NOT < BUNDLE-MAX-ITEMS
               PERFORM CLOSE-BUNDLE THRU CLOSE-BUNDLE-END
             END-IF
           END-IF.

           CALL 'CBLTDLI'
             USING REPL, DBPCB, CHKDEP-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'CHKDEP STATUS REPL FAILED'
           END-IF.

       PRESENT-ONE-ITEM-NEXT.
           CALL 'CBLTDLI'
             USING GHN, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
       PRESENT-ONE-ITEM-END.
           EXIT.

      * PROCEDURE CHECK-DRAWER-ROUTING : NINE DIGITS PASSING THE ABA
      * CHECK DIGIT - WEIGHTS 3, 7, 1 REPEATING, SUM A MULTIPLE OF 10
       CHECK-DRAWER-ROUTING.
           MOVE 'N' TO WS-ROUTING-OK.
           IF DRWRTN-CKD NOT NUMERIC
             GO TO CHECK-DRAWER-ROUTING-END
           END-IF.
           COMPUTE WS-ABA-SUM =
                3 * ( DRWRTN-DIGIT (1) + DRWRTN-DIGIT (4)
                    + DRWRTN-DIGIT (7) )
              + 7 * ( DRWRTN-DIGIT (2) + DRWRTN-DIGIT (5)
                    + DRWRTN-DIGIT (8) )
              +     ( DRWRTN-DIGIT (3) + DRWRTN-DIGIT (6)
                    + DRWRTN-DIGIT (9) ).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
              REMAINDER WS-ABA-REM.
           IF WS-ABA-SUM > 0 AND WS-ABA-REM = 0
             MOVE 'Y' TO WS-ROUTING-OK
           END-IF.
       CHECK-DRAWER-ROUTING-END.
           EXIT.

      * PROCEDURE WRITE-LETTER-HEADERS : FILE HEADER (01) AND CASH
      * LETTER HEADER (10). THE LETTER ID IS THE BUSINESS DATE.
       WRITE-LETTER-HEADERS.
           MOVE SPACES TO CL-RECORD.
           MOVE '01' TO CL-RECTYPE.
           MOVE CL-DEST-ROUTING TO CL-FH-DEST.
           MOVE CL-OUR-ROUTING TO CL-FH-ORIGIN.
           MOVE CL-TODAY8 TO CL-FH-CRDATE.
           MOVE CL-NOW4 TO CL-FH-CRTIME.
           MOVE 'A' TO CL-FH-MODIFIER.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.

           MOVE SPACES TO CL-RECORD.
           MOVE '10' TO CL-RECTYPE.
           MOVE '01' TO CL-LH-COLLTYPE.
           MOVE CL-DEST-ROUTING TO CL-LH-DEST.
           MOVE CL-OUR-ROUTING TO CL-LH-ORIGIN.
           MOVE CL-TODAY8 TO CL-LH-BUSDATE.
           MOVE CL-TODAY8 TO CL-LH-CRDATE.
           MOVE CL-NOW4 TO CL-LH-CRTIME.
           MOVE CL-TODAY8 TO CL-LH-LETTERID.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.
       WRITE-LETTER-HEADERS-END.
           EXIT.

       OPEN-BUNDLE.
           ADD 1 TO BUNDLE-SEQ.
           MOVE 0 TO BUNDLE-ITEMS.
           MOVE 0 TO BUNDLE-AMOUNT.
           MOVE SPACES TO CL-RECORD.
           MOVE '20' TO CL-RECTYPE.
           MOVE '01' TO CL-BH-COLLTYPE.
           MOVE CL-DEST-ROUTING TO CL-BH-DEST.
           MOVE CL-OUR-ROUTING TO CL-BH-ORIGIN.
           MOVE CL-TODAY8 TO CL-BH-BUSDATE.
           MOVE BUNDLE-SEQ TO CL-BH-SEQ.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.
           MOVE 'Y' TO WS-BUNDLE-OPEN.
       OPEN-BUNDLE-END.
           EXIT.

      * PROCEDURE WRITE-CHECK-DETAIL : ONE 25 RECORD - THE ITEM
      * IDENTIFIER IS THE DEPOSITING ACCID AND THE DEPOSIT TXID
       WRITE-CHECK-DETAIL.
           MOVE SPACES TO CL-RECORD.
           MOVE '25' TO CL-RECTYPE.
           MOVE CHECKNUM-CKD TO CL-CD-CHECKNUM.
           MOVE DRWRTN-CKD TO CL-CD-ROUTING.
           MOVE DRWACC-CKD TO CL-CD-DRWACC.
           COMPUTE CL-CD-AMOUNT = AMOUNT-CKD * 100.
           MOVE ACCID-CKD TO CL-CD-ACCID.
           MOVE TXID-CKD TO CL-CD-TXID.
           MOVE CHANNEL-CKD TO CL-CD-CHANNEL.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.
           ADD 1 TO BUNDLE-ITEMS.
           ADD AMOUNT-CKD TO BUNDLE-AMOUNT.
           ADD 1 TO LETTER-ITEMS.
           ADD AMOUNT-CKD TO LETTER-AMOUNT.
       WRITE-CHECK-DETAIL-END.
           EXIT.

       CLOSE-BUNDLE.
           MOVE SPACES TO CL-RECORD.
           MOVE '70' TO CL-RECTYPE.
           MOVE BUNDLE-ITEMS TO CL-BC-ITEMS.
           COMPUTE CL-BC-AMOUNT = BUNDLE-AMOUNT * 100.
           MOVE BUNDLE-SEQ TO CL-BC-SEQ.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.
           MOVE 'N' TO WS-BUNDLE-OPEN.
       CLOSE-BUNDLE-END.
           EXIT.

      * PROCEDURE WRITE-LETTER-TRAILERS : CASH LETTER CONTROL (90)
      * AND FILE CONTROL (99) - THE 99 RECORD COUNTS ITSELF
       WRITE-LETTER-TRAILERS.
           MOVE SPACES TO CL-RECORD.
           MOVE '90' TO CL-RECTYPE.
           MOVE BUNDLE-SEQ TO CL-LC-BUNDLES.
           MOVE LETTER-ITEMS TO CL-LC-ITEMS.
           COMPUTE CL-LC-AMOUNT = LETTER-AMOUNT * 100.
           MOVE CL-TODAY8 TO CL-LC-BUSDATE.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.

           MOVE SPACES TO CL-RECORD.
           MOVE '99' TO CL-RECTYPE.
           MOVE 1 TO CL-FC-LETTERS.
           COMPUTE CL-FC-RECORDS = FILE-RECORDS + 1.
           MOVE LETTER-ITEMS TO CL-FC-ITEMS.
           COMPUTE CL-FC-AMOUNT = LETTER-AMOUNT * 100.
           PERFORM WRITE-CL-RECORD THRU WRITE-CL-RECORD-END.
       WRITE-LETTER-TRAILERS-END.
           EXIT.

       WRITE-CL-RECORD.
           WRITE CASHOUT-OUT FROM CL-RECORD.
           ADD 1 TO FILE-RECORDS.
       WRITE-CL-RECORD-END.
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
