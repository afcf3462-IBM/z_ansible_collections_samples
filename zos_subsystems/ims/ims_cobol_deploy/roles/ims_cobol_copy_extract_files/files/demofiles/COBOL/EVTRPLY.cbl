       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTRPLY.

      ******************************************************************
      * POSTING EVENT REPLAY - REPUBLISHES THE POSTING EVENTS FOR A
      * RANGE OF POSTING DATES FROM HISTORY, FOR A SUBSCRIBER ON THE
      * POSTING-EVENTS QUEUE THAT HAS LOST DATA (OR FOR EVENTS WHOSE
      * ISRT FAILED IN THE POSTING PROGRAM). EVERY HISTORY ROW WHOSE
      * TIMESTAMP DATE FALLS IN THE RANGE GOES OUT AGAIN IN THE SAME
      * LAYOUT THE POSTERS SEND (COPYBOOK POSTEVT), FLAGGED PE-REPLAY
      * 'R' AND SOURCE EVTRPLY - THE ORIGINAL POSTING PROGRAM IS NOT
      * KEPT ON HISTORY. SUBSCRIBERS DEDUPLICATE ON TXID + ACCID, SO A
      * RANGE THAT OVERLAPS EVENTS ALREADY RECEIVED DOES NO HARM.
      *
      * ONE CONTROL CARD ON EVTCTL GIVES THE RANGE, BOTH DATES
      * INCLUSIVE - A MISSING TO-DATE REPLAYS THE ONE DAY:
      *
      *   "<FROM YYYY-MM-DD>"[,"<TO YYYY-MM-DD>"]
      *
      * THE EVENTS GO ON THE SAME NON-EXPRESS EVENT ALTERNATE PCB THE
      * POSTERS USE, SO EACH BATCH IS RELEASED AT A CHECKPOINT. LIKE
      * THE OTHER LONG WALKERS THIS JOB CHECKPOINTS EVERY
      * CHKP-INTERVAL EVENTS, KEYED ON THE LAST TXID SENT, AND A
      * RESTART RESUMES AFTER IT - EVENTS SENT BEFORE THE LAST
      * CHECKPOINT ARE NOT SENT AGAIN, AND THOSE AFTER IT WERE
      * DISCARDED WITH THE BACKOUT.
      *
      * NO CARD, OR A BAD DATE, IS RC 8 WITH NOTHING SENT. A FAILED
      * EVENT ISRT IS RC 8 - THE RANGE MUST BE RUN AGAIN. A RANGE WITH
      * NO POSTINGS IN IT IS RC 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVTCTL-FILE ASSIGN TO EVTCTL.

       DATA DIVISION.

       FILE SECTION.
         FD EVTCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS EVTCTL-IN.
       01  EVTCTL-IN           PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  CHKP                PIC  X(04)        VALUE "CHKP".
       77  XRST                PIC  X(04)        VALUE "XRST".

      ******************************************************************
      *CHECKPOINT/RESTART - A CHECKPOINT IS TAKEN EVERY CHKP-INTERVAL
      *EVENTS SO A RERUN AFTER AN ABEND RESUMES AFTER THE LAST EVENT
      *WHOSE RELEASE WAS COMMITTED
      ******************************************************************

       77  CHKP-INTERVAL       PIC  9(05)        VALUE 01000.

       01  CHKP-ID.
           05  FILLER          PIC  X(05)        VALUE "EVRPL".
           05  CHKP-COUNTER    PIC  9(03)        VALUE 0.

       01  RESTART-DATA.
           05  RESTART-LAST-TXID        PIC S9(18) COMP-5.
           05  RESTART-SCANNED-CT       PIC S9(9) COMP-5.
           05  RESTART-MATCHED-CT       PIC S9(9) COMP-5.
           05  RESTART-PUBLISHED-CT     PIC S9(9) COMP-5.
           05  RESTART-FAILED-CT        PIC S9(9) COMP-5.

       77  RESTART-AREA-LEN    PIC S9(8) COMP.
       77  WS-SINCE-CHKP       PIC S9(9) COMP-5 VALUE 0.

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
      *CONTROL CARD WORK AREAS
      ******************************************************************

      *    THE CARD OPENS WITH A QUOTED FIELD, SO THE FIRST DELIMITER
      *    SITS AT COLUMN ONE AND UNSTRING HANDS BACK AN EMPTY LEADING
      *    TOKEN - TXT-LEAD SOAKS IT UP
       01  TXT-LEAD            PIC  X(1).
       01  TXT-CTL-FROM        PIC  X(10).
       01  TXT-CTL-TO          PIC  X(10).
       01  WS-FROM-YMD         PIC  X(10) VALUE SPACES.
       01  WS-TO-YMD           PIC  X(10) VALUE SPACES.

       01  WS-EVTCTL-EOF       PIC  X(01) VALUE 'N'.
           88  EVTCTL-EOF          VALUE 'Y'.
       01  WS-CARD-OK          PIC  X(01) VALUE 'N'.
           88  CARD-OK             VALUE 'Y'.

      *    A DATE FROM THE CARD, CHECKED FOR THE YYYY-MM-DD SHAPE
       01  WS-CHK-YMD.
           05  WS-CHK-YEAR     PIC  X(04).
           05  WS-CHK-DASH1    PIC  X(01).
           05  WS-CHK-MONTH    PIC  X(02).
           05  WS-CHK-DASH2    PIC  X(01).
           05  WS-CHK-DAY      PIC  X(02).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSA2 REPOSITIONS THE WALK ON THE LAST TXID SENT,
      *    AFTER A CHECKPOINT OR ON A RESTART
       01  HISTORY-SSA2.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "TXID    ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HS-TXID         PIC  S9(18) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TIMESTMP-PARTS REDEFINES TIMESTMP-HIST.
               10  HIST-YMD    PIC  X(10).
               10  FILLER      PIC  X(13).
           05  TRANSTYP-HIST   PIC  X(1).
           05  AMOUNT-HIST     PIC  S9(13)V9(2) COMP-3.
           05  REFTXID-HIST    PIC  S9(18) COMP-5.
           05  ACCID-HIST      PIC  S9(18) COMP-5.
           05  BALAFTER-HIST   PIC  S9(13)V9(2) COMP-3.
           05  CHECKNUM-HIST   PIC  X(16).
           05  CLIENTREF-HIST  PIC  X(16).
           05  OPERID-HIST     PIC  S9(9) COMP-5.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
           05  CHANNEL-HIST    PIC  X(01).
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      ******************************************************************
      *RUN COUNTERS
      ******************************************************************

       01  ROWS-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-MATCHED        PIC  S9(9) COMP-5 VALUE 0.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.

      ******************************************************************
      *EVENT ALTERNATE PCB - POSTING-EVENTS DESTINATION, SET IN THE PSB
      ******************************************************************

       01  EVTPCB.
           05  EVTDEST         PIC  X(08).
           05  FILLER          PIC  X(02).
           05  EVTSTAT         PIC  X(02).

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

       PROCEDURE DIVISION.
      ******************************************************************
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   IOPCBA  - I/O PCB
      *   EVTPCBA - EVENT ALTERNATE PCB (POSTING-EVENTS DESTINATION)
      *   DBPCB1  - HISTORY DATABASE (THE WHOLE-FILE WALK)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-END.
           IF NOT CARD-OK
             DISPLAY 'EVTRPLY - NO VALID DATE RANGE ON EVTCTL - '
                'NOTHING REPLAYED'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * XRST RETURNS THE LAST CHECKPOINT'S SAVED KEY AND COUNTS -
      * ZERO ON A FRESH RUN THAT HAS NEVER CHECKPOINTED
           MOVE 0 TO RESTART-LAST-TXID.
           MOVE 0 TO RESTART-SCANNED-CT.
           MOVE 0 TO RESTART-MATCHED-CT.
           MOVE 0 TO RESTART-PUBLISHED-CT.
           MOVE 0 TO RESTART-FAILED-CT.
           COMPUTE RESTART-AREA-LEN = LENGTH OF RESTART-DATA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING XRST, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.

           DISPLAY 'EVTRPLY - REPLAYING POSTING EVENTS FROM '
              WS-FROM-YMD ' TO ' WS-TO-YMD.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           IF RESTART-LAST-TXID NOT = 0
             MOVE RESTART-SCANNED-CT TO ROWS-SCANNED
             MOVE RESTART-MATCHED-CT TO ROWS-MATCHED
             MOVE RESTART-PUBLISHED-CT TO EVENTS-PUBLISHED
             MOVE RESTART-FAILED-CT TO EVENTS-FAILED
             DISPLAY 'RESTARTING AFTER CHECKPOINT - RESUMING AFTER '
                'TXID: ' RESTART-LAST-TXID
             PERFORM REPOSITION-WALK THRU REPOSITION-WALK-END
             IF DBSTAT = SPACES
               CALL "CBLTDLI"
                 USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1
             END-IF
           ELSE
             CALL "CBLTDLI"
               USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1
           END-IF.
           PERFORM REPLAY-ONE-ROW THRU REPLAY-ONE-ROW-END
              UNTIL DBSTAT NOT = SPACES.
           IF DBSTAT NOT = GB AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY '========================================'.
           DISPLAY 'POSTING EVENT REPLAY SUMMARY'.
           DISPLAY 'FROM:                     ' WS-FROM-YMD.
           DISPLAY 'TO:                       ' WS-TO-YMD.
           DISPLAY 'HISTORY ROWS SCANNED:     ' ROWS-SCANNED.
           DISPLAY 'ROWS IN RANGE:            ' ROWS-MATCHED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.

           IF EVENTS-FAILED > 0
             DISPLAY 'EVTRPLY - NOT EVERY EVENT WAS SENT - RUN THE '
                'RANGE AGAIN'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF ROWS-MATCHED = 0 AND RETURN-CODE = 0
               DISPLAY 'EVTRPLY - NO POSTINGS IN THE RANGE'
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE READ-CONTROL-CARD : FIRST CARD ONLY - THE FROM-DATE
      * AND THE OPTIONAL TO-DATE, BOTH IN YYYY-MM-DD FORM, FROM NOT
      * AFTER TO
       READ-CONTROL-CARD.
           MOVE 'N' TO WS-CARD-OK.
           MOVE SPACES TO TXT-CTL-FROM.
           MOVE SPACES TO TXT-CTL-TO.
           OPEN INPUT EVTCTL-FILE.
           READ EVTCTL-FILE
             AT END
               MOVE 'Y' TO WS-EVTCTL-EOF
           END-READ.
           CLOSE EVTCTL-FILE.
           IF EVTCTL-EOF
             GO TO READ-CONTROL-CARD-END
           END-IF.

           UNSTRING EVTCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-LEAD
                  TXT-CTL-FROM
                  TXT-CTL-TO
           END-UNSTRING.

           MOVE TXT-CTL-FROM TO WS-FROM-YMD.
           IF TXT-CTL-TO = SPACES
             MOVE TXT-CTL-FROM TO WS-TO-YMD
           ELSE
             MOVE TXT-CTL-TO TO WS-TO-YMD
           END-IF.

           MOVE WS-FROM-YMD TO WS-CHK-YMD.
           PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-END.
           IF NOT CARD-OK
             GO TO READ-CONTROL-CARD-END
           END-IF.
           MOVE WS-TO-YMD TO WS-CHK-YMD.
           PERFORM CHECK-CARD-DATE THRU CHECK-CARD-DATE-END.
           IF NOT CARD-OK
             GO TO READ-CONTROL-CARD-END
           END-IF.
           IF WS-FROM-YMD > WS-TO-YMD
             DISPLAY 'EVTRPLY - FROM-DATE ' WS-FROM-YMD
                ' IS AFTER TO-DATE ' WS-TO-YMD
             MOVE 'N' TO WS-CARD-OK
           END-IF.
       READ-CONTROL-CARD-END.
           EXIT.

      * PROCEDURE CHECK-CARD-DATE : WS-CARD-OK 'Y' WHEN WS-CHK-YMD
      * HAS THE YYYY-MM-DD SHAPE HIST-YMD IS COMPARED IN
       CHECK-CARD-DATE.
           MOVE 'N' TO WS-CARD-OK.
           IF WS-CHK-YEAR IS NUMERIC
              AND WS-CHK-MONTH IS NUMERIC
              AND WS-CHK-DAY IS NUMERIC
              AND WS-CHK-DASH1 = '-'
              AND WS-CHK-DASH2 = '-'
             MOVE 'Y' TO WS-CARD-OK
           ELSE
             DISPLAY 'EVTRPLY - BAD DATE ON EVTCTL: ' WS-CHK-YMD
           END-IF.
       CHECK-CARD-DATE-END.
           EXIT.

      * PROCEDURE REPLAY-ONE-ROW : A ROW POSTED INSIDE THE RANGE GOES
      * OUT AGAIN AS A POSTING EVENT, THEN THE WALK ADVANCES
       REPLAY-ONE-ROW.
           ADD 1 TO ROWS-SCANNED.
           IF HIST-YMD NOT < WS-FROM-YMD
              AND HIST-YMD NOT > WS-TO-YMD
             ADD 1 TO ROWS-MATCHED
             PERFORM PUBLISH-POSTING-EVENT
                THRU PUBLISH-POSTING-EVENT-END
             MOVE TXID-HIST TO RESTART-LAST-TXID
             ADD 1 TO WS-SINCE-CHKP
             IF WS-SINCE-CHKP NOT < CHKP-INTERVAL
               PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-END
               IF DBSTAT NOT = SPACES
                 GO TO REPLAY-ONE-ROW-END
               END-IF
             END-IF
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1.
       REPLAY-ONE-ROW-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE CURRENT HISTORY
      * ROW AS A REPLAYED POSTING EVENT ON THE EVENT ALTERNATE PCB
       PUBLISH-POSTING-EVENT.
           MOVE 'R' TO PE-REPLAY.
           MOVE 'EVTRPLY' TO PE-SOURCE.
           MOVE TXID-HIST TO PE-TXID.
           MOVE ACCID-HIST TO PE-ACCID.
           MOVE REFTXID-HIST TO PE-REFTXID.
           MOVE TRANSTYP-HIST TO PE-TRANSTYP.
           MOVE AMOUNT-HIST TO PE-AMOUNT.
           MOVE BALAFTER-HIST TO PE-BALAFTER.
           MOVE CHANNEL-HIST TO PE-CHANNEL.
           MOVE CLIENTREF-HIST TO PE-CLIENTREF.
           MOVE TIMESTMP-HIST TO PE-TIMESTMP.
           COMPUTE LL-PE = LENGTH OF PE-EVENT-MSG.
           MOVE 0 TO ZZ-PE.
           CALL 'CBLTDLI' USING ISRT, EVTPCB, PE-EVENT-MSG.
           IF EVTSTAT NOT = SPACES
             DISPLAY 'POSTING EVENT ISRT FAILED WITH STATUS CODE: '
                EVTSTAT ' TXID: ' PE-TXID
             ADD 1 TO EVENTS-FAILED
           ELSE
             ADD 1 TO EVENTS-PUBLISHED
           END-IF.
       PUBLISH-POSTING-EVENT-END.
           EXIT.

      * PROCEDURE TAKE-CHECKPOINT : RELEASES THE EVENTS SENT SO FAR
      * AND SAVES THE LAST TXID. CHKP RELEASES DATABASE POSITION, SO
      * THE WALK IS REPOSITIONED ON THAT ROW AND THE DRIVING GN
      * CONTINUES FROM IT.
       TAKE-CHECKPOINT.
           MOVE 0 TO WS-SINCE-CHKP.
           ADD 1 TO CHKP-COUNTER.
           IF CHKP-COUNTER > 999
             MOVE 1 TO CHKP-COUNTER
           END-IF.
           MOVE ROWS-SCANNED TO RESTART-SCANNED-CT.
           MOVE ROWS-MATCHED TO RESTART-MATCHED-CT.
           MOVE EVENTS-PUBLISHED TO RESTART-PUBLISHED-CT.
           MOVE EVENTS-FAILED TO RESTART-FAILED-CT.
           CALL 'CBLTDLI'
             USING CHKP, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
           DISPLAY 'CHECKPOINT TAKEN: ' CHKP-ID.
           PERFORM REPOSITION-WALK THRU REPOSITION-WALK-END.
       TAKE-CHECKPOINT-END.
           EXIT.

      * PROCEDURE REPOSITION-WALK : RE-RETRIEVES THE LAST ROW SENT BY
      * KEY. HISTORY ROWS ARE NEVER DELETED INSIDE A REPLAY RANGE
      * (HISTARCH ONLY TAKES ROWS TWO YEARS OLD), SO THE KEY IS THERE;
      * IF IT IS NOT, THE WALK STOPS THERE AND THE JOB ENDS RC 8.
       REPOSITION-WALK.
           MOVE RESTART-LAST-TXID TO HS-TXID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA2.
           IF DBSTAT NOT = SPACES
             DISPLAY 'EVTRPLY - CANNOT REPOSITION ON TXID: '
                RESTART-LAST-TXID
             MOVE 8 TO RETURN-CODE
           END-IF.
       REPOSITION-WALK-END.
           EXIT.
