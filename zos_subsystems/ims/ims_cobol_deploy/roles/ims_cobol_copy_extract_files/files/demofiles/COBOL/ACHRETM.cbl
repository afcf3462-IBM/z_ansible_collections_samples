               88  EXT-SUSPENDED   VALUE "S".
               88  EXT-CANCELED    VALUE "X".
               88  EXT-DONE        VALUE "D".
               88  EXT-AWAITING    VALUE "V".
           05  PRENOTEDT-EXT   PIC  X(10).
           05  TRACE-EXT       PIC  S9(18) COMP-5.
      *    BUSINESS SUB-USER WHO SET UP THE INSTRUCTION AND THE ONE WHO
      *    RELEASED IT FROM DUAL APPROVAL ('V') - SEE FBEXTMNT
           05  INITSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRSUB-EXT     PIC  S9(9) COMP-5.
           05  APPRDATE-EXT    PIC  X(10).

       01  ACCOUNT-SEG.
           05  ACCID-ACC       PIC  S9(18) COMP-5.
           05  PAYOUTACC-ACC   PIC  S9(18) COMP-5.
           05  ODLIMIT-ACC     PIC  S9(13)V9(2) COMP-3.
           05  CYCLE-ACC       PIC  S9(3) COMP-3.
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
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
      *CLOCK STRUCTURE
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           DISPLAY 'LIVE ITEMS REVERSED:      ' ITEMS-REVERSED.
           DISPLAY 'RETURNS UNMATCHED:        ' RETURNS-UNMATCHED.
           DISPLAY 'TOTAL AMOUNT REVERSED:    ' TOTAL-REVERSED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           DISPLAY '========================================'.

           IF RETURNS-UNMATCHED > 0
           MOVE SPACES TO BRANCH-HIST.
           MOVE SPACES TO TERMID-HIST.
           MOVE 'N' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             DISPLAY BAD-STATUS
             GO TO REVERSE-CUSTOMER-LEG-END
           END-IF.
           PERFORM PUBLISH-POSTING-EVENT
              THRU PUBLISH-POSTING-EVENT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.
             END-IF
           END-IF.
       SCAN-ONE-HIST-END.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'ACHRETM  ' TO PE-SOURCE.
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
