       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTEXTR.

      ******************************************************************
      * DAILY POSTING JOURNAL EXTRACT - THE ONE WHOLE-FILE HISTORY WALK
      * OF THE WINDOW. EVERY HISTORY ROW OF THE BUSINESS DAY (POSTED
      * TODAY, OR AN INSTANT-RAIL ROW SETTLING TODAY) IS WRITTEN TO THE
      * DATED POSTING JOURNAL (PSTJRNL - LAYOUT IN COPYBOOK PSTJRNL)
      * WITH ITS ACCOUNT TYPE, CURRENCY AND OWNERS ALREADY RESOLVED, SO
      * BRSETTLE, CHSETTLE, GLEXTR, FXTELREV, CTRRPT AND STRUCTW READ
      * THE DAY'S POSTINGS FROM HERE INSTEAD OF EACH SCANNING THE
      * DATABASE.
      *
      * IT GOES IN EODSTEPS AFTER THE LAST JOB THAT POSTS TO HISTORY
      * AND AHEAD OF THE FIRST OF THOSE READERS. THE TRAILER CARRIES
      * THE DETAIL COUNT AND AMOUNT HASH TOTAL EACH READER PROVES THE
      * FILE AGAINST, SO A JOURNAL CUT SHORT BY AN ABEND IS REFUSED
      * RATHER THAN REPORTED FROM. THE JOURNAL IS A GENERATION DATA
      * SET; STRUCTW READS THE LAST SEVERAL GENERATIONS CONCATENATED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".

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
      *ACCOUNT-TO-OWNERS MAP FROM THE CUSTACCS WALK - A JOINT ACCOUNT
      *APPEARS ONCE PER OWNER
      ******************************************************************

       77  MAX-OWNERS          PIC S9(9) COMP-5 VALUE 2000.
       77  TOTAL-OWNERS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-OWN-IX           PIC S9(9) COMP-5.

       01  OWNER-TABLE.
           05  OWNER-ROW OCCURS 2000 TIMES.
               10  OWN-ACCID       PIC S9(18) COMP-5.
               10  OWN-CUSTID      PIC S9(9) COMP-5.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

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
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

      ******************************************************************
      *LAST ACCOUNT LOOKED UP - A DAY'S POSTINGS TO ONE ACCOUNT SIT
      *TOGETHER UNDER IT, SO ONE GU SERVES THE RUN OF THEM
      ******************************************************************

       77  LAST-ACCID          PIC  S9(18) COMP-5 VALUE 0.
       77  LAST-ACCTYPE        PIC  X(01).
       77  LAST-CURRENCY       PIC  X(03).

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

       01  TODAY-YMD               PIC X(10).
       77  WS-SETTLE-YMD           PIC X(10).
       77  WS-CREATED-TS           PIC X(23).

       01  ROWS-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  DETAILS-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-MISSING    PIC  S9(9) COMP-5 VALUE 0.
       01  OWNERS-TRUNCATED    PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-AMOUNT        PIC  S9(15)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

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
      *   DBPCB1 - HISTORY DATABASE (THE WHOLE-FILE WALK)
      *   DBPCB2 - ACCOUNT DATABASE (TYPE AND CURRENCY BY ACCID)
      *   DBPCB3 - CUSTACCS DATABASE (THE OWNER MAP)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           STRING TODAY-YMD ' ' WS-CURRENT-HOURS ':'
                  WS-CURRENT-MINUTE ':' WS-CURRENT-SECOND '.'
                  WS-CURRENT-MILLISECONDS '0'
              INTO WS-CREATED-TS.

      * ONE CUSTACCS WALK BUILDS THE ACCOUNT-TO-OWNERS MAP
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM LOAD-ONE-OWNER THRU LOAD-ONE-OWNER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           OPEN OUTPUT PSTJRNL-FILE.
           MOVE SPACES TO PJ-RECORD.
           MOVE 'H' TO PJ-RECTYPE.
           MOVE TODAY-YMD TO PJ-HDR-BUSDATE.
           MOVE WS-CREATED-TS TO PJ-HDR-CREATED.
           WRITE PJ-RECORD.

      * THE ONE HISTORY WALK OF THE WINDOW
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSA1.
           PERFORM EXTRACT-ONE-ROW THRU EXTRACT-ONE-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

      * TRAILER - THE CONTROL TOTALS EVERY READER PROVES AGAINST
           MOVE SPACES TO PJ-RECORD.
           MOVE 'T' TO PJ-RECTYPE.
           MOVE TODAY-YMD TO PJ-TRL-BUSDATE.
           MOVE DETAILS-WRITTEN TO PJ-TRL-COUNT.
           MOVE TOTAL-AMOUNT TO PJ-TRL-AMOUNT.
           MOVE ROWS-SCANNED TO PJ-TRL-SCANNED.
           WRITE PJ-RECORD.
           CLOSE PSTJRNL-FILE.

           DISPLAY '========================================'.
           DISPLAY 'POSTING JOURNAL EXTRACT - ' TODAY-YMD.
           DISPLAY 'HISTORY ROWS SCANNED:     ' ROWS-SCANNED.
           DISPLAY 'JOURNAL DETAILS WRITTEN:  ' DETAILS-WRITTEN.
           DISPLAY 'AMOUNT HASH TOTAL:        ' TOTAL-AMOUNT.
           DISPLAY 'ROWS WITH NO ACCOUNT:     ' ACCOUNTS-MISSING.
           DISPLAY 'ROWS WITH OWNERS DROPPED: ' OWNERS-TRUNCATED.
           DISPLAY '========================================'.

           IF ACCOUNTS-MISSING > 0 OR OWNERS-TRUNCATED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-ONE-OWNER.
           IF DBSTAT = SPACES
             IF TOTAL-OWNERS < MAX-OWNERS
               ADD 1 TO TOTAL-OWNERS
               MOVE ACCID-CA TO OWN-ACCID (TOTAL-OWNERS)
               MOVE CUSTID-CA TO OWN-CUSTID (TOTAL-OWNERS)
             ELSE
               DISPLAY 'PSTEXTR: OWNER MAP FULL - ACCID ' ACCID-CA
                  ' NOT MAPPED'
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LOAD-ONE-OWNER-END.
           EXIT.

      * PROCEDURE EXTRACT-ONE-ROW : A ROW POSTED TODAY, OR AN INSTANT-
      * RAIL ROW WHOSE RAIL BUSINESS DATE ('IP' + DATE IN THE CHECKNUM
      * MEMO) IS TODAY, GOES ON THE JOURNAL WITH BOTH DATES
       EXTRACT-ONE-ROW.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO EXTRACT-ONE-ROW-END
           END-IF.
           ADD 1 TO ROWS-SCANNED.
           MOVE HIST-YMD TO WS-SETTLE-YMD.
           IF CHANNEL-HIST = 'I'
              AND CHECKNUM-HIST (1:2) = 'IP'
             MOVE CHECKNUM-HIST (3:10) TO WS-SETTLE-YMD
           END-IF.
           IF HIST-YMD = TODAY-YMD OR WS-SETTLE-YMD = TODAY-YMD
             PERFORM WRITE-ONE-DETAIL THRU WRITE-ONE-DETAIL-END
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSA1.
       EXTRACT-ONE-ROW-END.
           EXIT.

       WRITE-ONE-DETAIL.
           IF ACCID-HIST NOT = LAST-ACCID
             PERFORM LOOK-UP-ACCOUNT THRU LOOK-UP-ACCOUNT-END
           END-IF.

           MOVE SPACES TO PJ-RECORD.
           MOVE 'D' TO PJ-RECTYPE.
           MOVE TXID-HIST TO PJ-TXID.
           MOVE TIMESTMP-HIST TO PJ-TIMESTMP.
           MOVE TRANSTYP-HIST TO PJ-TRANSTYP.
           MOVE AMOUNT-HIST TO PJ-AMOUNT.
           MOVE REFTXID-HIST TO PJ-REFTXID.
           MOVE ACCID-HIST TO PJ-ACCID.
           MOVE BALAFTER-HIST TO PJ-BALAFTER.
           MOVE CHECKNUM-HIST TO PJ-CHECKNUM.
           MOVE CLIENTREF-HIST TO PJ-CLIENTREF.
           MOVE OPERID-HIST TO PJ-OPERID.
           MOVE BRANCH-HIST TO PJ-BRANCH.
           MOVE TERMID-HIST TO PJ-TERMID.
           MOVE CHANNEL-HIST TO PJ-CHANNEL.
           MOVE VALDATE-HIST TO PJ-VALDATE.
           MOVE SUBID-HIST TO PJ-SUBID.
           MOVE WS-SETTLE-YMD TO PJ-SETTLE-YMD.
           MOVE LAST-ACCTYPE TO PJ-ACCTYPE.
           MOVE LAST-CURRENCY TO PJ-CURRENCY.
           MOVE 0 TO PJ-OWNER-COUNT.
           PERFORM ADD-ONE-OWNER THRU ADD-ONE-OWNER-END
              VARYING WS-OWN-IX FROM 1 BY 1
              UNTIL WS-OWN-IX > TOTAL-OWNERS.
           WRITE PJ-RECORD.

           ADD 1 TO DETAILS-WRITTEN.
           ADD AMOUNT-HIST TO TOTAL-AMOUNT.
       WRITE-ONE-DETAIL-END.
           EXIT.

       ADD-ONE-OWNER.
           IF OWN-ACCID (WS-OWN-IX) = ACCID-HIST
             IF PJ-OWNER-COUNT < 8
               ADD 1 TO PJ-OWNER-COUNT
               MOVE OWN-CUSTID (WS-OWN-IX)
                  TO PJ-OWNER-CUSTID (PJ-OWNER-COUNT)
             ELSE
               ADD 1 TO OWNERS-TRUNCATED
               DISPLAY 'PSTEXTR: MORE THAN 8 OWNERS - ACCID '
                  ACCID-HIST ' CUSTID ' OWN-CUSTID (WS-OWN-IX)
                  ' NOT CARRIED'
             END-IF
           END-IF.
       ADD-ONE-OWNER-END.
           EXIT.

      * PROCEDURE LOOK-UP-ACCOUNT : TYPE AND CURRENCY OF THE ROW'S
      * ACCOUNT. A ROW WHOSE ACCOUNT HAS SINCE BEEN ARCHIVED STILL GOES
      * ON THE JOURNAL WITH THEM BLANK.
       LOOK-UP-ACCOUNT.
           MOVE ACCID-HIST TO LAST-ACCID.
           MOVE ACCID-HIST TO ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT = SPACES
             MOVE ACCTYPE-ACC TO LAST-ACCTYPE
             MOVE CURRENCY-ACC TO LAST-CURRENCY
           ELSE
             IF DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             ADD 1 TO ACCOUNTS-MISSING
             DISPLAY 'PSTEXTR: NO ACCOUNT ROW FOR ACCID ' ACCID-HIST
             MOVE SPACES TO LAST-ACCTYPE
             MOVE SPACES TO LAST-CURRENCY
           END-IF.
       LOOK-UP-ACCOUNT-END.
           EXIT.
