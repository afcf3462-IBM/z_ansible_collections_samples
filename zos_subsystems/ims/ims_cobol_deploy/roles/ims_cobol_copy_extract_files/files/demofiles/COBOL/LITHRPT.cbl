       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITHRPT.

      ******************************************************************
      * ACTIVE LITIGATION HOLD REPORT - FOR LEGAL AND FOR WHOEVER RUNS
      * THE PURGE AND ARCHIVE JOBS. WALKS THE LITHOLD ROWS FBLITMNT
      * KEEPS AND, FOR EVERY ONE STILL ACTIVE, LISTS WHAT IT IS
      * PROTECTING: THE CUSTOMER, AND EVERY ACCOUNT THE HOLD REACHES -
      * FOR A CUSTOMER HOLD EACH ACCOUNT CUSTACCS TIES THE CUSTOMER TO
      * (ANY ROLE, THE SAME EXPANSION RETNPURG, HISTARCH, ARCHACCT AND
      * ESCHEAT MAKE), FOR AN ACCOUNT HOLD THE ONE ACCOUNT - WITH THE
      * HISTORY ROWS THAT ACCOUNT KEEPS LIVE BECAUSE OF IT. THE REPORT
      * GOES TO LITHRPT IN THE QUOTED/COMMA LAYOUT:
      *   H,"RUN DATE"
      *   L,HOLDID,"SCOPE",CUSTID,ACCID,"MATTER","COUNSEL",
      *     "PRESERVE","PLACED",PLACED BY,APPROVED BY
      *   C,HOLDID,CUSTID,"LAST NAME","FIRST NAME"
      *   A,HOLDID,ACCID,"ROLE","TYPE","STATUS",BALANCE,HISTORY ROWS
      *   T,HOLDS,CUSTOMERS,ACCOUNTS,HISTORY ROWS
      * THE C ROW IS WRITTEN FOR A CUSTOMER HOLD, AND FOR AN ACCOUNT
      * HOLD KEYED WITH A REFERENCE CUSTOMER. A HELD CUSTOMER OR
      * ACCOUNT NO LONGER ON FILE IS PRINTED "NOT ON FILE" AND LEAVES
      * RC 4 - SOMETHING LEGAL BELIEVES IS PRESERVED IS NOT THERE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITHRPT-FILE ASSIGN TO LITHRPT.

       DATA DIVISION.

       FILE SECTION.
         FD LITHRPT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LITHRPT-OUT.
       01  LITHRPT-OUT          PIC X(250).

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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CUSTID          PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    ONE ACCOUNT'S HISTORY, READ DIRECTLY THROUGH THE ACCIDHX
      *    SECONDARY INDEX ON ACCID-HIST
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

           COPY LITHOLD.

       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    ADDRESS-CD THROUGH W8EXPIRY-CD - NOT READ HERE, SEE
      *    CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(455).

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
      * OWNERROLE-CA LETS MORE THAN ONE CUSTACCS ROW SHARE THE SAME
      * ACCID-CA AS A JOINT OWNER - SEE LOADCUSA
           05  OWNERROLE-CA    PIC  X(1).

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

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
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
      *REPORT ROW WORK AREAS
      ******************************************************************

       77  WS-ROLE             PIC  X(01).
       77  WS-HIST-ROWS        PIC  S9(9) COMP-5.
       01  TXT-HOLDID-E        PIC  Z(8)9.
       01  TXT-CUSTID-E        PIC  Z(8)9.
       01  TXT-ACCID-E         PIC  Z(17)9.
       01  TXT-OPER-E          PIC  Z(8)9.
       01  TXT-OPER2-E         PIC  Z(8)9.
       01  TXT-BAL-E           PIC  -(11)9.99.
       01  TXT-CNT-E           PIC  Z(8)9.
       01  TXT-CNT2-E          PIC  Z(8)9.
       01  TXT-CNT3-E          PIC  Z(8)9.
       01  TXT-CNT4-E          PIC  Z(8)9.

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

       01  WS-TODAY-YMD            PIC X(10).

       01  HOLDS-READ          PIC  S9(9) COMP-5 VALUE 0.
       01  HOLDS-ACTIVE        PIC  S9(9) COMP-5 VALUE 0.
       01  CUSTOMERS-HELD      PIC  S9(9) COMP-5 VALUE 0.
       01  ACCOUNTS-HELD       PIC  S9(9) COMP-5 VALUE 0.
       01  HISTORY-HELD        PIC  S9(9) COMP-5 VALUE 0.
       01  NOT-ON-FILE         PIC  S9(9) COMP-5 VALUE 0.
       01  ROWS-WRITTEN        PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.

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
      * PCB ORDER IN THIS PROGRAM'S PSB (ALL READ ONLY):
      *   DBPCB1 - LITHOLD DATABASE
      *   DBPCB2 - CUSTOMER DATABASE
      *   DBPCB3 - CUSTACCS DATABASE
      *   DBPCB4 - ACCOUNT DATABASE
      *   DBPCB5 - HISTORY DATABASE (ACCIDHX SECONDARY INDEX)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.

           OPEN OUTPUT LITHRPT-FILE.
           MOVE SPACES TO LITHRPT-OUT.
           STRING 'H,"' WS-TODAY-YMD '"'
              DELIMITED BY SIZE INTO LITHRPT-OUT.
           WRITE LITHRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
           PERFORM PROCESS-HOLD THRU PROCESS-HOLD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE HOLDS-ACTIVE TO TXT-CNT-E.
           MOVE CUSTOMERS-HELD TO TXT-CNT2-E.
           MOVE ACCOUNTS-HELD TO TXT-CNT3-E.
           MOVE HISTORY-HELD TO TXT-CNT4-E.
           MOVE SPACES TO LITHRPT-OUT.
           STRING 'T,' FUNCTION TRIM (TXT-CNT-E) ','
                  FUNCTION TRIM (TXT-CNT2-E) ','
                  FUNCTION TRIM (TXT-CNT3-E) ','
                  FUNCTION TRIM (TXT-CNT4-E)
              DELIMITED BY SIZE INTO LITHRPT-OUT.
           WRITE LITHRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
           CLOSE LITHRPT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'ACTIVE LITIGATION HOLDS AT ' WS-TODAY-YMD.
           DISPLAY '========================================'.
           DISPLAY 'HOLDS ON FILE:            ' HOLDS-READ.
           DISPLAY 'HOLDS ACTIVE:             ' HOLDS-ACTIVE.
           DISPLAY 'CUSTOMERS PROTECTED:      ' CUSTOMERS-HELD.
           DISPLAY 'ACCOUNTS PROTECTED:       ' ACCOUNTS-HELD.
           DISPLAY 'HISTORY ROWS PROTECTED:   ' HISTORY-HELD.
           DISPLAY 'HELD RECORDS NOT ON FILE: ' NOT-ON-FILE.
           DISPLAY 'REPORT ROWS WRITTEN:      ' ROWS-WRITTEN.
           DISPLAY '========================================'.

           IF NOT-ON-FILE > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-HOLD : AN ACTIVE HOLD GETS ITS L ROW, THEN
      * ITS CUSTOMER AND ACCOUNT ROWS; THEN ADVANCES
       PROCESS-HOLD.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO PROCESS-HOLD-END
           END-IF.
           ADD 1 TO HOLDS-READ.
           IF HOLD-ACTIVE
             ADD 1 TO HOLDS-ACTIVE
             PERFORM WRITE-HOLD-ROW THRU WRITE-HOLD-ROW-END
             IF CUSTID-LH NOT = 0
               PERFORM WRITE-CUSTOMER-ROW
                  THRU WRITE-CUSTOMER-ROW-END
             END-IF
             IF HOLD-ON-CUSTOMER
               MOVE CUSTID-LH TO CA-CUSTID
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3
               CALL "CBLTDLI"
                 USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
               PERFORM LIST-ONE-CUSTACC THRU LIST-ONE-CUSTACC-END
                  UNTIL DBSTAT NOT = SPACES
             ELSE
               MOVE ACCID-LH TO ACCID
               MOVE SPACE TO WS-ROLE
               PERFORM WRITE-ACCOUNT-ROW THRU WRITE-ACCOUNT-ROW-END
             END-IF
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GN, DBPCB, LITHOLD-SEG, LITHOLD-SSA.
       PROCESS-HOLD-END.

       WRITE-HOLD-ROW.
           MOVE HOLDID-LH TO TXT-HOLDID-E.
           MOVE CUSTID-LH TO TXT-CUSTID-E.
           MOVE ACCID-LH TO TXT-ACCID-E.
           MOVE PLACEOPER-LH TO TXT-OPER-E.
           MOVE PLACEAPPR-LH TO TXT-OPER2-E.
           MOVE SPACES TO LITHRPT-OUT.
           STRING 'L,' FUNCTION TRIM (TXT-HOLDID-E) ','
                  '"' SCOPE-LH '",'
                  FUNCTION TRIM (TXT-CUSTID-E) ','
                  FUNCTION TRIM (TXT-ACCID-E) ','
                  '"' MATTER-LH '","' COUNSEL-LH '",'
                  '"' DESC-LH '","' PLACEDATE-LH '",'
                  FUNCTION TRIM (TXT-OPER-E) ','
                  FUNCTION TRIM (TXT-OPER2-E)
              DELIMITED BY SIZE INTO LITHRPT-OUT.
           WRITE LITHRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-HOLD-ROW-END.
           EXIT.

      * PROCEDURE WRITE-CUSTOMER-ROW : THE HOLD'S CUSTOMER BY NAME
       WRITE-CUSTOMER-ROW.
           IF HOLD-ON-CUSTOMER
             ADD 1 TO CUSTOMERS-HELD
           END-IF.
           MOVE CUSTID-LH TO CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE 'NOT ON FILE' TO LASTNAME-CD
             MOVE SPACES TO FIRSTNAME-CD
             IF HOLD-ON-CUSTOMER
               ADD 1 TO NOT-ON-FILE
             END-IF
           END-IF.
           MOVE HOLDID-LH TO TXT-HOLDID-E.
           MOVE CUSTID-LH TO TXT-CUSTID-E.
           MOVE SPACES TO LITHRPT-OUT.
           STRING 'C,' FUNCTION TRIM (TXT-HOLDID-E) ','
                  FUNCTION TRIM (TXT-CUSTID-E) ','
                  '"' FUNCTION TRIM (LASTNAME-CD) '",'
                  '"' FUNCTION TRIM (FIRSTNAME-CD) '"'
              DELIMITED BY SIZE INTO LITHRPT-OUT.
           WRITE LITHRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-CUSTOMER-ROW-END.
           EXIT.

       LIST-ONE-CUSTACC.
           MOVE ACCID-CA TO ACCID.
           MOVE OWNERROLE-CA TO WS-ROLE.
           PERFORM WRITE-ACCOUNT-ROW THRU WRITE-ACCOUNT-ROW-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
       LIST-ONE-CUSTACC-END.
           EXIT.

      * PROCEDURE WRITE-ACCOUNT-ROW : ONE ACCOUNT THE HOLD PROTECTS,
      * WITH THE HISTORY ROWS IT KEEPS LIVE
       WRITE-ACCOUNT-ROW.
           ADD 1 TO ACCOUNTS-HELD.
           MOVE 0 TO WS-HIST-ROWS.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL "CBLTDLI"
             USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1.
           IF DBSTAT NOT = SPACES
             ADD 1 TO NOT-ON-FILE
             MOVE ACCID TO TXT-ACCID-E
             MOVE HOLDID-LH TO TXT-HOLDID-E
             MOVE SPACES TO LITHRPT-OUT
             STRING 'A,' FUNCTION TRIM (TXT-HOLDID-E) ','
                    FUNCTION TRIM (TXT-ACCID-E) ','
                    '"' WS-ROLE '","NOT ON FILE"'
                DELIMITED BY SIZE INTO LITHRPT-OUT
             WRITE LITHRPT-OUT
             ADD 1 TO ROWS-WRITTEN
             GO TO WRITE-ACCOUNT-ROW-END
           END-IF.

           MOVE ACCID TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL "CBLTDLI"
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM COUNT-ONE-HISTORY THRU COUNT-ONE-HISTORY-END
              UNTIL DBSTAT NOT = SPACES.
           ADD WS-HIST-ROWS TO HISTORY-HELD.

           MOVE HOLDID-LH TO TXT-HOLDID-E.
           MOVE ACCID-ACC TO TXT-ACCID-E.
           MOVE BALANCE-ACC TO TXT-BAL-E.
           MOVE WS-HIST-ROWS TO TXT-CNT-E.
           MOVE SPACES TO LITHRPT-OUT.
           STRING 'A,' FUNCTION TRIM (TXT-HOLDID-E) ','
                  FUNCTION TRIM (TXT-ACCID-E) ','
                  '"' WS-ROLE '","' ACCTYPE-ACC '",'
                  '"' ACCTSTATUS-ACC '",'
                  FUNCTION TRIM (TXT-BAL-E) ','
                  FUNCTION TRIM (TXT-CNT-E)
              DELIMITED BY SIZE INTO LITHRPT-OUT.
           WRITE LITHRPT-OUT.
           ADD 1 TO ROWS-WRITTEN.
       WRITE-ACCOUNT-ROW-END.
           EXIT.

       COUNT-ONE-HISTORY.
           IF ACCID-HIST = ACCID
             ADD 1 TO WS-HIST-ROWS
           END-IF.
           CALL "CBLTDLI"
             USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX.
       COUNT-ONE-HISTORY-END.
           EXIT.
