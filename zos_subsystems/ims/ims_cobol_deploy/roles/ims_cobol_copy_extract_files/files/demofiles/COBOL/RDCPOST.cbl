      * CHSETTLE RECONCILES THE VENDOR'S SETTLEMENT TOTAL AGAINST
      * THE CHANNEL'S OWN LINE. FILE LAYOUT, ACHPOST'S SHAPE:
      *
      *   D,<CUSTID>,<ACCID>,<AMOUNT>,"<IMAGE REFERENCE>",
      *       "<DRAWER ROUTING>","<DRAWER ACCOUNT>","<CHECK NUMBER>"
      *   T,<COUNT>,<HASH TOTAL>
      *
      * THE DRAWER'S MICR LINE (THE LAST THREE COLUMNS, OPTIONAL) IS
      * CAPTURED WITH THE DEPOSIT ON A CHKDEP ROW FOR CASHLTR TO
      * PRESENT TO THE PAYING BANK; THE CHECK NUMBER ALSO GOES ON THE
      * HISTORY ROW.
      *
      * GUARDS, IN ORDER:
      *   - NO DEPOSIT TO AN IRA (ACCTYPE 'I') - A CONTRIBUTION IS
      *     TAKEN ONLY THROUGH IBTRAN, WHICH CODES ITS TAX YEAR,
      *   - PER-ITEM AND PER-CUSTOMER-DAILY RDC LIMITS FROM THE
      *     RDCLIMIT CONTROL FILE, KEYED BY CUSTOMER TYPE THE WAY
      *     THE TIERPROF PROFILES ARE ("<CUSTTYPE>",<ITEM>,<DAILY>,
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RDCIN-IN.
       01  RDCIN-IN             PIC X(150).

         FD RDCREJ-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RDCREJ-OUT.
       01  RDCREJ-OUT           PIC X(160).

         FD RDCLIMIT-FILE
            LABEL RECORDS ARE OMITTED
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

       01  HOLD-SEG.
           05  ACCID-HLD       PIC  S9(18) COMP-5.
           05  HOLDREASON-HLD  PIC  X(30).
           05  EXPDATE-HLD     PIC  X(08).
           05  PLACEDBY-HLD    PIC  S9(9) COMP-5.
      * HOLD TYPE - SPACE FOR A TELLER/LEGAL/DEPOSIT AVAILABILITY HOLD,
      * 'P' FOR A CARD PURCHASE AUTHORIZATION FBCARDTXN PLACED. ON A
      * 'P' HOLD THE AUTHORIZATION CODE, CARD, MERCHANT, MERCHANT
      * CATEGORY CODE, NETWORK REFERENCE AND AUTHORIZATION TIME ARE
      * CARRIED SO THE NETWORK'S CLEARING RECORD CAN BE MATCHED BACK
      * TO IT. SPACES ON EVERY OTHER HOLD.
           05  HOLDTYPE-HLD    PIC  X(01).
               88  HOLD-PURCHASE-AUTH VALUE "P".
           05  AUTHCODE-HLD    PIC  X(06).
           05  CARDNUM-HLD     PIC  X(16).
           05  MERCHNAME-HLD   PIC  X(25).
           05  MCC-HLD         PIC  X(04).
           05  NETREF-HLD      PIC  X(16).
           05  AUTHTS-HLD      PIC  X(23).

      *    CHKDEP-SEG - THE DEPOSITED CHECK AWAITING PRESENTMENT, KEYED
      *    BY ITS ACCOUNT AND DEPOSIT TXID (SEE CASHLTR)
       01  CHKDEP-SEG.
           05  ACCID-CKD       PIC  S9(18) COMP-5.
           05  TXID-CKD        PIC  S9(18) COMP-5.
           05  AMOUNT-CKD      PIC  S9(13)V9(2) COMP-3.
           05  DRWRTN-CKD      PIC  X(09).
           05  DRWACC-CKD      PIC  X(17).
           05  CHECKNUM-CKD    PIC  X(16).
           05  CHANNEL-CKD     PIC  X(01).
           05  CAPTDATE-CKD    PIC  X(10).
           05  STATUS-CKD      PIC  X(01).
           05  PRESDATE-CKD    PIC  X(10).

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

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-CD      PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-CD SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-CD. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-CD      PIC  X(01).
           05  FORCTRY-CD      PIC  X(02).
           05  W8DATE-CD       PIC  X(10).
           05  TREATYRT-CD     PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-CD     PIC  X(10).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
           05  FILLER          PIC  X(08)        VALUE "HOLD    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CHKDEP-SSA.
           05  FILLER          PIC  X(08)        VALUE "CHKDEP  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  HISTORY-SSA1.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE ' '.
       01  TXT-ACCID           PIC  X(19).
       01  TXT-AMOUNT          PIC  X(16).
       01  TXT-IMAGEREF        PIC  X(16).
       01  TXT-DRWRTN          PIC  X(09).
       01  TXT-DRWACC          PIC  X(17).
       01  TXT-CHECKNUM        PIC  X(16).
       01  TXT-COUNT           PIC  X(09).
       01  TXT-HASH            PIC  X(17).
       01  WS-RDCIN-EOF        PIC  X(01) VALUE 'N'.
       77  WS-TODAY-R-TOTAL    PIC  S9(13)V9(2) COMP-3.
       77  WS-REJ-REASON       PIC  X(04).
       77  WS-CUSTTYPE         PIC  X(01).
      * AN IRA TAKES MONEY ONLY AS A CODED CONTRIBUTION THROUGH
      * IBTRAN - A MOBILE DEPOSIT CARRIES NO TAX YEAR
       77  IRA-ACCTYPE         PIC  X(01) VALUE 'I'.

       01  CALC-COUNT          PIC  S9(9) COMP-5 VALUE 0.
       01  CALC-HASH           PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-POSTED        PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-REJECTED      PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  HOLDS-PLACED        PIC  S9(9) COMP-5 VALUE 0.
       01  ITEMS-CAPTURED      PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *CLOCK STRUCTURE

       01  TODAY-YMD           PIC X(10).

           COPY POSTEVT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  EVTPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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
             USING  IOPCBA, EVTPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           SET ADDRESS OF EVTPCB TO ADDRESS OF EVTPCBA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           DISPLAY 'TOTAL AMOUNT POSTED:      ' TOTAL-POSTED.
           DISPLAY 'TOTAL AMOUNT REJECTED:    ' TOTAL-REJECTED.
           DISPLAY 'AVAILABILITY HOLDS PLACED: ' HOLDS-PLACED.
           DISPLAY 'ITEMS CAPTURED FOR CASH LETTER: ' ITEMS-CAPTURED.
           DISPLAY 'POSTING EVENTS PUBLISHED: ' EVENTS-PUBLISHED.
           DISPLAY 'POSTING EVENTS FAILED:    ' EVENTS-FAILED.
           IF FILE-COUNT NOT = CALC-COUNT
              OR FILE-HASH NOT = CALC-HASH
             DISPLAY 'VENDOR TRAILER DOES NOT PROVE TO THE DETAIL'
       PROCESS-ONE-RECORD.
           MOVE SPACES TO TXT-RECTYPE.
           MOVE SPACES TO TXT-IMAGEREF.
           MOVE SPACES TO TXT-DRWRTN.
           MOVE SPACES TO TXT-DRWACC.
           MOVE SPACES TO TXT-CHECKNUM.
           UNSTRING RDCIN-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-RECTYPE
                  TXT-ACCID
                  TXT-AMOUNT
                  TXT-IMAGEREF
                  TXT-DRWRTN
                  TXT-DRWACC
                  TXT-CHECKNUM
           END-UNSTRING.

           EVALUATE TXT-RECTYPE
             PERFORM REJECT-ITEM THRU REJECT-ITEM-END
             GO TO POST-ONE-ITEM-END
           END-IF.
           IF ACCTYPE-ACC = IRA-ACCTYPE
             MOVE 'IRA ' TO WS-REJ-REASON
             PERFORM REJECT-ITEM THRU REJECT-ITEM-END
             GO TO POST-ONE-ITEM-END
           END-IF.

      * THE CUSTOMER'S TYPE PICKS THE LIMIT ROW
           PERFORM FETCH-CUSTOMER-TYPE
           COMPUTE REFTXID-HIST = 0.
           MOVE PROSPECTIVE-BAL TO BALAFTER-HIST.
           MOVE TIMESTAMP TO TIMESTMP-HIST.
           MOVE TXT-CHECKNUM TO CHECKNUM-HIST.
           MOVE TXT-IMAGEREF TO CLIENTREF-HIST.
           MOVE 0 TO OPERID-HIST.
           MOVE SPACES TO BRANCH-HIST.
           MOVE 'RDCINTAK' TO TERMID-HIST.
           MOVE 'R' TO CHANNEL-HIST.
           MOVE SPACES TO VALDATE-HIST.
           MOVE 0 TO SUBID-HIST.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             GO TO POST-ONE-ITEM-END
           END-IF.
           PERFORM PUBLISH-POSTING-EVENT
              THRU PUBLISH-POSTING-EVENT-END.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           COMPUTE LASTTXID-ACC = LASTTXID-ACC + 1.

           ADD 1 TO ITEMS-POSTED.
           ADD WS-AMOUNT TO TOTAL-POSTED.
           PERFORM CAPTURE-DEPOSITED-CHECK
              THRU CAPTURE-DEPOSITED-CHECK-END.
           IF WS-RC-FOUND > 0
             SET RC-IX TO WS-RC-FOUND
             ADD WS-AMOUNT TO RC-TAKEN (RC-IX)
       POST-ONE-ITEM-END.
           EXIT.

      * PROCEDURE CAPTURE-DEPOSITED-CHECK : THE ITEM ROW CASHLTR
      * PRESENTS, UNDER THE ACCOUNT STILL POSITIONED FROM THE REPL,
      * KEYED BY THE DEPOSIT TXID JUST POSTED
       CAPTURE-DEPOSITED-CHECK.
           COMPUTE ACCID-CKD = ACCID.
           MOVE TXID-HIST TO TXID-CKD.
           MOVE WS-AMOUNT TO AMOUNT-CKD.
           MOVE TXT-DRWRTN TO DRWRTN-CKD.
           MOVE TXT-DRWACC TO DRWACC-CKD.
           MOVE TXT-CHECKNUM TO CHECKNUM-CKD.
           MOVE 'R' TO CHANNEL-CKD.
           MOVE TODAY-YMD TO CAPTDATE-CKD.
           MOVE 'C' TO STATUS-CKD.
           MOVE SPACES TO PRESDATE-CKD.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             DISPLAY 'DEPOSITED CHECK CAPTURE ISRT FAILED'
           ELSE
             ADD 1 TO ITEMS-CAPTURED
           END-IF.
       CAPTURE-DEPOSITED-CHECK-END.
           EXIT.

       REJECT-ITEM.
           ADD 1 TO ITEMS-REJECTED.
           ADD WS-AMOUNT TO TOTAL-REJECTED.
           MOVE SPACES TO RDCREJ-OUT.
           STRING RDCIN-IN DELIMITED BY '  '
              INTO RDCREJ-OUT.
           MOVE WS-REJ-REASON TO RDCREJ-OUT (155:4).
           WRITE RDCREJ-OUT.
       REJECT-ITEM-END.
           EXIT.
           MOVE 'FUNDS AVAILABILITY HOLD' TO HOLDREASON-HLD.
           MOVE WS-AVAIL-EXPDATE TO EXPDATE-HLD.
           MOVE 0 TO PLACEDBY-HLD.
           MOVE SPACES TO HOLDTYPE-HLD.
           MOVE SPACES TO AUTHCODE-HLD.
           MOVE SPACES TO CARDNUM-HLD.
           MOVE SPACES TO MERCHNAME-HLD.
           MOVE SPACES TO MCC-HLD.
           MOVE SPACES TO NETREF-HLD.
           MOVE SPACES TO AUTHTS-HLD.

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, HOLD-SEG, HOLD-SSA.
           END-READ.
       LOAD-ONE-AVAIL-CARD-END.
           EXIT.

      * PROCEDURE PUBLISH-POSTING-EVENT : SENDS THE POSTING EVENT FOR
      * THE HISTORY-SEG ROW JUST INSERTED ON THE EVENT ALTERNATE PCB.
      * IMS RELEASES IT AT THE NEXT CHECKPOINT OR AT NORMAL END OF THE
      * RUN, AND DISCARDS IT IF THE RUN BACKS OUT. A FAILED ISRT DOES
      * NOT STOP THE POSTING - EVTRPLY REPUBLISHES FROM HISTORY.
       PUBLISH-POSTING-EVENT.
           MOVE SPACE TO PE-REPLAY.
           MOVE 'RDCPOST  ' TO PE-SOURCE.
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
