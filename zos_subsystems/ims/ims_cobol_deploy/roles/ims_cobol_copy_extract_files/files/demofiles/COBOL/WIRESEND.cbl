      * THE END-OF-JOB SUMMARY PRINTS THE WIRE-SUSPENSE POSITION - THE
      * FOOTED AMOUNT OF EVERY WIRE DEBITED BUT NOT YET CONFIRMED -
      * WHICH IS THE FIGURE WIRECONF CLEARS AS CONFIRMATIONS MATCH.
      *
      * EACH WIRE GOES OUT THROUGH THE CORRESPONDENT THE WIRECORR
      * CONTROL FILE NAMES FOR ITS BENEFICIARY COUNTRY, IN THAT
      * CORRESPONDENT'S MESSAGE FORMAT:
      *   "B","<OUR BIC>","<OUR ABA>"        OUR OWN AGENT IDENTIFIERS
      *   "C","<COUNTRY>","<CORR ID>","<F>"  ONE PER ROUTE - COUNTRY
      *                                      '**' IS THE DEFAULT ROUTE
      * FORMAT 'L' IS OUR LEGACY WIREOUT LAYOUT; 'X' IS AN ISO 20022
      * FI-TO-FI CUSTOMER CREDIT TRANSFER (PACS.008) ON WIREISO, ONE
      * MESSAGE PER WIRE, WITH STRUCTURED DEBTOR AND CREDITOR, PURPOSE
      * AND REMITTANCE INFORMATION. A WIRE WITH NO ROUTE GOES LEGACY,
      * AS EVERY WIRE DID BEFORE THE CORRESPONDENTS MOVED TO ISO.
      * THE CORRESPONDENT AND FORMAT ARE STAMPED ON THE WIRE ROW.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT BANKCAL-FILE ASSIGN TO BANKCAL.
           SELECT WIREOUT-FILE ASSIGN TO WIREOUT.
           SELECT WIREISO-FILE ASSIGN TO WIREISO.
           SELECT WIRECORR-FILE ASSIGN TO WIRECORR.
      *    NOSTRO LEDGER - ONE ENTRY PER TRANSMITTED WIRE, FED TO
      *    THE NOSTRECN CORRESPONDENT RECONCILIATION
           SELECT NOSTOUT-FILE ASSIGN TO NOSTOUT.
            DATA RECORD IS WIREOUT-OUT.
       01  WIREOUT-OUT          PIC X(200).

         FD WIREISO-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIREISO-OUT.
       01  WIREISO-OUT          PIC X(256).

         FD WIRECORR-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIRECORR-IN.
       01  WIRECORR-IN          PIC X(80).

         FD NOSTOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
               88  WIRE-QUEUED     VALUE "Q".
               88  WIRE-SENT       VALUE "S".
               88  WIRE-CONFIRMED  VALUE "C".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
      * BENEFICIARY NAME - CAPTURED AT FBWIRE ENTRY AND RE-SCREENED
      * AGAINST THE DENIED-PARTY LIST AT WIRESEND TRANSMIT TIME
           05  BENNAME-WIR     PIC  X(35).
      * BENEFICIARY COUNTRY (ISO ALPHA-2) - 'US' FOR A DOMESTIC WIRE;
      * ANYTHING ELSE IS CROSS-BORDER AND COUNTS TOWARD THE AMLRISK
      * INTERNATIONAL-VOLUME FACTOR
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

       01  WIRE-SSA.
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
       01  TXT-ACCID           PIC  Z(17)9.
       01  TXT-AMOUNT          PIC  -(11)9.99.

      ******************************************************************
      *CORRESPONDENT ROUTES - FROM THE WIRECORR CONTROL FILE AT
      *STARTUP, SAME LOADING IDIOM AS THE HOLIDAY TABLE
      ******************************************************************

       77  MAX-CORRS           PIC  9(05)        VALUE 00020.
       77  TOTAL-CORRS         PIC  9(05)        VALUE 0.
       77  WS-CR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-CR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  ISO-ROUTES          PIC  9(05)        VALUE 0.

       01  CORR-TABLE.
           05  CORR-ENTRY OCCURS 20 TIMES
                          INDEXED BY CR-IX.
               10  CR-CTRY         PIC  X(02).
               10  CR-CORRID       PIC  X(08).
               10  CR-FORMAT       PIC  X(01).

       01  TXT-CR-LEAD         PIC  X(01).
       01  TXT-CR-TYPE         PIC  X(01).
       01  TXT-CR-FIELD2       PIC  X(11).
       01  TXT-CR-FIELD3       PIC  X(09).
       01  TXT-CR-FIELD4       PIC  X(01).
       01  WS-WIRECORR-EOF     PIC  X(01) VALUE 'N'.
           88  WIRECORR-EOF        VALUE 'Y'.

       01  OUR-BIC             PIC  X(11) VALUE SPACES.
       01  OUR-ABA             PIC  X(09) VALUE SPACES.
       01  WS-ROUTE-CTRY       PIC  X(02).
       01  WS-ROUTE-CORRID     PIC  X(08).
       01  WS-ROUTE-FORMAT     PIC  X(01).
           88  ROUTE-ISO           VALUE 'X'.

      ******************************************************************
      *ISO 20022 PACS.008 WORK AREAS - ONE ELEMENT PER LINE; TEXT
      *VALUES ARE XML-ESCAPED BY ESCAPE-XML-TEXT
      ******************************************************************

       77  WIRE-CCY            PIC  X(03) VALUE 'USD'.
       77  ISO-NOT-PROVIDED    PIC  X(11) VALUE 'NOTPROVIDED'.
       01  WS-XML-TAG          PIC  X(20).
       01  WS-XML-IN           PIC  X(140).
       01  WS-XML-OUT          PIC  X(200).
       77  WS-XML-LEN          PIC  S9(4) COMP-5.
       77  WS-XML-IX           PIC  S9(4) COMP-5.
       77  WS-XML-PTR          PIC  S9(4) COMP-5.
       01  WS-XML-CHAR         PIC  X(01).
       01  TXT-ISO-AMT         PIC  Z(12)9.99.
       01  WS-ISO-DTTM         PIC  X(19).
       01  WS-AGENT-ABA        PIC  X(09).

      *    DEBTOR NAME AND ADDRESS FOR THE ISO MESSAGE (DBPCB3) -
      *    FULL SEGMENT LAYOUT, READ ONLY
       01  CUSTOMER-SEG.
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
           05  PHONE-CD        PIC  X(12).
           05  STATUS-CD       PIC  X(1).
           05  PASSWORD-CD     PIC  X(16).
           05  CUSTOMERTYPE-CD PIC  X(1).
           05  LASTLOGIN-CD    PIC  X(23).
           05  FAILEDLOGIN-CD  PIC  9(1).
           05  LOCKED-CD       PIC  X(1).
           05  LASTLOGOUT-CD   PIC  X(23).
           05  SECUREANS-CD    PIC  X(16).
           05  LASTDEVICE-CD   PIC  X(20).
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
           05  BADCONTACT-CD   PIC  X(03).
           05  RISKRATE-CD     PIC  X(01).
           05  RISKSCORE-CD    PIC  S9(4) COMP-5.
           05  RISKRSN-CD      PIC  X(30).
           05  RISKDATE-CD     PIC  X(10).
           05  EDDDUE-CD       PIC  X(10).
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

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CLOCK STRUCTURE
      ******************************************************************

       01  WIRES-SCANNED       PIC  S9(9) COMP-5 VALUE 0.
       01  WIRES-SENT          PIC  S9(9) COMP-5 VALUE 0.
       01  WIRES-SENT-ISO      PIC  S9(9) COMP-5 VALUE 0.
       01  WIRES-RELEASED      PIC  S9(9) COMP-5 VALUE 0.
       01  SEND-FAILURES       PIC  S9(9) COMP-5 VALUE 0.
       01  SUSPENSE-COUNT      PIC  S9(9) COMP-5 VALUE 0.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

      ******************************************************************
      *DATABASE PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

           PERFORM LOAD-HOLIDAY-TABLE THRU LOAD-HOLIDAY-TABLE-END.
           PERFORM LOAD-DENY-LIST THRU LOAD-DENY-LIST-END.
           PERFORM LOAD-CORR-ROUTES THRU LOAD-CORR-ROUTES-END.
      * AN ISO ROUTE NEEDS OUR OWN BIC OR ABA FOR THE DEBTOR AGENT -
      * WITHOUT IT EVERY ISO MESSAGE WOULD BE REJECTED, SO NOTHING
      * IS TRANSMITTED
           IF ISO-ROUTES > 0 AND OUR-BIC = SPACES AND OUR-ABA = SPACES
             DISPLAY 'WIRESEND - ISO 20022 ROUTE WITHOUT A "B" CARD'
                ' (OUR BIC/ABA) IN WIRECORR - NO TRANSMISSION'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE TODAY-YMD TO WS-BD-TEST-YMD.
           PERFORM IS-BUSINESS-DAY THRU IS-BUSINESS-DAY-END.
           IF WS-BD-SW = 'N'
           END-IF.

           OPEN OUTPUT WIREOUT-FILE.
           OPEN OUTPUT WIREISO-FILE.
           OPEN OUTPUT NOSTOUT-FILE.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           CLOSE WIREOUT-FILE.
           CLOSE WIREISO-FILE.
           CLOSE NOSTOUT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'WIRE TRANSMISSION SUMMARY - ' TODAY-YMD.
           DISPLAY 'WIRE ROWS SCANNED:        ' WIRES-SCANNED.
           DISPLAY 'WIRES TRANSMITTED:        ' WIRES-SENT.
           DISPLAY '  OF WHICH ISO 20022:     ' WIRES-SENT-ISO.
           DISPLAY 'QUEUED WIRES RELEASED:    ' WIRES-RELEASED.
           DISPLAY 'TRANSMISSION FAILURES:    ' SEND-FAILURES.
           DISPLAY 'WIRE-SUSPENSE POSITION:   ' SUSPENSE-COUNT
           MOVE ACCID-WIR TO TXT-ACCID.
           MOVE AMOUNT-WIR TO TXT-AMOUNT.

      * THE CORRESPONDENT'S FORMAT - ISO 20022 OR THE LEGACY LAYOUT
           PERFORM FIND-CORR-ROUTE THRU FIND-CORR-ROUTE-END.
           IF ROUTE-ISO
             PERFORM WRITE-ISO-MESSAGE THRU WRITE-ISO-MESSAGE-END
             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
           ELSE
             MOVE SPACES TO WIREOUT-OUT
             STRING FUNCTION TRIM (TXT-WIREID) ','
                     FUNCTION TRIM (TXT-ACCID) ','
                     FUNCTION TRIM (TXT-AMOUNT) ','
                     '"' BENROUTE-WIR '",'
                     '"' BENACCT-WIR '",'
                     '"' BENREF-WIR '"'
                INTO WIREOUT-OUT
             END-STRING
             WRITE WIREOUT-OUT
           END-IF.

      * THE NOSTRO LEDGER ENTRY - THE MONEY THIS WIRE MOVES OVER THE
      * CORRESPONDENT ACCOUNT, PAIRED BACK BY NOSTRECN AGAINST THE

           MOVE 'S' TO STATUS-WIR.
           MOVE TIMESTAMP TO SENTTS-WIR.
           MOVE WS-ROUTE-CORRID TO CORRID-WIR.
           MOVE WS-ROUTE-FORMAT TO MSGFMT-WIR.
           CALL "CBLTDLI"
             USING REPL, DBPCB, WIRE-SEG.
           IF DBSTAT = SPACES
             ADD 1 TO WIRES-SENT
             IF ROUTE-ISO
               ADD 1 TO WIRES-SENT-ISO
             END-IF
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID-WIR TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
             MOVE WS-HOL-SEARCH-IX TO WS-HOL-FOUND-IX
           END-IF.
       TEST-ONE-HOLIDAY-END.

      * PROCEDURE LOAD-CORR-ROUTES : READS OUR AGENT IDENTIFIERS AND
      * THE CORRESPONDENT ROUTES OUT OF WIRECORR, ONCE, AT STARTUP
       LOAD-CORR-ROUTES.
           MOVE 0 TO TOTAL-CORRS.
           MOVE 0 TO ISO-ROUTES.
           MOVE 'N' TO WS-WIRECORR-EOF.
           OPEN INPUT WIRECORR-FILE.
           READ WIRECORR-FILE
             AT END
               MOVE 'Y' TO WS-WIRECORR-EOF
           END-READ.
           PERFORM LOAD-ONE-CORR THRU LOAD-ONE-CORR-END
              UNTIL WIRECORR-EOF.
           CLOSE WIRECORR-FILE.
       LOAD-CORR-ROUTES-END.
           EXIT.

       LOAD-ONE-CORR.
           MOVE SPACES TO TXT-CR-TYPE.
           MOVE SPACES TO TXT-CR-FIELD2.
           MOVE SPACES TO TXT-CR-FIELD3.
           MOVE SPACES TO TXT-CR-FIELD4.
           UNSTRING WIRECORR-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-CR-LEAD
                  TXT-CR-TYPE
                  TXT-CR-FIELD2
                  TXT-CR-FIELD3
                  TXT-CR-FIELD4
           END-UNSTRING.

           EVALUATE TXT-CR-TYPE
             WHEN 'B'
               MOVE TXT-CR-FIELD2 TO OUR-BIC
               MOVE TXT-CR-FIELD3 TO OUR-ABA
             WHEN 'C'
               IF TXT-CR-FIELD4 NOT = 'L' AND TXT-CR-FIELD4 NOT = 'X'
                 DISPLAY 'WIRECORR - UNKNOWN MESSAGE FORMAT, ROW '
                    'SKIPPED: ' WIRECORR-IN
               ELSE
                 IF TOTAL-CORRS < MAX-CORRS
                   ADD 1 TO TOTAL-CORRS
                   SET CR-IX TO TOTAL-CORRS
                   MOVE TXT-CR-FIELD2 (1:2) TO CR-CTRY (CR-IX)
                   MOVE TXT-CR-FIELD3 (1:8) TO CR-CORRID (CR-IX)
                   MOVE TXT-CR-FIELD4 TO CR-FORMAT (CR-IX)
                   IF TXT-CR-FIELD4 = 'X'
                     ADD 1 TO ISO-ROUTES
                   END-IF
                 ELSE
                   DISPLAY 'WIRECORR - ROUTE TABLE FULL, ROW SKIPPED: '
                      WIRECORR-IN
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           READ WIRECORR-FILE
             AT END
               MOVE 'Y' TO WS-WIRECORR-EOF
           END-READ.
       LOAD-ONE-CORR-END.
           EXIT.

      * PROCEDURE FIND-CORR-ROUTE : THE ROUTE FOR THE WIRE'S
      * BENEFICIARY COUNTRY, ELSE THE '**' DEFAULT ROUTE, ELSE THE
      * LEGACY LAYOUT WITH NO CORRESPONDENT NAMED
       FIND-CORR-ROUTE.
           MOVE SPACES TO WS-ROUTE-CORRID.
           MOVE 'L' TO WS-ROUTE-FORMAT.
           MOVE BENCTRY-WIR TO WS-ROUTE-CTRY.
           MOVE 0 TO WS-CR-FOUND-IX.
           PERFORM TEST-ONE-CORR THRU TEST-ONE-CORR-END
              VARYING WS-CR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-CR-SEARCH-IX > TOTAL-CORRS
                 OR WS-CR-FOUND-IX NOT = 0.
           IF WS-CR-FOUND-IX = 0
             MOVE '**' TO WS-ROUTE-CTRY
             PERFORM TEST-ONE-CORR THRU TEST-ONE-CORR-END
                VARYING WS-CR-SEARCH-IX FROM 1 BY 1
                UNTIL WS-CR-SEARCH-IX > TOTAL-CORRS
                   OR WS-CR-FOUND-IX NOT = 0
           END-IF.
           IF WS-CR-FOUND-IX NOT = 0
             SET CR-IX TO WS-CR-FOUND-IX
             MOVE CR-CORRID (CR-IX) TO WS-ROUTE-CORRID
             MOVE CR-FORMAT (CR-IX) TO WS-ROUTE-FORMAT
           END-IF.
       FIND-CORR-ROUTE-END.
           EXIT.

       TEST-ONE-CORR.
           IF CR-CTRY (WS-CR-SEARCH-IX) = WS-ROUTE-CTRY
             MOVE WS-CR-SEARCH-IX TO WS-CR-FOUND-IX
           END-IF.
       TEST-ONE-CORR-END.
           EXIT.

      * PROCEDURE WRITE-ISO-MESSAGE : ONE PACS.008 DOCUMENT FOR THE
      * CURRENT WIRE ON WIREISO. THE WIREID IS THE MESSAGE AND
      * INSTRUCTION ID - THE CORRESPONDENT'S PACS.002 STATUS REPORT
      * QUOTES IT BACK AND WIRECONF MATCHES ON IT. SETTLEMENT IS OVER
      * OUR ACCOUNT WITH THE CORRESPONDENT (INDA), THE SAME NOSTRO
      * ENTRY THE LEGACY FORMAT MAKES.
       WRITE-ISO-MESSAGE.
      * THE DEBTOR IS THE WIRE'S CUSTOMER (DBPCB3)
           MOVE CUSTID-WIR TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             DISPLAY 'WIRESEND - CUSTOMER ' CUSTID-WIR ' NOT FOUND'
                ' FOR WIREID ' WIREID-WIR ' - DEBTOR NOT PROVIDED'
             MOVE SPACES TO FIRSTNAME-CD LASTNAME-CD ADDRESS-CD
                CITY-CD STATE-CD ZIPCODE-CD
           END-IF.

           MOVE SPACES TO WS-ISO-DTTM.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY 'T' WS-CURRENT-HOURS ':'
                  WS-CURRENT-MINUTE ':' WS-CURRENT-SECOND
              DELIMITED BY SIZE INTO WS-ISO-DTTM
           END-STRING.
           MOVE AMOUNT-WIR TO TXT-ISO-AMT.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
              TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE SPACES TO WIREISO-OUT.
           STRING '<Document xmlns="urn:iso:std:iso:20022:'
                  'tech:xsd:pacs.008.001.08">'
              DELIMITED BY SIZE INTO WIREISO-OUT
           END-STRING.
           WRITE WIREISO-OUT.
           MOVE '<FIToFICstmrCdtTrf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

      * GROUP HEADER - ONE TRANSACTION PER MESSAGE
           MOVE '<GrpHdr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE 'MsgId' TO WS-XML-TAG.
           MOVE FUNCTION TRIM (TXT-WIREID) TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE 'CreDtTm' TO WS-XML-TAG.
           MOVE WS-ISO-DTTM TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '<NbOfTxs>1</NbOfTxs>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<SttlmInf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<SttlmMtd>INDA</SttlmMtd>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</SttlmInf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</GrpHdr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

      * THE CREDIT TRANSFER
           MOVE '<CdtTrfTxInf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<PmtId>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE 'InstrId' TO WS-XML-TAG.
           MOVE FUNCTION TRIM (TXT-WIREID) TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE 'EndToEndId' TO WS-XML-TAG.
           IF BENREF-WIR = SPACES
             MOVE ISO-NOT-PROVIDED TO WS-XML-IN
           ELSE
             MOVE BENREF-WIR TO WS-XML-IN
           END-IF.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '</PmtId>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

           MOVE SPACES TO WIREISO-OUT.
           STRING '<IntrBkSttlmAmt Ccy="' WIRE-CCY '">'
                  FUNCTION TRIM (TXT-ISO-AMT) '</IntrBkSttlmAmt>'
              DELIMITED BY SIZE INTO WIREISO-OUT
           END-STRING.
           WRITE WIREISO-OUT.
           MOVE 'IntrBkSttlmDt' TO WS-XML-TAG.
           MOVE TODAY-YMD TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '<ChrgBr>SHAR</ChrgBr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

      * DEBTOR - NAME AND STRUCTURED POSTAL ADDRESS, ACCOUNT, AGENT
           MOVE '<Dbtr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE SPACES TO WS-XML-IN.
           IF FIRSTNAME-CD = SPACES
             MOVE LASTNAME-CD TO WS-XML-IN
           ELSE
             STRING FIRSTNAME-CD DELIMITED BY '  '
                    ' ' DELIMITED BY SIZE
                    LASTNAME-CD DELIMITED BY '  '
                INTO WS-XML-IN
             END-STRING
           END-IF.
           IF WS-XML-IN = SPACES
             MOVE ISO-NOT-PROVIDED TO WS-XML-IN
           END-IF.
           MOVE 'Nm' TO WS-XML-TAG.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           IF ADDRESS-CD NOT = SPACES OR CITY-CD NOT = SPACES
             MOVE '<PstlAdr>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE 'StrtNm' TO WS-XML-TAG
             MOVE ADDRESS-CD (1:70) TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE 'PstCd' TO WS-XML-TAG
             MOVE ZIPCODE-CD TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE 'TwnNm' TO WS-XML-TAG
             MOVE CITY-CD TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE 'CtrySubDvsn' TO WS-XML-TAG
             MOVE STATE-CD TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE '<Ctry>US</Ctry>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE '</PstlAdr>' TO WIREISO-OUT
             WRITE WIREISO-OUT
           END-IF.
           MOVE '</Dbtr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE FUNCTION TRIM (TXT-ACCID) TO WS-XML-IN.
           MOVE '<DbtrAcct>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           PERFORM WRITE-OTHER-ACCT-ID THRU WRITE-OTHER-ACCT-ID-END.
           MOVE '</DbtrAcct>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<DbtrAgt>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE OUR-BIC TO WS-XML-IN.
           MOVE OUR-ABA TO WS-AGENT-ABA.
           PERFORM WRITE-FIN-INSTN THRU WRITE-FIN-INSTN-END.
           MOVE '</DbtrAgt>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

      * CREDITOR - AGENT (BIC, ELSE ABA ROUTING), NAME, STRUCTURED
      * ADDRESS AND ACCOUNT
           MOVE '<CdtrAgt>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE BENBIC-WIR TO WS-XML-IN.
           MOVE BENROUTE-WIR TO WS-AGENT-ABA.
           PERFORM WRITE-FIN-INSTN THRU WRITE-FIN-INSTN-END.
           MOVE '</CdtrAgt>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<Cdtr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE 'Nm' TO WS-XML-TAG.
           IF BENNAME-WIR = SPACES
             MOVE ISO-NOT-PROVIDED TO WS-XML-IN
           ELSE
             MOVE BENNAME-WIR TO WS-XML-IN
           END-IF.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '<PstlAdr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE 'StrtNm' TO WS-XML-TAG.
           MOVE BENSTREET-WIR TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE 'TwnNm' TO WS-XML-TAG.
           MOVE BENTOWN-WIR TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE 'Ctry' TO WS-XML-TAG.
           MOVE BENCTRY-WIR TO WS-XML-IN.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '</PstlAdr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</Cdtr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE BENACCT-WIR TO WS-XML-IN.
           MOVE '<CdtrAcct>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           PERFORM WRITE-OTHER-ACCT-ID THRU WRITE-OTHER-ACCT-ID-END.
           MOVE '</CdtrAcct>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.

      * PURPOSE AND REMITTANCE - ONLY WHEN THE CUSTOMER GAVE THEM
           IF PURPOSE-WIR NOT = SPACES
             MOVE '<Purp>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE 'Cd' TO WS-XML-TAG
             MOVE PURPOSE-WIR TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE '</Purp>' TO WIREISO-OUT
             WRITE WIREISO-OUT
           END-IF.
           IF RMTINF-WIR NOT = SPACES
             MOVE '<RmtInf>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE 'Ustrd' TO WS-XML-TAG
             MOVE RMTINF-WIR TO WS-XML-IN
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE '</RmtInf>' TO WIREISO-OUT
             WRITE WIREISO-OUT
           END-IF.

           MOVE '</CdtTrfTxInf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</FIToFICstmrCdtTrf>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</Document>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
       WRITE-ISO-MESSAGE-END.
           EXIT.

      * PROCEDURE WRITE-OTHER-ACCT-ID : <Id><Othr><Id>...</Id></Othr>
      * </Id> FOR THE ACCOUNT NUMBER IN WS-XML-IN
       WRITE-OTHER-ACCT-ID.
           MOVE '<Id>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '<Othr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE 'Id' TO WS-XML-TAG.
           PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END.
           MOVE '</Othr>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           MOVE '</Id>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
       WRITE-OTHER-ACCT-ID-END.
           EXIT.

      * PROCEDURE WRITE-FIN-INSTN : AN AGENT'S <FinInstnId> - THE BIC
      * IN WS-XML-IN WHEN THERE IS ONE, ELSE THE ABA ROUTING NUMBER
      * IN WS-AGENT-ABA AS A US CLEARING-SYSTEM MEMBER ID
       WRITE-FIN-INSTN.
           MOVE '<FinInstnId>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
           IF WS-XML-IN NOT = SPACES
             MOVE 'BICFI' TO WS-XML-TAG
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
           ELSE
             MOVE WS-AGENT-ABA TO WS-XML-IN
             MOVE '<ClrSysMmbId>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE '<ClrSysId><Cd>USABA</Cd></ClrSysId>' TO WIREISO-OUT
             WRITE WIREISO-OUT
             MOVE 'MmbId' TO WS-XML-TAG
             PERFORM WRITE-XML-ELEMENT THRU WRITE-XML-ELEMENT-END
             MOVE '</ClrSysMmbId>' TO WIREISO-OUT
             WRITE WIREISO-OUT
           END-IF.
           MOVE '</FinInstnId>' TO WIREISO-OUT.
           WRITE WIREISO-OUT.
       WRITE-FIN-INSTN-END.
           EXIT.

      * PROCEDURE WRITE-XML-ELEMENT : <TAG>VALUE</TAG> ON ONE LINE
      * FOR WS-XML-TAG AND WS-XML-IN, THE VALUE ESCAPED. NOTHING IS
      * WRITTEN FOR A BLANK VALUE - AN OPTIONAL ELEMENT IS LEFT OUT.
       WRITE-XML-ELEMENT.
           IF WS-XML-IN = SPACES
             GO TO WRITE-XML-ELEMENT-END
           END-IF.
           PERFORM ESCAPE-XML-TEXT THRU ESCAPE-XML-TEXT-END.
           COMPUTE WS-XML-LEN = WS-XML-PTR - 1.
           MOVE SPACES TO WIREISO-OUT.
           STRING '<' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  WS-XML-OUT (1:WS-XML-LEN) DELIMITED BY SIZE
                  '</' DELIMITED BY SIZE
                  WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
              INTO WIREISO-OUT
           END-STRING.
           WRITE WIREISO-OUT.
       WRITE-XML-ELEMENT-END.
           EXIT.

      * PROCEDURE ESCAPE-XML-TEXT : WS-XML-IN, TRAILING SPACES
      * DROPPED, INTO WS-XML-OUT WITH THE FIVE XML SPECIAL CHARACTERS
      * AS ENTITIES. WS-XML-PTR ENDS ONE PAST THE LAST BYTE WRITTEN.
       ESCAPE-XML-TEXT.
           MOVE SPACES TO WS-XML-OUT.
           MOVE 1 TO WS-XML-PTR.
           MOVE 0 TO WS-XML-LEN.
           PERFORM FIND-XML-LEN THRU FIND-XML-LEN-END
              VARYING WS-XML-IX FROM 140 BY -1
              UNTIL WS-XML-IX < 1 OR WS-XML-LEN > 0.
           PERFORM ESCAPE-ONE-CHAR THRU ESCAPE-ONE-CHAR-END
              VARYING WS-XML-IX FROM 1 BY 1
              UNTIL WS-XML-IX > WS-XML-LEN.
       ESCAPE-XML-TEXT-END.
           EXIT.

       FIND-XML-LEN.
           IF WS-XML-IN (WS-XML-IX:1) NOT = SPACE
             MOVE WS-XML-IX TO WS-XML-LEN
           END-IF.
       FIND-XML-LEN-END.
           EXIT.

       ESCAPE-ONE-CHAR.
      *    ROOM FOR THE LONGEST ENTITY OR THE CHARACTER IS DROPPED
           IF WS-XML-PTR > 195
             GO TO ESCAPE-ONE-CHAR-END
           END-IF.
           MOVE WS-XML-IN (WS-XML-IX:1) TO WS-XML-CHAR.
           EVALUATE WS-XML-CHAR
             WHEN '&'
               STRING '&amp;' DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
             WHEN '<'
               STRING '&lt;' DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
             WHEN '>'
               STRING '&gt;' DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
             WHEN '"'
               STRING '&quot;' DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
             WHEN "'"
               STRING '&apos;' DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
             WHEN OTHER
               STRING WS-XML-CHAR DELIMITED BY SIZE
                  INTO WS-XML-OUT WITH POINTER WS-XML-PTR
           END-EVALUATE.
       ESCAPE-ONE-CHAR-END.
           EXIT.
