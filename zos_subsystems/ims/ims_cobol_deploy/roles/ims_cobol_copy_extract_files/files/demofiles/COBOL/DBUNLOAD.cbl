      * OF THE CUSTOMER AND ACCOUNT FAMILIES - CARD, AUDIT, SECEVT,
      * NOTIFQ ON THE CUSTOMER SIDE; HOLD, BENEFIC, STOPPAY, REVIEW,
      * ACCTAUD, DISPUTE, DEBFILT, ODPLINK, LEGLORD, CHKISS, PPEX,
      * ENVELOPE, LOANTERM, CHKDEP ON THE ACCOUNT SIDE - TO THE TWO
      * CHILD FILES CUSCHOUT AND ACCCHOUT, ONE RECORD PER ROW PREFIXED
      * BY ITS SEGMENT NAME AND PARENT KEY.
      *
      * EVERY FILE BELONGS TO THE SAME RUN: THE UNLDCTL CONTROL FILE
      * CARRIES ONE ROW PER UNLOAD FILE WITH THE RUN'S CONSISTENCY
      * IS NOT PORTABLE THROUGH THE FLAT LAYOUT, SO A RELOADED REGION
      * STARTS EVERY CUSTOMER ON A FORCED RESET THROUGH FBPWDRST.
      * THE CARD PIN HASH UNLOADS AS ZERO FOR THE SAME REASON.
      * THE TIN UNLOADS IN ITS STORED, PROTECTED FORM (SEE TINPROT) -
      * NO CLEAR TIN TRAVELS ON CUSTOUT, AND A RELOAD PUTS IT BACK
      * EXACTLY AS IT WAS STORED.
      ******************************************************************

       ENVIRONMENT DIVISION.
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSTOUT-OUT.
       01  CUSTOUT-OUT        PIC X(600).

         FD CUSAOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIROUT-OUT.
       01  WIROUT-OUT         PIC X(600).

         FD OPEROUT-FILE
            LABEL RECORDS ARE OMITTED
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
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

       01  STANDORD-SEG.
           05  STDID           PIC  S9(18) COMP-5.
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
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

       01  OPERATOR-SEG.
           05  OPERID          PIC  S9(9) COMP-5.
           05  OPERLIMIT       PIC  S9(13)V9(2) COMP-3.
           05  SUPVFLAG        PIC  X(1).
           05  DISABLEDFLAG    PIC  X(1).
      * SIGN-ON CREDENTIAL AND SESSION - NOT UNLOADED. A RELOAD GIVES
      * EVERY OPERATOR A FRESH CREDENTIAL THROUGH LOADOPER OR FBOPRMNT.
           05  OPERPWDHASH     PIC  S9(9) COMP-5.
           05  OPERPWDFORCE    PIC  X(1).
           05  FAILCOUNT       PIC  S9(4) COMP-5.
           05  LOCKEDFLAG      PIC  X(1).
           05  SIGNTERM        PIC  X(8).
           05  SIGNTS          PIC  X(23).

       01  RUNCTL-SEG.
           05  JOBNAME-RC      PIC  X(08).
       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
           05  FILLER          PIC  X(01)        VALUE ' '.
       01  CHKDEP-SSA.
           05  FILLER          PIC  X(08)        VALUE "CHKDEP  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CARD-SEG.
           05  CUSTID-CRD      PIC  S9(9) COMP-5.
           05  TRAVELLIM-CRD   PIC  S9(13)V9(2) COMP-3.
           05  TRAVELEXP-CRD   PIC  X(10).
           05  REPLFOR-CRD     PIC  X(16).
      * PER-CARD DAILY POINT-OF-SALE PURCHASE CEILING, SEPARATE FROM
      * THE ATM CASH CEILING ABOVE - ZERO MEANS NO CARD-LEVEL CEILING.
      * POSDATE-CRD/POSTODAY-CRD ACCUMULATE THE DAY'S AUTHORIZED
      * PURCHASES THE SAME WAY WDRLDATE-ACC/WDRLTODAY-ACC ACCUMULATE
      * AN ACCOUNT'S WITHDRAWALS. SEE FBCARDTXN FUNCTION 'P'.
           05  POSLIMIT-CRD    PIC  S9(13)V9(2) COMP-3.
           05  POSDATE-CRD     PIC  X(08).
           05  POSTODAY-CRD    PIC  S9(13)V9(2) COMP-3.

       01  AUDIT-SEG.
           05  TIMESTMP-AUD    PIC  X(23).
           05  DETAIL-AUD      PIC  X(731).

       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  NOTIFQ-SEG.
           05  NOTIFID-NTF     PIC  S9(18) COMP-5.
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

       01  BENEFIC-SEG.
           05  ACCID-BEN       PIC  S9(18) COMP-5.
           05  REASON-REV      PIC  X(30).
           05  STATUS-REV      PIC  X(01).
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

       01  ACCTAUD-SEG.
           05  TIMESTMP-AAU    PIC  X(23).
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY) - SEE LNINTYR
           05  TAXRPT-LN       PIC  X(01).

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

      ******************************************************************
      *ZONED EDIT WORK FIELDS FOR THE QUOTED/COMMA RECORDS
       01  WS-RUNS-Z           PIC  9(04).

       01  TXT-N9              PIC  X(10).
       01  TXT-N9B             PIC  X(10).
       01  TXT-N18A            PIC  X(19).
       01  TXT-N18B            PIC  X(19).
       01  TXT-N18C            PIC  X(19).
       77  WS-ZAMT             PIC  -9(13).99.
       77  WS-ZAMT2            PIC  -9(13).99.
       77  WS-ZAMT3            PIC  -9(13).99.
       77  WS-ZAMT4            PIC  -9(13).99.
       77  WS-ZRATE            PIC  -9.9999.
       77  WS-ZPCT             PIC  -9(3).99.
       01  TXT-AMT3            PIC  X(17).
       01  TXT-AMT4            PIC  X(17).
       01  TXT-RATE            PIC  X(08).
       01  TXT-PCT             PIC  X(08).
       77  WS-CH-CUSTID        PIC  S9(9) COMP-5.
       01  CNT-PPEX            PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-ENVELOPE        PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-LOANTERM        PIC  S9(9) COMP-5 VALUE 0.
       01  CNT-CHKDEP          PIC  S9(9) COMP-5 VALUE 0.
       77  WS-CTL-COUNT        PIC  9(9).
       77  WS-CTL-NAME         PIC  X(08).

           PERFORM UNLOAD-PPEXES THRU UNLOAD-PPEXES-END.
           PERFORM UNLOAD-ENVELOPES THRU UNLOAD-ENVELOPES-END.
           PERFORM UNLOAD-LOANTERMS THRU UNLOAD-LOANTERMS-END.
           PERFORM UNLOAD-CHKDEPS THRU UNLOAD-CHKDEPS-END.

      * ONE CONTROL ROW PER FILE - TOKEN, FILE, COUNT
           MOVE 'CUSTOUT ' TO WS-CTL-NAME.
           MOVE 'LOANTERM' TO WS-CTL-NAME.
           MOVE CNT-LOANTERM TO WS-CTL-COUNT.
           PERFORM WRITE-CONTROL-ROW THRU WRITE-CONTROL-ROW-END.
           MOVE 'CHKDEP  ' TO WS-CTL-NAME.
           MOVE CNT-CHKDEP TO WS-CTL-COUNT.
           PERFORM WRITE-CONTROL-ROW THRU WRITE-CONTROL-ROW-END.

           CLOSE CUSTOUT-FILE CUSAOUT-FILE ACCTOUT-FILE
                 HISTOUT-FILE STOROUT-FILE SWEPOUT-FILE
           DISPLAY '                          ' CNT-CHKISS
              ' CHKISS ' CNT-PPEX ' PPEX ' CNT-ENVELOPE
              ' ENVELOPE ' CNT-LOANTERM ' LOANTERM'.
           DISPLAY '                          ' CNT-CHKDEP
              ' CHKDEP'.
           DISPLAY 'CUSTACCS ROWS:            ' CNT-CUSTACCS.
           DISPLAY 'ACCOUNT ROWS:             ' CNT-ACCOUNT.
           DISPLAY 'HISTORY ROWS:             ' CNT-HISTORY.
           IF DBSTAT = SPACES
             MOVE CUSTID-CD TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N9
             MOVE RISKSCORE-CD TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N18A
             MOVE OFFICER-CD TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N18B
             MOVE TREATYRT-CD TO WS-ZRATE
             MOVE WS-ZRATE TO TXT-RATE
             MOVE SPACES TO CUSTOUT-OUT
      * THE PASSWORD COLUMN UNLOADS BLANK AND THE TIN PROTECTED - SEE
      * THE BANNER
             STRING FUNCTION TRIM (TXT-N9) ','
                '"' LASTNAME-CD '","' FIRSTNAME-CD '","'
                ADDRESS-CD '","' CITY-CD '","' STATE-CD '","'
                SECUREANS-CD '","' LASTDEVICE-CD '","' TIN-CD '","'
                TINCERT-CD '","' EMAIL-CD '","' SMS-CD '","'
                OPTINS-CD '","' DOB-CD '","'
                VALBAND-CD '","' BADCONTACT-CD '","'
                RISKRATE-CD '",' FUNCTION TRIM (TXT-N18A) ',"'
                RISKRSN-CD '","' RISKDATE-CD '","' EDDDUE-CD '",'
                FUNCTION TRIM (TXT-N18B) ',"'
                FORSTAT-CD '","' FORCTRY-CD '","' W8DATE-CD '",'
                FUNCTION TRIM (TXT-RATE) ',"' W8EXPIRY-CD '"'
                INTO CUSTOUT-OUT
             WRITE CUSTOUT-OUT
             ADD 1 TO CNT-CUSTOMER
                '"' ACCTSTATUS-ACC '","'
                CURRENCY-ACC '","'
                MATDATE-ACC '",'
                FUNCTION TRIM (TXT-AMT2) ',"'
                OPENDATE-ACC '","'
                DOMBRANCH-ACC '"'
                INTO ACCTOUT-OUT
             WRITE ACCTOUT-OUT
             ADD 1 TO CNT-ACCOUNT
                '"' CLIENTREF-HIST '","'
                BRANCH-HIST '","'
                TERMID-HIST '","'
                CHANNEL-HIST '","'
                VALDATE-HIST '"'
                INTO HISTOUT-OUT
             WRITE HISTOUT-OUT
             ADD 1 TO CNT-HISTORY
                FUNCTION TRIM (TXT-AMT1) ','
                '"' BENROUTE-WIR '","' BENACCT-WIR '","'
                BENREF-WIR '","' STATUS-WIR '","'
                TAKENTS-WIR '","' BENNAME-WIR '","'
                BENCTRY-WIR '","' BENSTREET-WIR '","'
                BENTOWN-WIR '","' BENBIC-WIR '","'
                PURPOSE-WIR '","' RMTINF-WIR '","'
                CORRID-WIR '","' MSGFMT-WIR '"'
                INTO WIROUT-OUT
             WRITE WIROUT-OUT
             ADD 1 TO CNT-WIRE
             MOVE WS-ZAMT TO TXT-AMT1
             MOVE TRAVELLIM-CRD TO WS-ZAMT2
             MOVE WS-ZAMT2 TO TXT-AMT2
             MOVE POSLIMIT-CRD TO WS-ZAMT3
             MOVE WS-ZAMT3 TO TXT-AMT3
             MOVE POSTODAY-CRD TO WS-ZAMT4
             MOVE WS-ZAMT4 TO TXT-AMT4
             MOVE SPACES TO CUSCHOUT-OUT
      * THE PIN HASH UNLOADS AS ZERO - SEE THE BANNER
             STRING '"CARD    ",'
                PINFAILS-CRD ','
                FUNCTION TRIM (TXT-AMT2) ',"'
                TRAVELEXP-CRD '","'
                REPLFOR-CRD '",'
                FUNCTION TRIM (TXT-AMT3) ',"'
                POSDATE-CRD '",'
                FUNCTION TRIM (TXT-AMT4)
                INTO CUSCHOUT-OUT
             WRITE CUSCHOUT-OUT
             ADD 1 TO CNT-CARD
             MOVE WS-ZONE18 TO TXT-N18A
             MOVE CUSTID-SEV TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N9
             MOVE SUBID-SEV TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N9B
             MOVE SPACES TO CUSCHOUT-OUT
             STRING '"SECEVT  ",'
                FUNCTION TRIM (TXT-N18A) ','
                FUNCTION TRIM (TXT-N9) ',"'
                EVTTYPE-SEV '","'
                TIMESTMP-SEV '","'
                DEVICE-SEV '",'
                FUNCTION TRIM (TXT-N9B)
                INTO CUSCHOUT-OUT
             WRITE CUSCHOUT-OUT
             ADD 1 TO CNT-SECEVT
                FUNCTION TRIM (TXT-AMT1) ',"'
                HOLDREASON-HLD '","'
                EXPDATE-HLD '",'
                FUNCTION TRIM (TXT-N18B) ',"'
                HOLDTYPE-HLD '","'
                AUTHCODE-HLD '","'
                CARDNUM-HLD '","'
                MERCHNAME-HLD '","'
                MCC-HLD '","'
                NETREF-HLD '","'
                AUTHTS-HLD '"'
                INTO ACCCHOUT-OUT
             WRITE ACCCHOUT-OUT
             ADD 1 TO CNT-HOLD
             MOVE WS-ZAMT TO TXT-AMT1
             MOVE DSTACCID-REV TO WS-ZONE18
             MOVE WS-ZONE18 TO TXT-N18B
             MOVE DECOPER-REV TO WS-ZONE9
             MOVE WS-ZONE9 TO TXT-N18C
             MOVE SPACES TO ACCCHOUT-OUT
             STRING '"REVIEW  ",'
                FUNCTION TRIM (TXT-N18A) ','
                FLAGDATE-REV '","'
                REASON-REV '","'
                STATUS-REV '",'
                FUNCTION TRIM (TXT-N18B) ','
                FUNCTION TRIM (TXT-N18C) ',"'
                DECTS-REV '"'
                INTO ACCCHOUT-OUT
             WRITE ACCCHOUT-OUT
             ADD 1 TO CNT-REVIEW
                NEXTDUE-LN '",'
                FUNCTION TRIM (TXT-N18B) ','
                FUNCTION TRIM (TXT-N18C) ',"'
                LASTPAID-LN '","'
                TAXRPT-LN '"'
                INTO ACCCHOUT-OUT
             WRITE ACCCHOUT-OUT
             ADD 1 TO CNT-LOANTERM
           END-IF.
       UNLOAD-ONE-LOANTERM-END.

       UNLOAD-CHKDEPS.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL "CBLTDLI"
             USING GU, DBPCB, CHKDEP-SEG, CHKDEP-SSA.
           PERFORM UNLOAD-ONE-CHKDEP THRU UNLOAD-ONE-CHKDEP-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       UNLOAD-CHKDEPS-END.

       UNLOAD-ONE-CHKDEP.
           IF DBSTAT = SPACES
             MOVE ACCID-CKD TO WS-ZONE18
             MOVE WS-ZONE18 TO TXT-N18A
             MOVE TXID-CKD TO WS-ZONE18
             MOVE WS-ZONE18 TO TXT-N18B
             MOVE AMOUNT-CKD TO WS-ZAMT
             MOVE WS-ZAMT TO TXT-AMT1
             MOVE SPACES TO ACCCHOUT-OUT
             STRING '"CHKDEP  ",'
                FUNCTION TRIM (TXT-N18A) ','
                FUNCTION TRIM (TXT-N18B) ','
                FUNCTION TRIM (TXT-AMT1) ',"'
                DRWRTN-CKD '","'
                DRWACC-CKD '","'
                CHECKNUM-CKD '","'
                CHANNEL-CKD '","'
                CAPTDATE-CKD '","'
                STATUS-CKD '","'
                PRESDATE-CKD '"'
                INTO ACCCHOUT-OUT
             WRITE ACCCHOUT-OUT
             ADD 1 TO CNT-CHKDEP
             CALL "CBLTDLI"
               USING GN, DBPCB, CHKDEP-SEG, CHKDEP-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       UNLOAD-ONE-CHKDEP-END.

      * PROCEDURE UNLOAD-CUST-AUDITS : AUDIT ROWS CARRY NO CUSTOMER
      * KEY OF THEIR OWN, SO THE WALK GOES PARENT BY PARENT - GNP
      * UNDER EACH CUSTOMER, THEN RE-ANCHOR AND STEP TO THE NEXT
