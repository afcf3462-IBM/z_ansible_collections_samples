       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRAEXTR.

      ******************************************************************
      * YEAR-END NON-RESIDENT ALIEN RECIPIENT FILING (NRAOUT, 1042-S
      * STYLE) - THE INTEREST PAID TO FOREIGN CUSTOMERS AND THE TAX
      * WITHHELD FROM IT. WALKS EVERY CUSTACCS ROW (DBPCB1) THE WAY
      * IRAEXTR DOES; FOR EACH ACCOUNT A PRIMARY ('P') OWNER HOLDS IT
      * READS THE OWNER'S CUSTOMER ROW (DBPCB3) AND THE ACCOUNT'S
      * HISTORY THROUGH THE ACCIDHX SECONDARY INDEX (DBPCB2), FOOTING
      * FOR THE REPORT YEAR:
      *   GROSS INTEREST - THE 'i' CREDITS INTPOST POSTED
      *   TAX WITHHELD   - THE 'n' DEBITS INTPOST POSTED AGAINST THEM
      *                    AT THE TREATY OR STATUTORY RATE
      * AN ACCOUNT FILES ONE 'B' RECORD WHEN ITS OWNER HOLDS A W-8 ON
      * FILE (FORSTAT-CD 'F' OR 'T', SEE FBW8MNT) AND IT EARNED
      * INTEREST IN THE YEAR, OR WHEN ANY NON-RESIDENT TAX WAS WITHHELD
      * FROM IT - A CUSTOMER WHO WITHDREW THE W-8 DURING THE YEAR IS
      * STILL FILED FOR WHAT WAS WITHHELD WHILE IT STOOD. INT1099
      * LEAVES CUSTOMERS WITH A W-8 ON FILE OFF THE 1099 FILING.
      *
      * THE FILE HAS THE SAME 'T' HEADER / 'B' RECIPIENT / 'F' TRAILER
      * SHAPE AS INT1099'S IRSOUT. THE TAX WITHHELD FOR THE YEAR IS
      * DISPLAYED AS THE AMOUNT DUE FOR REMITTANCE, APART FROM THE
      * BACKUP WITHHOLDING INT1099 REPORTS.
      *
      * THE OPTIONAL NRAYRCTL CARD IS "<YEAR>"; THE YEAR DEFAULTS TO
      * THE CALENDAR YEAR BEFORE THE RUN DATE.
      *
      * THE TIN IS STORED PROTECTED; THE FILING NEEDS THE FULL NUMBER
      * WHERE THE RECIPIENT HAS ONE, SO IT IS DECIPHERED FOR EACH 'B'
      * RECORD, COUNTED, AND LOGGED AS SECEVT EVENT 'V' ON DBPCB4 (SEE
      * REVEAL-TIN). A FOREIGN RECIPIENT WITHOUT A U.S. TIN IS NORMAL
      * AND IS ONLY COUNTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RECIPIENT FILING - SEE NRA-REC BELOW
           SELECT NRA-FILE ASSIGN TO NRAOUT.
      *    OPTIONAL RUN CARD
           SELECT NRAYRCTL-FILE ASSIGN TO NRAYRCTL.

       DATA DIVISION.

       FILE SECTION.
         FD NRA-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS NRA-REC.
      * FIXED POSITIONS, NO DELIMITERS: 'T' TRANSMITTER HEADER, 'B'
      * RECIPIENT DETAIL (TIN, CUSTID, ACCOUNT, NAME, COUNTRY OF
      * RESIDENCE, W-8 STATUS AND RATE ON FILE, GROSS INTEREST, TAX
      * WITHHELD), 'F' TRAILER (RECIPIENT COUNT, TOTAL INTEREST, TOTAL
      * WITHHELD)
       01  NRA-REC.
           05  NRA-RECTYPE     PIC  X(01).
           05  NRA-YEAR        PIC  9(04).
           05  NRA-TIN         PIC  X(09).
           05  NRA-CUSTID      PIC  9(09).
           05  NRA-ACCID       PIC  9(18).
           05  NRA-LASTNAME    PIC  X(30).
           05  NRA-FIRSTNM     PIC  X(20).
           05  NRA-COUNTRY     PIC  X(02).
           05  NRA-FORSTAT     PIC  X(01).
           05  NRA-RATE        PIC  9V9(4).
           05  NRA-GROSS       PIC  9(13)V99.
           05  NRA-TAXWH       PIC  9(13)V99.

         FD NRAYRCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS NRAYRCTL-IN.
       01  NRAYRCTL-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

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

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    HISTORY-SSAX READS ONE ACCOUNT'S HISTORY ROWS DIRECTLY
      *    THROUGH ACCIDHX, THE SECONDARY-INDEX SEARCH FIELD ON
      *    ACCID-HIST IN THE HISTORY DBD
       01  HISTORY-SSAX.
           05  FILLER          PIC  X(08)        VALUE "HISTORY ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCIDHX ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  HX-ACCID        PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  TIMESTMP-HIST   PIC  X(23).
           05  TIMESTMP-PARTS REDEFINES TIMESTMP-HIST.
               10  HIST-YEAR   PIC  9(04).
               10  FILLER      PIC  X(19).
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
      * TAXPAYER IDENTIFICATION - SEE FBSCUDAT/LOADCUST
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
      *CLOCK STRUCTURE AND REPORT-YEAR WORK AREA - THE REPORT YEAR IS
      *THE FULL CALENDAR YEAR IMMEDIATELY BEFORE THE RUN DATE UNLESS
      *THE RUN CARD NAMES ONE
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

       01  REPORT-YEAR             PIC  9(04).

       01  TIMESTAMP.
           05  YEAR-TS         PIC X(4).
           05  FILLER          PIC X(1) VALUE '-'.
           05  MONTH-TS        PIC X(2).
           05  FILLER          PIC X(1) VALUE '-'.
           05  DAY-TS          PIC X(2).
           05  FILLER          PIC X(1) VALUE ' '.
           05  HOUR-TS         PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  MINUTE-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE ':'.
           05  SECOND-TS       PIC X(2).
           05  FILLER          PIC X(1) VALUE '.'.
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

      ******************************************************************
      *TIN DECRYPTION - THE FILING CARRIES THE FULL TAXPAYER NUMBER, SO
      *THE STORED VALUE IS DECIPHERED HERE (SEE TINPROT). EVERY
      *DECRYPTION IS COUNTED AND LOGGED ON THE SECEVT TRAIL AS EVENT
      *'V'.
      ******************************************************************

           COPY TINPROT.

       77  TINS-DECRYPTED      PIC  S9(9) COMP-5 VALUE 0.
       77  SEV-TIME-MULT       PIC S9(18) COMP-5 VALUE 100000000.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SECEVT-SEG.
           05  EVTID-SEV       PIC  S9(18) COMP-5.
           05  CUSTID-SEV      PIC  S9(9) COMP-5.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

      ******************************************************************
      *RUN CARD - OPTIONALLY THE REPORT YEAR
      ******************************************************************

       01  WS-NRAYRCTL-EOF     PIC  X(01) VALUE 'N'.
           88  NRAYRCTL-EOF        VALUE 'Y'.
       01  TXT-RUN-LEAD        PIC  X(01).
       01  TXT-RUN-YEAR        PIC  X(04).

      ******************************************************************
      *PER-ACCOUNT WORK AREAS
      ******************************************************************

       77  WS-GROSS            PIC S9(13)V9(2) COMP-3.
       77  WS-TAXWH            PIC S9(13)V9(2) COMP-3.

       01  ACCOUNTS-SCANNED    PIC  S9(9) COMP-5 VALUE 0.
       01  RECIPIENTS-FILED    PIC  S9(9) COMP-5 VALUE 0.
       01  TREATY-FILED        PIC  S9(9) COMP-5 VALUE 0.
       01  WITHDRAWN-FILED     PIC  S9(9) COMP-5 VALUE 0.
       01  FILED-NO-TIN        PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-GROSS         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-TAXWH         PIC  S9(15)V9(2) COMP-3 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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
      *   DBPCB1 - CUSTACCS
      *   DBPCB2 - HISTORY, THROUGH THE ACCIDHX SECONDARY INDEX
      *   DBPCB3 - CUSTOMER
      *   DBPCB4 - SECEVT (INSERT)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.
           PERFORM COMPUTE-REPORT-YEAR THRU COMPUTE-REPORT-YEAR-END.
           PERFORM READ-RUN-CARD THRU READ-RUN-CARD-END.
           DISPLAY 'NRAEXTR - NON-RESIDENT ALIEN RECIPIENT FILING FOR '
              REPORT-YEAR.

           OPEN OUTPUT NRA-FILE.
           MOVE SPACES TO NRA-REC.
           MOVE 'T' TO NRA-RECTYPE.
           MOVE REPORT-YEAR TO NRA-YEAR.
           MOVE 0 TO NRA-CUSTID.
           MOVE 0 TO NRA-ACCID.
           MOVE 0 TO NRA-RATE.
           MOVE 0 TO NRA-GROSS.
           MOVE 0 TO NRA-TAXWH.
           WRITE NRA-REC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM PROCESS-CUSTACCS-ROW THRU PROCESS-CUSTACCS-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE SPACES TO NRA-REC.
           MOVE 'F' TO NRA-RECTYPE.
           MOVE REPORT-YEAR TO NRA-YEAR.
           MOVE RECIPIENTS-FILED TO NRA-CUSTID.
           MOVE 0 TO NRA-ACCID.
           MOVE 0 TO NRA-RATE.
           MOVE TOTAL-GROSS TO NRA-GROSS.
           MOVE TOTAL-TAXWH TO NRA-TAXWH.
           WRITE NRA-REC.

           CLOSE NRA-FILE.

           DISPLAY '========================================'.
           DISPLAY 'PRIMARY ACCOUNTS SCANNED: ' ACCOUNTS-SCANNED.
           DISPLAY 'RECIPIENT RECORDS:        ' RECIPIENTS-FILED.
           DISPLAY '  AT A TREATY RATE:       ' TREATY-FILED.
           DISPLAY '  W-8 SINCE WITHDRAWN:    ' WITHDRAWN-FILED.
           DISPLAY 'GROSS INTEREST FILED:     ' TOTAL-GROSS.
           DISPLAY 'NRA TAX TO REMIT:         ' TOTAL-TAXWH.
           DISPLAY 'FILED WITHOUT A U.S. TIN: ' FILED-NO-TIN.
           DISPLAY 'TINS DECRYPTED:           ' TINS-DECRYPTED.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE COMPUTE-REPORT-YEAR : THE REPORT YEAR IS THE FULL
      * CALENDAR YEAR BEFORE THE RUN DATE
       COMPUTE-REPORT-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE REPORT-YEAR = WS-CURRENT-YEAR - 1.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
       COMPUTE-REPORT-YEAR-END.
           EXIT.

      * PROCEDURE READ-RUN-CARD : ONE OPTIONAL CARD ON NRAYRCTL - A
      * YEAR THAT OVERRIDES THE REPORT YEAR
       READ-RUN-CARD.
           MOVE SPACES TO TXT-RUN-YEAR.
           MOVE 'N' TO WS-NRAYRCTL-EOF.
           OPEN INPUT NRAYRCTL-FILE.
           READ NRAYRCTL-FILE
             AT END
               MOVE 'Y' TO WS-NRAYRCTL-EOF
           END-READ.
           CLOSE NRAYRCTL-FILE.
           IF NOT NRAYRCTL-EOF
             UNSTRING NRAYRCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-RUN-LEAD
                    TXT-RUN-YEAR
             END-UNSTRING
             IF TXT-RUN-YEAR IS NUMERIC
               MOVE TXT-RUN-YEAR TO REPORT-YEAR
             END-IF
           END-IF.
       READ-RUN-CARD-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTACCS-ROW : FILES THE CURRENT ROW'S
      * ACCOUNT WHEN THIS IS ITS PRIMARY OWNER, THEN ADVANCES TO THE
      * NEXT ROW
       PROCESS-CUSTACCS-ROW.
           IF DBSTAT = SPACES
             IF OWNERROLE-CA = 'P'
               PERFORM FILE-ONE-ACCOUNT THRU FILE-ONE-ACCOUNT-END
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-CUSTACCS-ROW-END.

      * PROCEDURE FILE-ONE-ACCOUNT : FOOTS THE ACCOUNT'S INTEREST AND
      * NON-RESIDENT WITHHOLDING FOR THE YEAR AND WRITES ITS 'B'
      * RECORD WHEN IT IS REPORTABLE
       FILE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-SCANNED.
           MOVE 0 TO WS-GROSS.
           MOVE 0 TO WS-TAXWH.
           MOVE ACCID-CA TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM FOOT-ONE-HIST THRU FOOT-ONE-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF WS-GROSS = 0 AND WS-TAXWH = 0
             GO TO FILE-ONE-ACCOUNT-END
           END-IF.

           MOVE CUSTID-CA TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE CUSTID-CA TO CUSTID-CD
             MOVE SPACES TO LASTNAME-CD
             MOVE SPACES TO FIRSTNAME-CD
             MOVE SPACES TO TIN-CD
             MOVE SPACE TO FORSTAT-CD
             MOVE SPACES TO FORCTRY-CD
             MOVE 0 TO TREATYRT-CD
           END-IF.
           IF FORSTAT-CD NOT = 'F' AND FORSTAT-CD NOT = 'T'
              AND WS-TAXWH = 0
             GO TO FILE-ONE-ACCOUNT-END
           END-IF.

           PERFORM WRITE-RECIPIENT-RECORD
              THRU WRITE-RECIPIENT-RECORD-END.
       FILE-ONE-ACCOUNT-END.
           EXIT.

       FOOT-ONE-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ACCID-CA AND HIST-YEAR = REPORT-YEAR
               IF TRANSTYP-HIST = 'i'
                 ADD AMOUNT-HIST TO WS-GROSS
               END-IF
               IF TRANSTYP-HIST = 'n'
                 ADD AMOUNT-HIST TO WS-TAXWH
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-HIST-END.

      * PROCEDURE WRITE-RECIPIENT-RECORD : ONE 'B' RECORD ON NRAOUT
      * FOR THE CUSTOMER ROW JUST READ
       WRITE-RECIPIENT-RECORD.
           MOVE TIN-CD TO TINP-STORED.
           MOVE CUSTID-CA TO TINP-SALT.
           PERFORM REVEAL-TIN THRU REVEAL-TIN-END.
           IF TIN-CD = SPACES
             ADD 1 TO FILED-NO-TIN
           END-IF.
           MOVE SPACES TO NRA-REC.
           MOVE 'B' TO NRA-RECTYPE.
           MOVE REPORT-YEAR TO NRA-YEAR.
           MOVE TINP-CLEAR TO NRA-TIN.
           MOVE CUSTID-CA TO NRA-CUSTID.
           MOVE ACCID-CA TO NRA-ACCID.
           MOVE LASTNAME-CD TO NRA-LASTNAME.
           MOVE FIRSTNAME-CD TO NRA-FIRSTNM.
           MOVE FORCTRY-CD TO NRA-COUNTRY.
           MOVE FORSTAT-CD TO NRA-FORSTAT.
           MOVE TREATYRT-CD TO NRA-RATE.
           MOVE WS-GROSS TO NRA-GROSS.
           MOVE WS-TAXWH TO NRA-TAXWH.
           WRITE NRA-REC.
           ADD 1 TO RECIPIENTS-FILED.
           IF FORSTAT-CD = 'T'
             ADD 1 TO TREATY-FILED
           END-IF.
           IF FORSTAT-CD = SPACE
             ADD 1 TO WITHDRAWN-FILED
           END-IF.
           ADD WS-GROSS TO TOTAL-GROSS.
           ADD WS-TAXWH TO TOTAL-TAXWH.
       WRITE-RECIPIENT-RECORD-END.
           EXIT.

      * PROCEDURE REVEAL-TIN : DECIPHERS TINP-STORED (SALT TINP-SALT)
      * INTO TINP-CLEAR FOR THE FILING, AND WHEN A VALUE WAS ACTUALLY
      * DECIPHERED COUNTS IT AND LOGS EVENT 'V' ON THE SECEVT TRAIL
      * (DBPCB4) WITH THE OUTPUT IN THE DEVICE FIELD
       REVEAL-TIN.
           PERFORM UNPROTECT-TIN THRU UNPROTECT-TIN-END.
           IF NOT TINP-REVEALED
             GO TO REVEAL-TIN-END
           END-IF.
           ADD 1 TO TINS-DECRYPTED.
           COMPUTE EVTID-SEV = TINP-SALT * SEV-TIME-MULT +
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS
             + TINS-DECRYPTED.
           MOVE TINP-SALT TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'V' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE 'NRAEXTR FILING' TO DEVICE-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
       REVEAL-TIN-END.
           EXIT.

      * PROCEDURE UNPROTECT-TIN : THE STORED TINP-STORED BACK TO THE
      * FULL NUMBER IN TINP-CLEAR UNDER SALT TINP-SALT (SEE TINPROT).
      * TINP-REVEALED IS SET ONLY WHEN A VALUE WAS ACTUALLY
      * DECIPHERED - A BLANK TIN, OR ONE NOT YET CONVERTED BY TINCONV,
      * IS PASSED THROUGH AS-IS.
       UNPROTECT-TIN.
           MOVE TINP-STORED TO TINP-CLEAR.
           MOVE 'N' TO TINP-REVEAL-SW.
           IF TINP-STORED (1:5) NOT = SPACES
              AND TINP-STORED (1:5) IS NOT NUMERIC
             COMPUTE TINP-ROLL =
               FUNCTION MOD (TINP-KEY + TINP-SALT, TINP-MOD)
             PERFORM UNPROTECT-ONE-DIGIT THRU UNPROTECT-ONE-DIGIT-END
                VARYING TINP-IX FROM 1 BY 1
                UNTIL TINP-IX > 5
             MOVE 'Y' TO TINP-REVEAL-SW
           END-IF.
       UNPROTECT-TIN-END.
           EXIT.

       UNPROTECT-ONE-DIGIT.
           PERFORM ROLL-TIN-SHIFT THRU ROLL-TIN-SHIFT-END.
           MOVE TINP-STORED (TINP-IX:1) TO TINP-CHAR.
           MOVE 0 TO TINP-POS.
           INSPECT TINP-LETTERS TALLYING TINP-POS
              FOR CHARACTERS BEFORE INITIAL TINP-CHAR.
           COMPUTE TINP-VAL =
             FUNCTION MOD (TINP-POS - TINP-SHIFT + 10, 10) + 1.
           MOVE TINP-DIGITS (TINP-VAL:1) TO TINP-CLEAR (TINP-IX:1).
       UNPROTECT-ONE-DIGIT-END.

       ROLL-TIN-SHIFT.
           COMPUTE TINP-ROLL = FUNCTION MOD
             (TINP-ROLL * TINP-MULT + TINP-IX, TINP-MOD).
           COMPUTE TINP-SHIFT = FUNCTION MOD (TINP-ROLL, 10).
       ROLL-TIN-SHIFT-END.
