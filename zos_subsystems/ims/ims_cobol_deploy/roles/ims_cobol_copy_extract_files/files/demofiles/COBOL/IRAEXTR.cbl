       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRAEXTR.

      ******************************************************************
      * YEAR-END IRA TAX REPORTING EXTRACTS - THE CONTRIBUTION FILING
      * (IRACOUT, 5498 STYLE) AND THE DISTRIBUTION FILING (IRADOUT,
      * 1099-R STYLE) FOR EVERY INDIVIDUAL RETIREMENT ACCOUNT (ACCTYPE
      * 'I'). WALKS EVERY CUSTACCS ROW (DBPCB2) THE WAY LNINTYR DOES,
      * READS EACH IRA THE PRIMARY ('P') OWNER HOLDS (DBPCB1) AND FOOTS
      * ITS IRATXN CHILDREN - THE CODED TRAIL IBTRAN WRITES WITH EVERY
      * IRA POSTING (SEE IRATXN.CPY):
      *   CONTRIBUTIONS  - 'C' ROWS CODED TO THE REPORT YEAR, WHENEVER
      *                    POSTED. THOSE POSTED AFTER THE YEAR ENDED
      *                    (UP TO THE FILING DEADLINE) ARE ALSO SHOWN
      *                    ON THEIR OWN.
      *   DISTRIBUTIONS  - 'D' ROWS POSTED IN THE REPORT YEAR, FOOTED
      *                    SEPARATELY FOR EACH DISTRIBUTION CODE WITH
      *                    THE FEDERAL AND STATE TAX WITHHELD
      * THE YEAR-END FAIR MARKET VALUE IS THE BALANCE AFTER THE IRA'S
      * LAST POSTING OF THE YEAR, READ THROUGH THE ACCIDHX SECONDARY
      * INDEX (DBPCB3).
      *
      * AN IRA WITH CONTRIBUTIONS OR A YEAR-END VALUE FILES ONE 'B'
      * RECORD ON IRACOUT; EACH DISTRIBUTION CODE PAID FROM IT IN THE
      * YEAR FILES ONE 'B' RECORD ON IRADOUT. BOTH FILES HAVE THE SAME
      * 'T' HEADER / 'B' PAYEE / 'F' TRAILER SHAPE AS INT1099'S IRSOUT.
      * THE TAX WITHHELD ON THE YEAR'S DISTRIBUTIONS IS DISPLAYED AS
      * THE AMOUNT DUE FOR REMITTANCE.
      *
      * DISTRIBUTIONS ARE FINAL AT YEAR END, BUT A CONTRIBUTION FOR THE
      * YEAR CAN STILL ARRIVE UNTIL ITS FILING DEADLINE, SO THE TWO
      * FILINGS CAN BE RUN APART: THE OPTIONAL IRAYRCTL CARD IS
      * "<MODE>","<YEAR>" - MODE 'D' WRITES ONLY IRADOUT, 'C' ONLY
      * IRACOUT, BLANK BOTH; THE YEAR DEFAULTS TO THE CALENDAR YEAR
      * BEFORE THE RUN DATE. THE FILE NOT BEING WRITTEN STILL GETS ITS
      * HEADER AND AN EMPTY TRAILER.
      *
      * THE TIN IS STORED PROTECTED; BOTH FILINGS NEED THE FULL
      * NUMBER, SO THE HOLDER'S TIN IS DECIPHERED FOR EACH 'B' RECORD,
      * COUNTED, AND LOGGED AS SECEVT EVENT 'V' ON DBPCB5 (SEE
      * REVEAL-TIN).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONTRIBUTION FILING - SEE IRAC-REC BELOW
           SELECT IRAC-FILE ASSIGN TO IRACOUT.
      *    DISTRIBUTION FILING - SEE IRAD-REC BELOW
           SELECT IRAD-FILE ASSIGN TO IRADOUT.
      *    OPTIONAL RUN CARD
           SELECT IRAYRCTL-FILE ASSIGN TO IRAYRCTL.

       DATA DIVISION.

       FILE SECTION.
         FD IRAC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IRAC-REC.
      * FIXED POSITIONS, NO DELIMITERS: 'T' TRANSMITTER HEADER, 'B'
      * PAYEE DETAIL (TIN, CUSTID, IRA ACCOUNT, NAME, CONTRIBUTIONS
      * FOR THE YEAR, THE PART OF THEM POSTED AFTER YEAR END, YEAR-END
      * VALUE), 'F' TRAILER (PAYEE COUNT, TOTAL CONTRIBUTIONS)
       01  IRAC-REC.
           05  IRAC-RECTYPE    PIC  X(01).
           05  IRAC-YEAR       PIC  9(04).
           05  IRAC-TIN        PIC  X(09).
           05  IRAC-CUSTID     PIC  9(09).
           05  IRAC-ACCID      PIC  9(18).
           05  IRAC-LASTNAME   PIC  X(30).
           05  IRAC-FIRSTNM    PIC  X(20).
           05  IRAC-CONTRIB    PIC  9(13)V99.
           05  IRAC-LATE       PIC  9(13)V99.
           05  IRAC-FMV        PIC  9(13)V99.

         FD IRAD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IRAD-REC.
      * FIXED POSITIONS, NO DELIMITERS: 'T' TRANSMITTER HEADER, 'B'
      * PAYEE DETAIL (TIN, CUSTID, IRA ACCOUNT, NAME, GROSS
      * DISTRIBUTION, FEDERAL AND STATE TAX WITHHELD, DISTRIBUTION
      * CODE), 'F' TRAILER (PAYEE COUNT, TOTAL GROSS, TOTAL WITHHELD)
       01  IRAD-REC.
           05  IRAD-RECTYPE    PIC  X(01).
           05  IRAD-YEAR       PIC  9(04).
           05  IRAD-TIN        PIC  X(09).
           05  IRAD-CUSTID     PIC  9(09).
           05  IRAD-ACCID      PIC  9(18).
           05  IRAD-LASTNAME   PIC  X(30).
           05  IRAD-FIRSTNM    PIC  X(20).
           05  IRAD-GROSS      PIC  9(13)V99.
           05  IRAD-FEDWH      PIC  9(13)V99.
           05  IRAD-STWH       PIC  9(13)V99.
           05  IRAD-DISTCODE   PIC  X(01).

         FD IRAYRCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IRAYRCTL-IN.
       01  IRAYRCTL-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

       77  IRA-ACCTYPE         PIC X(01) VALUE 'I'.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTACCS-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  ACCOUNT-SSA1.
           05  FILLER          PIC  X(08)        VALUE "ACCOUNT ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "ACCID   ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  ACCID           PIC  S9(18) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
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

           COPY IRATXN.

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
      *TIN DECRYPTION - BOTH FILINGS CARRY THE FULL TAXPAYER NUMBER, SO
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
      *RUN CARD - "D" DISTRIBUTIONS ONLY, "C" CONTRIBUTIONS ONLY, BLANK
      *BOTH; THEN OPTIONALLY THE REPORT YEAR
      ******************************************************************

       01  WS-IRAYRCTL-EOF     PIC  X(01) VALUE 'N'.
           88  IRAYRCTL-EOF        VALUE 'Y'.
       01  TXT-RUN-LEAD        PIC  X(01).
       01  TXT-RUN-MODE        PIC  X(01).
       01  TXT-RUN-YEAR        PIC  X(04).
       01  WS-RUN-MODE         PIC  X(01) VALUE SPACE.
           88  FILING-CONTRIB      VALUE 'C' ' '.
           88  FILING-DIST         VALUE 'D' ' '.

      ******************************************************************
      *PER-IRA WORK AREAS
      ******************************************************************

       77  WS-CONTRIB          PIC S9(13)V9(2) COMP-3.
       77  WS-LATE-CONTRIB     PIC S9(13)V9(2) COMP-3.
       77  WS-FMV              PIC S9(13)V9(2) COMP-3.
       77  WS-EARLY-GROSS      PIC S9(13)V9(2) COMP-3.
       77  WS-EARLY-FEDWH      PIC S9(13)V9(2) COMP-3.
       77  WS-EARLY-STWH       PIC S9(13)V9(2) COMP-3.
       77  WS-NORMAL-GROSS     PIC S9(13)V9(2) COMP-3.
       77  WS-NORMAL-FEDWH     PIC S9(13)V9(2) COMP-3.
       77  WS-NORMAL-STWH      PIC S9(13)V9(2) COMP-3.
       77  WS-HOLDER-READ      PIC X(01).
       01  WS-POST-YEAR        PIC 9(04).

       01  IRAS-SCANNED        PIC  S9(9) COMP-5 VALUE 0.
       01  CONTRIB-FILED       PIC  S9(9) COMP-5 VALUE 0.
       01  DIST-FILED          PIC  S9(9) COMP-5 VALUE 0.
       01  FILED-NO-TIN        PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-CONTRIB       PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-LATE          PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-FMV           PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-GROSS         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-FEDWH         PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-STWH          PIC  S9(15)V9(2) COMP-3 VALUE 0.

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
      * PCB ORDER IN THIS PROGRAM'S PSB:
      *   DBPCB1 - ACCOUNT, WITH ITS IRATXN CHILDREN
      *   DBPCB2 - CUSTACCS
      *   DBPCB3 - HISTORY, THROUGH THE ACCIDHX SECONDARY INDEX
      *   DBPCB4 - CUSTOMER
      *   DBPCB5 - SECEVT (INSERT)
      ******************************************************************
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           PERFORM COMPUTE-REPORT-YEAR THRU COMPUTE-REPORT-YEAR-END.
           PERFORM READ-RUN-CARD THRU READ-RUN-CARD-END.
           DISPLAY 'IRAEXTR - IRA CONTRIBUTION AND DISTRIBUTION '
              'FILINGS FOR ' REPORT-YEAR ' - MODE: ' WS-RUN-MODE.

           OPEN OUTPUT IRAC-FILE.
           OPEN OUTPUT IRAD-FILE.
           MOVE SPACES TO IRAC-REC.
           MOVE 'T' TO IRAC-RECTYPE.
           MOVE REPORT-YEAR TO IRAC-YEAR.
           MOVE 0 TO IRAC-CUSTID.
           MOVE 0 TO IRAC-ACCID.
           MOVE 0 TO IRAC-CONTRIB.
           MOVE 0 TO IRAC-LATE.
           MOVE 0 TO IRAC-FMV.
           WRITE IRAC-REC.
           MOVE SPACES TO IRAD-REC.
           MOVE 'T' TO IRAD-RECTYPE.
           MOVE REPORT-YEAR TO IRAD-YEAR.
           MOVE 0 TO IRAD-CUSTID.
           MOVE 0 TO IRAD-ACCID.
           MOVE 0 TO IRAD-GROSS.
           MOVE 0 TO IRAD-FEDWH.
           MOVE 0 TO IRAD-STWH.
           WRITE IRAD-REC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM PROCESS-CUSTACCS-ROW THRU PROCESS-CUSTACCS-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE SPACES TO IRAC-REC.
           MOVE 'F' TO IRAC-RECTYPE.
           MOVE REPORT-YEAR TO IRAC-YEAR.
           MOVE CONTRIB-FILED TO IRAC-CUSTID.
           MOVE 0 TO IRAC-ACCID.
           MOVE TOTAL-CONTRIB TO IRAC-CONTRIB.
           MOVE TOTAL-LATE TO IRAC-LATE.
           MOVE TOTAL-FMV TO IRAC-FMV.
           WRITE IRAC-REC.
           MOVE SPACES TO IRAD-REC.
           MOVE 'F' TO IRAD-RECTYPE.
           MOVE REPORT-YEAR TO IRAD-YEAR.
           MOVE DIST-FILED TO IRAD-CUSTID.
           MOVE 0 TO IRAD-ACCID.
           MOVE TOTAL-GROSS TO IRAD-GROSS.
           MOVE TOTAL-FEDWH TO IRAD-FEDWH.
           MOVE TOTAL-STWH TO IRAD-STWH.
           WRITE IRAD-REC.

           CLOSE IRAD-FILE.
           CLOSE IRAC-FILE.

           DISPLAY '========================================'.
           DISPLAY 'IRA ACCOUNTS SCANNED:     ' IRAS-SCANNED.
           DISPLAY 'CONTRIBUTION RECORDS:     ' CONTRIB-FILED.
           DISPLAY 'CONTRIBUTIONS FILED:      ' TOTAL-CONTRIB.
           DISPLAY '  POSTED AFTER YEAR END:  ' TOTAL-LATE.
           DISPLAY 'YEAR-END VALUE FILED:     ' TOTAL-FMV.
           DISPLAY 'DISTRIBUTION RECORDS:     ' DIST-FILED.
           DISPLAY 'GROSS DISTRIBUTIONS:      ' TOTAL-GROSS.
           DISPLAY 'FEDERAL TAX TO REMIT:     ' TOTAL-FEDWH.
           DISPLAY 'STATE TAX TO REMIT:       ' TOTAL-STWH.
           DISPLAY 'FILED WITHOUT A TIN:      ' FILED-NO-TIN.
           DISPLAY 'TINS DECRYPTED:           ' TINS-DECRYPTED.
           DISPLAY '========================================'.

      * A PAYEE FILED WITH NO TIN WILL DRAW A NOTICE - FLAG THE STEP
           IF FILED-NO-TIN > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

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

      * PROCEDURE READ-RUN-CARD : ONE OPTIONAL CARD ON IRAYRCTL - THE
      * FILING MODE, THEN A YEAR THAT OVERRIDES THE REPORT YEAR
       READ-RUN-CARD.
           MOVE SPACE TO WS-RUN-MODE.
           MOVE SPACES TO TXT-RUN-MODE.
           MOVE SPACES TO TXT-RUN-YEAR.
           MOVE 'N' TO WS-IRAYRCTL-EOF.
           OPEN INPUT IRAYRCTL-FILE.
           READ IRAYRCTL-FILE
             AT END
               MOVE 'Y' TO WS-IRAYRCTL-EOF
           END-READ.
           CLOSE IRAYRCTL-FILE.
           IF NOT IRAYRCTL-EOF
             UNSTRING IRAYRCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-RUN-LEAD
                    TXT-RUN-MODE
                    TXT-RUN-YEAR
             END-UNSTRING
             IF TXT-RUN-MODE = 'C' OR TXT-RUN-MODE = 'D'
               MOVE TXT-RUN-MODE TO WS-RUN-MODE
             END-IF
             IF TXT-RUN-YEAR IS NUMERIC
               MOVE TXT-RUN-YEAR TO REPORT-YEAR
             END-IF
           END-IF.
       READ-RUN-CARD-END.
           EXIT.

      * PROCEDURE PROCESS-CUSTACCS-ROW : FILES THE CURRENT ROW'S
      * ACCOUNT IF IT IS AN IRA AND THIS IS ITS PRIMARY OWNER, THEN
      * ADVANCES TO THE NEXT ROW
       PROCESS-CUSTACCS-ROW.
           IF DBSTAT = SPACES
             IF OWNERROLE-CA = 'P'
               SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
               MOVE ACCID-CA TO ACCID
               CALL 'CBLTDLI'
                 USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
               IF DBSTAT = SPACES
                 IF ACCTYPE-ACC = IRA-ACCTYPE
                   PERFORM FILE-ONE-IRA THRU FILE-ONE-IRA-END
                 END-IF
               ELSE
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       PROCESS-CUSTACCS-ROW-END.

      * PROCEDURE FILE-ONE-IRA : FOOTS THE IRA'S CODED TRAIL AND
      * YEAR-END VALUE, THEN WRITES WHICHEVER FILING RECORDS IT NEEDS
       FILE-ONE-IRA.
           ADD 1 TO IRAS-SCANNED.
           MOVE 'N' TO WS-HOLDER-READ.
           MOVE 0 TO WS-CONTRIB.
           MOVE 0 TO WS-LATE-CONTRIB.
           MOVE 0 TO WS-EARLY-GROSS.
           MOVE 0 TO WS-EARLY-FEDWH.
           MOVE 0 TO WS-EARLY-STWH.
           MOVE 0 TO WS-NORMAL-GROSS.
           MOVE 0 TO WS-NORMAL-FEDWH.
           MOVE 0 TO WS-NORMAL-STWH.

           CALL 'CBLTDLI'
             USING GNP, DBPCB, IRATXN-SEG, IRATXN-SSA.
           PERFORM FOOT-ONE-IRATXN THRU FOOT-ONE-IRATXN-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           PERFORM SCAN-YEAR-END-VALUE THRU SCAN-YEAR-END-VALUE-END.

           IF FILING-CONTRIB AND (WS-CONTRIB > 0 OR WS-FMV > 0)
             PERFORM WRITE-CONTRIB-RECORD
                THRU WRITE-CONTRIB-RECORD-END
           END-IF.
           IF FILING-DIST AND WS-EARLY-GROSS > 0
             MOVE WS-EARLY-GROSS TO IRAD-GROSS
             MOVE WS-EARLY-FEDWH TO IRAD-FEDWH
             MOVE WS-EARLY-STWH TO IRAD-STWH
             MOVE '1' TO IRAD-DISTCODE
             PERFORM WRITE-DIST-RECORD THRU WRITE-DIST-RECORD-END
           END-IF.
           IF FILING-DIST AND WS-NORMAL-GROSS > 0
             MOVE WS-NORMAL-GROSS TO IRAD-GROSS
             MOVE WS-NORMAL-FEDWH TO IRAD-FEDWH
             MOVE WS-NORMAL-STWH TO IRAD-STWH
             MOVE '7' TO IRAD-DISTCODE
             PERFORM WRITE-DIST-RECORD THRU WRITE-DIST-RECORD-END
           END-IF.
       FILE-ONE-IRA-END.
           EXIT.

       FOOT-ONE-IRATXN.
           IF DBSTAT = SPACES
             MOVE POSTDATE-IRA (1:4) TO WS-POST-YEAR
             IF IRA-CONTRIBUTION AND TAXYEAR-IRA = REPORT-YEAR
               ADD AMOUNT-IRA TO WS-CONTRIB
               IF WS-POST-YEAR > REPORT-YEAR
                 ADD AMOUNT-IRA TO WS-LATE-CONTRIB
               END-IF
             END-IF
             IF IRA-DISTRIBUTION AND WS-POST-YEAR = REPORT-YEAR
               IF DISTCODE-IRA = '7'
                 ADD AMOUNT-IRA TO WS-NORMAL-GROSS
                 ADD FEDWH-IRA TO WS-NORMAL-FEDWH
                 ADD STWH-IRA TO WS-NORMAL-STWH
               ELSE
                 ADD AMOUNT-IRA TO WS-EARLY-GROSS
                 ADD FEDWH-IRA TO WS-EARLY-FEDWH
                 ADD STWH-IRA TO WS-EARLY-STWH
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GNP, DBPCB, IRATXN-SEG, IRATXN-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FOOT-ONE-IRATXN-END.

      * PROCEDURE SCAN-YEAR-END-VALUE : READS THE IRA'S HISTORY
      * THROUGH THE ACCIDHX SECONDARY INDEX, CARRYING THE BALANCE
      * AFTER ITS LAST POSTING OF THE REPORT YEAR OR EARLIER
       SCAN-YEAR-END-VALUE.
           MOVE 0 TO WS-FMV.
           MOVE ACCID-ACC TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM SCAN-ONE-IRA-HIST THRU SCAN-ONE-IRA-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       SCAN-YEAR-END-VALUE-END.
           EXIT.

       SCAN-ONE-IRA-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ACCID-ACC AND HIST-YEAR NOT > REPORT-YEAR
               MOVE BALAFTER-HIST TO WS-FMV
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, HISTORY-SEG, HISTORY-SSAX
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-IRA-HIST-END.

      * PROCEDURE GET-HOLDER : READS THE IRA HOLDER'S CUSTOMER ROW
      * (DBPCB4) ONCE PER IRA - NAME AND TIN FOR THE FILINGS
       GET-HOLDER.
           IF WS-HOLDER-READ = 'Y'
             GO TO GET-HOLDER-END
           END-IF.
           MOVE 'Y' TO WS-HOLDER-READ.
           MOVE CUSTID-CA TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
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
           END-IF.
           MOVE TIN-CD TO TINP-STORED.
           MOVE CUSTID-CA TO TINP-SALT.
           PERFORM REVEAL-TIN THRU REVEAL-TIN-END.
           IF TIN-CD = SPACES
             ADD 1 TO FILED-NO-TIN
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       GET-HOLDER-END.
           EXIT.

      * PROCEDURE WRITE-CONTRIB-RECORD : ONE 'B' RECORD ON IRACOUT -
      * THE YEAR'S CONTRIBUTIONS AND THE YEAR-END VALUE
       WRITE-CONTRIB-RECORD.
           PERFORM GET-HOLDER THRU GET-HOLDER-END.
           MOVE SPACES TO IRAC-REC.
           MOVE 'B' TO IRAC-RECTYPE.
           MOVE REPORT-YEAR TO IRAC-YEAR.
           MOVE TINP-CLEAR TO IRAC-TIN.
           MOVE CUSTID-CA TO IRAC-CUSTID.
           MOVE ACCID-ACC TO IRAC-ACCID.
           MOVE LASTNAME-CD TO IRAC-LASTNAME.
           MOVE FIRSTNAME-CD TO IRAC-FIRSTNM.
           MOVE WS-CONTRIB TO IRAC-CONTRIB.
           MOVE WS-LATE-CONTRIB TO IRAC-LATE.
           IF WS-FMV > 0
             MOVE WS-FMV TO IRAC-FMV
           ELSE
             MOVE 0 TO IRAC-FMV
           END-IF.
           WRITE IRAC-REC.
           ADD 1 TO CONTRIB-FILED.
           ADD WS-CONTRIB TO TOTAL-CONTRIB.
           ADD WS-LATE-CONTRIB TO TOTAL-LATE.
           ADD IRAC-FMV TO TOTAL-FMV.
       WRITE-CONTRIB-RECORD-END.
           EXIT.

      * PROCEDURE WRITE-DIST-RECORD : ONE 'B' RECORD ON IRADOUT FOR
      * THE DISTRIBUTION CODE AND AMOUNTS THE CALLER SET IN IRAD-REC
       WRITE-DIST-RECORD.
           PERFORM GET-HOLDER THRU GET-HOLDER-END.
           MOVE 'B' TO IRAD-RECTYPE.
           MOVE REPORT-YEAR TO IRAD-YEAR.
           MOVE TINP-CLEAR TO IRAD-TIN.
           MOVE CUSTID-CA TO IRAD-CUSTID.
           MOVE ACCID-ACC TO IRAD-ACCID.
           MOVE LASTNAME-CD TO IRAD-LASTNAME.
           MOVE FIRSTNAME-CD TO IRAD-FIRSTNM.
           WRITE IRAD-REC.
           ADD 1 TO DIST-FILED.
           ADD IRAD-GROSS TO TOTAL-GROSS.
           ADD IRAD-FEDWH TO TOTAL-FEDWH.
           ADD IRAD-STWH TO TOTAL-STWH.
       WRITE-DIST-RECORD-END.
           EXIT.

      * PROCEDURE REVEAL-TIN : DECIPHERS TINP-STORED (SALT TINP-SALT)
      * INTO TINP-CLEAR FOR THE FILING, AND WHEN A VALUE WAS ACTUALLY
      * DECIPHERED COUNTS IT AND LOGS EVENT 'V' ON THE SECEVT TRAIL
      * (DBPCB5) WITH THE OUTPUT IN THE DEVICE FIELD
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
           MOVE 'IRAEXTR FILINGS' TO DEVICE-SEV.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB5.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SECEVT-SEG, SECEVT-SSA.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = 'II'
             DISPLAY 'SECEVT ISRT FAILED WITH STATUS CODE: ' DBSTAT
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
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
