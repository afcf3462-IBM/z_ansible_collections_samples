       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNINTYR.

      ******************************************************************
      * YEAR-END LOAN INTEREST-PAID STATEMENT AND TAX EXTRACT - THE
      * BORROWER'S SIDE OF INT1099. WALKS EVERY CUSTACCS ROW (DBPCB2)
      * THE WAY INT1099 DOES, READS EACH OWNED INSTALLMENT LOAN
      * (ACCTYPE 'L', DBPCB1) AND ITS LOANTERM CHILD, AND SCANS THE
      * LOAN'S HISTORY FOR THE REPORT YEAR THROUGH THE ACCIDHX
      * SECONDARY INDEX (DBPCB3):
      *   INTEREST CHARGED - THE 'm' ROWS LOANBILL POSTS WHEN IT
      *                      CAPITALIZES THE NOTE INTEREST ON A DUE DATE
      *   PAYMENTS         - EVERY CREDIT TO THE LOAN (THE 't' LEGS
      *                      LOANBILL POSTS, TRANSFERS IN, A PAYOFF)
      * A PAYMENT SERVICES THE INTEREST CAPITALIZED AHEAD OF IT FIRST,
      * SO THE INTEREST PAID FOR THE YEAR IS THE LESSER OF THE TWO AND
      * THE REST OF THE PAYMENTS WENT TO PRINCIPAL. THE LOAN'S
      * YEAR-END PRINCIPAL IS THE BALANCE AFTER ITS LAST POSTING OF
      * THE YEAR.
      *
      * EVERY OWNER OF A LOAN WITH ACTIVITY IN THE YEAR GETS A LINE ON
      * THEIR YEAR-END LOAN STATEMENT (LNSTMT), TOTALED PER BORROWER:
      *   "H",CUSTID,YEAR,"LAST NAME","FIRST NAME","ADDRESS","CITY",
      *       "ST","ZIP"
      *   "D",CUSTID,ACCID,"ROLE",INTEREST CHARGED,PAYMENTS,
      *       INTEREST PAID,PRINCIPAL PAID,YEAR-END PRINCIPAL,"FILED"
      *   "T",CUSTID,LOANS,TOTAL INTEREST PAID
      *
      * A LOAN QUALIFIES FOR THE ELECTRONIC FILING WHEN ITS LOANTERM
      * ROW IS MARKED REPORTABLE (TAXRPT-LN 'Y' - SECURED BY REAL
      * PROPERTY) AND THE INTEREST PAID IS FILE-THRESHOLD OR MORE.
      * IT IS FILED ONCE, AGAINST THE PRIMARY ('P') OWNER, ON LNIRSOUT
      * - THE SAME 'T' HEADER / 'B' PAYER / 'F' TRAILER SHAPE AS
      * INT1099'S IRSOUT, KEYED BY TIN AND CARRYING THE LOAN ACCOUNT.
      *
      * A CORRECTED-FILING RUN ("C" ON THE LNYRCTL CARD, OPTIONALLY
      * FOLLOWED BY THE REPORT YEAR) READS WHAT WAS ALREADY FILED FROM
      * LNPRIOR - THE ORIGINAL LNIRSOUT, FOLLOWED BY ANY EARLIER
      * CORRECTIONS, THE LAST FIGURE FOR A LOAN WINNING - AND FILES
      * ONLY THE LOANS WHOSE FIGURE HAS CHANGED SINCE, MARKED 'G' AS
      * CORRECTED RETURNS: A LATE ADJUSTMENT, A LOAN THAT NOW
      * QUALIFIES, OR ONE THAT NO LONGER DOES (FILED AT ZERO). ONLY
      * THOSE LOANS' STATEMENT LINES ARE WRITTEN ON A CORRECTED RUN.
      * NO CARD (DD DUMMY) IS THE ORIGINAL FILING FOR THE CALENDAR YEAR
      * BEFORE THE RUN DATE.
      *
      * THE TIN IS STORED PROTECTED; LNIRSOUT IS A FILING THAT NEEDS
      * THE FULL NUMBER, SO THE PAYER'S TIN IS DECIPHERED FOR EACH 'B'
      * RECORD, COUNTED, AND LOGGED AS SECEVT EVENT 'V' ON DBPCB5 (SEE
      * REVEAL-TIN). THE LNSTMT STATEMENT CARRIES NO TIN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    YEAR-END LOAN STATEMENT LINES - SEE THE LAYOUT ABOVE
           SELECT LNSTMT-FILE ASSIGN TO LNSTMT.
      *    ELECTRONIC FILING - SEE LNIRS-REC BELOW
           SELECT LNIRS-FILE ASSIGN TO LNIRSOUT.
      *    WHAT WAS FILED BEFORE - READ ONLY ON A CORRECTED RUN
           SELECT LNPRIOR-FILE ASSIGN TO LNPRIOR.
      *    OPTIONAL RUN CARD
           SELECT LNYRCTL-FILE ASSIGN TO LNYRCTL.

       DATA DIVISION.

       FILE SECTION.
         FD LNSTMT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LNSTMT-OUT.
       01  LNSTMT-OUT           PIC X(250).

         FD LNIRS-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LNIRS-REC.
      * FIXED POSITIONS, NO DELIMITERS: 'T' TRANSMITTER HEADER, 'B'
      * PAYER DETAIL (TIN, CUSTID, LOAN ACCOUNT, NAME, INTEREST PAID,
      * YEAR-END PRINCIPAL), 'F' TRAILER (PAYER COUNT, TOTAL INTEREST).
      * LNIRS-CORR IS 'G' ON EVERY RECORD OF A CORRECTED FILING.
       01  LNIRS-REC.
           05  LNIRS-RECTYPE   PIC  X(01).
           05  LNIRS-YEAR      PIC  9(04).
           05  LNIRS-CORR      PIC  X(01).
           05  LNIRS-TIN       PIC  X(09).
           05  LNIRS-CUSTID    PIC  9(09).
           05  LNIRS-ACCID     PIC  9(18).
           05  LNIRS-LASTNAME  PIC  X(30).
           05  LNIRS-FIRSTNM   PIC  X(20).
           05  LNIRS-INTEREST  PIC  9(13)V99.
           05  LNIRS-PRINBAL   PIC  9(13)V99.

         FD LNPRIOR-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LNPRIOR-IN.
       01  LNPRIOR-IN           PIC X(122).

         FD LNYRCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS LNYRCTL-IN.
       01  LNYRCTL-IN           PIC X(80).

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

       77  LOAN-ACCTYPE        PIC X(01) VALUE 'L'.
      * THE FILING THRESHOLD FOR INTEREST RECEIVED ON A LOAN SECURED BY
      * REAL PROPERTY
       77  FILE-THRESHOLD      PIC S9(13)V9(2) COMP-3 VALUE 600.00.

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

       01  LOANTERM-SSA.
           05  FILLER          PIC  X(08)        VALUE "LOANTERM".
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
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE-ACC    PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH-ACC   PIC  X(04).

      *    LOANTERM-SEG - THE INSTALLMENT LOAN'S NOTE TERMS. SEE
      *    LOANBILL FOR HOW PAYMENTS POST AND INTEREST ACCRUES.
       01  LOANTERM-SEG.
           05  ACCID-LN        PIC  S9(18) COMP-5.
           05  PRINCIPAL-LN    PIC  S9(13)V9(2) COMP-3.
           05  RATE-LN         PIC  S9(1)V9(4) COMP-3.
           05  TERMMOS-LN      PIC  S9(3) COMP-3.
           05  PAYMENT-LN      PIC  S9(13)V9(2) COMP-3.
           05  NEXTDUE-LN      PIC  X(10).
           05  PAYACCID-LN     PIC  S9(18) COMP-5.
           05  PAIDMOS-LN      PIC  S9(3) COMP-3.
           05  LASTPAID-LN     PIC  X(10).
      * 'Y' WHEN THE INTEREST THE BORROWER PAYS IS REPORTABLE ON THE
      * YEAR-END FILING (A LOAN SECURED BY REAL PROPERTY)
           05  TAXRPT-LN       PIC  X(01).

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
      *TIN DECRYPTION - THE LNIRSOUT FILING IS ONE OF THE FEW OUTPUTS
      *THAT CARRIES THE FULL TAXPAYER NUMBER, SO THE STORED VALUE IS
      *DECIPHERED HERE (SEE TINPROT). EVERY DECRYPTION IS COUNTED AND
      *LOGGED ON THE SECEVT TRAIL AS EVENT 'V'.
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
      *RUN CARD - "C" FOR A CORRECTED FILING, THEN OPTIONALLY THE
      *REPORT YEAR. NO CARD IS THE ORIGINAL FILING.
      ******************************************************************

       01  WS-LNYRCTL-EOF      PIC  X(01) VALUE 'N'.
           88  LNYRCTL-EOF         VALUE 'Y'.
       01  TXT-RUN-MODE        PIC  X(01).
       01  TXT-RUN-YEAR        PIC  X(04).
       01  WS-FILING-MODE      PIC  X(01) VALUE 'O'.
           88  CORRECTING          VALUE 'C'.

      ******************************************************************
      *WHAT WAS ALREADY FILED - LOADED FROM LNPRIOR ON A CORRECTED RUN,
      *ONE ROW PER LOAN, THE LAST 'B' RECORD FOR A LOAN WINNING. A ROW
      *THE RUN NEVER MEETS AGAIN IS A LOAN NO LONGER ON FILE.
      ******************************************************************

       77  MAX-PRIOR           PIC  9(05)        VALUE 09999.
       77  TOTAL-PRIOR         PIC  9(05)        VALUE 0.
       77  WS-PF-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-PF-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.

       01  PRIOR-TABLE.
           05  PRIOR-ENTRY OCCURS 9999 TIMES
                          INDEXED BY PF-IX.
               10  PF-ACCID        PIC  S9(18) COMP-5.
               10  PF-SEEN         PIC  X(01).
               10  PF-IMAGE        PIC  X(122).

       01  WS-LNPRIOR-EOF      PIC  X(01) VALUE 'N'.
           88  LNPRIOR-EOF         VALUE 'Y'.

      ******************************************************************
      *PER-LOAN AND PER-BORROWER WORK AREAS
      ******************************************************************

       77  WS-CUR-CUSTID       PIC S9(9) COMP-5 VALUE 0.
       77  WS-BOR-HEADER       PIC X(01) VALUE 'N'.
       77  WS-BOR-READ         PIC X(01) VALUE 'N'.
       77  WS-BOR-LOANS        PIC S9(9) COMP-5 VALUE 0.
       77  WS-BOR-INTPAID      PIC S9(13)V9(2) COMP-3 VALUE 0.
       77  WS-TAXRPT           PIC X(01).
       77  WS-INT-CHARGED      PIC S9(13)V9(2) COMP-3.
       77  WS-PAYMENTS         PIC S9(13)V9(2) COMP-3.
       77  WS-INT-PAID         PIC S9(13)V9(2) COMP-3.
       77  WS-PRIN-PAID        PIC S9(13)V9(2) COMP-3.
       77  WS-YE-PRINCIPAL     PIC S9(13)V9(2) COMP-3.
       77  WS-ACTIVE           PIC X(01).
       77  WS-FILE-AMOUNT      PIC S9(13)V9(2) COMP-3.
       77  WS-PRIOR-AMOUNT     PIC S9(13)V9(2) COMP-3.
       77  WS-LOAN-FILED       PIC X(01).
       77  WS-LOAN-CHANGED     PIC X(01).

       01  LOANS-SCANNED       PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-STATED        PIC  S9(9) COMP-5 VALUE 0.
       01  BORROWERS-STATED    PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-FILED         PIC  S9(9) COMP-5 VALUE 0.
       01  LOANS-CORRECTED     PIC  S9(9) COMP-5 VALUE 0.
       01  FILED-NO-TIN        PIC  S9(9) COMP-5 VALUE 0.
       01  TOTAL-INTEREST-PAID PIC  S9(15)V9(2) COMP-3 VALUE 0.
       01  TOTAL-FILED         PIC  S9(15)V9(2) COMP-3 VALUE 0.

       01  TXT-CUSTID-E        PIC  Z(8)9.
       01  TXT-ACCID-E         PIC  Z(17)9.
       01  TXT-COUNT-E         PIC  Z(8)9.
       01  TXT-AMT-E           PIC  -(11)9.99.
       01  TXT-AMT2-E          PIC  -(11)9.99.
       01  TXT-AMT3-E          PIC  -(11)9.99.
       01  TXT-AMT4-E          PIC  -(11)9.99.
       01  TXT-AMT5-E          PIC  -(11)9.99.

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
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5.

       BEGIN.
           PERFORM COMPUTE-REPORT-YEAR THRU COMPUTE-REPORT-YEAR-END.
           PERFORM READ-RUN-CARD THRU READ-RUN-CARD-END.
           IF CORRECTING
             PERFORM LOAD-PRIOR-FILING THRU LOAD-PRIOR-FILING-END
             DISPLAY 'LNINTYR - CORRECTED LOAN INTEREST FILING FOR '
                REPORT-YEAR ' - ' TOTAL-PRIOR ' LOANS PREVIOUSLY FILED'
           ELSE
             DISPLAY 'LNINTYR - LOAN INTEREST STATEMENT AND FILING FOR '
                REPORT-YEAR
           END-IF.

           OPEN OUTPUT LNSTMT-FILE.
           OPEN OUTPUT LNIRS-FILE.
           MOVE SPACES TO LNIRS-REC.
           MOVE 'T' TO LNIRS-RECTYPE.
           MOVE REPORT-YEAR TO LNIRS-YEAR.
           PERFORM SET-CORRECTION-MARK THRU SET-CORRECTION-MARK-END.
           MOVE 0 TO LNIRS-CUSTID.
           MOVE 0 TO LNIRS-ACCID.
           MOVE 0 TO LNIRS-INTEREST.
           MOVE 0 TO LNIRS-PRINBAL.
           WRITE LNIRS-REC.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA.
           PERFORM PROCESS-CUSTACCS-ROW THRU PROCESS-CUSTACCS-ROW-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           PERFORM CLOSE-BORROWER THRU CLOSE-BORROWER-END.

           IF CORRECTING
             PERFORM FILE-ONE-DROPPED-LOAN
                THRU FILE-ONE-DROPPED-LOAN-END
                VARYING WS-PF-IX FROM 1 BY 1
                UNTIL WS-PF-IX > TOTAL-PRIOR
           END-IF.

           MOVE SPACES TO LNIRS-REC.
           MOVE 'F' TO LNIRS-RECTYPE.
           MOVE REPORT-YEAR TO LNIRS-YEAR.
           PERFORM SET-CORRECTION-MARK THRU SET-CORRECTION-MARK-END.
           IF CORRECTING
             MOVE LOANS-CORRECTED TO LNIRS-CUSTID
           ELSE
             MOVE LOANS-FILED TO LNIRS-CUSTID
           END-IF.
           MOVE 0 TO LNIRS-ACCID.
           MOVE TOTAL-FILED TO LNIRS-INTEREST.
           MOVE 0 TO LNIRS-PRINBAL.
           WRITE LNIRS-REC.

           CLOSE LNIRS-FILE.
           CLOSE LNSTMT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'LOAN ACCOUNTS SCANNED:    ' LOANS-SCANNED.
           DISPLAY 'LOAN STATEMENT LINES:     ' LOANS-STATED.
           DISPLAY 'BORROWERS STATED:         ' BORROWERS-STATED.
           DISPLAY 'TOTAL INTEREST PAID:      ' TOTAL-INTEREST-PAID.
           IF CORRECTING
             DISPLAY 'CORRECTED RETURNS FILED:  ' LOANS-CORRECTED
           ELSE
             DISPLAY 'LOANS FILED:              ' LOANS-FILED
           END-IF.
           DISPLAY 'INTEREST FILED:           ' TOTAL-FILED.
           DISPLAY 'FILED WITHOUT A TIN:      ' FILED-NO-TIN.
           DISPLAY 'TINS DECRYPTED:           ' TINS-DECRYPTED.
           DISPLAY '========================================'.

      * A PAYER FILED WITH NO TIN WILL DRAW A NOTICE - FLAG THE STEP
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

      * PROCEDURE READ-RUN-CARD : ONE OPTIONAL CARD ON LNYRCTL - "C"
      * MAKES THIS A CORRECTED FILING; A YEAR AFTER IT OVERRIDES THE
      * REPORT YEAR
       READ-RUN-CARD.
           MOVE 'O' TO WS-FILING-MODE.
           MOVE SPACES TO TXT-RUN-MODE.
           MOVE SPACES TO TXT-RUN-YEAR.
           MOVE 'N' TO WS-LNYRCTL-EOF.
           OPEN INPUT LNYRCTL-FILE.
           READ LNYRCTL-FILE
             AT END
               MOVE 'Y' TO WS-LNYRCTL-EOF
           END-READ.
           CLOSE LNYRCTL-FILE.
           IF NOT LNYRCTL-EOF
             UNSTRING LNYRCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-RUN-MODE
                    TXT-RUN-YEAR
             END-UNSTRING
             IF TXT-RUN-MODE = 'C'
               MOVE 'C' TO WS-FILING-MODE
             END-IF
             IF TXT-RUN-YEAR IS NUMERIC
               MOVE TXT-RUN-YEAR TO REPORT-YEAR
             END-IF
           END-IF.
       READ-RUN-CARD-END.
           EXIT.

      * PROCEDURE LOAD-PRIOR-FILING : READS EVERY 'B' RECORD ALREADY
      * FILED FOR THE REPORT YEAR INTO PRIOR-TABLE - A LATER RECORD FOR
      * THE SAME LOAN (AN EARLIER CORRECTION) REPLACES THE FIRST
       LOAD-PRIOR-FILING.
           MOVE 0 TO TOTAL-PRIOR.
           MOVE 'N' TO WS-LNPRIOR-EOF.
           OPEN INPUT LNPRIOR-FILE.
           READ LNPRIOR-FILE
             AT END
               MOVE 'Y' TO WS-LNPRIOR-EOF
           END-READ.
           PERFORM LOAD-ONE-PRIOR THRU LOAD-ONE-PRIOR-END
              UNTIL LNPRIOR-EOF.
           CLOSE LNPRIOR-FILE.
       LOAD-PRIOR-FILING-END.
           EXIT.

       LOAD-ONE-PRIOR.
           MOVE LNPRIOR-IN TO LNIRS-REC.
           IF LNIRS-RECTYPE = 'B' AND LNIRS-YEAR = REPORT-YEAR
             PERFORM FIND-PRIOR-ROW THRU FIND-PRIOR-ROW-END
             IF WS-PF-FOUND-IX NOT = 0
               SET PF-IX TO WS-PF-FOUND-IX
               MOVE LNPRIOR-IN TO PF-IMAGE (PF-IX)
             ELSE
               IF TOTAL-PRIOR < MAX-PRIOR
                 ADD 1 TO TOTAL-PRIOR
                 SET PF-IX TO TOTAL-PRIOR
                 MOVE LNIRS-ACCID TO PF-ACCID (PF-IX)
                 MOVE 'N' TO PF-SEEN (PF-IX)
                 MOVE LNPRIOR-IN TO PF-IMAGE (PF-IX)
               ELSE
                 DISPLAY 'LNPRIOR - PRIOR FILING TABLE FULL, ROW '
                    'SKIPPED: ' LNIRS-ACCID
               END-IF
             END-IF
           END-IF.

           READ LNPRIOR-FILE
             AT END
               MOVE 'Y' TO WS-LNPRIOR-EOF
           END-READ.
       LOAD-ONE-PRIOR-END.
           EXIT.

      * PROCEDURE FIND-PRIOR-ROW : LINEAR SEARCH OF PRIOR-TABLE FOR
      * LNIRS-ACCID, LEAVING WS-PF-FOUND-IX 0 IF NOT FOUND
       FIND-PRIOR-ROW.
           MOVE 0 TO WS-PF-FOUND-IX.
           PERFORM TEST-ONE-PRIOR-ROW THRU TEST-ONE-PRIOR-ROW-END
              VARYING WS-PF-IX FROM 1 BY 1
              UNTIL WS-PF-IX > TOTAL-PRIOR
                 OR WS-PF-FOUND-IX NOT = 0.
       FIND-PRIOR-ROW-END.

       TEST-ONE-PRIOR-ROW.
           IF PF-ACCID (WS-PF-IX) = LNIRS-ACCID
             MOVE WS-PF-IX TO WS-PF-FOUND-IX
           END-IF.
       TEST-ONE-PRIOR-ROW-END.

      * PROCEDURE PROCESS-CUSTACCS-ROW : CLOSES OFF THE LAST BORROWER
      * WHEN THE CUSTID CHANGES, STATES THE CURRENT ROW'S ACCOUNT IF IT
      * IS A LOAN, THEN ADVANCES TO THE NEXT ROW
       PROCESS-CUSTACCS-ROW.
           IF DBSTAT = SPACES
             IF CUSTID-CA NOT = WS-CUR-CUSTID
               PERFORM CLOSE-BORROWER THRU CLOSE-BORROWER-END
               MOVE CUSTID-CA TO WS-CUR-CUSTID
             END-IF

             SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1
             MOVE ACCID-CA TO ACCID
             CALL 'CBLTDLI'
               USING GU, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA1
             IF DBSTAT = SPACES
               IF ACCTYPE-ACC = LOAN-ACCTYPE
                 PERFORM STATE-ONE-LOAN THRU STATE-ONE-LOAN-END
               END-IF
             ELSE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
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

      * PROCEDURE STATE-ONE-LOAN : TOTALS THE LOAN'S YEAR, WRITES ITS
      * STATEMENT LINE AND - FOR THE PRIMARY OWNER OF A QUALIFYING
      * LOAN - ITS FILING RECORD. A LOAN HELD JOINTLY IS SCANNED ONCE
      * PER OWNER, BUT COUNTED AND FILED ONLY ON THE 'P' ROW.
       STATE-ONE-LOAN.
      *    THE LOAN'S NOTE TERMS - A LOAN WITHOUT THEM IS NOT REPORTABLE
           MOVE 'N' TO WS-TAXRPT.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, LOANTERM-SEG, LOANTERM-SSA.
           IF DBSTAT = SPACES
             MOVE TAXRPT-LN TO WS-TAXRPT
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.

           PERFORM SCAN-LOAN-YEAR THRU SCAN-LOAN-YEAR-END.
           IF OWNERROLE-CA = 'P'
             ADD 1 TO LOANS-SCANNED
           END-IF.
           IF WS-ACTIVE NOT = 'Y'
             GO TO STATE-ONE-LOAN-END
           END-IF.

           IF WS-INT-CHARGED < WS-PAYMENTS
             MOVE WS-INT-CHARGED TO WS-INT-PAID
           ELSE
             MOVE WS-PAYMENTS TO WS-INT-PAID
           END-IF.
           IF WS-INT-PAID < 0
             MOVE 0 TO WS-INT-PAID
           END-IF.
           COMPUTE WS-PRIN-PAID = WS-PAYMENTS - WS-INT-PAID.

      *    WHAT THIS LOAN'S FILING SHOULD SAY - ZERO WHEN IT DOES NOT
      *    QUALIFY
           MOVE 'N' TO WS-LOAN-FILED.
           MOVE 0 TO WS-FILE-AMOUNT.
           IF WS-TAXRPT = 'Y' AND WS-INT-PAID >= FILE-THRESHOLD
             MOVE 'Y' TO WS-LOAN-FILED
             MOVE WS-INT-PAID TO WS-FILE-AMOUNT
           END-IF.

      *    ON A CORRECTED RUN, ONLY A LOAN WHOSE FIGURE MOVED MATTERS
           MOVE 'Y' TO WS-LOAN-CHANGED.
           IF CORRECTING
             MOVE ACCID-ACC TO LNIRS-ACCID
             PERFORM FIND-PRIOR-ROW THRU FIND-PRIOR-ROW-END
             MOVE 0 TO WS-PRIOR-AMOUNT
             IF WS-PF-FOUND-IX NOT = 0
               SET PF-IX TO WS-PF-FOUND-IX
               MOVE 'Y' TO PF-SEEN (PF-IX)
               MOVE PF-IMAGE (PF-IX) TO LNIRS-REC
               MOVE LNIRS-INTEREST TO WS-PRIOR-AMOUNT
             END-IF
             IF WS-PRIOR-AMOUNT = WS-FILE-AMOUNT
               MOVE 'N' TO WS-LOAN-CHANGED
             END-IF
           END-IF.
           IF WS-LOAN-CHANGED NOT = 'Y'
             GO TO STATE-ONE-LOAN-END
           END-IF.

           PERFORM WRITE-LOAN-DETAIL THRU WRITE-LOAN-DETAIL-END.
           ADD 1 TO LOANS-STATED.
           ADD 1 TO WS-BOR-LOANS.
           ADD WS-INT-PAID TO WS-BOR-INTPAID.
           IF OWNERROLE-CA = 'P'
             ADD WS-INT-PAID TO TOTAL-INTEREST-PAID
           END-IF.

           IF OWNERROLE-CA = 'P'
             IF CORRECTING OR WS-LOAN-FILED = 'Y'
               PERFORM WRITE-FILING-RECORD
                  THRU WRITE-FILING-RECORD-END
             END-IF
           END-IF.
       STATE-ONE-LOAN-END.
           EXIT.

      * PROCEDURE SCAN-LOAN-YEAR : READS THE LOAN'S HISTORY THROUGH
      * THE ACCIDHX SECONDARY INDEX, FOOTING THE REPORT YEAR'S INTEREST
      * CHARGED AND PAYMENTS, AND CARRYING THE BALANCE AFTER ITS LAST
      * POSTING OF THE YEAR
       SCAN-LOAN-YEAR.
           MOVE 0 TO WS-INT-CHARGED.
           MOVE 0 TO WS-PAYMENTS.
           MOVE 0 TO WS-YE-PRINCIPAL.
           MOVE 'N' TO WS-ACTIVE.
           MOVE ACCID-ACC TO HX-ACCID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, HISTORY-SEG, HISTORY-SSAX.
           PERFORM SCAN-ONE-LOAN-HIST THRU SCAN-ONE-LOAN-HIST-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       SCAN-LOAN-YEAR-END.
           EXIT.

       SCAN-ONE-LOAN-HIST.
           IF DBSTAT = SPACES
             IF ACCID-HIST = ACCID-ACC
               IF HIST-YEAR NOT > REPORT-YEAR
                 COMPUTE WS-YE-PRINCIPAL = 0 - BALAFTER-HIST
               END-IF
               IF HIST-YEAR = REPORT-YEAR
                 MOVE 'Y' TO WS-ACTIVE
                 IF TRANSTYP-HIST = 'm'
                   COMPUTE WS-INT-CHARGED = WS-INT-CHARGED - AMOUNT-HIST
                 END-IF
                 IF AMOUNT-HIST > 0
                   ADD AMOUNT-HIST TO WS-PAYMENTS
                 END-IF
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
       SCAN-ONE-LOAN-HIST-END.

      * PROCEDURE GET-BORROWER : READS THE CURRENT BORROWER'S CUSTOMER
      * ROW (DBPCB4) ONCE - NAME AND ADDRESS FOR THE STATEMENT, TIN
      * FOR THE FILING
       GET-BORROWER.
           IF WS-BOR-READ = 'Y'
             GO TO GET-BORROWER-END
           END-IF.
           MOVE 'Y' TO WS-BOR-READ.
           MOVE WS-CUR-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE WS-CUR-CUSTID TO CUSTID-CD
             MOVE SPACES TO LASTNAME-CD
             MOVE SPACES TO FIRSTNAME-CD
             MOVE SPACES TO ADDRESS-CD
             MOVE SPACES TO CITY-CD
             MOVE SPACES TO STATE-CD
             MOVE SPACES TO ZIPCODE-CD
             MOVE SPACES TO TIN-CD
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       GET-BORROWER-END.
           EXIT.

      * PROCEDURE WRITE-LOAN-DETAIL : THE BORROWER'S HEADER THE FIRST
      * TIME ONE OF THEIR LOANS IS STATED, THEN THE LOAN'S LINE
       WRITE-LOAN-DETAIL.
           IF WS-BOR-HEADER NOT = 'Y'
             PERFORM GET-BORROWER THRU GET-BORROWER-END
             MOVE WS-CUR-CUSTID TO TXT-CUSTID-E
             MOVE SPACES TO LNSTMT-OUT
             STRING '"H",' FUNCTION TRIM (TXT-CUSTID-E) ','
                     REPORT-YEAR ',"'
                     FUNCTION TRIM (LASTNAME-CD) '","'
                     FUNCTION TRIM (FIRSTNAME-CD) '","'
                     FUNCTION TRIM (ADDRESS-CD) '","'
                     FUNCTION TRIM (CITY-CD) '","'
                     STATE-CD '","'
                     FUNCTION TRIM (ZIPCODE-CD) '"'
                DELIMITED BY SIZE INTO LNSTMT-OUT
             END-STRING
             WRITE LNSTMT-OUT
             MOVE 'Y' TO WS-BOR-HEADER
             ADD 1 TO BORROWERS-STATED
           END-IF.

           MOVE WS-CUR-CUSTID TO TXT-CUSTID-E.
           MOVE ACCID-ACC TO TXT-ACCID-E.
           MOVE WS-INT-CHARGED TO TXT-AMT-E.
           MOVE WS-PAYMENTS TO TXT-AMT2-E.
           MOVE WS-INT-PAID TO TXT-AMT3-E.
           MOVE WS-PRIN-PAID TO TXT-AMT4-E.
           MOVE WS-YE-PRINCIPAL TO TXT-AMT5-E.
           MOVE SPACES TO LNSTMT-OUT.
           STRING '"D",' FUNCTION TRIM (TXT-CUSTID-E) ','
                   FUNCTION TRIM (TXT-ACCID-E) ',"'
                   OWNERROLE-CA '",'
                   FUNCTION TRIM (TXT-AMT-E) ','
                   FUNCTION TRIM (TXT-AMT2-E) ','
                   FUNCTION TRIM (TXT-AMT3-E) ','
                   FUNCTION TRIM (TXT-AMT4-E) ','
                   FUNCTION TRIM (TXT-AMT5-E) ',"'
                   WS-LOAN-FILED '"'
              DELIMITED BY SIZE INTO LNSTMT-OUT
           END-STRING.
           WRITE LNSTMT-OUT.
       WRITE-LOAN-DETAIL-END.
           EXIT.

      * PROCEDURE CLOSE-BORROWER : THE TOTAL LINE FOR THE BORROWER JUST
      * FINISHED, IF ANY OF THEIR LOANS WAS STATED, AND A CLEAN SLATE
      * FOR THE NEXT
       CLOSE-BORROWER.
           IF WS-BOR-HEADER = 'Y'
             MOVE WS-CUR-CUSTID TO TXT-CUSTID-E
             MOVE WS-BOR-LOANS TO TXT-COUNT-E
             MOVE WS-BOR-INTPAID TO TXT-AMT-E
             MOVE SPACES TO LNSTMT-OUT
             STRING '"T",' FUNCTION TRIM (TXT-CUSTID-E) ','
                     FUNCTION TRIM (TXT-COUNT-E) ','
                     FUNCTION TRIM (TXT-AMT-E)
                DELIMITED BY SIZE INTO LNSTMT-OUT
             END-STRING
             WRITE LNSTMT-OUT
           END-IF.
           MOVE 'N' TO WS-BOR-HEADER.
           MOVE 'N' TO WS-BOR-READ.
           MOVE 0 TO WS-BOR-LOANS.
           MOVE 0 TO WS-BOR-INTPAID.
       CLOSE-BORROWER-END.
           EXIT.

      * PROCEDURE WRITE-FILING-RECORD : ONE 'B' RECORD FOR THE LOAN,
      * KEYED BY THE PRIMARY BORROWER'S TIN. A PAYER WITH NO TIN ON
      * FILE STILL FILES, WITH A BLANK TIN, AS INT1099 DOES.
       WRITE-FILING-RECORD.
           PERFORM GET-BORROWER THRU GET-BORROWER-END.
           MOVE SPACES TO LNIRS-REC.
           MOVE 'B' TO LNIRS-RECTYPE.
           MOVE REPORT-YEAR TO LNIRS-YEAR.
           PERFORM SET-CORRECTION-MARK THRU SET-CORRECTION-MARK-END.
           MOVE TIN-CD TO TINP-STORED.
           MOVE WS-CUR-CUSTID TO TINP-SALT.
           PERFORM REVEAL-TIN THRU REVEAL-TIN-END.
           MOVE TINP-CLEAR TO LNIRS-TIN.
           MOVE WS-CUR-CUSTID TO LNIRS-CUSTID.
           MOVE ACCID-ACC TO LNIRS-ACCID.
           MOVE LASTNAME-CD TO LNIRS-LASTNAME.
           MOVE FIRSTNAME-CD TO LNIRS-FIRSTNM.
           MOVE WS-FILE-AMOUNT TO LNIRS-INTEREST.
           IF WS-YE-PRINCIPAL > 0
             MOVE WS-YE-PRINCIPAL TO LNIRS-PRINBAL
           ELSE
             MOVE 0 TO LNIRS-PRINBAL
           END-IF.
           WRITE LNIRS-REC.
           ADD WS-FILE-AMOUNT TO TOTAL-FILED.
           IF TIN-CD = SPACES
             ADD 1 TO FILED-NO-TIN
           END-IF.
           IF CORRECTING
             ADD 1 TO LOANS-CORRECTED
             DISPLAY 'CORRECTED RETURN - ACCID: ' ACCID-ACC
                ' WAS: ' WS-PRIOR-AMOUNT ' NOW: ' WS-FILE-AMOUNT
           ELSE
             ADD 1 TO LOANS-FILED
           END-IF.
       WRITE-FILING-RECORD-END.
           EXIT.

      * PROCEDURE FILE-ONE-DROPPED-LOAN : ON A CORRECTED RUN, A LOAN
      * FILED BEFORE THAT THIS RUN NEVER MET (NO LONGER ON FILE, OR NO
      * LONGER SHOWING ANY ACTIVITY FOR THE YEAR) IS REFILED AT ZERO
       FILE-ONE-DROPPED-LOAN.
           SET PF-IX TO WS-PF-IX.
           IF PF-SEEN (PF-IX) = 'Y'
             GO TO FILE-ONE-DROPPED-LOAN-END
           END-IF.
           MOVE PF-IMAGE (PF-IX) TO LNIRS-REC.
           IF LNIRS-INTEREST = 0
             GO TO FILE-ONE-DROPPED-LOAN-END
           END-IF.
           DISPLAY 'CORRECTED RETURN - ACCID: ' LNIRS-ACCID
              ' WAS: ' LNIRS-INTEREST ' NOW: 0 - NOT FOUND THIS RUN'.
           PERFORM SET-CORRECTION-MARK THRU SET-CORRECTION-MARK-END.
           MOVE 0 TO LNIRS-INTEREST.
           WRITE LNIRS-REC.
           ADD 1 TO LOANS-CORRECTED.
       FILE-ONE-DROPPED-LOAN-END.
           EXIT.

       SET-CORRECTION-MARK.
           IF CORRECTING
             MOVE 'G' TO LNIRS-CORR
           ELSE
             MOVE SPACE TO LNIRS-CORR
           END-IF.
       SET-CORRECTION-MARK-END.
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
           MOVE 'LNINTYR LNIRSOUT' TO DEVICE-SEV.

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
