       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W8EXPRPT.

      ******************************************************************
      * W-8 RENEWAL REPORT - WALKS EVERY CUSTOMER ROW AND LISTS EACH
      * LIVE FOREIGN CUSTOMER (FORSTAT-CD 'F' OR 'T', SEE FBW8MNT)
      * WHOSE W-8 HAS EXPIRED OR EXPIRES WITHIN THE NEXT
      * W8-NOTICE-DAYS, SO A NEW FORM CAN BE REQUESTED BEFORE IT LAPSES.
      * A TREATY CLAIM ON AN EXPIRED FORM IS MARKED - INTPOST IS
      * ALREADY WITHHOLDING FROM THAT CUSTOMER AT THE STATUTORY RATE
      * UNTIL A NEW FORM IS RECORDED. ROWS RETIRED BY CUSTMRG ARE
      * SKIPPED.
      *
      * THE OPTIONAL W8RPTCTL CARD IS "<DAYS>" AND OVERRIDES THE NOTICE
      * WINDOW. RETURN-CODE 4 WHEN ANY FORM HAS ALREADY EXPIRED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL RUN CARD
           SELECT W8RPTCTL-FILE ASSIGN TO W8RPTCTL.

       DATA DIVISION.

       FILE SECTION.
         FD W8RPTCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS W8RPTCTL-IN.
       01  W8RPTCTL-IN          PIC X(80).

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
      *BUSINESS RULE CONSTANTS
      ******************************************************************

      * DAYS AHEAD OF EXPIRY A FORM IS FIRST LISTED FOR RENEWAL
       77  W8-NOTICE-DAYS      PIC S9(4) COMP-5 VALUE 90.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *CUSTOMER ROOT SEGMENT
      ******************************************************************

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
      *CLOCK STRUCTURE AND NOTICE-WINDOW CUTOFF
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
       01  WS-CUT-INT              PIC S9(9) COMP-5.
       01  WS-CUT-N                PIC 9(08).
       01  WS-CUT-X REDEFINES WS-CUT-N.
           05  CUT-YEAR            PIC 9(04).
           05  CUT-MONTH           PIC 9(02).
           05  CUT-DAY             PIC 9(02).
       01  NOTICE-CUTOFF-YMD       PIC X(10).

      ******************************************************************
      *RUN CARD - OPTIONALLY THE NOTICE WINDOW IN DAYS
      ******************************************************************

       01  WS-W8RPTCTL-EOF     PIC  X(01) VALUE 'N'.
           88  W8RPTCTL-EOF        VALUE 'Y'.
       01  TXT-RUN-LEAD        PIC  X(01).
       01  TXT-RUN-DAYS        PIC  X(04).

      ******************************************************************
      *REPORT LINE AND TOTALS
      ******************************************************************

       01  W8-LINE.
           05  W8L-CUSTID      PIC  Z(8)9.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  W8L-LASTNAME    PIC  X(20).
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  W8L-FIRSTNAME   PIC  X(12).
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  W8L-COUNTRY     PIC  X(02).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  W8L-FORSTAT     PIC  X(01).
           05  FILLER          PIC  X(01) VALUE SPACE.
           05  W8L-RATE        PIC  9.9999.
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  W8L-SIGNED      PIC  X(10).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  W8L-EXPIRY      PIC  X(10).
           05  FILLER          PIC  X(02) VALUE SPACES.
           05  W8L-NOTE        PIC  X(24).

       01  FOREIGN-SCANNED     PIC  S9(9) COMP-5 VALUE 0.
       01  EXPIRING-LISTED     PIC  S9(9) COMP-5 VALUE 0.
       01  EXPIRED-LISTED      PIC  S9(9) COMP-5 VALUE 0.
       01  TREATY-LAPSED       PIC  S9(9) COMP-5 VALUE 0.

       LINKAGE SECTION.

       01  DBPCB1 POINTER.

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
             USING  DBPCB1.

       BEGIN.
           PERFORM READ-RUN-CARD THRU READ-RUN-CARD-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.
           COMPUTE WS-CUT-INT = FUNCTION INTEGER-OF-DATE (
              WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100
                 + WS-CURRENT-DAY ) + W8-NOTICE-DAYS.
           COMPUTE WS-CUT-N = FUNCTION DATE-OF-INTEGER ( WS-CUT-INT ).
           STRING CUT-YEAR '-' CUT-MONTH '-' CUT-DAY
              INTO NOTICE-CUTOFF-YMD.

           DISPLAY 'W-8 RENEWAL REPORT - ' TODAY-YMD
              ' - EXPIRING BY ' NOTICE-CUTOFF-YMD.
           DISPLAY '   CUSTID  NAME' '                              '
              'CT S RATE    SIGNED      EXPIRES'.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SCAN-ONE-CUSTOMER THRU SCAN-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '========================================'.
           DISPLAY 'FOREIGN CUSTOMERS:        ' FOREIGN-SCANNED.
           DISPLAY 'EXPIRING IN WINDOW:       ' EXPIRING-LISTED.
           DISPLAY 'ALREADY EXPIRED:          ' EXPIRED-LISTED.
           DISPLAY '  TREATY CLAIMS LAPSED:   ' TREATY-LAPSED.
           DISPLAY '========================================'.

      * AN EXPIRED FORM IS ALREADY COSTING THE CUSTOMER THE STATUTORY
      * RATE - FLAG THE STEP
           IF EXPIRED-LISTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE READ-RUN-CARD : ONE OPTIONAL CARD ON W8RPTCTL - THE
      * NOTICE WINDOW IN DAYS
       READ-RUN-CARD.
           MOVE SPACES TO TXT-RUN-DAYS.
           MOVE 'N' TO WS-W8RPTCTL-EOF.
           OPEN INPUT W8RPTCTL-FILE.
           READ W8RPTCTL-FILE
             AT END
               MOVE 'Y' TO WS-W8RPTCTL-EOF
           END-READ.
           CLOSE W8RPTCTL-FILE.
           IF NOT W8RPTCTL-EOF
             UNSTRING W8RPTCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
               INTO TXT-RUN-LEAD
                    TXT-RUN-DAYS
             END-UNSTRING
             IF TXT-RUN-DAYS NOT = SPACES
               COMPUTE W8-NOTICE-DAYS =
                  FUNCTION NUMVAL ( TXT-RUN-DAYS )
             END-IF
           END-IF.
       READ-RUN-CARD-END.
           EXIT.

      * PROCEDURE SCAN-ONE-CUSTOMER : LISTS THE CURRENT ROW WHEN ITS
      * W-8 IS EXPIRED OR INSIDE THE NOTICE WINDOW, THEN ADVANCES
       SCAN-ONE-CUSTOMER.
           IF DBSTAT = SPACES
             IF MERGEDTO-CD = 0
                AND (FORSTAT-CD = 'F' OR FORSTAT-CD = 'T')
               ADD 1 TO FOREIGN-SCANNED
               IF W8EXPIRY-CD NOT > NOTICE-CUTOFF-YMD
                 PERFORM LIST-ONE-CUSTOMER THRU LIST-ONE-CUSTOMER-END
               END-IF
             END-IF
             CALL "CBLTDLI"
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-CUSTOMER-END.

      * PROCEDURE LIST-ONE-CUSTOMER : ONE REPORT LINE
       LIST-ONE-CUSTOMER.
           MOVE CUSTID-CD TO W8L-CUSTID.
           MOVE LASTNAME-CD TO W8L-LASTNAME.
           MOVE FIRSTNAME-CD TO W8L-FIRSTNAME.
           MOVE FORCTRY-CD TO W8L-COUNTRY.
           MOVE FORSTAT-CD TO W8L-FORSTAT.
           MOVE TREATYRT-CD TO W8L-RATE.
           MOVE W8DATE-CD TO W8L-SIGNED.
           MOVE W8EXPIRY-CD TO W8L-EXPIRY.
           IF W8EXPIRY-CD < TODAY-YMD
             ADD 1 TO EXPIRED-LISTED
             IF FORSTAT-CD = 'T'
               ADD 1 TO TREATY-LAPSED
               MOVE 'EXPIRED - TREATY LAPSED' TO W8L-NOTE
             ELSE
               MOVE 'EXPIRED' TO W8L-NOTE
             END-IF
           ELSE
             ADD 1 TO EXPIRING-LISTED
             MOVE 'RENEWAL DUE' TO W8L-NOTE
           END-IF.
           DISPLAY W8-LINE.
       LIST-ONE-CUSTOMER-END.
           EXIT.
