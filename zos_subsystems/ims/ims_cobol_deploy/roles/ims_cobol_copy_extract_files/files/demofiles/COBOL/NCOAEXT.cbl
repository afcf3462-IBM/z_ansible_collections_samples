       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAEXT.

      ******************************************************************
      * QUARTERLY CHANGE-OF-ADDRESS SUBMISSION - FIRST STEP OF THE NCOA
      * RUN. WALKS EVERY CUSTOMER ROW AND WRITES THE NAME/ADDRESS FILE
      * (NCOAOUT) THE POSTAL CHANGE-OF-ADDRESS SERVICE MATCHES AGAINST
      * ITS MOVE RECORDS. FIXED COLUMNS, NO DELIMITERS:
      *   'H' HEADER  - RUN DATE
      *   'D' DETAIL  - CUSTID, CUSTOMER TYPE, NAME AND ADDRESS AS HELD
      *   'T' TRAILER - DETAIL COUNT
      * THE SERVICE ECHOES EACH DETAIL BACK WITH ITS RESULT ON THE
      * MATCH FILE NCOAUPD APPLIES. A ROW RETIRED BY CUSTMRG, OR ONE
      * WITH NO STREET ADDRESS ON FILE, IS NOT SUBMITTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOAOUT-FILE ASSIGN TO NCOAOUT.

       DATA DIVISION.

       FILE SECTION.
         FD NCOAOUT-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORDS ARE NCOAOUT-REC NCOAOUT-CTL.
      * FIXED POSITIONS - SEE THE BANNER. NCOAOUT-CTL IS THE HEADER
      * AND TRAILER VIEW OF THE SAME RECORD.
       01  NCOAOUT-REC.
           05  NO-RECTYPE      PIC  X(01).
           05  NO-CUSTID       PIC  9(09).
           05  NO-CUSTTYPE     PIC  X(01).
           05  NO-LASTNAME     PIC  X(50).
           05  NO-FIRSTNAME    PIC  X(50).
           05  NO-ADDRESS      PIC  X(80).
           05  NO-CITY         PIC  X(25).
           05  NO-STATE        PIC  X(02).
           05  NO-ZIPCODE      PIC  X(15).
       01  NCOAOUT-CTL.
           05  NC-RECTYPE      PIC  X(01).
           05  NC-RUNDATE      PIC  X(10).
           05  NC-COUNT        PIC  9(09).
           05  FILLER          PIC  X(213).

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

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *SEGMENT AREAS
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
      * HASHED CREDENTIAL FIELDS - SEE FBLOGIN
           05  PWDHASH-CD      PIC  S9(9) COMP-5.
           05  PWDLASTCHG-CD   PIC  X(10).
           05  PWDFORCE-CD     PIC  X(01).
           05  PWDHIST1-CD     PIC  S9(9) COMP-5.
           05  PWDHIST2-CD     PIC  S9(9) COMP-5.
           05  PWDHIST3-CD     PIC  S9(9) COMP-5.
      * WHEN THIS ROW WAS RETIRED AS A DUPLICATE BY THE CUSTMRG MERGE
      * UTILITY, THE SURVIVING CUSTID - ZERO ON A LIVE ROW
           05  MERGEDTO-CD     PIC  S9(9) COMP-5.
      * DECEASED PROCESSING - SET BY FBDECNOT WHEN A DEATH
      * NOTIFICATION IS TAKEN; ESTDIST DISTRIBUTES THE FROZEN
      * ACCOUNTS TO THE BENEFICIARIES ON RELEASE
           05  DECEASED-CD     PIC  X(01).
           05  DECDATE-CD      PIC  X(10).
      * TAXPAYER IDENTIFICATION - SEE INTPOST
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS - SEE
      * NOTIFDSP
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
           05  DOB-CD          PIC  X(10).
           05  VALBAND-CD      PIC  X(01).
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, 2 SMS, 3 POSTAL ADDRESS
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
      *CLOCK STRUCTURE AND RUN COUNTS
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

       01  TODAY-YMD           PIC X(10).

       77  CUSTOMERS-READ      PIC  S9(9) COMP-5 VALUE 0.
       77  CUSTOMERS-SENT      PIC  S9(9) COMP-5 VALUE 0.
       77  CUSTOMERS-RETIRED   PIC  S9(9) COMP-5 VALUE 0.
       77  CUSTOMERS-NOADDR    PIC  S9(9) COMP-5 VALUE 0.

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

      *    DBPCB1 - CUSTOMER WALK (READ ONLY)
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           OPEN OUTPUT NCOAOUT-FILE.
           MOVE SPACES TO NCOAOUT-CTL.
           MOVE 'H' TO NC-RECTYPE.
           MOVE TODAY-YMD TO NC-RUNDATE.
           MOVE 0 TO NC-COUNT.
           WRITE NCOAOUT-CTL.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SEND-ONE-CUSTOMER THRU SEND-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           MOVE SPACES TO NCOAOUT-CTL.
           MOVE 'T' TO NC-RECTYPE.
           MOVE TODAY-YMD TO NC-RUNDATE.
           MOVE CUSTOMERS-SENT TO NC-COUNT.
           WRITE NCOAOUT-CTL.
           CLOSE NCOAOUT-FILE.

           DISPLAY '========================================'.
           DISPLAY 'NCOA SUBMISSION - ' TODAY-YMD.
           DISPLAY 'CUSTOMERS READ:           ' CUSTOMERS-READ.
           DISPLAY 'CUSTOMERS SUBMITTED:      ' CUSTOMERS-SENT.
           DISPLAY 'RETIRED ROWS SKIPPED:     ' CUSTOMERS-RETIRED.
           DISPLAY 'NO ADDRESS ON FILE:       ' CUSTOMERS-NOADDR.
           DISPLAY '========================================'.

           STOP RUN.

      * PROCEDURE SEND-ONE-CUSTOMER : ONE 'D' RECORD FOR THE CURRENT
      * CUSTOMER ROW, THEN ON TO THE NEXT
       SEND-ONE-CUSTOMER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO SEND-ONE-CUSTOMER-END
           END-IF.
           ADD 1 TO CUSTOMERS-READ.
           IF MERGEDTO-CD NOT = 0
             ADD 1 TO CUSTOMERS-RETIRED
             GO TO SEND-ONE-CUSTOMER-NEXT
           END-IF.
           IF ADDRESS-CD = SPACES
             ADD 1 TO CUSTOMERS-NOADDR
             GO TO SEND-ONE-CUSTOMER-NEXT
           END-IF.

           MOVE SPACES TO NCOAOUT-REC.
           MOVE 'D' TO NO-RECTYPE.
           MOVE CUSTID-CD TO NO-CUSTID.
           MOVE CUSTOMERTYPE-CD TO NO-CUSTTYPE.
           MOVE LASTNAME-CD TO NO-LASTNAME.
           MOVE FIRSTNAME-CD TO NO-FIRSTNAME.
           MOVE ADDRESS-CD TO NO-ADDRESS.
           MOVE CITY-CD TO NO-CITY.
           MOVE STATE-CD TO NO-STATE.
           MOVE ZIPCODE-CD TO NO-ZIPCODE.
           WRITE NCOAOUT-REC.
           ADD 1 TO CUSTOMERS-SENT.

       SEND-ONE-CUSTOMER-NEXT.
           CALL "CBLTDLI"
             USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       SEND-ONE-CUSTOMER-END.
           EXIT.
