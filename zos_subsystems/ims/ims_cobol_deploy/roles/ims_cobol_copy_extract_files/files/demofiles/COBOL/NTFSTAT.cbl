      *         EMAIL / BYTE 2 SMS) - FBSCUDAT PROMPTS THE TELLER
      *         FOR A CORRECTION UNTIL THE CONTACT IS UPDATED.
      *
      * A "STATEMENT READY" NOTICE (EVENT 'M', QUEUED BY THE
      * STATEMENT RUNS - SEE ESTMTDOC.CPY) ALSO KEEPS THE CUSTOMER'S
      * BOUNCE COUNT IN OPTINS-CD BYTE 8: A DELIVERY CLEARS IT, A
      * BOUNCE ADDS ONE, AND AT ESTMT-MAX-BOUNCES A CUSTOMER ON
      * ELECTRONIC DELIVERY IS PUT BACK ON PAPER STATEMENTS, WITH AN
      * AUDIT ROW UNDER THE CUSTOMER FOR THE CHANGE.
      *
      * THE RUN SUMMARY REPORTS DELIVERY RATES PER CHANNEL.
      ******************************************************************


       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  REPL                PIC  X(04)        VALUE "REPL".
       77  ISRT                PIC  X(04)        VALUE "ISRT".

      ******************************************************************
      *IMS STATUS CODES
           05  SC             PIC X(2).

       77  MAX-ATTEMPTS        PIC 9 VALUE 3.
       77  ESTMT-MAX-BOUNCES   PIC 9 VALUE 3.

      ******************************************************************
      *SEGMENT AREAS
           05  CUSTID-CD       PIC  S9(9) COMP-5.
           05  LASTNAME-CD     PIC  X(50).
           05  FIRSTNAME-CD    PIC  X(50).
      *    THE ADDRESS AND PHONE GO ON THE AUDIT ROW WHEN A
      *    CUSTOMER IS PUT BACK ON PAPER STATEMENTS
           05  ADDRESS-CD      PIC  X(80).
           05  CITY-CD         PIC  X(25).
           05  STATE-CD        PIC  X(2).
           05  ZIPCODE-CD      PIC  X(15).
           05  PHONE-CD        PIC  X(12).
      *    STATUS-CD THROUGH DECDATE-CD - 144 BYTES THIS PROGRAM
      *    DOES NOT READ, SEE CUSTMRG FOR THE SPELLED-OUT FIELDS
           05  FILLER          PIC  X(144).
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
           05  EMAIL-CD        PIC  X(50).
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

      *    AUDIT-SEG - SEE FBSCUDAT. ONLY OPTINS CHANGES HERE; EVERY
      *    OTHER FIELD CARRIES THE SAME VALUE BEFORE AND AFTER
       01  AUDIT-SEG.
           05  TIMESTMP-AUD    PIC  X(23).
           05  OLDLASTNAME-AUD    PIC  X(50).
           05  NEWLASTNAME-AUD    PIC  X(50).
           05  OLDFIRSTNAME-AUD   PIC  X(50).
           05  NEWFIRSTNAME-AUD   PIC  X(50).
           05  OLDADDRESS-AUD     PIC  X(80).
           05  NEWADDRESS-AUD     PIC  X(80).
           05  OLDCITY-AUD        PIC  X(25).
           05  NEWCITY-AUD        PIC  X(25).
           05  OLDSTATE-AUD       PIC  X(2).
           05  NEWSTATE-AUD       PIC  X(2).
           05  OLDZIPCODE-AUD     PIC  X(15).
           05  NEWZIPCODE-AUD     PIC  X(15).
           05  OLDPHONE-AUD       PIC  X(12).
           05  NEWPHONE-AUD       PIC  X(12).
           05  OLDTIN-AUD         PIC  X(09).
           05  NEWTIN-AUD         PIC  X(09).
           05  OLDTINCERT-AUD     PIC  X(01).
           05  NEWTINCERT-AUD     PIC  X(01).
           05  OLDEMAIL-AUD       PIC  X(50).
           05  NEWEMAIL-AUD       PIC  X(50).
           05  OLDSMS-AUD         PIC  X(12).
           05  NEWSMS-AUD         PIC  X(12).
           05  OLDOPTINS-AUD      PIC  X(08).
           05  NEWOPTINS-AUD      PIC  X(08).
           05  OLDDOB-AUD         PIC  X(10).
           05  NEWDOB-AUD         PIC  X(10).
           05  OLDOFFICER-AUD     PIC  9(09).
           05  NEWOFFICER-AUD     PIC  9(09).
      * W-8 CERTIFICATION TRAIL (TREATY RATE ZONED, LIKE THE OFFICER)
      * - SEE FBW8MNT
           05  OLDFORSTAT-AUD     PIC  X(01).
           05  NEWFORSTAT-AUD     PIC  X(01).
           05  OLDFORCTRY-AUD     PIC  X(02).
           05  NEWFORCTRY-AUD     PIC  X(02).
           05  OLDW8DATE-AUD      PIC  X(10).
           05  NEWW8DATE-AUD      PIC  X(10).
           05  OLDTREATYRT-AUD    PIC  9V9(4).
           05  NEWTREATYRT-AUD    PIC  9V9(4).
           05  OLDW8EXPIRY-AUD    PIC  X(10).
           05  NEWW8EXPIRY-AUD    PIC  X(10).
      * OPERATOR WHO KEYED THE CHANGE - ZERO FOR A BATCH UPDATE
           05  OPERID-AUD         PIC  9(09).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *RESULT PARSING AND PER-CHANNEL TALLIES
      ******************************************************************
       77  WS-RATE             PIC  S9(3)V9(1) COMP-3.
       77  WS-RATE-ED          PIC  ZZ9.9.

      ******************************************************************
      *STATEMENT-READY BOUNCE TRACKING
      ******************************************************************

       77  PAPER-REVERTS       PIC  S9(9) COMP-5 VALUE 0.
       77  WS-BOUNCES          PIC  9(01).
       01  WS-OLD-OPTINS       PIC  X(08).

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

       LINKAGE SECTION.

       01  DBPCB1 POINTER.
           DISPLAY 'RESULTS READ:        ' RESULTS-READ.
           DISPLAY 'UNMATCHED RESULTS:   ' RESULTS-UNMATCHED.
           DISPLAY 'CONTACTS FLAGGED:    ' CONTACTS-FLAGGED.
           DISPLAY 'BACK ON PAPER STMTS: ' PAPER-REVERTS.
           PERFORM REPORT-CHANNEL-RATES
              THRU REPORT-CHANNEL-RATES-END.
           DISPLAY '========================================'.
             DISPLAY BAD-STATUS
           END-IF.

           IF EVTTYPE-NTF = 'M'
             PERFORM TRACK-ESTMT-NOTICE
                THRU TRACK-ESTMT-NOTICE-END
           END-IF.

       PROCESS-ONE-RESULT-NEXT.
           READ DLVSTAT-FILE
             AT END
       FLAG-BAD-CONTACT-END.
           EXIT.

      * PROCEDURE TRACK-ESTMT-NOTICE : THE BOUNCE COUNT IN OPTINS-CD
      * BYTE 8. A NON-NUMERIC BYTE (A CUSTOMER NEVER ENROLLED BY
      * FBESTMNT) COUNTS AS ZERO.
       TRACK-ESTMT-NOTICE.
           MOVE CUSTID-NTF TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO TRACK-ESTMT-NOTICE-END
           END-IF.
           MOVE OPTINS-CD TO WS-OLD-OPTINS.
           IF OPTINS-CD (8:1) IS NUMERIC
             MOVE OPTINS-CD (8:1) TO WS-BOUNCES
           ELSE
             MOVE 0 TO WS-BOUNCES
           END-IF.

           IF TXT-RESULT = 'D'
             IF WS-BOUNCES = 0
               GO TO TRACK-ESTMT-NOTICE-END
             END-IF
             MOVE '0' TO OPTINS-CD (8:1)
           ELSE
             IF WS-BOUNCES < 9
               ADD 1 TO WS-BOUNCES
             END-IF
             MOVE WS-BOUNCES TO OPTINS-CD (8:1)
      * ENOUGH BOUNCES - THE CUSTOMER IS NOT SEEING THE NOTICES, SO
      * THE STATEMENT GOES BACK IN THE MAIL
             IF WS-BOUNCES NOT < ESTMT-MAX-BOUNCES AND
                (OPTINS-CD (7:1) = 'E' OR OPTINS-CD (7:1) = 'B')
               MOVE 'P' TO OPTINS-CD (7:1)
               MOVE '0' TO OPTINS-CD (8:1)
             END-IF
           END-IF.

           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO TRACK-ESTMT-NOTICE-END
           END-IF.
           IF OPTINS-CD (7:1) NOT = WS-OLD-OPTINS (7:1)
             ADD 1 TO PAPER-REVERTS
             DISPLAY 'BACK ON PAPER STATEMENTS - CUSTID: ' CUSTID-NTF
             PERFORM WRITE-PAPER-AUDIT THRU WRITE-PAPER-AUDIT-END
           END-IF.
       TRACK-ESTMT-NOTICE-END.
           EXIT.

      * PROCEDURE WRITE-PAPER-AUDIT : THE BEFORE/AFTER ROW FOR THE
      * DELIVERY CHANGE, UNDER THE CUSTOMER JUST REPLACED
       WRITE-PAPER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.
           MOVE TIMESTAMP TO TIMESTMP-AUD.
           MOVE LASTNAME-CD TO OLDLASTNAME-AUD.
           MOVE LASTNAME-CD TO NEWLASTNAME-AUD.
           MOVE FIRSTNAME-CD TO OLDFIRSTNAME-AUD.
           MOVE FIRSTNAME-CD TO NEWFIRSTNAME-AUD.
           MOVE ADDRESS-CD TO OLDADDRESS-AUD.
           MOVE ADDRESS-CD TO NEWADDRESS-AUD.
           MOVE CITY-CD TO OLDCITY-AUD.
           MOVE CITY-CD TO NEWCITY-AUD.
           MOVE STATE-CD TO OLDSTATE-AUD.
           MOVE STATE-CD TO NEWSTATE-AUD.
           MOVE ZIPCODE-CD TO OLDZIPCODE-AUD.
           MOVE ZIPCODE-CD TO NEWZIPCODE-AUD.
           MOVE PHONE-CD TO OLDPHONE-AUD.
           MOVE PHONE-CD TO NEWPHONE-AUD.
           MOVE TIN-CD TO OLDTIN-AUD.
           MOVE TIN-CD TO NEWTIN-AUD.
           MOVE TINCERT-CD TO OLDTINCERT-AUD.
           MOVE TINCERT-CD TO NEWTINCERT-AUD.
           MOVE EMAIL-CD TO OLDEMAIL-AUD.
           MOVE EMAIL-CD TO NEWEMAIL-AUD.
           MOVE SMS-CD TO OLDSMS-AUD.
           MOVE SMS-CD TO NEWSMS-AUD.
           MOVE WS-OLD-OPTINS TO OLDOPTINS-AUD.
           MOVE OPTINS-CD TO NEWOPTINS-AUD.
           MOVE DOB-CD TO OLDDOB-AUD.
           MOVE DOB-CD TO NEWDOB-AUD.
           MOVE OFFICER-CD TO OLDOFFICER-AUD.
           MOVE OFFICER-CD TO NEWOFFICER-AUD.
           MOVE FORSTAT-CD TO OLDFORSTAT-AUD.
           MOVE FORSTAT-CD TO NEWFORSTAT-AUD.
           MOVE FORCTRY-CD TO OLDFORCTRY-AUD.
           MOVE FORCTRY-CD TO NEWFORCTRY-AUD.
           MOVE W8DATE-CD TO OLDW8DATE-AUD.
           MOVE W8DATE-CD TO NEWW8DATE-AUD.
           MOVE TREATYRT-CD TO OLDTREATYRT-AUD.
           MOVE TREATYRT-CD TO NEWTREATYRT-AUD.
           MOVE W8EXPIRY-CD TO OLDW8EXPIRY-AUD.
           MOVE W8EXPIRY-CD TO NEWW8EXPIRY-AUD.
           MOVE 0 TO OPERID-AUD.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, AUDIT-SEG, AUDIT-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       WRITE-PAPER-AUDIT-END.
           EXIT.

       REPORT-CHANNEL-RATES.
           DISPLAY 'EMAIL - DELIVERED: ' EMAIL-DELIVERED
              '  FAILED: ' EMAIL-FAILED.
