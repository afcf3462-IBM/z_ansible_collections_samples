       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBESTMNT.

      ******************************************************************
      * STATEMENT DELIVERY ENROLLMENT - THE ONLINE BANKING SIDE OF
      * PAPERLESS STATEMENTS. DELIVERY-IN SETS THE CUSTOMER'S
      * STATEMENT DELIVERY PREFERENCE, BYTE 7 OF OPTINS-CD:
      *   'P' - PAPER
      *   'E' - ELECTRONIC ONLY
      *   'B' - BOTH PAPER AND ELECTRONIC
      * BLANK DELIVERY-IN IS AN INQUIRY - THE CURRENT PREFERENCE IS
      * RETURNED AND NOTHING CHANGES.
      *
      * ELECTRONIC DELIVERY ('E' OR 'B') NEEDS THE CUSTOMER'S CONSENT
      * TO RECEIVE STATEMENTS ELECTRONICALLY (CONSENT-IN 'Y') AND A
      * GOOD EMAIL ADDRESS ON FILE - ONE NTFSTAT HAS NOT FLAGGED AS
      * BOUNCING - FOR THE "STATEMENT READY" NOTICE. EVERY CHANGE
      * WRITES AN AUDIT-SEG ROW UNDER THE CUSTOMER, THE SAME
      * BEFORE/AFTER TRAIL FBSCUDAT WRITES; ITS TIMESTAMP IS THE
      * CONSENT TIMESTAMP AND IS RETURNED ON THE REPLY. THE BOUNCE
      * COUNT IN BYTE 8 STARTS OVER ON EVERY ENROLLMENT.
      *
      * FBSCUDAT LEAVES BYTES 7 AND 8 ALONE, SO THIS TRANSACTION IS
      * THE ONLY WAY ONTO ELECTRONIC DELIVERY. STMTGEN, RELSTMT AND
      * STMTDUP ACT ON THE PREFERENCE - SEE ESTMTDOC.CPY.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOCUSTOMER      PIC  X(24) VALUE "NO CUSTOMER ON FILE".
       77  BADDELIVERY     PIC  X(28) VALUE
             "DELIVERY MUST BE P, E OR B".
       77  NOCONSENT       PIC  X(30) VALUE
             "E-DELIVERY CONSENT IS REQUIRED".
       77  NOEMAIL         PIC  X(30) VALUE
             "NO GOOD EMAIL ADDRESS ON FILE".
       77  CUSTRETIRED     PIC  X(30) VALUE
             "CUSTOMER RETIRED BY MERGE".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

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
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  CUSTID-IN       PIC  X(09).
           05  DELIVERY-IN     PIC  X(01).
           05  CONSENT-IN      PIC  X(01).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(32).
           05  CUSTID-OUT      PIC  S9(9) COMP-5.
           05  DELIVERY-OUT    PIC  X(01).
           05  CONSENTTS-OUT   PIC  X(23).

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    AUDIT-SSA INSERTS THE CONSENT ROW UNDER THE CUSTOMER HELD
      *    BY CUSTOMER-SSA1
       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
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
      * NOTIFDSP. BYTE 7 OF OPTINS-CD IS THE STATEMENT DELIVERY
      * PREFERENCE THIS TRANSACTION MAINTAINS, BYTE 8 THE BOUNCED
      * STATEMENT-NOTICE COUNT NTFSTAT KEEPS
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

      *    AUDIT-SEG - SEE FBSCUDAT. ONLY OPTINS CHANGES HERE; EVERY
      *    OTHER BEFORE/AFTER PAIR CARRIES THE UNCHANGED VALUE.
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

       01  WS-OLD-OPTINS       PIC  X(08).

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

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.

      ******************************************************************
      *I/O PCB
      ******************************************************************

       01  LTERMPCB.
           05  LOGTTERM        PIC  X(08).
           05  FILLER          PIC  X(02).
           05  TPSTAT          PIC  X(02).
           05  IODATE          PIC  X(04).
           05  IOTIME          PIC  X(04).
           05  FILLER          PIC  X(02).
           05  SEQNUM          PIC  X(02).
           05  MOD             PIC  X(08).

      ******************************************************************
      *DATABASE PCB - CUSTOMER, WITH AUDIT SENSITIVE FOR INSERT
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
           05  FILLER REDEFINES KEYFB.
               07  KEYFB1      PIC  X(9).
               07  FILLER      PIC  X(11).

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING FIELDS SO A SHORTER INQUIRY MESSAGE CAN'T
      * INHERIT A PREFERENCE OR CONSENT FROM AN EARLIER ONE
              MOVE SPACES TO DELIVERY-IN
              MOVE SPACES TO CONSENT-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM SET-DELIVERY THRU SET-DELIVERY-END

                PERFORM INSERT-IO THRU INSERT-IO-END
              ELSE
                IF TPSTAT = NO-MORE-MESSAGE
                THEN
                  MOVE 1 TO TERM-IO
                ELSE
                  DISPLAY 'GU FROM IOPCB FAILED WITH STATUS CODE: '
                    TPSTAT
                END-IF
              END-IF
           END-PERFORM.
           STOP RUN.

      * PROCEDURE SET-DELIVERY : HOLDS THE CUSTOMER, VALIDATES THE
      * REQUESTED PREFERENCE AND RECORDS IT WITH ITS CONSENT ROW
       SET-DELIVERY.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO DELIVERY-OUT.
           MOVE SPACES TO CONSENTTS-OUT.
           COMPUTE SSA-CUSTID = FUNCTION NUMVAL ( CUSTID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO SET-DELIVERY-END
           END-IF.
           MOVE CUSTID-CD TO CUSTID-OUT.
           IF OPTINS-CD (7:1) = 'E' OR OPTINS-CD (7:1) = 'B'
             MOVE OPTINS-CD (7:1) TO DELIVERY-OUT
           ELSE
             MOVE 'P' TO DELIVERY-OUT
           END-IF.
           IF DELIVERY-IN = SPACE
             GO TO SET-DELIVERY-END
           END-IF.

           IF MERGEDTO-CD NOT = 0
             MOVE CUSTRETIRED TO MSG-OUT
             GO TO SET-DELIVERY-END
           END-IF.
           IF DELIVERY-IN NOT = 'P' AND DELIVERY-IN NOT = 'E'
              AND DELIVERY-IN NOT = 'B'
             MOVE BADDELIVERY TO MSG-OUT
             GO TO SET-DELIVERY-END
           END-IF.
           IF DELIVERY-IN NOT = 'P'
             IF CONSENT-IN NOT = 'Y'
               MOVE NOCONSENT TO MSG-OUT
               GO TO SET-DELIVERY-END
             END-IF
             IF EMAIL-CD = SPACES OR BADCONTACT-CD (1:1) = 'B'
               MOVE NOEMAIL TO MSG-OUT
               GO TO SET-DELIVERY-END
             END-IF
           END-IF.

           MOVE OPTINS-CD TO WS-OLD-OPTINS.
           MOVE DELIVERY-IN TO OPTINS-CD (7:1).
           MOVE '0' TO OPTINS-CD (8:1).
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SET-DELIVERY-END
           END-IF.
           MOVE DELIVERY-IN TO DELIVERY-OUT.
           PERFORM WRITE-CONSENT-AUDIT THRU WRITE-CONSENT-AUDIT-END.
       SET-DELIVERY-END.
           EXIT.

      * PROCEDURE WRITE-CONSENT-AUDIT : THE BEFORE/AFTER ROW FOR THE
      * PREFERENCE CHANGE - ITS TIMESTAMP IS THE CONSENT TIMESTAMP
       WRITE-CONSENT-AUDIT.
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
           IF DBSTAT = SPACES
             MOVE TIMESTAMP TO CONSENTTS-OUT
           ELSE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             DISPLAY 'CONSENT AUDIT INSERT FAILED FOR CUSTID: '
                CUSTID-CD
           END-IF.
       WRITE-CONSENT-AUDIT-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
           COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA.
           MOVE 0 TO ZZ-OUT.
           CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
