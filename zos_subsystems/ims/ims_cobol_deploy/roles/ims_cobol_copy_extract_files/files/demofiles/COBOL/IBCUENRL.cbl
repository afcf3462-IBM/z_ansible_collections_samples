      * WRITTEN UNDER THE NEW CUSTOMER WITH BLANK BEFORE-VALUES, THE
      * SAME TRAIL FBSCUDAT WRITES ON A PROFILE CHANGE, SO ENROLLMENT
      * ITSELF IS ON THE RECORD.
      *
      * THE OPTIONAL TRAILING OFFICER-IN ASSIGNS THE RELATIONSHIP
      * OFFICER. IT MUST BE AN OPERATOR ON FILE (DBPCB3) WHO IS NOT
      * DISABLED; BLANK ENROLLS THE CUSTOMER UNASSIGNED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  ENROLLFAILED    PIC  X(26) VALUE "ENROLLMENT INSERT FAILED".
       77  DENIEDPARTY     PIC  X(30) VALUE
             "ENROLLMENT REFUSED - SCREENING".
       77  BADOFFICER      PIC  X(32) VALUE
             "OFFICER NOT ON FILE OR DISABLED".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.

       77  WS-NEW-CUSTID       PIC  S9(9) COMP-5.

      * THE TIN IS STORED PROTECTED, ON BOTH THE CUSTOMER ROW AND ITS
      * AUDIT ROW - SEE PROTECT-TIN
           COPY TINPROT.

      * AGE-AT-ENROLLMENT WORK FIELDS - AGE IN WHOLE YEARS IS THE
      * DATE DIFFERENCE IN YYYYMMDD FORM DIVIDED BY 10000, TRUNCATED
       77  MAJORITY-AGE        PIC  S9(4) COMP-5 VALUE 18.
      * PROFITABILITY RUN. A BRAND-NEW RELATIONSHIP HAS NO SCORE.
           05  VALBAND-CD      PIC  X(01).
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, BYTE 2 SMS (SEE NTFSTAT)
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

      *    AUDIT-SEG - THE SAME BEFORE/AFTER CHANGE TRAIL FBSCUDAT
      *    WRITES. ON AN ENROLLMENT THE BEFORE VALUES ARE BLANK - THE
      * DATE-OF-BIRTH CAPTURE TRAIL - SEE FBSCUDAT
           05  OLDDOB-AUD         PIC  X(10).
           05  NEWDOB-AUD         PIC  X(10).
      * RELATIONSHIP-OFFICER TRAIL (OPERIDS, ZONED SO THE ROW STAYS
      * ALL-DISPLAY) - SEE BRREASGN
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
      *STATE EDIT AREA - SAME VALIDATION FBSCUDAT RUNS BEFORE IT WILL
      * REPLY SO THE TELLER KNOWS A CUSTODIAL ARRANGEMENT IS NEEDED
      * BEFORE FBACCOPN WILL OPEN AN ACCOUNT
           05  DOB-IN          PIC  X(10).
      * RELATIONSHIP OFFICER OPERID - OPTIONAL TRAILING FIELD
           05  OFFICER-IN      PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      ******************************************************************
      *OPERATOR ROW OF THE RELATIONSHIP OFFICER BEING ASSIGNED (DBPCB3)
      ******************************************************************

       77  WS-OFFICER-ID       PIC  S9(9) COMP-5.

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

       01  OPERATOR-SSA1.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  OPR-OPERID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.

      ******************************************************************
      *I/O PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3.

       BEGIN.

           PERFORM LOAD-DENY-LIST THRU LOAD-DENY-LIST-END.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
      * CLEAR THE TRAILING OPTIONAL FIELD SO A SHORTER MESSAGE CAN'T
      * INHERIT AN OFFICER FROM AN EARLIER, LONGER ONE
              MOVE SPACES TO OFFICER-IN
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
             END-IF
           END-IF.

      * THE RELATIONSHIP OFFICER MUST BE AN OPERATOR ON FILE WHO IS
      * NOT DISABLED
           MOVE 0 TO WS-OFFICER-ID.
           IF OFFICER-IN NOT = SPACES
             COMPUTE WS-OFFICER-ID = FUNCTION NUMVAL ( OFFICER-IN )
             PERFORM CHECK-OFFICER THRU CHECK-OFFICER-END
             IF MSG-OUT NOT = SPACES
               GO TO ENROLL-CUSTOMER-END
             END-IF
           END-IF.

           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           PERFORM FIND-HIGHEST-CUSTID THRU FIND-HIGHEST-CUSTID-END.

           MOVE SPACES TO LASTDEVICE-CD.
      * A BLANK W-9 CERTIFICATION ENROLLS UNCERTIFIED - INTEREST GOES
      * UNDER BACKUP WITHHOLDING UNTIL THE SIGNED FORM ARRIVES
           MOVE TIN-IN TO TINP-CLEAR.
           MOVE WS-NEW-CUSTID TO TINP-SALT.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           MOVE TINP-STORED TO TIN-CD.
           IF TINCERT-IN = SPACES
             MOVE 'N' TO TINCERT-CD
           ELSE
           MOVE DOB-IN TO DOB-CD.
           MOVE SPACE TO VALBAND-CD.
           MOVE SPACES TO BADCONTACT-CD.
      * UNRATED UNTIL AMLRISK'S FIRST NIGHTLY PASS
           MOVE SPACE TO RISKRATE-CD.
           MOVE 0 TO RISKSCORE-CD.
           MOVE SPACES TO RISKRSN-CD.
           MOVE SPACES TO RISKDATE-CD.
           MOVE SPACES TO EDDDUE-CD.
           MOVE WS-OFFICER-ID TO OFFICER-CD.
      * A U.S. PERSON UNTIL A W-8 IS TAKEN THROUGH FBW8MNT
           MOVE SPACE TO FORSTAT-CD.
           MOVE SPACES TO FORCTRY-CD.
           MOVE SPACES TO W8DATE-CD.
           MOVE 0 TO TREATYRT-CD.
           MOVE SPACES TO W8EXPIRY-CD.

           CALL "CBLTDLI"
             USING ISRT, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       ENROLL-CUSTOMER-END.
           EXIT.

      * PROCEDURE CHECK-OFFICER : THE OPERATOR ROW FOR WS-OFFICER-ID
      * MUST EXIST AND MUST NOT BE DISABLED
       CHECK-OFFICER.
           MOVE WS-OFFICER-ID TO OPR-OPERID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             MOVE BADOFFICER TO MSG-OUT
           ELSE
             IF DISABLED-OPR = 'Y'
               MOVE BADOFFICER TO MSG-OUT
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OFFICER-END.
           EXIT.

      * PROCEDURE FIND-HIGHEST-CUSTID : WALKS EVERY CUSTOMER ROOT TO
      * DERIVE THE NEXT CUSTID - THE SAME HIGHEST-PLUS-ONE DERIVATION
      * THE CHILD-SEGMENT MAINTAINERS USE FOR THEIR OWN KEYS
           MOVE SPACES TO OLDPHONE-AUD.
           MOVE PHONE-IN TO NEWPHONE-AUD.
           MOVE SPACES TO OLDTIN-AUD.
           MOVE TIN-CD TO NEWTIN-AUD.
           MOVE SPACES TO OLDTINCERT-AUD.
           MOVE TINCERT-CD TO NEWTINCERT-AUD.
           MOVE SPACES TO OLDEMAIL-AUD.
           MOVE OPTINS-CD TO NEWOPTINS-AUD.
           MOVE SPACES TO OLDDOB-AUD.
           MOVE DOB-CD TO NEWDOB-AUD.
           MOVE 0 TO OLDOFFICER-AUD.
           MOVE OFFICER-CD TO NEWOFFICER-AUD.
           MOVE SPACES TO OLDFORSTAT-AUD.
           MOVE FORSTAT-CD TO NEWFORSTAT-AUD.
           MOVE SPACES TO OLDFORCTRY-AUD.
           MOVE FORCTRY-CD TO NEWFORCTRY-AUD.
           MOVE SPACES TO OLDW8DATE-AUD.
           MOVE W8DATE-CD TO NEWW8DATE-AUD.
           MOVE 0 TO OLDTREATYRT-AUD.
           MOVE TREATYRT-CD TO NEWTREATYRT-AUD.
           MOVE SPACES TO OLDW8EXPIRY-AUD.
           MOVE W8EXPIRY-CD TO NEWW8EXPIRY-AUD.
           COMPUTE OPERID-AUD = FUNCTION NUMVAL ( OPERID-IN ).

           CALL 'CBLTDLI'
             USING ISRT, DBPCB, AUDIT-SEG, AUDIT-SSA.
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE 0 TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
       HASH-ONE-BYTE-END.
           EXIT.

      * PROCEDURE PROTECT-TIN : TINP-CLEAR TO ITS STORED FORM IN
      * TINP-STORED UNDER SALT TINP-SALT (SEE TINPROT). ONLY A VALUE
      * WHOSE FIRST FIVE BYTES ARE DIGITS IS ENCIPHERED - BLANK OR
      * ALREADY-PROTECTED VALUES PASS THROUGH UNCHANGED.
       PROTECT-TIN.
           MOVE TINP-CLEAR TO TINP-STORED.
           IF TINP-CLEAR (1:5) IS NUMERIC
             COMPUTE TINP-ROLL =
               FUNCTION MOD (TINP-KEY + TINP-SALT, TINP-MOD)
             PERFORM PROTECT-ONE-DIGIT THRU PROTECT-ONE-DIGIT-END
                VARYING TINP-IX FROM 1 BY 1
                UNTIL TINP-IX > 5
           END-IF.
       PROTECT-TIN-END.
           EXIT.

       PROTECT-ONE-DIGIT.
           PERFORM ROLL-TIN-SHIFT THRU ROLL-TIN-SHIFT-END.
           MOVE TINP-CLEAR (TINP-IX:1) TO TINP-CHAR.
           MOVE 0 TO TINP-POS.
           INSPECT TINP-DIGITS TALLYING TINP-POS
              FOR CHARACTERS BEFORE INITIAL TINP-CHAR.
           COMPUTE TINP-VAL =
             FUNCTION MOD (TINP-POS + TINP-SHIFT, 10) + 1.
           MOVE TINP-LETTERS (TINP-VAL:1) TO TINP-STORED (TINP-IX:1).
       PROTECT-ONE-DIGIT-END.

       ROLL-TIN-SHIFT.
           COMPUTE TINP-ROLL = FUNCTION MOD
             (TINP-ROLL * TINP-MULT + TINP-IX, TINP-MOD).
           COMPUTE TINP-SHIFT = FUNCTION MOD (TINP-ROLL, 10).
       ROLL-TIN-SHIFT-END.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER

       INSERT-IO.
