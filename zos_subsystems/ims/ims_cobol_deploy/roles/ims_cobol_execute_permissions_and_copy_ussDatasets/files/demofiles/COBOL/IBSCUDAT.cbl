      * RELATIONSHIP VALUE BAND - STAMPED BY THE MONTHLY CUSTPROF
      * PROFITABILITY RUN, CARRIED UNTOUCHED THROUGH MAINTENANCE
           05  VALBAND-CD      PIC  X(01).
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, BYTE 2 SMS, BYTE 3 POSTAL
      * ADDRESS; 'B' AFTER THE GATEWAY BOUNCED THE CONTACT REPEATEDLY
      * (SEE NTFSTAT) OR THE MAIL CAME BACK (SEE NCOAUPD), SPACE WHEN
      * THE CONTACT IS BELIEVED GOOD. UPDATING THE CONTACT CLEARS ITS
      * FLAG.
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
      *AUDIT TRAIL CHILD SEGMENT - ONE ROW PER SUCCESSFUL PROFILE UPDATE,
      *CAPTURING THE BEFORE/AFTER VALUES OF EVERY FIELD SET-CUSTOMER-DATA
      * CUSTODIAL RULES, SO WHO CHANGED A DOB MATTERS
           05  OLDDOB-AUD         PIC  X(10).
           05  NEWDOB-AUD         PIC  X(10).
      * RELATIONSHIP OFFICER TRAIL - SEE BRREASGN. NOT CHANGED HERE;
      * BOTH HALVES CARRY THE VALUE ON FILE
           05  OLDOFFICER-AUD     PIC  9(09).
           05  NEWOFFICER-AUD     PIC  9(09).
      * W-8 CERTIFICATION TRAIL (TREATY RATE ZONED, LIKE THE OFFICER)
      * - SEE FBW8MNT. NOT CHANGED HERE EITHER
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
      *STATE/ZIPCODE EDIT AREA - VALIDATES STATE-IN AND ZIPCODE-IN
           05  FILLER          PIC  X(08)        VALUE "PENDCHG ".
           05  FILLER          PIC  X(01)        VALUE ' '.

      * A CHANGED TIN IS STORED PROTECTED UNDER THE CUSTOMER'S CUSTID
      * - SEE PROTECT-TIN
           COPY TINPROT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
             MOVE ZIPCODE-IN TO ZIPCODE-CD
             MOVE PHONE-IN TO PHONE-CD
             IF TIN-IN NOT = SPACES
               MOVE TIN-IN TO TINP-CLEAR
               MOVE CUSTID-CD TO TINP-SALT
               PERFORM PROTECT-TIN THRU PROTECT-TIN-END
               MOVE TINP-STORED TO TIN-CD
             END-IF
             IF TINCERT-IN NOT = SPACES
               MOVE TINCERT-IN TO TINCERT-CD
               MOVE SMS-IN TO SMS-CD
               MOVE ' ' TO BADCONTACT-CD (2:1)
             END-IF
      *      A CORRECTED POSTAL ADDRESS CLEARS THE RETURNED-MAIL FLAG,
      *      THE SAME WAY NCOAUPD DOES FOR A FORWARDING ADDRESS
             IF ADDRESS-CD NOT = OLDADDRESS-AUD
                OR CITY-CD NOT = OLDCITY-AUD
                OR STATE-CD NOT = OLDSTATE-AUD
                OR ZIPCODE-CD NOT = OLDZIPCODE-AUD
               MOVE ' ' TO BADCONTACT-CD (3:1)
             END-IF
      *      BYTES 7-8 ARE THE STATEMENT DELIVERY PREFERENCE AND ITS
      *      BOUNCE COUNT - CHANGED ONLY WITH THE CUSTOMER'S CONSENT
      *      THROUGH FBESTMNT, SO THEY ARE KEPT HERE
             IF OPTINS-IN NOT = SPACES
               MOVE OPTINS-IN (1:6) TO OPTINS-CD (1:6)
             END-IF
             IF DOB-IN NOT = SPACES
               MOVE DOB-IN TO DOB-CD
           MOVE SMS-CD TO NEWSMS-AUD.
           MOVE OPTINS-CD TO NEWOPTINS-AUD.
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
           COMPUTE OPERID-AUD = FUNCTION NUMVAL ( OPERID-IN ).

      *    UNQUALIFIED ISRT - RELIES ON THE CUSTOMER PARENT CURRENCY
      *    ESTABLISHED BY THE GHU/REPL ABOVE, SAME PATTERN IBTRAN USES
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.

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
