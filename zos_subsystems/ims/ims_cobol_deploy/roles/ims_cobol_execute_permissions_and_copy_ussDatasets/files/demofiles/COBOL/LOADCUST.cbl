      * PROFITABILITY RUN (A/B/C/D). SPACE UNTIL THE FIRST RUN
      * SCORES THE RELATIONSHIP.
           05  VALBAND         PIC  X(01).
      * BAD-CONTACT FLAGS - BYTE 1 EMAIL, BYTE 2 SMS (SEE NTFSTAT),
      * BYTE 3 POSTAL ADDRESS (SEE NCOAUPD)
           05  BADCONTACT      PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK. SPACE/ZERO UNTIL
      * THE FIRST RUN SCORES THE CUSTOMER.
           05  RISKRATE        PIC  X(01).
           05  RISKSCORE       PIC  S9(4) COMP-5.
           05  RISKRSN         PIC  X(30).
           05  RISKDATE        PIC  X(10).
           05  EDDDUE          PIC  X(10).
      * RELATIONSHIP OFFICER - SET BY FBCUENRL, MOVED BY BRREASGN;
      * ZERO WHEN UNASSIGNED
           05  OFFICER         PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT SPACE IS A U.S. PERSON. SEE INTPOST AND NRAEXTR.
           05  FORSTAT         PIC  X(01).
           05  FORCTRY         PIC  X(02).
           05  W8DATE          PIC  X(10).
           05  TREATYRT        PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY        PIC  X(10).
       01  TXT-CUSTID          PIC  X(9).
       01  TXT-LASTNAME        PIC  X(50).
       01  TXT-FIRSTNM         PIC  X(50).
       01  TXT-OPTINS          PIC  X(8).
       01  TXT-DOB             PIC  X(10).
       01  TXT-VALBAND         PIC  X(01).
       01  TXT-BADCONTACT      PIC  X(03).


      * PASSWORD HASH TRANSFORM WORK FIELDS - SEE HASH-PASSWORD.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  MILLISEC-TS     PIC X(2).
           05  FILLER          PIC X(1) VALUE '0'.

      * THE TIN IS STORED PROTECTED UNDER THE CUSTID IT LOADS ON
      * - SEE PROTECT-TIN
           COPY TINPROT.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
      * TIN AND ITS W-9 CERTIFICATION FLAG ARE OPTIONAL TRAILING
      * COLUMNS - A BLANK FLAG LOADS UNCERTIFIED, WHICH PUTS THE
      * CUSTOMER'S INTEREST UNDER BACKUP WITHHOLDING
           MOVE TXT-TIN TO TINP-CLEAR.
           MOVE CUSTID TO TINP-SALT.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           MOVE TINP-STORED TO TIN.
           IF TXT-TINCERT = SPACES
             MOVE 'N' TO TINCERT
           ELSE
      *    BLANK ON AN ORDINARY ENROLLMENT FEED
           MOVE TXT-VALBAND TO VALBAND.
           MOVE TXT-BADCONTACT TO BADCONTACT.
      *    A NEW CUSTOMER IS UNRATED, UNASSIGNED AND A U.S. PERSON
      *    UNTIL AMLRISK, BRREASGN OR FBW8MNT SAY OTHERWISE
           MOVE SPACES TO RISKRATE.
           MOVE 0 TO RISKSCORE.
           MOVE SPACES TO RISKRSN.
           MOVE SPACES TO RISKDATE.
           MOVE SPACES TO EDDDUE.
           MOVE 0 TO OFFICER.
           MOVE SPACES TO FORSTAT.
           MOVE SPACES TO FORCTRY.
           MOVE SPACES TO W8DATE.
           MOVE 0 TO TREATYRT.
           MOVE SPACES TO W8EXPIRY.

      * DENIED-PARTY SCREEN - A LISTED NAME NEVER LOADS; THE RECORD
      * GOES TO THE REJECT FILE AND THE HIT TO THE SECEVT TRAIL
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'X' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
           CALL 'CBLTDLI'
             USING CHKP, CHKP-ID, RESTART-AREA-LEN, RESTART-DATA.
           DISPLAY 'CHECKPOINT TAKEN: ' CHKP-ID.
       TAKE-CHECKPOINT-END.

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
