       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TINCONV.

      ******************************************************************
      * TIN PROTECTION CONVERSION - WALKS EVERY CUSTOMER ROW AND PUTS
      * EVERY TAXPAYER NUMBER STILL HELD IN THE CLEAR INTO ITS STORED,
      * PROTECTED FORM (SEE TINPROT):
      *   TIN-CD                   ON THE CUSTOMER ROW
      *   OLDTIN-AUD / NEWTIN-AUD  ON EACH OF ITS AUDIT ROWS
      *   TIN-BOW                  ON EACH OF ITS BENOWN ROWS
      * ALL UNDER THE CUSTOMER'S OWN CUSTID AS THE SALT. FBCUENRL AND
      * FBBOWMNT STORE NEW TINS PROTECTED; THIS JOB CONVERTS WHAT WAS
      * ON FILE BEFORE THEM, AND ANY ROWS RELOADED FROM AN OLDER
      * UNLOAD OR COPIED FORWARD IN THE CLEAR.
      *
      * A VALUE ALREADY PROTECTED, OR BLANK, IS LEFT AS IT IS, SO THE
      * JOB IS SAFE TO RERUN - A RERUN AFTER AN ABEND JUST PICKS UP
      * WHAT THE FIRST RUN DID NOT REACH. A ROW THAT COULD NOT BE
      * REPLACED LEAVES ITS TIN IN THE CLEAR AND THE RUN ENDS RC 8.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GHN                 PIC  X(04)        VALUE "GHN ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
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
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    CUSTOMER-SSA1 RE-ESTABLISHES PARENTAGE ON THE CURRENT
      *    CUSTOMER BEFORE ITS BENOWN WALK
       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SSA-CUSTID      PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    AUDIT-SSA AND BENOWN-SSA WALK THE CHILDREN OF THE CUSTOMER
      *    CURRENTLY POSITIONED
       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BENOWN-SSA.
           05  FILLER          PIC  X(08)        VALUE "BENOWN  ".
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

      *    AUDIT-SEG - SEE FBSCUDAT
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

      *    BENOWN-SEG - SEE FBBOWMNT
       01  BENOWN-SEG.
           05  CUSTID-BOW      PIC  S9(9) COMP-5.
           05  OWNSEQ-BOW      PIC  S9(4) COMP-5.
           05  LASTNAME-BOW    PIC  X(50).
           05  FIRSTNAME-BOW   PIC  X(50).
           05  DOB-BOW         PIC  X(10).
           05  ADDRESS-BOW     PIC  X(80).
           05  CITY-BOW        PIC  X(25).
           05  STATE-BOW       PIC  X(02).
           05  ZIPCODE-BOW     PIC  X(15).
           05  TIN-BOW         PIC  X(09).
           05  OWNPCT-BOW      PIC  S9(3)V9(2) COMP-3.
           05  CONTROL-BOW     PIC  X(01).
           05  STATUS-BOW      PIC  X(01).
           05  SCREEN-BOW      PIC  X(01).
           05  SCREENDT-BOW    PIC  X(10).
           05  ADDEDTS-BOW     PIC  X(23).
           05  ADDEDBY-BOW     PIC  S9(9) COMP-5.

      ******************************************************************
      *PROTECTION WORK AREA AND RUN COUNTS
      ******************************************************************

           COPY TINPROT.

       77  WS-ROW-CHANGED      PIC  X(01).
       77  CUSTOMERS-READ      PIC  S9(9) COMP-5 VALUE 0.
       77  CUST-TINS-DONE      PIC  S9(9) COMP-5 VALUE 0.
       77  AUDIT-ROWS-DONE     PIC  S9(9) COMP-5 VALUE 0.
       77  OWNER-TINS-DONE     PIC  S9(9) COMP-5 VALUE 0.
       77  REPL-FAILURES       PIC  S9(9) COMP-5 VALUE 0.

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

      *    DBPCB1 - CUSTOMER UPDATE, WITH AUDIT AND BENOWN SENSITIVE
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL "CBLTDLI"
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM CONVERT-ONE-CUSTOMER THRU CONVERT-ONE-CUSTOMER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           DISPLAY '========================================'.
           DISPLAY 'TIN PROTECTION CONVERSION'.
           DISPLAY 'CUSTOMERS READ:           ' CUSTOMERS-READ.
           DISPLAY 'CUSTOMER TINS PROTECTED:  ' CUST-TINS-DONE.
           DISPLAY 'AUDIT ROWS PROTECTED:     ' AUDIT-ROWS-DONE.
           DISPLAY 'OWNER TINS PROTECTED:     ' OWNER-TINS-DONE.
           DISPLAY 'REPLACE FAILURES:         ' REPL-FAILURES.
           DISPLAY '========================================'.

           IF REPL-FAILURES > 0
             MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE CONVERT-ONE-CUSTOMER : PROTECTS THE HELD CUSTOMER
      * ROW'S TIN, THEN ITS AUDIT AND BENOWN CHILDREN, THEN MOVES ON
      * TO THE NEXT CUSTOMER
       CONVERT-ONE-CUSTOMER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO CONVERT-ONE-CUSTOMER-END
           END-IF.
           ADD 1 TO CUSTOMERS-READ.
           MOVE CUSTID-CD TO TINP-SALT.
           MOVE CUSTID-CD TO SSA-CUSTID.

           MOVE TIN-CD TO TINP-CLEAR.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           IF TINP-STORED NOT = TIN-CD
             MOVE TINP-STORED TO TIN-CD
             CALL "CBLTDLI"
               USING REPL, DBPCB, CUSTOMER-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'TINCONV: TIN NOT PROTECTED - CUSTID ' CUSTID-CD
               ADD 1 TO REPL-FAILURES
             ELSE
               ADD 1 TO CUST-TINS-DONE
             END-IF
           END-IF.

           CALL "CBLTDLI"
             USING GHNP, DBPCB, AUDIT-SEG, AUDIT-SSA.
           PERFORM CONVERT-ONE-AUDIT THRU CONVERT-ONE-AUDIT-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.

           CALL "CBLTDLI"
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT = SPACES
             CALL "CBLTDLI"
               USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA
             PERFORM CONVERT-ONE-OWNER THRU CONVERT-ONE-OWNER-END
                UNTIL DBSTAT = GB OR DBSTAT = GE
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.

           CALL "CBLTDLI"
             USING GHN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
       CONVERT-ONE-CUSTOMER-END.
           EXIT.

      * PROCEDURE CONVERT-ONE-AUDIT : PROTECTS BOTH TIN COLUMNS OF THE
      * HELD AUDIT ROW AND REPLACES IT IF EITHER CHANGED
       CONVERT-ONE-AUDIT.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO CONVERT-ONE-AUDIT-END
           END-IF.
           MOVE 'N' TO WS-ROW-CHANGED.
           MOVE OLDTIN-AUD TO TINP-CLEAR.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           IF TINP-STORED NOT = OLDTIN-AUD
             MOVE TINP-STORED TO OLDTIN-AUD
             MOVE 'Y' TO WS-ROW-CHANGED
           END-IF.
           MOVE NEWTIN-AUD TO TINP-CLEAR.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           IF TINP-STORED NOT = NEWTIN-AUD
             MOVE TINP-STORED TO NEWTIN-AUD
             MOVE 'Y' TO WS-ROW-CHANGED
           END-IF.
           IF WS-ROW-CHANGED = 'Y'
             CALL "CBLTDLI"
               USING REPL, DBPCB, AUDIT-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'TINCONV: AUDIT ROW NOT PROTECTED - CUSTID '
                  CUSTID-CD ' AT ' TIMESTMP-AUD
               ADD 1 TO REPL-FAILURES
             ELSE
               ADD 1 TO AUDIT-ROWS-DONE
             END-IF
           END-IF.

           CALL "CBLTDLI"
             USING GHNP, DBPCB, AUDIT-SEG, AUDIT-SSA.
       CONVERT-ONE-AUDIT-END.
           EXIT.

      * PROCEDURE CONVERT-ONE-OWNER : PROTECTS THE HELD BENOWN ROW'S
      * TIN AND REPLACES IT IF IT CHANGED
       CONVERT-ONE-OWNER.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO CONVERT-ONE-OWNER-END
           END-IF.
           MOVE TIN-BOW TO TINP-CLEAR.
           PERFORM PROTECT-TIN THRU PROTECT-TIN-END.
           IF TINP-STORED NOT = TIN-BOW
             MOVE TINP-STORED TO TIN-BOW
             CALL "CBLTDLI"
               USING REPL, DBPCB, BENOWN-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
               DISPLAY 'TINCONV: OWNER TIN NOT PROTECTED - CUSTID '
                  CUSTID-CD ' OWNER ' OWNSEQ-BOW
               ADD 1 TO REPL-FAILURES
             ELSE
               ADD 1 TO OWNER-TINS-DONE
             END-IF
           END-IF.

           CALL "CBLTDLI"
             USING GHNP, DBPCB, BENOWN-SEG, BENOWN-SSA.
       CONVERT-ONE-OWNER-END.
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
