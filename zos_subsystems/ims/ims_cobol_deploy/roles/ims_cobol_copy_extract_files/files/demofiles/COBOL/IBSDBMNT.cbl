       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBSDBMNT.

      ******************************************************************
      * SAFE DEPOSIT BOX MAINTENANCE - THE BRANCH'S BOX INVENTORY AND
      * RENTALS (SDBOX.CPY). EVERY FUNCTION IS KEYED BY BRANCH-IN AND
      * BOXNUM-IN AND ONLY HONORED FROM AN OPERATOR SIGNED ON AT THIS
      * TERMINAL (SEE FBOPRSGN). FUNCTYPE-IN:
      *   'N'EW     - ADDS A BOX TO THE BRANCH INVENTORY WITH ITS SIZE
      *               AND ANNUAL RENT, OR RETURNS A DRILLED BOX TO
      *               SERVICE ONCE ITS CONTENTS ARE INVENTORIED
      *   'R'ENT    - RENTS AN AVAILABLE BOX TO CUSTID-IN, THE RENT TO
      *               BE DEBITED FROM ACCID-IN (WHICH THE CUSTOMER
      *               MUST OWN). THE FIRST YEAR IS BILLED BY SDBBILL
      *               THAT NIGHT AND EACH ANNIVERSARY AFTER
      *   'J'OINT   - ADDS CUSTID-IN AS A JOINT RENTER
      *   'U'NJOIN  - REMOVES A JOINT RENTER
      *   'T'RANSFR - TRANSFERS THE RENTAL TO CUSTID-IN, BILLED TO
      *               ACCID-IN; THE OLD RENTERS ARE ENDED AND THE PAID
      *               YEAR CARRIES OVER. REFUSED WHILE RENT IS OWED
      *   'S'URRNDR - ENDS THE RENTAL AND RETURNS THE BOX TO INVENTORY.
      *               REFUSED WHILE RENT IS OWED
      *   'E'NTRY   - LOGS A VAULT ENTRY BY RENTER CUSTID-IN, ADMITTED
      *               BY THE OPERATOR. A DECEASED RENTER IS REFUSED -
      *               THE BOX WAITS FOR THE ESTATE
      *   'D'RILL   - RECORDS THAT A DELINQUENT BOX WAS DRILLED (SEE
      *               SDBBILL'S CANDIDATE LIST). SUPERVISOR ONLY
      *   'Q'UERY   - RETURNS THE BOX AND ITS RENTERS
      *   'H'ISTORY - RETURNS THE BOX'S MOST RECENT ACCESS LOG ROWS
      *   'L'IST    - RETURNS THE BRANCH'S BOXES FROM BOXNUM-IN ON,
      *               ONLY THOSE IN STATUS-IN WHEN IT IS KEYED
      * EVERY CHANGE AND EVERY ENTRY IS WRITTEN TO THE BOX'S ACCESS LOG
      * WITH THE OPERATOR AND TERMINAL.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOBOX           PIC  X(22) VALUE "BOX NOT ON FILE".
       77  BOXEXISTS       PIC  X(22) VALUE "BOX ALREADY ON FILE".
       77  BOXNOTAVAIL     PIC  X(22) VALUE "BOX NOT AVAILABLE".
       77  BOXNOTRENTED    PIC  X(22) VALUE "BOX NOT RENTED".
       77  NOCUSTOMER      PIC  X(23) VALUE "CUSTOMER DOES NOT EXIST".
       77  CUSTDECEASED    PIC  X(22) VALUE "RENTER IS DECEASED".
       77  NOTOWNER        PIC  X(34) VALUE
             "ACCOUNT NOT OWNED BY THIS CUSTOMER".
       77  NOTRENTER       PIC  X(30) VALUE
             "CUSTOMER IS NOT A RENTER".
       77  ALREADYRENTER   PIC  X(30) VALUE
             "CUSTOMER ALREADY A RENTER".
       77  NOTJOINT        PIC  X(30) VALUE
             "CUSTOMER IS NOT A JOINT RENTER".
       77  RENTOWED        PIC  X(30) VALUE
             "RENT IS OUTSTANDING ON THE BOX".
       77  BADRENT         PIC  X(30) VALUE
             "ANNUAL RENT MUST BE POSITIVE".
       77  NOSIZE          PIC  X(22) VALUE "BOX SIZE IS REQUIRED".
       77  NOBOXKEY        PIC  X(30) VALUE
             "BRANCH AND BOX ARE REQUIRED".
       77  NOTSUPERVISOR   PIC  X(30) VALUE
             "SUPERVISOR REQUIRED".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

      * UPPER LIMIT ON ROWS RETURNED IN ONE LIST REPLY
       77  MAX-SDL             PIC 99 VALUE 10.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  GN                  PIC  X(04)        VALUE "GN  ".
       77  GNP                 PIC  X(04)        VALUE "GNP ".
       77  GHNP                PIC  X(04)        VALUE "GHNP".
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

       77  WS-CUSTID           PIC  S9(9) COMP-5.
       77  WS-ACCID            PIC  S9(18) COMP-5.
       77  WS-OPERID           PIC  S9(9) COMP-5.
       77  WS-AMOUNT           PIC  S9(13)V9(2) COMP-3.
       77  WS-BOXKEY           PIC  X(10).
       77  WS-EVENT            PIC  X(01).
       77  WS-EVENT-CUSTID     PIC  S9(9) COMP-5.
       77  WS-ROW-FOUND        PIC  X(01).
       77  WS-OWN-FOUND        PIC  X(01).
       77  WS-SDL-IX           PIC  99.

      ******************************************************************
      *SEGMENT AREAS - SDBOX, SDRENTR, SDACCESS AND THEIR SSAS
      ******************************************************************
           COPY SDBOX.

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
      * DECEASED PROCESSING - SET BY FBDECNOT. A DECEASED RENTER'S BOX
      * IS NOT OPENED FOR THEM
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

       01  CUSTACCS-SEG.
           05  CUSTID-CA       PIC  S9(9) COMP-5.
           05  ACCID-CA        PIC  S9(18) COMP-5.
           05  ACCNUM-CA       PIC  S9(9) COMP-5.
           05  OWNERROLE-CA    PIC  X(1).

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  OPERID-IN       PIC  X(09).
           05  BRANCH-IN       PIC  X(04).
           05  BOXNUM-IN       PIC  X(06).
           05  CUSTID-IN       PIC  X(09).
           05  ACCID-IN        PIC  X(18).
           05  SIZE-IN         PIC  X(05).
           05  AMOUNT-IN       PIC  X(16).
           05  STATUS-IN       PIC  X(01).

      *    THE BOX ACTED ON, THEN ONE ROW PER RENTER ('Q'), PER ACCESS
      *    LOG ENTRY ('H', STATUS-SR CARRYING THE EVENT) OR PER BOX
      *    ('L', CUSTID-SR THE PRIMARY RENTER AND DATE-SR THE NEXT
      *    BILLING DATE)
       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(34).
           05  BOXKEY-OUT      PIC  X(10).
           05  SIZE-OUT        PIC  X(05).
           05  STATUS-OUT      PIC  X(01).
           05  ANNRENT-OUT     PIC  S9(13)V9(2) COMP-3.
           05  RENTCUST-OUT    PIC  S9(9) COMP-5.
           05  BILLACC-OUT     PIC  S9(18) COMP-5.
           05  NEXTBILL-OUT    PIC  X(10).
           05  RENTDUE-OUT     PIC  S9(13)V9(2) COMP-3.
           05  DUESINCE-OUT    PIC  X(10).
           05  TOTAL-SDL       PIC  99.
           05  SD-ROW OCCURS 1 TO 10 TIMES
                 DEPENDING ON TOTAL-SDL.
               10  BOXNUM-SR   PIC  X(06).
               10  SIZE-SR     PIC  X(05).
               10  STATUS-SR   PIC  X(01).
               10  CUSTID-SR   PIC  S9(9) COMP-5.
               10  ROLE-SR     PIC  X(01).
               10  DATE-SR     PIC  X(10).
               10  TIME-SR     PIC  X(12).
               10  OPERID-SR   PIC  S9(9) COMP-5.
               10  RENTDUE-SR  PIC  S9(13)V9(2) COMP-3.

      ******************************************************************
      *SEGMENT SEARCH ARGUMENTS
      ******************************************************************

       01  CUSTOMER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  CUSTID          PIC  S9(9) COMP-5  VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTACCS-SSA2.
           05  FILLER          PIC  X(08)        VALUE "CUSTACCS".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "CUSTID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  CA-CUSTID       PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

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

       01  WS-TODAY-YMD        PIC X(10).

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
      *OPERATOR SIGN-ON CHECK - OPERID-IN IS ONLY HONORED FROM THE
      *LTERM FBOPRSGN RECORDED THE OPERATOR AS SIGNED ON AT
      ******************************************************************

       77  WS-SIGNED-ON        PIC  X(01).

       01  OPERATOR-SEG.
           05  OPERID-OPR      PIC  S9(9) COMP-5.
           05  NAME-OPR        PIC  X(30).
           05  LIMIT-OPR       PIC  S9(13)V9(2) COMP-3.
           05  SUPV-OPR        PIC  X(01).
           05  DISABLED-OPR    PIC  X(01).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN
           05  PWDHASH-OPR     PIC  S9(9) COMP-5.
           05  PWDFORCE-OPR    PIC  X(01).
           05  FAILCNT-OPR     PIC  S9(4) COMP-5.
           05  LOCKED-OPR      PIC  X(01).
           05  SIGNTERM-OPR    PIC  X(08).
           05  SIGNTS-OPR      PIC  X(23).

       01  OPRSIGN-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "OPERID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  SIGN-OPERID     PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.
       01  DBPCB2 POINTER.
       01  DBPCB3 POINTER.
       01  DBPCB4 POINTER.

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

      * DBPCB1 SAFE DEPOSIT BOXES, DBPCB2 CUSTOMER, DBPCB3 CUSTACCS,
      * DBPCB4 OPERATOR
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2, DBPCB3, DBPCB4.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM MAINTAIN-SDBOX THRU MAINTAIN-SDBOX-END

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

      * PROCEDURE MAINTAIN-SDBOX : CHECKS THE OPERATOR AND DISPATCHES
      * FOR FUNCTYPE-IN
       MAINTAIN-SDBOX.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE SPACES TO BOXKEY-OUT.
           MOVE SPACES TO SIZE-OUT.
           MOVE SPACES TO STATUS-OUT.
           MOVE SPACES TO NEXTBILL-OUT.
           MOVE SPACES TO DUESINCE-OUT.
           MOVE 0 TO TOTAL-SDL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

      * ONLY FROM AN OPERATOR SIGNED ON AT THIS TERMINAL
           PERFORM CHECK-OPER-SIGNON THRU CHECK-OPER-SIGNON-END.
           IF WS-SIGNED-ON NOT = 'Y'
             MOVE NOTSIGNEDON TO MSG-OUT
             GO TO MAINTAIN-SDBOX-END
           END-IF.
           COMPUTE WS-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           IF BRANCH-IN = SPACES
              OR ( BOXNUM-IN = SPACES AND FUNCTYPE-IN NOT = 'L' )
             MOVE NOBOXKEY TO MSG-OUT
             GO TO MAINTAIN-SDBOX-END
           END-IF.
           MOVE BRANCH-IN TO WS-BOXKEY (1:4).
           MOVE BOXNUM-IN TO WS-BOXKEY (5:6).
           MOVE 0 TO WS-CUSTID.
           IF CUSTID-IN NOT = SPACES
             COMPUTE WS-CUSTID = FUNCTION NUMVAL ( CUSTID-IN )
           END-IF.

           EVALUATE FUNCTYPE-IN
             WHEN 'N'
               PERFORM ADD-BOX THRU ADD-BOX-END
             WHEN 'R'
               PERFORM RENT-BOX THRU RENT-BOX-END
             WHEN 'J'
               PERFORM ADD-JOINT-RENTER THRU ADD-JOINT-RENTER-END
             WHEN 'U'
               PERFORM REMOVE-JOINT-RENTER
                  THRU REMOVE-JOINT-RENTER-END
             WHEN 'T'
               PERFORM TRANSFER-BOX THRU TRANSFER-BOX-END
             WHEN 'S'
               PERFORM SURRENDER-BOX THRU SURRENDER-BOX-END
             WHEN 'E'
               PERFORM LOG-VAULT-ENTRY THRU LOG-VAULT-ENTRY-END
             WHEN 'D'
               PERFORM RECORD-DRILLING THRU RECORD-DRILLING-END
             WHEN 'Q'
               PERFORM QUERY-BOX THRU QUERY-BOX-END
             WHEN 'H'
               PERFORM LIST-ACCESS-LOG THRU LIST-ACCESS-LOG-END
             WHEN 'L'
               PERFORM LIST-BRANCH-BOXES THRU LIST-BRANCH-BOXES-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       MAINTAIN-SDBOX-END.
           EXIT.

      * PROCEDURE ADD-BOX : A NEW BOX INTO THE BRANCH INVENTORY, OR A
      * DRILLED BOX BACK INTO SERVICE. WHATEVER RENT WAS OWED WHEN IT
      * WAS DRILLED IS RECOVERED OUTSIDE THIS SYSTEM AND IS CLEARED
      * HERE; A NEW SIZE OR RENT MAY BE KEYED WITH IT
       ADD-BOX.
           MOVE 0 TO WS-AMOUNT.
           IF AMOUNT-IN NOT = SPACES
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL ( AMOUNT-IN )
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF DBSTAT = SPACES
             IF NOT SDB-DRILLED
               MOVE BOXEXISTS TO MSG-OUT
               GO TO ADD-BOX-END
             END-IF
             IF SIZE-IN NOT = SPACES
               MOVE SIZE-IN TO SIZE-SDB
             END-IF
             IF WS-AMOUNT > 0
               MOVE WS-AMOUNT TO ANNRENT-SDB
             END-IF
             MOVE 'A' TO STATUS-SDB
             MOVE 0 TO RENTCUST-SDB
             MOVE 0 TO BILLACC-SDB
             MOVE SPACES TO RENTDATE-SDB
             MOVE SPACES TO NEXTBILL-SDB
             MOVE 0 TO RENTDUE-SDB
             MOVE SPACES TO DUESINCE-SDB
             CALL 'CBLTDLI'
               USING REPL, DBPCB, SDBOX-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
               GO TO ADD-BOX-END
             END-IF
             MOVE 'N' TO WS-EVENT
             MOVE 0 TO WS-EVENT-CUSTID
             PERFORM LOG-EVENT THRU LOG-EVENT-END
             PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END
             MOVE 'BOX RETURNED TO SERVICE' TO MSG-OUT
             GO TO ADD-BOX-END
           END-IF.
           IF DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-BOX-END
           END-IF.

           IF SIZE-IN = SPACES
             MOVE NOSIZE TO MSG-OUT
             GO TO ADD-BOX-END
           END-IF.
           IF WS-AMOUNT NOT > 0
             MOVE BADRENT TO MSG-OUT
             GO TO ADD-BOX-END
           END-IF.
           MOVE WS-BOXKEY TO BOXKEY-SDB.
           MOVE SIZE-IN TO SIZE-SDB.
           MOVE 'A' TO STATUS-SDB.
           MOVE WS-AMOUNT TO ANNRENT-SDB.
           MOVE 0 TO RENTCUST-SDB.
           MOVE 0 TO BILLACC-SDB.
           MOVE SPACES TO RENTDATE-SDB.
           MOVE SPACES TO NEXTBILL-SDB.
           MOVE 0 TO RENTDUE-SDB.
           MOVE SPACES TO DUESINCE-SDB.
           MOVE SPACES TO LASTPAID-SDB.
           MOVE SPACES TO DRILLDATE-SDB.
           MOVE SPACES TO LASTENTRY-SDB.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SDBOX-SEG, SDBOX-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO ADD-BOX-END
           END-IF.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'BOX ADDED' TO MSG-OUT.
       ADD-BOX-END.
           EXIT.

      * PROCEDURE RENT-BOX : AN AVAILABLE BOX TO A LIVING CUSTOMER WHO
      * OWNS THE ACCOUNT THE RENT IS TO COME FROM. THE FIRST YEAR IS
      * BILLED TONIGHT - NEXTBILL IS TODAY
       RENT-BOX.
           PERFORM CHECK-NEW-RENTER THRU CHECK-NEW-RENTER-END.
           IF MSG-OUT NOT = SPACES
             GO TO RENT-BOX-END
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO RENT-BOX-END
           END-IF.
           IF NOT SDB-AVAILABLE
             MOVE BOXNOTAVAIL TO MSG-OUT
             GO TO RENT-BOX-END
           END-IF.
           MOVE 'R' TO STATUS-SDB.
           MOVE WS-CUSTID TO RENTCUST-SDB.
           MOVE WS-ACCID TO BILLACC-SDB.
           MOVE WS-TODAY-YMD TO RENTDATE-SDB.
           MOVE WS-TODAY-YMD TO NEXTBILL-SDB.
           MOVE 0 TO RENTDUE-SDB.
           MOVE SPACES TO DUESINCE-SDB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDBOX-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RENT-BOX-END
           END-IF.
           MOVE 'P' TO ROLE-SDR.
           PERFORM ADD-RENTER-ROW THRU ADD-RENTER-ROW-END.
           IF MSG-OUT NOT = SPACES
             GO TO RENT-BOX-END
           END-IF.
           MOVE 'R' TO WS-EVENT.
           MOVE WS-CUSTID TO WS-EVENT-CUSTID.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'BOX RENTED' TO MSG-OUT.
       RENT-BOX-END.
           EXIT.

      * PROCEDURE ADD-JOINT-RENTER : A FURTHER LIVING CUSTOMER WITH
      * ACCESS TO A RENTED BOX. THE RENT STAYS WITH THE PRIMARY
       ADD-JOINT-RENTER.
           PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-JOINT-RENTER-END
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-JOINT-RENTER-END
           END-IF.
           IF NOT SDB-RENTED
             MOVE BOXNOTRENTED TO MSG-OUT
             GO TO ADD-JOINT-RENTER-END
           END-IF.
           PERFORM FIND-RENTER THRU FIND-RENTER-END.
           IF WS-ROW-FOUND = 'Y' AND SDR-ACTIVE
             MOVE ALREADYRENTER TO MSG-OUT
             GO TO ADD-JOINT-RENTER-END
           END-IF.
           MOVE 'J' TO ROLE-SDR.
           PERFORM ADD-RENTER-ROW THRU ADD-RENTER-ROW-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-JOINT-RENTER-END
           END-IF.
           MOVE 'J' TO WS-EVENT.
           MOVE WS-CUSTID TO WS-EVENT-CUSTID.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM GET-BOX THRU GET-BOX-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'JOINT RENTER ADDED' TO MSG-OUT.
       ADD-JOINT-RENTER-END.
           EXIT.

      * PROCEDURE REMOVE-JOINT-RENTER : ENDS A JOINT RENTER'S ACCESS.
      * THE PRIMARY RENTER IS CHANGED BY 'T'RANSFER, NOT HERE
       REMOVE-JOINT-RENTER.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO REMOVE-JOINT-RENTER-END
           END-IF.
           PERFORM FIND-RENTER THRU FIND-RENTER-END.
           IF WS-ROW-FOUND NOT = 'Y' OR NOT SDR-ACTIVE
              OR NOT SDR-JOINT
             MOVE NOTJOINT TO MSG-OUT
             GO TO REMOVE-JOINT-RENTER-END
           END-IF.
           MOVE 'X' TO STATUS-SDR.
           MOVE WS-TODAY-YMD TO ENDDATE-SDR.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDRENTR-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO REMOVE-JOINT-RENTER-END
           END-IF.
           MOVE 'U' TO WS-EVENT.
           MOVE WS-CUSTID TO WS-EVENT-CUSTID.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM GET-BOX THRU GET-BOX-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'JOINT RENTER REMOVED' TO MSG-OUT.
       REMOVE-JOINT-RENTER-END.
           EXIT.

      * PROCEDURE TRANSFER-BOX : A NEW PRIMARY RENTER AND BILLING
      * ACCOUNT ON A PAID-UP BOX. EVERY CURRENT RENTER IS ENDED - THE
      * NEW RENTER ADDS THEIR OWN JOINT RENTERS. THE ANNIVERSARY AND
      * THE YEAR ALREADY PAID CARRY OVER
       TRANSFER-BOX.
           PERFORM CHECK-NEW-RENTER THRU CHECK-NEW-RENTER-END.
           IF MSG-OUT NOT = SPACES
             GO TO TRANSFER-BOX-END
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO TRANSFER-BOX-END
           END-IF.
           IF NOT SDB-RENTED
             MOVE BOXNOTRENTED TO MSG-OUT
             GO TO TRANSFER-BOX-END
           END-IF.
           IF RENTDUE-SDB > 0
             MOVE RENTOWED TO MSG-OUT
             GO TO TRANSFER-BOX-END
           END-IF.
           IF RENTCUST-SDB = WS-CUSTID
             MOVE ALREADYRENTER TO MSG-OUT
             GO TO TRANSFER-BOX-END
           END-IF.
           PERFORM END-ALL-RENTERS THRU END-ALL-RENTERS-END.

           PERFORM GET-BOX THRU GET-BOX-END.
           MOVE WS-CUSTID TO RENTCUST-SDB.
           MOVE WS-ACCID TO BILLACC-SDB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDBOX-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO TRANSFER-BOX-END
           END-IF.
           MOVE 'P' TO ROLE-SDR.
           PERFORM ADD-RENTER-ROW THRU ADD-RENTER-ROW-END.
           IF MSG-OUT NOT = SPACES
             GO TO TRANSFER-BOX-END
           END-IF.
           MOVE 'T' TO WS-EVENT.
           MOVE WS-CUSTID TO WS-EVENT-CUSTID.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM GET-BOX THRU GET-BOX-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'BOX TRANSFERRED' TO MSG-OUT.
       TRANSFER-BOX-END.
           EXIT.

      * PROCEDURE SURRENDER-BOX : ENDS A PAID-UP RENTAL AND RETURNS
      * THE BOX TO INVENTORY. RENT ALREADY PAID IS NOT REFUNDED HERE
       SURRENDER-BOX.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO SURRENDER-BOX-END
           END-IF.
           IF NOT SDB-RENTED
             MOVE BOXNOTRENTED TO MSG-OUT
             GO TO SURRENDER-BOX-END
           END-IF.
           IF RENTDUE-SDB > 0
             MOVE RENTOWED TO MSG-OUT
             GO TO SURRENDER-BOX-END
           END-IF.
           MOVE RENTCUST-SDB TO WS-EVENT-CUSTID.
           PERFORM END-ALL-RENTERS THRU END-ALL-RENTERS-END.

           PERFORM GET-BOX THRU GET-BOX-END.
           MOVE 'A' TO STATUS-SDB.
           MOVE 0 TO RENTCUST-SDB.
           MOVE 0 TO BILLACC-SDB.
           MOVE SPACES TO RENTDATE-SDB.
           MOVE SPACES TO NEXTBILL-SDB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDBOX-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO SURRENDER-BOX-END
           END-IF.
           MOVE 'S' TO WS-EVENT.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'BOX SURRENDERED' TO MSG-OUT.
       SURRENDER-BOX-END.
           EXIT.

      * PROCEDURE LOG-VAULT-ENTRY : ADMITS AN ACTIVE, LIVING RENTER TO
      * THE BOX AND LOGS IT WITH THE ADMITTING OPERATOR
       LOG-VAULT-ENTRY.
           PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO LOG-VAULT-ENTRY-END
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO LOG-VAULT-ENTRY-END
           END-IF.
           IF NOT SDB-RENTED
             MOVE BOXNOTRENTED TO MSG-OUT
             GO TO LOG-VAULT-ENTRY-END
           END-IF.
           PERFORM FIND-RENTER THRU FIND-RENTER-END.
           IF WS-ROW-FOUND NOT = 'Y' OR NOT SDR-ACTIVE
             MOVE NOTRENTER TO MSG-OUT
             GO TO LOG-VAULT-ENTRY-END
           END-IF.

           PERFORM GET-BOX THRU GET-BOX-END.
           MOVE TIMESTAMP TO LASTENTRY-SDB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDBOX-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO LOG-VAULT-ENTRY-END
           END-IF.
           MOVE 'E' TO WS-EVENT.
           MOVE WS-CUSTID TO WS-EVENT-CUSTID.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'VAULT ENTRY LOGGED' TO MSG-OUT.
       LOG-VAULT-ENTRY-END.
           EXIT.

      * PROCEDURE RECORD-DRILLING : A SUPERVISOR RECORDS THAT THE BOX
      * WAS DRILLED. THE RENTERS ARE ENDED; THE PRIMARY RENTER AND
      * THE RENT OWED STAY ON THE BOX AS THE RECORD OF WHOSE CONTENTS
      * WERE INVENTORIED UNTIL 'N' RETURNS IT TO SERVICE
       RECORD-DRILLING.
           IF SUPV-OPR NOT = 'Y'
             MOVE NOTSUPERVISOR TO MSG-OUT
             GO TO RECORD-DRILLING-END
           END-IF.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO RECORD-DRILLING-END
           END-IF.
           IF NOT SDB-RENTED
             MOVE BOXNOTRENTED TO MSG-OUT
             GO TO RECORD-DRILLING-END
           END-IF.
           MOVE RENTCUST-SDB TO WS-EVENT-CUSTID.
           PERFORM END-ALL-RENTERS THRU END-ALL-RENTERS-END.

           PERFORM GET-BOX THRU GET-BOX-END.
           MOVE 'D' TO STATUS-SDB.
           MOVE WS-TODAY-YMD TO DRILLDATE-SDB.
           MOVE SPACES TO NEXTBILL-SDB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SDBOX-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RECORD-DRILLING-END
           END-IF.
           MOVE 'D' TO WS-EVENT.
           PERFORM LOG-EVENT THRU LOG-EVENT-END.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           MOVE 'BOX DRILLING RECORDED' TO MSG-OUT.
       RECORD-DRILLING-END.
           EXIT.

      * PROCEDURE QUERY-BOX : THE BOX AND EVERY RENTER IT HAS HAD
       QUERY-BOX.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO QUERY-BOX-END
           END-IF.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA.
           PERFORM LIST-ONE-RENTER THRU LIST-ONE-RENTER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-SDL = MAX-SDL.
       QUERY-BOX-END.
           EXIT.

       LIST-ONE-RENTER.
           IF DBSTAT = SPACES
             ADD 1 TO TOTAL-SDL
             MOVE BOXNUM-SDB TO BOXNUM-SR (TOTAL-SDL)
             MOVE SIZE-SDB TO SIZE-SR (TOTAL-SDL)
             MOVE STATUS-SDR TO STATUS-SR (TOTAL-SDL)
             MOVE CUSTID-SDR TO CUSTID-SR (TOTAL-SDL)
             MOVE ROLE-SDR TO ROLE-SR (TOTAL-SDL)
             MOVE ADDDATE-SDR TO DATE-SR (TOTAL-SDL)
             MOVE SPACES TO TIME-SR (TOTAL-SDL)
             MOVE 0 TO OPERID-SR (TOTAL-SDL)
             MOVE 0 TO RENTDUE-SR (TOTAL-SDL)
             CALL 'CBLTDLI'
               USING GNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-RENTER-END.

      * PROCEDURE LIST-ACCESS-LOG : THE BOX'S LATEST ACCESS LOG ROWS.
      * THE LOG READS OLDEST FIRST, SO ONCE THE REPLY IS FULL EACH
      * FURTHER ROW PUSHES THE OLDEST ONE OUT
       LIST-ACCESS-LOG.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO LIST-ACCESS-LOG-END
           END-IF.
           PERFORM MOVE-BOX-OUT THRU MOVE-BOX-OUT-END.
           CALL 'CBLTDLI'
             USING GNP, DBPCB, SDACCESS-SEG, SDACCESS-SSA.
           PERFORM LIST-ONE-ACCESS THRU LIST-ONE-ACCESS-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           IF TOTAL-SDL = 0
             MOVE 'NO ACCESS LOGGED' TO MSG-OUT
           END-IF.
       LIST-ACCESS-LOG-END.
           EXIT.

       LIST-ONE-ACCESS.
           IF DBSTAT = SPACES
             IF TOTAL-SDL = MAX-SDL
               PERFORM SHIFT-ONE-ROW THRU SHIFT-ONE-ROW-END
                  VARYING WS-SDL-IX FROM 2 BY 1
                  UNTIL WS-SDL-IX > MAX-SDL
             ELSE
               ADD 1 TO TOTAL-SDL
             END-IF
             MOVE BOXNUM-SDB TO BOXNUM-SR (TOTAL-SDL)
             MOVE SIZE-SDB TO SIZE-SR (TOTAL-SDL)
             MOVE EVENT-SDA TO STATUS-SR (TOTAL-SDL)
             MOVE CUSTID-SDA TO CUSTID-SR (TOTAL-SDL)
             MOVE SPACES TO ROLE-SR (TOTAL-SDL)
             MOVE ACCESSTS-SDA (1:10) TO DATE-SR (TOTAL-SDL)
             MOVE ACCESSTS-SDA (12:12) TO TIME-SR (TOTAL-SDL)
             MOVE OPERID-SDA TO OPERID-SR (TOTAL-SDL)
             MOVE 0 TO RENTDUE-SR (TOTAL-SDL)
             CALL 'CBLTDLI'
               USING GNP, DBPCB, SDACCESS-SEG, SDACCESS-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-ACCESS-END.

       SHIFT-ONE-ROW.
           MOVE SD-ROW (WS-SDL-IX) TO SD-ROW (WS-SDL-IX - 1).
       SHIFT-ONE-ROW-END.
           EXIT.

      * PROCEDURE LIST-BRANCH-BOXES : THE BRANCH'S BOXES IN BOX ORDER
      * FROM BOXNUM-IN (ALL WHEN BLANK), ONLY THOSE IN STATUS-IN WHEN
      * IT IS KEYED - 'A' LISTS THE BOXES FREE TO RENT
       LIST-BRANCH-BOXES.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE '>=' TO SDB-SSA-OP.
           MOVE WS-BOXKEY TO SDB-SSA-KEY.
           CALL 'CBLTDLI'
             USING GU, DBPCB, SDBOX-SEG, SDBOX-SSA1.
           MOVE '= ' TO SDB-SSA-OP.
           PERFORM LIST-ONE-BOX THRU LIST-ONE-BOX-END
              UNTIL DBSTAT NOT = SPACES
                 OR BRANCH-SDB NOT = BRANCH-IN
                 OR TOTAL-SDL = MAX-SDL.
           IF DBSTAT NOT = SPACES AND DBSTAT NOT = GB
              AND DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
           IF TOTAL-SDL = 0 AND MSG-OUT = SPACES
             MOVE NOBOX TO MSG-OUT
           END-IF.
       LIST-BRANCH-BOXES-END.
           EXIT.

       LIST-ONE-BOX.
           IF STATUS-IN = SPACES OR STATUS-IN = STATUS-SDB
             ADD 1 TO TOTAL-SDL
             MOVE BOXNUM-SDB TO BOXNUM-SR (TOTAL-SDL)
             MOVE SIZE-SDB TO SIZE-SR (TOTAL-SDL)
             MOVE STATUS-SDB TO STATUS-SR (TOTAL-SDL)
             MOVE RENTCUST-SDB TO CUSTID-SR (TOTAL-SDL)
             MOVE SPACES TO ROLE-SR (TOTAL-SDL)
             MOVE NEXTBILL-SDB TO DATE-SR (TOTAL-SDL)
             MOVE SPACES TO TIME-SR (TOTAL-SDL)
             MOVE 0 TO OPERID-SR (TOTAL-SDL)
             MOVE RENTDUE-SDB TO RENTDUE-SR (TOTAL-SDL)
           END-IF.
           CALL 'CBLTDLI'
             USING GN, DBPCB, SDBOX-SEG, SDBOX-SSA.
       LIST-ONE-BOX-END.
           EXIT.

      * PROCEDURE GET-BOX : GHU THE BOX BY BRANCH AND BOX NUMBER ON
      * DBPCB1, LEAVING IT HELD AND THE PARENT OF THE RENTER AND
      * ACCESS LOG WALKS THAT FOLLOW
       GET-BOX.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE '= ' TO SDB-SSA-OP.
           MOVE WS-BOXKEY TO SDB-SSA-KEY.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, SDBOX-SEG, SDBOX-SSA1.
           IF DBSTAT NOT = SPACES AND FUNCTYPE-IN NOT = 'N'
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOBOX TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
           END-IF.
       GET-BOX-END.
           EXIT.

      * PROCEDURE FIND-RENTER : GHNP'S UNDER THE BOX GET-BOX LEFT
      * CURRENT TO CUSTID-IN'S RENTER ROW, LEAVING IT HELD
       FIND-RENTER.
           MOVE 'N' TO WS-ROW-FOUND.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA.
           PERFORM FIND-ONE-RENTER THRU FIND-ONE-RENTER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-ROW-FOUND = 'Y'.
       FIND-RENTER-END.
           EXIT.

       FIND-ONE-RENTER.
           IF DBSTAT = SPACES
             IF CUSTID-SDR = WS-CUSTID
               MOVE 'Y' TO WS-ROW-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GHNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-RENTER-END.

      * PROCEDURE ADD-RENTER-ROW : WS-CUSTID AS AN ACTIVE RENTER IN
      * ROLE-SDR. A CUSTOMER WHO RENTED THE BOX BEFORE HAS THEIR ENDED
      * ROW REOPENED - THE RENTER ROW IS KEYED BY CUSTID
       ADD-RENTER-ROW.
           MOVE ROLE-SDR TO WS-EVENT.
           PERFORM GET-BOX THRU GET-BOX-END.
           IF MSG-OUT NOT = SPACES
             GO TO ADD-RENTER-ROW-END
           END-IF.
           PERFORM FIND-RENTER THRU FIND-RENTER-END.
           MOVE WS-EVENT TO ROLE-SDR.
           MOVE 'A' TO STATUS-SDR.
           MOVE WS-TODAY-YMD TO ADDDATE-SDR.
           MOVE SPACES TO ENDDATE-SDR.
           IF WS-ROW-FOUND = 'Y'
             CALL 'CBLTDLI'
               USING REPL, DBPCB, SDRENTR-SEG
           ELSE
             MOVE WS-CUSTID TO CUSTID-SDR
             CALL 'CBLTDLI'
               USING ISRT, DBPCB, SDRENTR-SEG, SDBOX-SSA1,
                     SDRENTR-SSA
           END-IF.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           END-IF.
       ADD-RENTER-ROW-END.
           EXIT.

      * PROCEDURE END-ALL-RENTERS : ENDS EVERY ACTIVE RENTER OF THE
      * BOX GET-BOX LEFT CURRENT
       END-ALL-RENTERS.
           CALL 'CBLTDLI'
             USING GHNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA.
           PERFORM END-ONE-RENTER THRU END-ONE-RENTER-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
       END-ALL-RENTERS-END.
           EXIT.

       END-ONE-RENTER.
           IF DBSTAT = SPACES
             IF SDR-ACTIVE
               MOVE 'X' TO STATUS-SDR
               MOVE WS-TODAY-YMD TO ENDDATE-SDR
               CALL 'CBLTDLI'
                 USING REPL, DBPCB, SDRENTR-SEG
               IF DBSTAT NOT = SPACES
                 MOVE DBSTAT TO SC
                 DISPLAY BAD-STATUS
               END-IF
             END-IF
             CALL 'CBLTDLI'
               USING GHNP, DBPCB, SDRENTR-SEG, SDRENTR-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       END-ONE-RENTER-END.

      * PROCEDURE LOG-EVENT : ONE ACCESS LOG ROW UNDER THE BOX FOR
      * WS-EVENT, WITH THE OPERATOR AND TERMINAL
       LOG-EVENT.
           MOVE TIMESTAMP TO ACCESSTS-SDA.
           MOVE WS-EVENT TO EVENT-SDA.
           MOVE WS-EVENT-CUSTID TO CUSTID-SDA.
           MOVE WS-OPERID TO OPERID-SDA.
           MOVE LOGTTERM TO LTERM-SDA.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           MOVE '= ' TO SDB-SSA-OP.
           MOVE WS-BOXKEY TO SDB-SSA-KEY.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, SDACCESS-SEG, SDBOX-SSA1,
                   SDACCESS-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       LOG-EVENT-END.
           EXIT.

      * PROCEDURE CHECK-NEW-RENTER : A RENTER WHO WILL BE BILLED - A
      * LIVING CUSTOMER WHO OWNS THE BILLING ACCOUNT
       CHECK-NEW-RENTER.
           PERFORM CHECK-CUSTOMER THRU CHECK-CUSTOMER-END.
           IF MSG-OUT NOT = SPACES
             GO TO CHECK-NEW-RENTER-END
           END-IF.
           COMPUTE WS-ACCID = FUNCTION NUMVAL ( ACCID-IN ).
           PERFORM CHECK-OWNERSHIP THRU CHECK-OWNERSHIP-END.
           IF WS-OWN-FOUND NOT = 'Y'
             MOVE NOTOWNER TO MSG-OUT
           END-IF.
       CHECK-NEW-RENTER-END.
           EXIT.

      * PROCEDURE CHECK-CUSTOMER : CUSTID-IN MUST BE ON FILE (DBPCB2)
      * AND NOT RECORDED DECEASED
       CHECK-CUSTOMER.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           MOVE WS-CUSTID TO CUSTID.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOCUSTOMER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CHECK-CUSTOMER-END
           END-IF.
           IF DECEASED-CD = 'Y'
             MOVE CUSTDECEASED TO MSG-OUT
           END-IF.
       CHECK-CUSTOMER-END.
           EXIT.

      * PROCEDURE CHECK-OWNERSHIP : THE CUSTOMER MUST HOLD A CUSTACCS
      * ROW LINKING THEM TO THE BILLING ACCOUNT (DBPCB3)
       CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWN-FOUND.
           MOVE WS-CUSTID TO CA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB3.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2.
           PERFORM TEST-ONE-OWNERSHIP THRU TEST-ONE-OWNERSHIP-END
              UNTIL DBSTAT = GB OR DBSTAT = GE OR WS-OWN-FOUND = 'Y'.
       CHECK-OWNERSHIP-END.
           EXIT.

       TEST-ONE-OWNERSHIP.
           IF DBSTAT = SPACES
             IF ACCID-CA = WS-ACCID
               MOVE 'Y' TO WS-OWN-FOUND
             ELSE
               CALL 'CBLTDLI'
                 USING GN, DBPCB, CUSTACCS-SEG, CUSTACCS-SSA2
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       TEST-ONE-OWNERSHIP-END.

       MOVE-BOX-OUT.
           MOVE BOXKEY-SDB TO BOXKEY-OUT.
           MOVE SIZE-SDB TO SIZE-OUT.
           MOVE STATUS-SDB TO STATUS-OUT.
           MOVE ANNRENT-SDB TO ANNRENT-OUT.
           MOVE RENTCUST-SDB TO RENTCUST-OUT.
           MOVE BILLACC-SDB TO BILLACC-OUT.
           MOVE NEXTBILL-SDB TO NEXTBILL-OUT.
           MOVE RENTDUE-SDB TO RENTDUE-OUT.
           MOVE DUESINCE-SDB TO DUESINCE-OUT.
       MOVE-BOX-OUT-END.
           EXIT.

      * PROCEDURE CHECK-OPER-SIGNON : THE OPERID-IN KEYING THIS MUST BE
      * SIGNED ON AT THIS LTERM AND NOT LOCKED OUT - SEE FBOPRSGN
       CHECK-OPER-SIGNON.
           MOVE 'N' TO WS-SIGNED-ON.
           IF OPERID-IN = SPACES
             GO TO CHECK-OPER-SIGNON-END
           END-IF.
           COMPUTE SIGN-OPERID = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB4.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPRSIGN-SSA.
           IF DBSTAT = SPACES
             IF SIGNTERM-OPR NOT = SPACES AND SIGNTERM-OPR = LOGTTERM
                AND LOCKED-OPR NOT = 'Y'
               MOVE 'Y' TO WS-SIGNED-ON
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-OPER-SIGNON-END.
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
