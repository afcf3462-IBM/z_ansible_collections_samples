       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAUPD.

      ******************************************************************
      * QUARTERLY CHANGE-OF-ADDRESS RETURN PROCESSING - SECOND STEP OF
      * THE NCOA RUN. THE POSTAL SERVICE'S MATCH FILE (NCOAIN) ECHOES
      * EACH NCOAEXT DETAIL WITH ITS RESULT, FIXED COLUMNS:
      *   'D', CUSTID, RESULT, MOVE TYPE (I/F/B), MOVE YYYYMM,
      *   THE ADDRESS LINE AS SUBMITTED, NEW ADDRESS/CITY/ST/ZIP
      * ('H' AND 'T' RECORDS ARE SKIPPED). RESULTS ACTED ON:
      *   'A' - FORWARDABLE MOVE. THE NEW ADDRESS REPLACES ADDRESS-CD,
      *         CITY-CD, STATE-CD AND ZIPCODE-CD, AN AUDIT ROW IS
      *         WRITTEN UNDER THE CUSTOMER THE WAY FBSCUDAT WRITES ONE
      *         (OLD AND NEW ADDRESS, EVERY OTHER FIELD UNCHANGED), ANY
      *         POSTAL BAD-CONTACT FLAG IS CLEARED, AND AN ADDRESS-
      *         CHANGE CONFIRMATION IS WRITTEN TO ADDRNOTC FOR THE
      *         MAILING HOUSE, ADDRESSED TO THE OLD ADDRESS. THE NOTICE
      *         NAMES ONLY THE NEW CITY AND STATE, SO A FRAUDULENT MOVE
      *         IS CAUGHT WITHOUT MAILING OUT WHERE THE MAIL NOW GOES.
      *   'K' - MOVED, LEFT NO FORWARDING ADDRESS
      *   'G' - BOX CLOSED, NO FORWARDING ORDER
      *         BOTH SET BYTE 3 OF BADCONTACT-CD (POSTAL ADDRESS) TO
      *         'B' - THE SAME FLAG NTFSTAT SETS FOR EMAIL (BYTE 1) AND
      *         SMS (BYTE 2) - SO TELLERS SEE IT AND FBSCUDAT PROMPTS
      *         FOR A CORRECTION.
      * ANY OTHER RESULT (NO MATCH, INDIVIDUAL/FAMILY CONFLICT, ...) IS
      * COUNTED ONLY. A RESULT IS NOT APPLIED WHEN THE CUSTOMER'S
      * ADDRESS HAS CHANGED SINCE NCOAEXT SENT IT (THE ECHOED LINE NO
      * LONGER MATCHES - THE NEWER ADDRESS WINS), WHEN THE ROW HAS BEEN
      * RETIRED BY CUSTMRG, OR WHEN THE NEW ADDRESS FAILS THE FBSCUDAT
      * STATE EDIT. A RESULT FOR A CUSTID NOT ON FILE, OR A REJECTED
      * NEW ADDRESS, LEAVES RC 4.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOAIN-FILE ASSIGN TO NCOAIN.
           SELECT ADDRNOTC-FILE ASSIGN TO ADDRNOTC.

       DATA DIVISION.

       FILE SECTION.
         FD NCOAIN-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS NCOAIN-REC.
      * FIXED POSITIONS - SEE THE BANNER
       01  NCOAIN-REC.
           05  NI-RECTYPE      PIC  X(01).
           05  NI-CUSTID       PIC  9(09).
           05  NI-RESULT       PIC  X(01).
               88  NI-FORWARDABLE  VALUE 'A'.
               88  NI-NO-FORWARD   VALUES 'K' 'G'.
           05  NI-MOVETYPE     PIC  X(01).
           05  NI-MOVEDATE     PIC  X(06).
           05  NI-OLDADDRESS   PIC  X(80).
           05  NI-ADDRESS      PIC  X(80).
           05  NI-CITY         PIC  X(25).
           05  NI-STATE        PIC  X(02).
           05  NI-ZIPCODE      PIC  X(15).

         FD ADDRNOTC-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ADDRNOTC-OUT.
       01  ADDRNOTC-OUT         PIC X(300).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  REPL                PIC  X(04)        VALUE "REPL".
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

      *    AUDIT-SSA INSERTS THE ADDRESS-CHANGE ROW UNDER THE CUSTOMER
      *    HELD BY CUSTOMER-SSA1
       01  AUDIT-SSA.
           05  FILLER          PIC  X(08)        VALUE "AUDIT   ".
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

      ******************************************************************
      *STATE EDIT AREA - SAME VALIDATION FBSCUDAT RUNS BEFORE IT WILL
      *ACCEPT A STATE CODE
      ******************************************************************

       01  WS-STATE-CHECK.
           05  WS-STATE-CD     PIC  X(2).
               88  VALID-STATE VALUES
                   "AL" "AK" "AZ" "AR" "CA" "CO" "CT" "DE" "FL" "GA"
                   "HI" "ID" "IL" "IN" "IA" "KS" "KY" "LA" "ME" "MD"
                   "MA" "MI" "MN" "MS" "MO" "MT" "NE" "NV" "NH" "NJ"
                   "NM" "NY" "NC" "ND" "OH" "OK" "OR" "PA" "RI" "SC"
                   "SD" "TN" "TX" "UT" "VT" "VA" "WA" "WV" "WI" "WY"
                   "DC" "AS" "GU" "MP" "PR" "VI".

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

       01  TODAY-YMD           PIC X(10).

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
      *WORK AREAS AND RUN COUNTS
      ******************************************************************

       01  WS-NCOAIN-EOF       PIC  X(01) VALUE 'N'.
           88  NCOAIN-EOF          VALUE 'Y'.

      *    THE ADDRESS BEING REPLACED - THE CONFIRMATION GOES HERE
       01  WS-OLD-ADDRESS.
           05  WS-OLD-STREET   PIC  X(80).
           05  WS-OLD-CITY     PIC  X(25).
           05  WS-OLD-STATE    PIC  X(02).
           05  WS-OLD-ZIPCODE  PIC  X(15).

       77  TXT-CUSTID-E        PIC  Z(8)9.

       77  RESULTS-READ        PIC  S9(9) COMP-5 VALUE 0.
       77  RESULTS-UNMATCHED   PIC  S9(9) COMP-5 VALUE 0.
       77  ADDRESSES-CHANGED   PIC  S9(9) COMP-5 VALUE 0.
       77  ADDRESSES-REJECTED  PIC  S9(9) COMP-5 VALUE 0.
       77  POSTAL-FLAGGED      PIC  S9(9) COMP-5 VALUE 0.
       77  RESULTS-STALE       PIC  S9(9) COMP-5 VALUE 0.
       77  RESULTS-RETIRED     PIC  S9(9) COMP-5 VALUE 0.
       77  RESULTS-NO-ACTION   PIC  S9(9) COMP-5 VALUE 0.
       77  NOTICES-WRITTEN     PIC  S9(9) COMP-5 VALUE 0.

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

      *    DBPCB1 - CUSTOMER UPDATE, WITH AUDIT SENSITIVE FOR INSERT
       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           OPEN INPUT NCOAIN-FILE.
           OPEN OUTPUT ADDRNOTC-FILE.
           READ NCOAIN-FILE
             AT END
               MOVE 'Y' TO WS-NCOAIN-EOF
           END-READ.
           PERFORM PROCESS-ONE-RESULT THRU PROCESS-ONE-RESULT-END
              UNTIL NCOAIN-EOF.
           CLOSE NCOAIN-FILE.
           CLOSE ADDRNOTC-FILE.

           DISPLAY '========================================'.
           DISPLAY 'NCOA RETURN PROCESSING - ' TODAY-YMD.
           DISPLAY 'RESULTS READ:             ' RESULTS-READ.
           DISPLAY 'ADDRESSES CHANGED:        ' ADDRESSES-CHANGED.
           DISPLAY 'CONFIRMATIONS WRITTEN:    ' NOTICES-WRITTEN.
           DISPLAY 'POSTAL ADDRESS FLAGGED:   ' POSTAL-FLAGGED.
           DISPLAY 'NEW ADDRESS REJECTED:     ' ADDRESSES-REJECTED.
           DISPLAY 'CHANGED SINCE SUBMISSION: ' RESULTS-STALE.
           DISPLAY 'RETIRED ROWS SKIPPED:     ' RESULTS-RETIRED.
           DISPLAY 'NO ACTION RESULTS:        ' RESULTS-NO-ACTION.
           DISPLAY 'CUSTID NOT ON FILE:       ' RESULTS-UNMATCHED.
           DISPLAY '========================================'.

           IF RESULTS-UNMATCHED > 0 OR ADDRESSES-REJECTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * PROCEDURE PROCESS-ONE-RESULT : ONE MATCH-FILE RECORD - HOLDS
      * THE CUSTOMER AND APPLIES A FORWARDABLE MOVE OR FLAGS A MOVE
      * WITH NO FORWARDING ADDRESS
       PROCESS-ONE-RESULT.
           IF NI-RECTYPE NOT = 'D'
             GO TO PROCESS-ONE-RESULT-NEXT
           END-IF.
           ADD 1 TO RESULTS-READ.
           IF NOT NI-FORWARDABLE AND NOT NI-NO-FORWARD
             ADD 1 TO RESULTS-NO-ACTION
             GO TO PROCESS-ONE-RESULT-NEXT
           END-IF.

           MOVE NI-CUSTID TO SSA-CUSTID.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             ADD 1 TO RESULTS-UNMATCHED
             DISPLAY 'NO CUSTOMER FOR NCOA RESULT - CUSTID: '
                NI-CUSTID
             GO TO PROCESS-ONE-RESULT-NEXT
           END-IF.
           IF MERGEDTO-CD NOT = 0
             ADD 1 TO RESULTS-RETIRED
             GO TO PROCESS-ONE-RESULT-NEXT
           END-IF.
           IF ADDRESS-CD NOT = NI-OLDADDRESS
             ADD 1 TO RESULTS-STALE
             DISPLAY 'ADDRESS CHANGED SINCE SUBMISSION, NOT APPLIED - '
                'CUSTID: ' NI-CUSTID
             GO TO PROCESS-ONE-RESULT-NEXT
           END-IF.

           IF NI-FORWARDABLE
             PERFORM APPLY-NEW-ADDRESS THRU APPLY-NEW-ADDRESS-END
           ELSE
             PERFORM FLAG-BAD-ADDRESS THRU FLAG-BAD-ADDRESS-END
           END-IF.

       PROCESS-ONE-RESULT-NEXT.
           READ NCOAIN-FILE
             AT END
               MOVE 'Y' TO WS-NCOAIN-EOF
           END-READ.
       PROCESS-ONE-RESULT-END.

      * PROCEDURE APPLY-NEW-ADDRESS : REPLACES THE HELD CUSTOMER'S
      * ADDRESS WITH THE FORWARDING ADDRESS, WRITES THE AUDIT ROW AND
      * THE CONFIRMATION TO THE OLD ADDRESS
       APPLY-NEW-ADDRESS.
           MOVE NI-STATE TO WS-STATE-CD.
           IF NI-ADDRESS = SPACES OR NI-CITY = SPACES
              OR NI-ZIPCODE = SPACES OR NOT VALID-STATE
             ADD 1 TO ADDRESSES-REJECTED
             DISPLAY 'NCOA ADDRESS REJECTED - CUSTID: ' NI-CUSTID
                ' STATE: ' NI-STATE
             GO TO APPLY-NEW-ADDRESS-END
           END-IF.
           IF NI-ADDRESS = ADDRESS-CD AND NI-CITY = CITY-CD
              AND NI-STATE = STATE-CD AND NI-ZIPCODE = ZIPCODE-CD
             ADD 1 TO RESULTS-NO-ACTION
             GO TO APPLY-NEW-ADDRESS-END
           END-IF.

           MOVE ADDRESS-CD TO WS-OLD-STREET.
           MOVE CITY-CD TO WS-OLD-CITY.
           MOVE STATE-CD TO WS-OLD-STATE.
           MOVE ZIPCODE-CD TO WS-OLD-ZIPCODE.
           MOVE NI-ADDRESS TO ADDRESS-CD.
           MOVE NI-CITY TO CITY-CD.
           MOVE NI-STATE TO STATE-CD.
           MOVE NI-ZIPCODE TO ZIPCODE-CD.
           MOVE SPACE TO BADCONTACT-CD (3:1).
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY 'ADDRESS CHANGE FAILED FOR CUSTID: ' NI-CUSTID
                ' ' BAD-STATUS
             ADD 1 TO ADDRESSES-REJECTED
             GO TO APPLY-NEW-ADDRESS-END
           END-IF.
           ADD 1 TO ADDRESSES-CHANGED.

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
           MOVE WS-OLD-STREET TO OLDADDRESS-AUD.
           MOVE ADDRESS-CD TO NEWADDRESS-AUD.
           MOVE WS-OLD-CITY TO OLDCITY-AUD.
           MOVE CITY-CD TO NEWCITY-AUD.
           MOVE WS-OLD-STATE TO OLDSTATE-AUD.
           MOVE STATE-CD TO NEWSTATE-AUD.
           MOVE WS-OLD-ZIPCODE TO OLDZIPCODE-AUD.
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
           MOVE OPTINS-CD TO OLDOPTINS-AUD.
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
             DISPLAY 'AUDIT ISRT FAILED FOR CUSTID ' NI-CUSTID
                ' ' BAD-STATUS
           END-IF.

           PERFORM WRITE-CONFIRMATION THRU WRITE-CONFIRMATION-END.
       APPLY-NEW-ADDRESS-END.
           EXIT.

      * PROCEDURE WRITE-CONFIRMATION : ONE ADDRNOTC RECORD FOR THE
      * MAILING HOUSE, ADDRESSED TO THE OLD ADDRESS -
      *   CUSTID,"LAST","FIRST","OLD STREET","OLD CITY","ST","ZIP",
      *   "NEW CITY","NEW ST","MOVE YYYYMM","RUN DATE"
       WRITE-CONFIRMATION.
           MOVE CUSTID-CD TO TXT-CUSTID-E.
           MOVE SPACES TO ADDRNOTC-OUT.
           STRING FUNCTION TRIM (TXT-CUSTID-E) ','
                   '"' FUNCTION TRIM (LASTNAME-CD) '",'
                   '"' FUNCTION TRIM (FIRSTNAME-CD) '",'
                   '"' FUNCTION TRIM (WS-OLD-STREET) '",'
                   '"' FUNCTION TRIM (WS-OLD-CITY) '",'
                   '"' WS-OLD-STATE '",'
                   '"' FUNCTION TRIM (WS-OLD-ZIPCODE) '",'
                   '"' FUNCTION TRIM (CITY-CD) '",'
                   '"' STATE-CD '",'
                   '"' NI-MOVEDATE '",'
                   '"' TODAY-YMD '"'
              DELIMITED BY SIZE INTO ADDRNOTC-OUT
           END-STRING.
           WRITE ADDRNOTC-OUT.
           ADD 1 TO NOTICES-WRITTEN.
       WRITE-CONFIRMATION-END.
           EXIT.

      * PROCEDURE FLAG-BAD-ADDRESS : MOVED WITH NO FORWARDING ADDRESS -
      * THE POSTAL BYTE OF BADCONTACT-CD IS MARKED 'B'
       FLAG-BAD-ADDRESS.
           IF BADCONTACT-CD (3:1) = 'B'
             ADD 1 TO RESULTS-NO-ACTION
             GO TO FLAG-BAD-ADDRESS-END
           END-IF.
           MOVE 'B' TO BADCONTACT-CD (3:1).
           CALL 'CBLTDLI'
             USING REPL, DBPCB, CUSTOMER-SEG.
           IF DBSTAT = SPACES
             ADD 1 TO POSTAL-FLAGGED
             DISPLAY 'POSTAL ADDRESS FLAGGED BAD - CUSTID: ' NI-CUSTID
                ' RESULT: ' NI-RESULT
           ELSE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       FLAG-BAD-ADDRESS-END.
           EXIT.
