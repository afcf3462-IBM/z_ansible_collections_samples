      *   SURVCASE - PENDING SURVEILLANCE CASES (STATUS 'P')
      *   NOTIFQ   - UNDELIVERABLE NOTIFICATIONS (STATUS 'U')
      *   WIRE     - WIRES NOT YET CONFIRMED (ANYTHING BUT 'C'/'X')
      *   EDDREV   - HIGH-RISK CUSTOMERS WHOSE ENHANCED-DUE-DILIGENCE
      *              REVIEW (EDDDUE-CD, SET BY AMLRISK) HAS COME DUE;
      *              AGED FROM THE DUE DATE
      *   QUARMSG  - ONLINE MESSAGES QUARANTINED AFTER REPEATED
      *              ABENDS (STATUS 'Q') AWAITING RESUBMIT OR DISCARD
      *              THROUGH FBQUAMNT; AGED FROM THE QUARANTINE TIME,
      *              WITH A COUNT OF THOSE QUARANTINED TODAY
      *
      * EACH OPEN ITEM AGES INTO TODAY / 1-3 DAYS / OVER 3 DAYS
      * BUCKETS, ITEMS PAST THE QUEUE'S SLA THRESHOLD (SLACTL
           05  FILLER          PIC  X(08)        VALUE "WIRE    ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  CUSTOMER-SSA.
           05  FILLER          PIC  X(08)        VALUE "CUSTOMER".
           05  FILLER          PIC  X(01)        VALUE ' '.

      *    QUARMSG-SEG AND QUARMSG-SSA
           COPY QUARMSG.

      *    THE SUSPENDED TRANSACTION, BY TXID - THE SUSPENSE ROW
      *    ITSELF CARRIES NO AMOUNT
       01  HISTORY-SSA2.
           05  STATUS-REV      PIC  X(01).
               88  REVIEW-PENDING   VALUE "P".
           05  DSTACCID-REV    PIC  S9(18) COMP-5.
      * OPERATOR WHO APPROVED OR REJECTED THE REVIEW AND WHEN - SET
      * BY FBREVMNT, ZERO/SPACES WHILE THE ROW IS PENDING. SELFDEAL
      * CHECKS THE DECIDER AGAINST THE ACCOUNT'S OWNERS.
           05  DECOPER-REV     PIC  S9(9) COMP-5.
           05  DECTS-REV       PIC  X(23).

       01  SUSPENS-SEG.
           05  ACCID-SUSP      PIC  S9(18) COMP-5.
           05  STATUS-WIR      PIC  X(01).
               88  WIRE-CONFIRMED  VALUE "C".
               88  WIRE-CANCELED   VALUE "X".
               88  WIRE-AWAITING   VALUE "V".
           05  TAKENTS-WIR     PIC  X(23).
           05  SENTTS-WIR      PIC  X(23).
           05  CONFTS-WIR      PIC  X(23).
           05  BENNAME-WIR     PIC  X(35).
      * BENEFICIARY COUNTRY (ISO ALPHA-2) - 'US' FOR A DOMESTIC WIRE;
      * ANYTHING ELSE IS CROSS-BORDER AND COUNTS TOWARD THE AMLRISK
      * INTERNATIONAL-VOLUME FACTOR
           05  BENCTRY-WIR     PIC  X(02).
      * STRUCTURED CREDITOR ADDRESS, CREDITOR AGENT BIC (CROSS-BORDER;
      * BENROUTE-WIR CARRIES THE ABA FOR A DOMESTIC WIRE), ISO 20022
      * PURPOSE CODE AND UNSTRUCTURED REMITTANCE - ALL CAPTURED AT
      * FBWIRE ENTRY FOR THE ISO 20022 CREDIT TRANSFER; SPACES WHEN
      * NOT GIVEN
           05  BENSTREET-WIR   PIC  X(35).
           05  BENTOWN-WIR     PIC  X(35).
           05  BENBIC-WIR      PIC  X(11).
           05  PURPOSE-WIR     PIC  X(04).
           05  RMTINF-WIR      PIC  X(140).
      * CORRESPONDENT THE WIRE WENT OUT THROUGH AND IN WHICH MESSAGE
      * FORMAT ('L' OUR LEGACY WIREOUT LAYOUT, 'X' ISO 20022) -
      * STAMPED BY WIRESEND, SPACES UNTIL SENT
           05  CORRID-WIR      PIC  X(08).
           05  MSGFMT-WIR      PIC  X(01).
      * BUSINESS SUB-USER WHO INITIATED THE WIRE AND, FOR ONE PARKED
      * 'V' OVER THE BUSINESS'S APPROVAL THRESHOLD, THE SECOND
      * SUB-USER WHO RELEASED OR REJECTED IT AND WHEN - SEE FBWIRE.
      * ZERO/SPACES WHEN NO SUB-USER WAS INVOLVED
           05  INITSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRSUB-WIR     PIC  S9(9) COMP-5.
           05  APPRTS-WIR      PIC  X(23).

       01  HISTORY-SEG.
           05  TXID-HIST       PIC  S9(18) COMP-5.
           05  BRANCH-HIST     PIC  X(04).
           05  TERMID-HIST     PIC  X(08).
           05  CHANNEL-HIST    PIC  X(01).
      * VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      * COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      * BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      * INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE-HIST    PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    SEE SUBUSER-SEG UNDER THE CUSTOMER. ZERO FOR EVERY
      *    POSTING NOT MADE BY A SUB-USER.
           05  SUBID-HIST      PIC  S9(9) COMP-5.

      *    CUSTOMER-SEG - READ FOR THE AMLRISK RATING AND EDD DATE
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
      * TAXPAYER IDENTIFICATION - TIN-CD IS THE NUMBER THE IRS KEYS
      * ELECTRONIC 1099 FILING BY; TINCERT-CD 'Y' MEANS A SIGNED W-9
      * IS ON FILE. INTEREST PAID WITHOUT A CERTIFIED TIN IS SUBJECT
      * TO BACKUP WITHHOLDING AT INTPOST TIME.
           05  TIN-CD          PIC  X(09).
           05  TINCERT-CD      PIC  X(01).
      * NOTIFICATION CONTACT POINTS AND PER-EVENT OPT-INS. OPTINS-CD
      * HOLDS ONE FLAG BYTE PER EVENT CLASS - 1 LARGE DEBIT, 2 DEVICE
      * CHANGE, 3 HOLD PLACED, 4 FAILED STANDING ORDER - EACH 'E'
      * EMAIL, 'S' SMS, 'B' BOTH OR 'N' NONE. SEE NOTIFDSP.
           05  EMAIL-CD        PIC  X(50).
           05  SMS-CD          PIC  X(12).
           05  OPTINS-CD       PIC  X(08).
      * TRAILING COLUMNS - DATE OF BIRTH, RELATIONSHIP VALUE BAND,
      * AND BAD-CONTACT FLAGS; NOT READ HERE BUT THE RETRIEVE AREA
      * MUST COVER THE FULL SEGMENT
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

      ******************************************************************
      *SLA THRESHOLDS BY QUEUE - FROM THE SLACTL CONTROL FILE
       77  WS-QUEUE-DOLLARS    PIC  S9(13)V9(2) COMP-3.
       77  WS-TOTAL-DOLLARS    PIC  S9(15)V9(2) COMP-3 VALUE 0.
       77  WS-TOTAL-ITEMS      PIC  S9(9) COMP-5 VALUE 0.
       77  WS-QUAR-TODAY       PIC  S9(9) COMP-5 VALUE 0.

       01  WS-ITEM-YMD-N       PIC 9(08).
       77  WS-ITEM-INT         PIC  S9(9) COMP-5.
       77  WS-TODAY-INT        PIC  S9(9) COMP-5.
       01  WS-TODAY-YMD        PIC  X(10).

      ******************************************************************
      *CLOCK STRUCTURE
       01  DBPCB4 POINTER.
       01  DBPCB5 POINTER.
       01  DBPCB6 POINTER.
       01  DBPCB7 POINTER.
       01  DBPCB8 POINTER.

      ******************************************************************
      *DATABASE PCB

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  DBPCB1, DBPCB2, DBPCB3, DBPCB4, DBPCB5, DBPCB6,
                    DBPCB7, DBPCB8.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
              ( FUNCTION NUMVAL ( WS-CURRENT-DATE ) ).
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.

           PERFORM LOAD-SLA-THRESHOLDS
              THRU LOAD-SLA-THRESHOLDS-END.
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           PERFORM REPORT-QUEUE-TALLY THRU REPORT-QUEUE-TALLY-END.

      * QUEUE 6 - ENHANCED-DUE-DILIGENCE REVIEWS COME DUE
           MOVE 'EDDREV  ' TO WS-QUEUE-NAME.
           PERFORM RESET-QUEUE-TALLY THRU RESET-QUEUE-TALLY-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB7.
           CALL 'CBLTDLI'
             USING GU, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA.
           PERFORM SCAN-ONE-EDD THRU SCAN-ONE-EDD-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           PERFORM REPORT-QUEUE-TALLY THRU REPORT-QUEUE-TALLY-END.

      * QUEUE 7 - QUARANTINED ONLINE MESSAGES
           MOVE 'QUARMSG ' TO WS-QUEUE-NAME.
           PERFORM RESET-QUEUE-TALLY THRU RESET-QUEUE-TALLY-END.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB8.
           CALL 'CBLTDLI'
             USING GU, DBPCB, QUARMSG-SEG, QUARMSG-SSA.
           PERFORM SCAN-ONE-QUARMSG THRU SCAN-ONE-QUARMSG-END
              UNTIL DBSTAT = GB OR DBSTAT = GE.
           PERFORM REPORT-QUEUE-TALLY THRU REPORT-QUEUE-TALLY-END.
           DISPLAY 'QUARANTINED TODAY: ' WS-QUAR-TODAY.

           DISPLAY '============================================'.
           DISPLAY 'TOTAL OPEN ITEMS:      ' WS-TOTAL-ITEMS.
           DISPLAY 'TOTAL DOLLARS AT RISK: ' WS-TOTAL-DOLLARS.
           END-IF.
       SCAN-ONE-WIRE-END.

      * PROCEDURE SCAN-ONE-EDD : A HIGH-RISK CUSTOMER WHOSE EDD REVIEW
      * DATE IS TODAY OR PAST IS LISTED BY NAME - THE REVIEW ITSELF IS
      * THE WORK, SO EVERY ONE PRINTS, NOT JUST SLA BREACHES
       SCAN-ONE-EDD.
           IF DBSTAT = SPACES
             IF RISKRATE-CD = 'H' AND EDDDUE-CD NOT = SPACES AND
                EDDDUE-CD <= WS-TODAY-YMD
               MOVE EDDDUE-CD (1:4) TO WS-ITEM-YMD-N (1:4)
               MOVE EDDDUE-CD (6:2) TO WS-ITEM-YMD-N (5:2)
               MOVE EDDDUE-CD (9:2) TO WS-ITEM-YMD-N (7:2)
               MOVE 0 TO WS-ITEM-AMT
               PERFORM AGE-ONE-ITEM THRU AGE-ONE-ITEM-END
               DISPLAY '  EDD DUE ' EDDDUE-CD ' - CUSTID ' CUSTID-CD
                  ' ' LASTNAME-CD (1:20) ' REASONS ' RISKRSN-CD
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, CUSTOMER-SEG, CUSTOMER-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-EDD-END.

      * PROCEDURE SCAN-ONE-QUARMSG : EVERY QUARANTINED MESSAGE IS
      * LISTED - EACH ONE IS A CUSTOMER REQUEST THAT HAS NOT HAPPENED
       SCAN-ONE-QUARMSG.
           IF DBSTAT = SPACES
             IF QM-QUARANTINED
               MOVE QUARTS-QM (1:4) TO WS-ITEM-YMD-N (1:4)
               MOVE QUARTS-QM (6:2) TO WS-ITEM-YMD-N (5:2)
               MOVE QUARTS-QM (9:2) TO WS-ITEM-YMD-N (7:2)
               MOVE 0 TO WS-ITEM-AMT
               PERFORM AGE-ONE-ITEM THRU AGE-ONE-ITEM-END
               IF QUARTS-QM (1:10) = WS-TODAY-YMD
                 ADD 1 TO WS-QUAR-TODAY
               END-IF
               DISPLAY '  QUARANTINED ' QUARTS-QM ' - ' SRCTRAN-QM
                  ' KEY ' MSGKEY-QM ' DELIVERIES ' DELIVERIES-QM
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, QUARMSG-SEG, QUARMSG-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       SCAN-ONE-QUARMSG-END.

      * PROCEDURE LOAD-SLA-THRESHOLDS : QUOTED-COMMA CONTROL-FILE
      * LOADER, SAME IDIOM AS THE OTHERS
       LOAD-SLA-THRESHOLDS.
