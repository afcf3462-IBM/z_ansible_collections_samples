       77  RESETDONE       PIC  X(32) VALUE
             "ONE-TIME PASSWORD SET - UNLOCKED".
       77  CHANGEDONE      PIC  X(22) VALUE "PASSWORD CHANGED".
       77  NOSUBUSER       PIC  X(23) VALUE "SUB-USER DOES NOT EXIST".
       77  SUBRESETBRANCH  PIC  X(30) VALUE
             "SUB-USER RESET IS VIA FBSUBMNT".

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  WS-OLD-OK           PIC  X(1).
       77  SEV-TIME-MULT       PIC  S9(18) COMP-5 VALUE 100000000.

      ******************************************************************
      *BUSINESS ONLINE-BANKING SUB-USERS - A SUB-USER CHANGES ITS OWN
      *PASSWORD HERE (INCLUDING THE FORCED CHANGE OF A ONE-TIME
      *PASSWORD FBSUBMNT ISSUED). A FORGOTTEN SUB-USER PASSWORD IS
      *RESET BY THE BRANCH THROUGH FBSUBMNT, NOT BY THE SECURITY
      *CHALLENGE, WHICH BELONGS TO THE BUSINESS ITSELF.
      ******************************************************************

           COPY SUBUSER.

      ******************************************************************
      *CUSTOMER SEGMENT AREA - SAME LAYOUT FBLOGIN CARRIES
      ******************************************************************
      * MUST COVER THE FULL SEGMENT
           05  DOB-SEG         PIC  X(10).
           05  VALBAND-SEG     PIC  X(01).
           05  BADCONTACT-SEG  PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
           05  RISKRATE-SEG    PIC  X(01).
           05  RISKSCORE-SEG   PIC  S9(4) COMP-5.
           05  RISKRSN-SEG     PIC  X(30).
           05  RISKDATE-SEG    PIC  X(10).
           05  EDDDUE-SEG      PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-SEG     PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-SEG SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-SEG. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-SEG     PIC  X(01).
           05  FORCTRY-SEG     PIC  X(02).
           05  W8DATE-SEG      PIC  X(10).
           05  TREATYRT-SEG    PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-SEG    PIC  X(10).
      ******************************************************************
      *SECURITY EVENT ROOT SEGMENT - SEE FBLOGIN FOR THE EVENT TYPES.
      *A TELLER-ASSISTED RESET APPENDS THE 'U' UNLOCK EVENT.
           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  SECEVT-SSA.
           05  FILLER          PIC  X(08)        VALUE "SECEVT  ".
           05  OLDPASSWD-IN    PIC  X(16).
           05  NEWPASSWD-IN    PIC  X(16).
           05  OPERID-IN       PIC  X(09).
      * BUSINESS SUB-USER WHOSE PASSWORD IS CHANGING - BLANK FOR THE
      * CUSTOMER'S OWN
           05  IN-SUBID        PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              MOVE SPACES TO IN-SUBID
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
           ELSE
           IF NEWPASSWD-IN = SPACES
             MOVE BADNEWPASSWD TO MSG-OUT
           ELSE
           IF IN-SUBID NOT = SPACES
             EVALUATE FUNCTYPE-IN
               WHEN 'C'
                 PERFORM CHANGE-SUB-PASSWORD
                    THRU CHANGE-SUB-PASSWORD-END
               WHEN 'R'
                 MOVE SUBRESETBRANCH TO MSG-OUT
               WHEN OTHER
                 MOVE BADFUNCTYPE TO MSG-OUT
             END-EVALUATE
           ELSE
             EVALUATE FUNCTYPE-IN
               WHEN 'R'
                 MOVE BADFUNCTYPE TO MSG-OUT
             END-EVALUATE
           END-IF
           END-IF
           END-IF.
       MAINTAIN-PASSWORD-END.

           END-IF.
       CHANGE-PASSWORD-END.

      * PROCEDURE CHANGE-SUB-PASSWORD : A SUB-USER'S OWN CHANGE - THE
      * OLD PASSWORD MUST VERIFY AGAINST THE SUB-USER ROW AND THE NEW
      * ONE MAY NOT REPEAT IT. CLEARS THE FORCED-CHANGE FLAG SO THE
      * NEXT FBLOGIN GRANTS THE SESSION.
       CHANGE-SUB-PASSWORD.
           COMPUTE SUB-SSA-SUBID = FUNCTION NUMVAL ( IN-SUBID ).
           CALL 'CBLTDLI'
             USING GHU, DBPCB, SUBUSER-SEG, CUSTOMER-SSA1,
                   SUBUSER-SSA1.
           IF DBSTAT NOT = SPACES
             IF DBSTAT = GB OR DBSTAT = GE
               MOVE NOSUBUSER TO MSG-OUT
             ELSE
               MOVE DBSTAT TO SC
               MOVE BAD-STATUS TO MSG-OUT
             END-IF
             GO TO CHANGE-SUB-PASSWORD-END
           END-IF.

           MOVE OLDPASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           IF WS-PWD-HASH NOT = PWDHASH-SUB
             MOVE BADOLDPASSWD TO MSG-OUT
             GO TO CHANGE-SUB-PASSWORD-END
           END-IF.
           MOVE NEWPASSWD-IN TO WS-PWD-TEXT.
           PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END.
           IF WS-PWD-HASH = PWDHASH-SUB
             MOVE PWDREUSED TO MSG-OUT
             GO TO CHANGE-SUB-PASSWORD-END
           END-IF.

           MOVE WS-PWD-HASH TO PWDHASH-SUB.
           MOVE 'N' TO PWDFORCE-SUB.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO WS-TODAY-YMD.
           MOVE WS-TODAY-YMD TO PWDLASTCHG-SUB.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, SUBUSER-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
           ELSE
             MOVE CHANGEDONE TO MSG-OUT
           END-IF.
       CHANGE-SUB-PASSWORD-END.
           EXIT.

      * PROCEDURE STORE-NEW-PASSWORD : SHIFTS THE CURRENT HASH INTO
      * THE REUSE HISTORY, STORES THE NEW HASH, STAMPS THE CHANGE
      * DATE, AND BLANKS ANY CLEARTEXT STILL ON THE ROW
             WS-CURRENT-HOURS * 1000000 + WS-CURRENT-MINUTE * 10000 +
             WS-CURRENT-SECOND * 100 + WS-CURRENT-MILLISECONDS.
           MOVE CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'U' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
