      * EVENTS HAPPEN) AND FOR THE RUN DATE TOTALS EVENTS BY TYPE,
      * THEN LISTS THE ONES SECURITY ACTUALLY CHASES: LOCKOUTS,
      * STEP-UP FAILURES, AND LOGINS FROM NEVER-BEFORE-SEEN DEVICES.
      * AN EVENT BELONGING TO A BUSINESS SUB-USER NAMES THE SUB-USER
      * UNDER ITS LINE, SO A SHARED BUSINESS LOGIN NO LONGER HIDES WHO.
      * SESSRPT STILL REPORTS SESSION DURATIONS - THIS REPORT IS THE
      * EVIDENCE TRAIL SESSRPT NEVER HAD.
      ******************************************************************
               10  EVT-YMD     PIC  X(10).
               10  FILLER      PIC  X(13).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

      ******************************************************************
      *EVENT-TYPE COUNTERS FOR THE RUN DATE
      * NETWORK ATM CARD CAPTURES - EVENT 'K', LOGGED BY HOTCAPT
       77  CNT-CAPTURE         PIC  S9(9) COMP-5 VALUE 0.
       77  CNT-REBIND          PIC  S9(9) COMP-5 VALUE 0.
      * CARDS ISSUED OR REPLACED - EVENT 'R', LOGGED BY FBCARDMNT; NEW
      * EXTERNAL PAYEES - EVENT 'E', LOGGED BY FBEXTMNT. BOTH ARE
      * TAKEOVER STEPS WATCHED BY ATOWTCH.
       77  CNT-CARDISSUE       PIC  S9(9) COMP-5 VALUE 0.
       77  CNT-EXTPAYEE        PIC  S9(9) COMP-5 VALUE 0.
      * TIN DECRYPTIONS FOR A FILING - EVENT 'V', LOGGED BY INT1099,
      * LNINTYR AND SARFILE. COUNTED ONLY - A YEAR-END FILING LOGS ONE
      * PER PAYEE.
       77  CNT-TINREVEAL       PIC  S9(9) COMP-5 VALUE 0.
      * BUSINESS SUB-USERS - EVENT 'N' SUB-USER ADDED OR CHANGED,
      * LOGGED BY FBSUBMNT; EVENT 'G' A PARKED PAYMENT APPROVED OR
      * REJECTED BY A SECOND SUB-USER, LOGGED BY FBWIRE, FBBILMNT AND
      * FBEXTMNT. CNT-SUBUSER COUNTS EVERY EVENT OF ANY TYPE THAT
      * CARRIES A SUB-USER.
       77  CNT-SUBMAINT        PIC  S9(9) COMP-5 VALUE 0.
       77  CNT-APPROVAL        PIC  S9(9) COMP-5 VALUE 0.
       77  CNT-SUBUSER         PIC  S9(9) COMP-5 VALUE 0.

      ******************************************************************
      *CLOCK STRUCTURE
           DISPLAY 'DENIED-PARTY HITS:        ' CNT-DENYHIT.
           DISPLAY 'NETWORK CARD CAPTURES:    ' CNT-CAPTURE.
           DISPLAY 'PAYEE ALIAS REBINDS:      ' CNT-REBIND.
           DISPLAY 'CARDS ISSUED/REPLACED:    ' CNT-CARDISSUE.
           DISPLAY 'EXTERNAL PAYEES ADDED:    ' CNT-EXTPAYEE.
           DISPLAY 'TINS DECRYPTED FOR FILING:' CNT-TINREVEAL.
           DISPLAY 'SUB-USERS MAINTAINED:     ' CNT-SUBMAINT.
           DISPLAY 'SECOND APPROVALS:         ' CNT-APPROVAL.
           DISPLAY 'EVENTS BY SUB-USERS:      ' CNT-SUBUSER.
           DISPLAY 'EVENT ROWS SCANNED:       ' ROWS-SCANNED.
           DISPLAY '========================================'.

                   ADD 1 TO CNT-LOCKOUT
                   DISPLAY 'LOCKOUT        CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' DEVICE: ' DEVICE-SEV
                   PERFORM SHOW-SUBUSER THRU SHOW-SUBUSER-END
                 WHEN 'U'
                   ADD 1 TO CNT-UNLOCK
                 WHEN 'P'
                   ADD 1 TO CNT-STEPUP-BAD
                   DISPLAY 'STEP-UP FAILED CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' DEVICE: ' DEVICE-SEV
                   PERFORM SHOW-SUBUSER THRU SHOW-SUBUSER-END
                 WHEN 'D'
                   ADD 1 TO CNT-NEWDEVICE
                   DISPLAY 'NEW DEVICE     CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' DEVICE: ' DEVICE-SEV
                   PERFORM SHOW-SUBUSER THRU SHOW-SUBUSER-END
                 WHEN 'O'
                   ADD 1 TO CNT-LOGOUT
                 WHEN 'B'
                   ADD 1 TO CNT-CAPTURE
                   DISPLAY 'CARD CAPTURED CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' TERM: ' DEVICE-SEV
                 WHEN 'R'
                   ADD 1 TO CNT-CARDISSUE
                 WHEN 'E'
                   ADD 1 TO CNT-EXTPAYEE
                   DISPLAY 'EXT PAYEE ADDED CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' PAYEE: ' DEVICE-SEV
                 WHEN 'X'
                   ADD 1 TO CNT-DENYHIT
                   DISPLAY 'DENIED PARTY  CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' POINT: ' DEVICE-SEV
                 WHEN 'V'
                   ADD 1 TO CNT-TINREVEAL
                 WHEN 'N'
                   ADD 1 TO CNT-SUBMAINT
                   DISPLAY 'SUB-USER MAINT CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' ACTION: ' DEVICE-SEV
                   PERFORM SHOW-SUBUSER THRU SHOW-SUBUSER-END
                 WHEN 'G'
                   ADD 1 TO CNT-APPROVAL
                   DISPLAY 'SECOND APPROVAL CUSTID: ' CUSTID-SEV
                      ' AT ' TIMESTMP-SEV ' ITEM: ' DEVICE-SEV
                   PERFORM SHOW-SUBUSER THRU SHOW-SUBUSER-END
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF SUBID-SEV NOT = 0
                 ADD 1 TO CNT-SUBUSER
               END-IF
             END-IF

             CALL "CBLTDLI"
             END-IF
           END-IF.
       PROCESS-EVENT-ROW-END.

      * PROCEDURE SHOW-SUBUSER : NAMES THE BUSINESS SUB-USER UNDER AN
      * EVENT LINE WHEN THE EVENT WAS ONE OF THEIRS
       SHOW-SUBUSER.
           IF SUBID-SEV NOT = 0
             DISPLAY '               SUB-USER: ' SUBID-SEV
           END-IF.
       SHOW-SUBUSER-END.
           EXIT.
