       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBQUAMNT.

      ******************************************************************
      * QUARANTINED-MESSAGE WORKBENCH - WHERE AN OPERATOR DEALS WITH
      * THE MESSAGES IBTRAN AND FBAPIGW HAVE SET ASIDE AFTER THEY KEPT
      * ABENDING ON THEM (SEE QUARMSG.CPY). FUNCTYPE-IN:
      *   'L'IST     - THE QUARANTINE QUEUE, FIRST 80 BYTES OF EACH
      *   'B'ROWSE   - ONE MESSAGE BY KEY WITH ITS FULL PAYLOAD
      *   'R'ESUBMIT - ONCE THE CAUSE IS FIXED, A SUPERVISOR FLIPS THE
      *                ROW 'S' AND SWITCHES THE ORIGINAL MESSAGE BACK
      *                TO ITS OWN TRANSACTION AT THE LENGTH IT ARRIVED
      *                (THE FBPNDMNT RELEASE IDIOM). IT ENQUEUES AS A
      *                NEW MESSAGE WITH A NEW KEY AND ITS OWN COUNT.
      *   'D'ISCARD  - A SUPERVISOR FLIPS THE ROW 'X'; THE MESSAGE IS
      *                NEVER WORKED
      * THE DECIDING SUPERVISOR MUST BE SIGNED ON AT THIS TERMINAL.
      * ROWS ARE NEVER DLET'D HERE - RETNPURG RETIRES DECIDED ROWS.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      * CONSTANTS
      ******************************************************************
       77  NOQUARANTINE    PIC  X(30) VALUE
             "NO QUARANTINED MESSAGE ON FILE".
       77  NOTQUARANTINED  PIC  X(28) VALUE "MESSAGE ALREADY DECIDED".
       77  NOTSUPV         PIC  X(34) VALUE
             "SUPERVISOR AUTHORITY REQUIRED".
       77  NOOPERATOR      PIC  X(26) VALUE "OPERATOR NOT ON FILE".
       77  BADFUNCTYPE     PIC  X(22) VALUE "INVALID FUNCTION TYPE".
       77  NOTSIGNEDON     PIC  X(22) VALUE "OPERATOR NOT SIGNED ON".

       77  MAX-QML             PIC 99 VALUE 5.

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

       77  WS-DEC-OPER         PIC  S9(9) COMP-5.
       77  WS-BROWSE-SW        PIC  X(01).

      ******************************************************************
      *SEGMENT AREAS
      ******************************************************************

           COPY QUARMSG.

       01  OPERATOR-SSA.
           05  FILLER          PIC  X(08)        VALUE "OPERATOR".
           05  FILLER          PIC  X(01)        VALUE ' '.

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

      ******************************************************************
      *INPUT/OUTPUT MESSAGE AREA
      ******************************************************************

       01  INPUT-AREA.
           05  LL-IN           PIC  9(04) COMP.
           05  ZZ-IN           PIC  9(04) COMP.
           05  TRAN-CODE       PIC  X(08).
           05  FUNCTYPE-IN     PIC  X(01).
           05  MSGKEY-IN       PIC  X(26).
           05  OPERID-IN       PIC  X(09).

       01  OUTPUT-AREA.
           05  LL-OUT          PIC  9(04) COMP.
           05  ZZ-OUT          PIC  9(04) COMP.
           05  MSG-OUT         PIC  X(36).
           05  TOTAL-QML       PIC  99.
           05  QUARANTINE-SUMMARY OCCURS 1 TO 5 TIMES
                 DEPENDING ON TOTAL-QML.
               10  MSGKEY-QS   PIC  X(26).
               10  SRCTRAN-QS  PIC  X(08).
               10  LTERM-QS    PIC  X(08).
               10  QUARTS-QS   PIC  X(23).
               10  DELIVERIES-QS PIC  S9(4) COMP-5.
               10  PAYLOAD-QS  PIC  X(80).

      *    BROWSE REPLY - ONE MESSAGE IN FULL
       01  BROWSE-AREA.
           05  LL-BRW          PIC  9(04) COMP.
           05  ZZ-BRW          PIC  9(04) COMP.
           05  MSG-BRW         PIC  X(36).
           05  MSGKEY-BRW      PIC  X(26).
           05  SRCTRAN-BRW     PIC  X(08).
           05  LTERM-BRW       PIC  X(08).
           05  STATUS-BRW      PIC  X(01).
           05  DELIVERIES-BRW  PIC  S9(4) COMP-5.
           05  FIRSTTS-BRW     PIC  X(23).
           05  QUARTS-BRW      PIC  X(23).
           05  DECOPER-BRW     PIC  S9(9) COMP-5.
           05  DECTS-BRW       PIC  X(23).
           05  PAYLEN-BRW      PIC  S9(4) COMP-5.
           05  PAYLOAD-BRW     PIC  X(400).

      *    SWITCHED RESUBMIT MESSAGE - THE QUARANTINED INPUT HANDED
      *    BACK TO ITS OWN TRANSACTION
       01  RESUBMIT-MSG.
           05  LL-RSB          PIC  9(04) COMP.
           05  ZZ-RSB          PIC  9(04) COMP.
           05  PAYLOAD-RSB     PIC  X(400).

      *    DESTINATION SSA FOR THE SWITCH - THE TRANSACTION THE
      *    MESSAGE WAS ORIGINALLY QUEUED FOR
       01  SWITCH-SSA.
           05  SWITCH-DEST     PIC  X(08).
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
       01  DBPCB2 POINTER.

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

       PROCEDURE DIVISION.
             ENTRY "DLITCBL"
             USING  IOPCBA, DBPCB1, DBPCB2.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, INPUT-AREA
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM DECIDE-QUARANTINE THRU DECIDE-QUARANTINE-END

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

       DECIDE-QUARANTINE.
           MOVE ZEROS TO OUTPUT-AREA.
           MOVE SPACES TO MSG-OUT.
           MOVE 0 TO TOTAL-QML.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-YEAR TO YEAR-TS.
           MOVE WS-CURRENT-MONTH TO MONTH-TS.
           MOVE WS-CURRENT-DAY TO DAY-TS.
           MOVE WS-CURRENT-HOURS TO HOUR-TS.
           MOVE WS-CURRENT-MINUTE TO MINUTE-TS.
           MOVE WS-CURRENT-SECOND TO SECOND-TS.
           MOVE WS-CURRENT-MILLISECONDS TO MILLISEC-TS.

           EVALUATE FUNCTYPE-IN
             WHEN 'L'
               PERFORM LIST-QUARANTINE THRU LIST-QUARANTINE-END
             WHEN 'B'
               PERFORM BROWSE-QUARANTINE THRU BROWSE-QUARANTINE-END
             WHEN 'R'
               PERFORM RESUBMIT-QUARANTINE
                  THRU RESUBMIT-QUARANTINE-END
             WHEN 'D'
               PERFORM DISCARD-QUARANTINE THRU DISCARD-QUARANTINE-END
             WHEN OTHER
               MOVE BADFUNCTYPE TO MSG-OUT
           END-EVALUATE.
       DECIDE-QUARANTINE-END.

       LIST-QUARANTINE.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, QUARMSG-SEG, QUARMSG-SSA.
           PERFORM LIST-ONE-QUARANTINE THRU LIST-ONE-QUARANTINE-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR TOTAL-QML = MAX-QML.
           IF TOTAL-QML = 0 AND MSG-OUT = SPACES
             MOVE NOQUARANTINE TO MSG-OUT
           END-IF.
       LIST-QUARANTINE-END.

       LIST-ONE-QUARANTINE.
           IF DBSTAT = SPACES
             IF QM-QUARANTINED
               ADD 1 TO TOTAL-QML
               MOVE MSGKEY-QM TO MSGKEY-QS (TOTAL-QML)
               MOVE SRCTRAN-QM TO SRCTRAN-QS (TOTAL-QML)
               MOVE LTERM-QM TO LTERM-QS (TOTAL-QML)
               MOVE QUARTS-QM TO QUARTS-QS (TOTAL-QML)
               MOVE DELIVERIES-QM TO DELIVERIES-QS (TOTAL-QML)
               MOVE PAYLOAD-QM (1:80) TO PAYLOAD-QS (TOTAL-QML)
             END-IF
             CALL 'CBLTDLI'
               USING GN, DBPCB, QUARMSG-SEG, QUARMSG-SSA
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       LIST-ONE-QUARANTINE-END.

      * PROCEDURE BROWSE-QUARANTINE : THE WHOLE ROW, WHATEVER ITS
      * STATUS, SO THE OPERATOR CAN SEE WHAT WILL BE RESUBMITTED
       BROWSE-QUARANTINE.
           MOVE MSGKEY-IN TO QM-SSA-KEY.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOQUARANTINE TO MSG-OUT
             GO TO BROWSE-QUARANTINE-END
           END-IF.
           MOVE SPACES TO MSG-BRW.
           MOVE MSGKEY-QM TO MSGKEY-BRW.
           MOVE SRCTRAN-QM TO SRCTRAN-BRW.
           MOVE LTERM-QM TO LTERM-BRW.
           MOVE STATUS-QM TO STATUS-BRW.
           MOVE DELIVERIES-QM TO DELIVERIES-BRW.
           MOVE FIRSTTS-QM TO FIRSTTS-BRW.
           MOVE QUARTS-QM TO QUARTS-BRW.
           MOVE DECOPER-QM TO DECOPER-BRW.
           MOVE DECTS-QM TO DECTS-BRW.
           MOVE PAYLEN-QM TO PAYLEN-BRW.
           MOVE PAYLOAD-QM TO PAYLOAD-BRW.
           MOVE 'Y' TO WS-BROWSE-SW.
       BROWSE-QUARANTINE-END.
           EXIT.

      * PROCEDURE FIND-TARGET-QUARANTINE : HOLDS THE ROW NAMED BY
      * MSGKEY-IN FOR UPDATE - IT MUST STILL BE QUARANTINED
       FIND-TARGET-QUARANTINE.
           MOVE MSGKEY-IN TO QM-SSA-KEY.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT NOT = SPACES
             MOVE NOQUARANTINE TO MSG-OUT
             GO TO FIND-TARGET-QUARANTINE-END
           END-IF.
           IF NOT QM-QUARANTINED
             MOVE NOTQUARANTINED TO MSG-OUT
           END-IF.
       FIND-TARGET-QUARANTINE-END.
           EXIT.

      * PROCEDURE CHECK-DECIDER : THE DECIDING OPERATOR MUST EXIST,
      * HOLD SUPV AUTHORITY, AND BE SIGNED ON AT THIS TERMINAL (SEE
      * FBOPRSGN)
       CHECK-DECIDER.
           COMPUTE WS-DEC-OPER = FUNCTION NUMVAL ( OPERID-IN ).
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB2.
           CALL 'CBLTDLI'
             USING GU, DBPCB, OPERATOR-SEG, OPERATOR-SSA.
           PERFORM FIND-ONE-OPERATOR THRU FIND-ONE-OPERATOR-END
              UNTIL DBSTAT = GB OR DBSTAT = GE
                 OR OPERID-OPR = WS-DEC-OPER.
           IF OPERID-OPR NOT = WS-DEC-OPER
             MOVE NOOPERATOR TO MSG-OUT
           ELSE
             IF SUPV-OPR NOT = 'Y'
               MOVE NOTSUPV TO MSG-OUT
             ELSE
               IF SIGNTERM-OPR = SPACES OR SIGNTERM-OPR NOT = LOGTTERM
                  OR LOCKED-OPR = 'Y'
                 MOVE NOTSIGNEDON TO MSG-OUT
               END-IF
             END-IF
           END-IF.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
       CHECK-DECIDER-END.
           EXIT.

       FIND-ONE-OPERATOR.
           IF DBSTAT = SPACES
             IF OPERID-OPR NOT = WS-DEC-OPER
               CALL 'CBLTDLI'
                 USING GN, DBPCB, OPERATOR-SEG, OPERATOR-SSA
             END-IF
           ELSE
             IF DBSTAT NOT = GB AND DBSTAT NOT = GE
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
           END-IF.
       FIND-ONE-OPERATOR-END.

      * PROCEDURE RESUBMIT-QUARANTINE : FLIPS THE ROW RESUBMITTED AND
      * SWITCHES THE ORIGINAL MESSAGE BACK TO ITS OWN TRANSACTION
       RESUBMIT-QUARANTINE.
           PERFORM CHECK-DECIDER THRU CHECK-DECIDER-END.
           IF MSG-OUT NOT = SPACES
             GO TO RESUBMIT-QUARANTINE-END
           END-IF.
           PERFORM FIND-TARGET-QUARANTINE
              THRU FIND-TARGET-QUARANTINE-END.
           IF MSG-OUT NOT = SPACES
             GO TO RESUBMIT-QUARANTINE-END
           END-IF.
           MOVE 'S' TO STATUS-QM.
           MOVE WS-DEC-OPER TO DECOPER-QM.
           MOVE TIMESTAMP TO DECTS-QM.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, QUARMSG-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RESUBMIT-QUARANTINE-END
           END-IF.

      * RE-ENTER THE TRANSACTION AT THE LENGTH THE MESSAGE ARRIVED AT
           MOVE SRCTRAN-QM TO SWITCH-DEST.
           MOVE PAYLOAD-QM TO PAYLOAD-RSB.
           IF PAYLEN-QM > 0 AND PAYLEN-QM NOT >
              LENGTH OF PAYLOAD-RSB
             COMPUTE LL-RSB = PAYLEN-QM + 4
           ELSE
             COMPUTE LL-RSB = LENGTH OF RESUBMIT-MSG
           END-IF.
           MOVE 0 TO ZZ-RSB.
           CALL 'CBLTDLI'
             USING ISRT, LTERMPCB, RESUBMIT-MSG, SWITCH-SSA.
           IF TPSTAT NOT = SPACES
             DISPLAY 'RESUBMIT SWITCH FAILED WITH STATUS CODE: '
                TPSTAT
             MOVE BAD-STATUS TO MSG-OUT
             GO TO RESUBMIT-QUARANTINE-END
           END-IF.

           MOVE 'MESSAGE RESUBMITTED' TO MSG-OUT.
       RESUBMIT-QUARANTINE-END.
           EXIT.

       DISCARD-QUARANTINE.
           PERFORM CHECK-DECIDER THRU CHECK-DECIDER-END.
           IF MSG-OUT NOT = SPACES
             GO TO DISCARD-QUARANTINE-END
           END-IF.
           PERFORM FIND-TARGET-QUARANTINE
              THRU FIND-TARGET-QUARANTINE-END.
           IF MSG-OUT NOT = SPACES
             GO TO DISCARD-QUARANTINE-END
           END-IF.
           MOVE 'X' TO STATUS-QM.
           MOVE WS-DEC-OPER TO DECOPER-QM.
           MOVE TIMESTAMP TO DECTS-QM.
           CALL 'CBLTDLI'
             USING REPL, DBPCB, QUARMSG-SEG.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             MOVE BAD-STATUS TO MSG-OUT
             GO TO DISCARD-QUARANTINE-END
           END-IF.
           MOVE 'MESSAGE DISCARDED' TO MSG-OUT.
       DISCARD-QUARANTINE-END.
           EXIT.

      * PROCEDURE INSERT-IO : INSERT FOR IOPCB REQUEST HANDLER - THE
      * FULL ROW FOR A BROWSE, THE SUMMARY REPLY OTHERWISE

       INSERT-IO.
           IF WS-BROWSE-SW = 'Y'
             COMPUTE LL-BRW = LENGTH OF BROWSE-AREA
             MOVE 0 TO ZZ-BRW
             CALL 'CBLTDLI' USING ISRT, LTERMPCB, BROWSE-AREA
           ELSE
             COMPUTE LL-OUT = LENGTH OF OUTPUT-AREA
             MOVE 0 TO ZZ-OUT
             CALL 'CBLTDLI' USING ISRT, LTERMPCB, OUTPUT-AREA
           END-IF.

           IF TPSTAT NOT = SPACES
             THEN
             DISPLAY 'INSERT TO IOPCB FAILED WITH STATUS CODE: '
                TPSTAT
           END-IF.
       INSERT-IO-END.
