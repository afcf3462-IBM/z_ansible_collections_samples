       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBMSGTRK.

      ******************************************************************
      * DELIVERY TRACKER FOR THE POISON-MESSAGE QUARANTINE. IBTRAN AND
      * FBAPIGW SEND THIS TRANSACTION AN EXPRESS NOTE ON THEIR
      * ALTERNATE PCB EACH TIME IMS HANDS THEM A MESSAGE, BEFORE THEY
      * WORK IT. AN EXPRESS MESSAGE IS SENT EVEN WHEN THE SENDER THEN
      * ABENDS AND ITS OWN DATABASE CHANGES ARE BACKED OUT, SO THE
      * COUNT KEPT HERE ON QUARMSG SURVIVES THE FAILURE THAT CAUSED
      * THE REDELIVERY. THE FIRST NOTE FOR A MESSAGE OPENS ITS ROW
      * IN-FLIGHT WITH A COPY OF THE PAYLOAD; EACH LATER NOTE FOR THE
      * SAME MESSAGE COUNTS ONE MORE DELIVERY. THE SENDING TRANSACTION
      * ITSELF QUARANTINES THE MESSAGE ONCE THE COUNT REACHES
      * QM-MAX-DELIVERIES - SEE QUARMSG.CPY. NO REPLY IS SENT; THE
      * NOTE HAS NO TERMINAL WAITING ON IT.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * MESSAGE PROCESSING
       77  TERM-IO             PIC 9 VALUE 0.
       77  MESSAGE-EXIST       PIC X(2) VALUE 'CF'.
       77  NO-MORE-MESSAGE     PIC X(2) VALUE 'QC'.

      ******************************************************************
      *DATABASE CALL CODES
      ******************************************************************

       77  GU                  PIC  X(04)        VALUE "GU  ".
       77  GHU                 PIC  X(04)        VALUE "GHU ".
       77  ISRT                PIC  X(04)        VALUE "ISRT".
       77  REPL                PIC  X(04)        VALUE "REPL".

      ******************************************************************
      *IMS STATUS CODES
      ******************************************************************

       77  GE                  PIC  X(02)        VALUE "GE".

      ******************************************************************
      *ERROR STATUS CODE AREA
      ******************************************************************

       01  BAD-STATUS.
           05  SC-MSG  PIC X(30) VALUE "BAD STATUS CODE WAS RECEIVED: ".
           05  SC             PIC X(2).

      ******************************************************************
      *SEGMENT AREAS AND THE INBOUND NOTE (QNOTE-MSG)
      ******************************************************************
           COPY QUARMSG.
           COPY QUARNOTE.

       LINKAGE SECTION.

       01  IOPCBA POINTER.
       01  DBPCB1 POINTER.

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
             USING  IOPCBA, DBPCB1.

       BEGIN.

           MOVE 0 TO TERM-IO.
           SET ADDRESS OF LTERMPCB TO ADDRESS OF IOPCBA.
           PERFORM WITH TEST BEFORE UNTIL TERM-IO = 1
              CALL 'CBLTDLI' USING GU, LTERMPCB, QNOTE-MSG
              IF TPSTAT  = '  ' OR TPSTAT = MESSAGE-EXIST
              THEN
                PERFORM COUNT-DELIVERY THRU COUNT-DELIVERY-END
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

      * PROCEDURE COUNT-DELIVERY : ONE MORE DELIVERY ON THE MESSAGE'S
      * ROW, OR ITS IN-FLIGHT ROW OPENED ON THE FIRST
       COUNT-DELIVERY.
           MOVE QN-MSGKEY TO QM-SSA-KEY.
           SET ADDRESS OF DBPCB TO ADDRESS OF DBPCB1.
           CALL 'CBLTDLI'
             USING GHU, DBPCB, QUARMSG-SEG, QUARMSG-SSA1.
           IF DBSTAT = SPACES
             ADD 1 TO DELIVERIES-QM
             CALL 'CBLTDLI'
               USING REPL, DBPCB, QUARMSG-SEG
             IF DBSTAT NOT = SPACES
               MOVE DBSTAT TO SC
               DISPLAY BAD-STATUS
             END-IF
             GO TO COUNT-DELIVERY-END
           END-IF.
           IF DBSTAT NOT = GE
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
             GO TO COUNT-DELIVERY-END
           END-IF.

           MOVE QN-MSGKEY TO MSGKEY-QM.
           MOVE QN-SRCTRAN TO SRCTRAN-QM.
           MOVE QN-LTERM TO LTERM-QM.
           MOVE 'I' TO STATUS-QM.
           MOVE 1 TO DELIVERIES-QM.
           MOVE QN-TIMESTMP TO FIRSTTS-QM.
           MOVE SPACES TO QUARTS-QM.
           MOVE 0 TO DECOPER-QM.
           MOVE SPACES TO DECTS-QM.
           MOVE QN-PAYLEN TO PAYLEN-QM.
           MOVE QN-PAYLOAD TO PAYLOAD-QM.
           CALL 'CBLTDLI'
             USING ISRT, DBPCB, QUARMSG-SEG, QUARMSG-SSA.
           IF DBSTAT NOT = SPACES
             MOVE DBSTAT TO SC
             DISPLAY BAD-STATUS
           END-IF.
       COUNT-DELIVERY-END.
           EXIT.
