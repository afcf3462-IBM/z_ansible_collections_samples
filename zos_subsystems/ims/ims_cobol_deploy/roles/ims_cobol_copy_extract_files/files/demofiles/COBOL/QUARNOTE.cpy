      ******************************************************************
      *DELIVERY NOTE - WHAT IBTRAN AND FBAPIGW SEND TO FBMSGTRK ON
      *THEIR EXPRESS ALTERNATE PCB BEFORE WORKING A MESSAGE, AND WHAT
      *THEY NEED TO RECOGNISE THAT MESSAGE WHEN IMS DELIVERS IT AGAIN.
      *SEE QUARMSG.CPY.
      ******************************************************************

      *    THE I/O PCB'S ENQUEUE DATE, TIME AND SEQUENCE NUMBER (PCB
      *    BYTES 13-24) - PACKED 0CYYDDDF / HHMMSSTF AND A FULLWORD
       01  QM-IOPCB-STAMP.
           05  QM-STAMP-DATE   PIC  S9(7) COMP-3.
           05  QM-STAMP-TIME   PIC  S9(7) COMP-3.
           05  QM-STAMP-SEQ    PIC  S9(9) COMP-5.
       01  QM-STAMP-TEXT REDEFINES QM-IOPCB-STAMP
                               PIC  X(12).

      *    THE MESSAGE'S IDENTITY - A RESCHEDULED MESSAGE KEEPS ALL
      *    FOUR PARTS; A NEW MESSAGE, EVEN WITH THE SAME TEXT, NEVER
      *    DOES. ALL DISPLAYABLE SO AN OPERATOR CAN KEY IT.
       01  QM-MSGKEY.
           05  QM-KEY-LTERM    PIC  X(08).
           05  QM-KEY-DATE     PIC  9(06).
           05  QM-KEY-TIME     PIC  9(07).
           05  QM-KEY-SEQ      PIC  9(05).

      *    DELIVERIES ALREADY NOTED BEFORE THE NEXT ONE IS QUARANTINED
      *    - TWO, SO ONE ABEND THAT WAS NOT THE MESSAGE'S FAULT (A
      *    DEADLOCK, A REGION CANCELLED) GETS ITS RETRY
       77  QM-MAX-DELIVERIES   PIC  S9(4) COMP-5 VALUE 2.
       77  QM-NOTPROCESSED     PIC  X(43) VALUE
             "MESSAGE COULD NOT BE PROCESSED - REFERRED".
       01  WS-QUAR-SW          PIC  X(01) VALUE 'N'.
           88  MESSAGE-QUARANTINED VALUE 'Y'.

       01  QNOTE-MSG.
           05  LL-QN           PIC  9(04) COMP.
           05  ZZ-QN           PIC  9(04) COMP.
           05  QN-TRAN-CODE    PIC  X(08).
           05  QN-MSGKEY       PIC  X(26).
           05  QN-SRCTRAN      PIC  X(08).
           05  QN-LTERM        PIC  X(08).
           05  QN-TIMESTMP     PIC  X(23).
           05  QN-PAYLEN       PIC  S9(4) COMP-5.
           05  QN-PAYLOAD      PIC  X(400).
