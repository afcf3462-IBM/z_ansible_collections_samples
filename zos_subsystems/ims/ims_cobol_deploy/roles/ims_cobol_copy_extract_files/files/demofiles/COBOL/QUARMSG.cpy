      ******************************************************************
      *MESSAGE QUARANTINE ROOT SEGMENT - ONE ROW PER QUEUED INPUT
      *MESSAGE OF IBTRAN OR FBAPIGW THAT HAS BEEN DELIVERED AT LEAST
      *ONCE. FBMSGTRK OPENS THE ROW IN-FLIGHT FROM THE EXPRESS NOTE THE
      *TRANSACTION SENDS AS IT STARTS ON THE MESSAGE - THE NOTE GOES
      *OUT EVEN WHEN THE TRANSACTION THEN ABENDS AND ITS DATABASE WORK
      *IS BACKED OUT, SO THE ROW COUNTS EVERY DELIVERY IMS MAKES. A
      *MESSAGE IMS HANDS BACK AFTER QM-MAX-DELIVERIES IS FLIPPED
      *QUARANTINED BY THE TRANSACTION ITSELF INSTEAD OF BEING WORKED
      *AGAIN, AND WAITS FOR AN OPERATOR TO RESUBMIT OR DISCARD IT
      *THROUGH FBQUAMNT. OPENWORK COUNTS THE QUEUE EACH MORNING AND
      *RETNPURG RETIRES THE DECIDED AND IN-FLIGHT ROWS.
      ******************************************************************

       01  QUARMSG-SEG.
      *    LTERM + IMS ENQUEUE DATE/TIME/SEQUENCE - SEE QUARNOTE.CPY
           05  MSGKEY-QM       PIC  X(26).
      *    TRANSACTION THE MESSAGE WAS QUEUED FOR
           05  SRCTRAN-QM      PIC  X(08).
           05  LTERM-QM        PIC  X(08).
           05  STATUS-QM       PIC  X(01).
               88  QM-IN-FLIGHT    VALUE "I".
               88  QM-QUARANTINED  VALUE "Q".
               88  QM-RESUBMITTED  VALUE "S".
               88  QM-DISCARDED    VALUE "X".
      *    DELIVERIES SEEN - ONE PER EXPRESS NOTE, PLUS THE ONE THAT
      *    QUARANTINED IT
           05  DELIVERIES-QM   PIC  S9(4) COMP-5.
           05  FIRSTTS-QM      PIC  X(23).
           05  QUARTS-QM       PIC  X(23).
      *    OPERATOR WHO RESUBMITTED OR DISCARDED IT AND WHEN
           05  DECOPER-QM      PIC  S9(9) COMP-5.
           05  DECTS-QM        PIC  X(23).
      *    THE FULL INPUT AREA AS IMS DELIVERED IT, LL/ZZ OFF, AND ITS
      *    LENGTH - A RESUBMIT RE-ENTERS THE TRANSACTION AT EXACTLY
      *    THAT SIZE, THE SAME AS A PENDCHG RELEASE
           05  PAYLEN-QM       PIC  S9(4) COMP-5.
           05  PAYLOAD-QM      PIC  X(400).

       01  QUARMSG-SSA.
           05  FILLER          PIC  X(08)        VALUE "QUARMSG ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  QUARMSG-SSA1.
           05  FILLER          PIC  X(08)        VALUE "QUARMSG ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "MSGKEY  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  QM-SSA-KEY      PIC  X(26)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.
