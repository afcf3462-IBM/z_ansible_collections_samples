      ******************************************************************
      *CHECK STOCK - CHILD OF ACCOUNT, AT MOST ONE ROW PER ACCOUNT THAT
      *WRITES CHECKS. IT CARRIES THE TOP SERIAL OF THE LAST BOX OF
      *CHECKS ORDERED AND THE HIGHEST SERIAL SEEN CLEARING, SO THE
      *NIGHTLY CHKREORD JOB CAN TELL WHEN THE CUSTOMER IS ABOUT TO RUN
      *OUT AND ORDER THE NEXT BOX BEFORE THEY START WRITING COUNTER
      *CHECKS.
      *
      *  STATUS-CSK 'A' - AN ORDER IS ON RECORD (LASTORD-CSK IS GOOD)
      *             'U' - CHECKS ARE CLEARING BUT NO ORDER IS ON
      *                   RECORD - CHKREORD CREATES THE ROW THIS WAY
      *                   AND LISTS IT FOR THE DOMICILE BRANCH, WHICH
      *                   RECORDS THE CUSTOMER'S STOCK THROUGH FBCHKMNT
      *
      *ORDQTY-CSK IS THE NUMBER OF CHECKS IN A BOX FOR THIS ACCOUNT -
      *ZERO TAKES CHKREORD'S DEFAULT. ORDSRC-CSK SAYS WHO RECORDED THE
      *LAST ORDER: 'B' THE BRANCH (FBCHKMNT, OPERID-CSK), 'R' THE
      *REORDER JOB. SUPPRSN-CSK IS WHY THE LAST REORDER DUE WAS HELD
      *BACK (SPACES WHEN NONE WAS) - A HELD REORDER IS TRIED AGAIN
      *EVERY NIGHT A CHECK CLEARS UNTIL THE REASON GOES AWAY.
      ******************************************************************

       01  CHKSTK-SEG.
           05  ACCID-CSK           PIC  S9(18) COMP-5.
           05  STATUS-CSK          PIC  X(01).
               88  CSK-ON-RECORD       VALUE "A".
               88  CSK-NO-ORDER        VALUE "U".
           05  LASTORD-CSK         PIC  S9(9) COMP-5.
           05  ORDQTY-CSK          PIC  S9(5) COMP-3.
           05  STYLE-CSK           PIC  X(04).
           05  ORDDATE-CSK         PIC  X(10).
           05  ORDSRC-CSK          PIC  X(01).
               88  CSK-BY-BRANCH       VALUE "B".
               88  CSK-BY-REORDER      VALUE "R".
           05  OPERID-CSK          PIC  S9(9) COMP-5.
           05  HIGHSEEN-CSK        PIC  S9(9) COMP-5.
           05  SEENDATE-CSK        PIC  X(10).
           05  REORDCNT-CSK        PIC  S9(4) COMP-5.
           05  SUPPRSN-CSK         PIC  X(20).
           05  SUPPDATE-CSK        PIC  X(10).

       01  CHKSTK-SSA.
           05  FILLER          PIC  X(08)        VALUE "CHKSTK  ".
           05  FILLER          PIC  X(01)        VALUE ' '.
