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

       01  TIMESTMP-HIST-PARTS REDEFINES HISTORY-SEG.
           05  FILLER          PIC  X(08).
