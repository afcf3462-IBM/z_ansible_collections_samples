           05  TERMID          PIC  X(08).
      *    CHANNEL THE POSTING CAME THROUGH - SEE CHSETTLE.
           05  CHANNEL         PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE         PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    ZERO WHEN NO SUB-USER DID
           05  SUBID           PIC  S9(9) COMP-5.

      ******************************************************************
      *TEXT WORK AREAS - BUILD THE SAME QUOTED/COMMA LAYOUT HISTIN-IN
       01  TXT-ACCID           PIC  Z(17)9.
       01  TXT-BALAFTER        PIC  -(11)9.99.
       01  TXT-OPERID          PIC  Z(8)9.
       01  TXT-SUBID           PIC  Z(8)9.

       01  OUTPUT-RECORDS      PIC  S9(9) COMP-5 VALUE 0.
       77  TERM-IO             PIC 9 VALUE 0.
             MOVE ACCID TO TXT-ACCID
             MOVE BALAFTER TO TXT-BALAFTER
             MOVE OPERID TO TXT-OPERID
             MOVE SUBID TO TXT-SUBID

             MOVE SPACES TO HISTOUT-OUT
             STRING '"' FUNCTION TRIM (TXT-TXID) '",'
                     FUNCTION TRIM (TXT-OPERID) ','
                     '"' BRANCH '","'
                     TERMID '","'
                     CHANNEL '","'
                     VALDATE '",'
                     FUNCTION TRIM (TXT-SUBID)
                INTO HISTOUT-OUT
             END-STRING
             WRITE HISTOUT-OUT
