      *    CHANNEL THE POSTING CAME THROUGH - SEE CHSETTLE. SPACES ON
      *    A LOAD FILE THAT PREDATES THE COLUMN.
           05  CHANNEL         PIC  X(01).
      *    VALUE DATE (YYYY-MM-DD) FROM WHICH THE POSTING EARNS OR
      *    COSTS INTEREST - SPACES WHEN IT IS THE POSTING DATE ITSELF.
      *    BACK- AND FORWARD-VALUED ROWS ARE SWEPT NIGHTLY BY VALSCAN
      *    INTO THE VALADJ FILE INTPOST AND LOANBILL ADJUST FROM.
           05  VALDATE         PIC  X(10).
      *    BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ENTRY -
      *    ZERO ON A LOAD FILE THAT PREDATES THE COLUMN
           05  SUBID           PIC  S9(9) COMP-5.

      *    A LINE WHOSE FIRST COLUMN IS QUOTED (THE HISTUNLD/ARCHACCT/
      *    HISTARCH ARCHIVE SHAPE) OPENS WITH A DELIMITER, AND
       01  TXT-BRANCH          PIC  X(4).
       01  TXT-TERMID          PIC  X(8).
       01  TXT-CHANNEL         PIC  X(1).
       01  TXT-VALDATE         PIC  X(10).
       01  TXT-SUBID           PIC  X(9).

       01  INPUT-RECORDS     PIC  S9(9) COMP-5.
       01  REJECTED-RECORDS  PIC  S9(9) COMP-5.
           MOVE SPACES TO TXT-BRANCH.
           MOVE SPACES TO TXT-TERMID.
           MOVE SPACES TO TXT-CHANNEL.
           MOVE SPACES TO TXT-VALDATE.
           MOVE SPACES TO TXT-SUBID.
           IF HISTIN-IN (1:1) = '"'
             UNSTRING HISTIN-IN DELIMITED BY '","' OR '",' OR ',"'
                   OR ',' OR '"'
                    TXT-BRANCH
                    TXT-TERMID
                    TXT-CHANNEL
                    TXT-VALDATE
                    TXT-SUBID
             END-UNSTRING
           ELSE
             UNSTRING HISTIN-IN DELIMITED BY '","' OR '",' OR ',"'
                    TXT-BRANCH
                    TXT-TERMID
                    TXT-CHANNEL
                    TXT-VALDATE
                    TXT-SUBID
             END-UNSTRING
           END-IF.

           MOVE TXT-BRANCH TO BRANCH.
           MOVE TXT-TERMID TO TERMID.
           MOVE TXT-CHANNEL TO CHANNEL.
      * SO IS THE VALUE DATE - BLANK MEANS THE ROW TOOK EFFECT ON ITS
      * POSTING DATE
           MOVE TXT-VALDATE TO VALDATE.
      * AND THE SUB-USER - BLANK MEANS NO SUB-USER POSTED IT
           IF TXT-SUBID = SPACES
             MOVE 0 TO SUBID
           ELSE
             COMPUTE SUBID = FUNCTION NUMVAL ( TXT-SUBID )
           END-IF.

           CALL "CBLTDLI"
             USING ISRT, DBPCB, HISTORY-SEG, HISTORY-SSA.
