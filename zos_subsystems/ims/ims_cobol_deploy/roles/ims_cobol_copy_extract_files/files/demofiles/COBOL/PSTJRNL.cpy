      ******************************************************************
      *DAILY POSTING JOURNAL RECORD - WRITTEN ONCE A NIGHT BY PSTEXTR,
      *READ BY THE REPORTS THAT USED TO WALK ALL OF HISTORY FOR THE
      *RUN DATE'S POSTINGS (BRSETTLE, CHSETTLE, GLEXTR, FXTELREV,
      *CTRRPT, STRUCTW). ONE HEADER, ONE DETAIL PER HISTORY ROW OF THE
      *BUSINESS DAY, ONE TRAILER CARRYING THE CONTROL TOTALS A READER
      *PROVES THE FILE AGAINST BEFORE IT REPORTS FROM IT.
      ******************************************************************

       01  PJ-RECORD.
           05  PJ-RECTYPE          PIC  X(01).
               88  PJ-IS-HEADER        VALUE "H".
               88  PJ-IS-DETAIL        VALUE "D".
               88  PJ-IS-TRAILER       VALUE "T".
           05  PJ-BODY             PIC  X(199).

      *    DETAIL - THE HISTORY ROW AS POSTED, PLUS WHAT THE READERS
      *    USED TO LOOK UP FOR THEMSELVES
           05  PJ-DETAIL-AREA REDEFINES PJ-BODY.
               10  PJ-TXID         PIC  S9(18) COMP-5.
               10  PJ-TIMESTMP     PIC  X(23).
               10  PJ-TIMESTMP-PARTS REDEFINES PJ-TIMESTMP.
                   15  PJ-HIST-YMD PIC  X(10).
                   15  FILLER      PIC  X(13).
               10  PJ-TRANSTYP     PIC  X(01).
               10  PJ-AMOUNT       PIC  S9(13)V9(2) COMP-3.
               10  PJ-REFTXID      PIC  S9(18) COMP-5.
               10  PJ-ACCID        PIC  S9(18) COMP-5.
               10  PJ-BALAFTER     PIC  S9(13)V9(2) COMP-3.
               10  PJ-CHECKNUM     PIC  X(16).
               10  PJ-CLIENTREF    PIC  X(16).
               10  PJ-OPERID       PIC  S9(9) COMP-5.
               10  PJ-BRANCH       PIC  X(04).
               10  PJ-TERMID       PIC  X(08).
               10  PJ-CHANNEL      PIC  X(01).
               10  PJ-VALDATE      PIC  X(10).
      *        SETTLEMENT DAY - THE POSTING DATE, EXCEPT AN INSTANT-
      *        RAIL ROW (CHANNEL 'I', 'IP' + DATE MEMO), WHICH SETTLES
      *        ON ITS RAIL BUSINESS DATE. A ROW IS ON THE JOURNAL WHEN
      *        EITHER DATE IS THE BUSINESS DAY, SO A READER KEYS ON THE
      *        ONE IT NEEDS.
               10  PJ-SETTLE-YMD   PIC  X(10).
      *        FROM THE ACCOUNT ROW - SPACES IF THE ACCOUNT IS GONE
               10  PJ-ACCTYPE      PIC  X(01).
               10  PJ-CURRENCY     PIC  X(03).
      *        EVERY CUSTACCS OWNER OF THE ACCOUNT, JOINT OWNERS
      *        INCLUDED
               10  PJ-OWNER-COUNT  PIC  S9(4) COMP-5.
               10  PJ-OWNER-CUSTID PIC  S9(9) COMP-5
                                    OCCURS 8 TIMES.
      *        BUSINESS ONLINE-BANKING SUB-USER WHO POSTED THE ROW -
      *        ZERO WHEN IT WAS NOT POSTED BY A SUB-USER
               10  PJ-SUBID        PIC  S9(9) COMP-5.
               10  FILLER          PIC  X(24).

      *    HEADER - THE BUSINESS DAY AND WHEN THE JOURNAL WAS CUT
           05  PJ-HEADER-AREA REDEFINES PJ-BODY.
               10  PJ-HDR-BUSDATE  PIC  X(10).
               10  PJ-HDR-CREATED  PIC  X(23).
               10  FILLER          PIC  X(166).

      *    TRAILER - DETAIL COUNT AND HASH TOTAL OF PJ-AMOUNT; A
      *    JOURNAL WITHOUT ONE, OR WHOSE DETAILS DO NOT FOOT TO IT, WAS
      *    NOT WRITTEN TO THE END AND MUST NOT BE REPORTED FROM
           05  PJ-TRAILER-AREA REDEFINES PJ-BODY.
               10  PJ-TRL-BUSDATE  PIC  X(10).
               10  PJ-TRL-COUNT    PIC  S9(9) COMP-5.
               10  PJ-TRL-AMOUNT   PIC  S9(15)V9(2) COMP-3.
               10  PJ-TRL-SCANNED  PIC  S9(9) COMP-5.
               10  FILLER          PIC  X(172).
