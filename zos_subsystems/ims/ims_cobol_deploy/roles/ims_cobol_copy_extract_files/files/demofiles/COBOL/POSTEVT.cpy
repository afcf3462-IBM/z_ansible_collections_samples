      ******************************************************************
      *POSTING EVENT - WHAT IBTRAN, IBCARDTXN, IBINSTPY, IBPRDCNV AND
      *THE BATCH POSTERS (INTPOST, DORMFEE, LOANBILL, SWEEPPOST,
      *STORDPOST, SDBBILL, CCCYCLE, ACCANAL, CARDCLR, ATMADV,
      *BPAYSEND, ACHPOST, ACHOUT, ACHRETM, CHKPOST, RDCPOST, RDIPOST,
      *TDMATURE, SAVWATCH, LGLPROC, ESCHEAT, ESTDIST AND BACKOUT) SEND
      *ON THEIR EVENT ALTERNATE PCB RIGHT AFTER EACH HISTORY-SEG
      *INSERT. THE PCB IS NOT EXPRESS, SO IMS HOLDS THE MESSAGE UNTIL
      *THE UNIT OF WORK COMMITS (THE NEXT GU ON THE I/O PCB, A
      *CHECKPOINT, OR NORMAL END OF A BATCH RUN) AND THROWS IT AWAY
      *IF THE UNIT OF WORK BACKS OUT - NO EVENT EVER DESCRIBES A
      *POSTING THAT DID NOT HAPPEN. THE DESTINATION, SET IN THE PSB,
      *IS THE OTMA DESTINATION THAT ROUTES TO THE POSTING-EVENTS
      *QUEUE.
      *
      *EVTRPLY SENDS THE SAME MESSAGE, PE-REPLAY 'R', WHEN A
      *SUBSCRIBER ASKS FOR A DATE RANGE AGAIN. SUBSCRIBERS DEDUPLICATE
      *ON PE-TXID + PE-ACCID.
      *
      *AMOUNTS ARE ZONED WITH A LEADING SEPARATE SIGN SO THE QUEUE
      *CONSUMERS NEED NO PACKED-DECIMAL HANDLING.
      ******************************************************************

       01  PE-EVENT-MSG.
           05  LL-PE           PIC  9(04) COMP.
           05  ZZ-PE           PIC  9(04) COMP.
           05  PE-EVTTYPE      PIC  X(04) VALUE 'POST'.
      *    SPACE ON A LIVE EVENT, 'R' ON A REPLAYED ONE
           05  PE-REPLAY       PIC  X(01).
           05  PE-SOURCE       PIC  X(09).
           05  PE-TXID         PIC  9(18).
           05  PE-ACCID        PIC  9(18).
           05  PE-REFTXID      PIC  9(18).
           05  PE-TRANSTYP     PIC  X(01).
           05  PE-AMOUNT       PIC  S9(13)V9(2)
                                   SIGN LEADING SEPARATE.
           05  PE-BALAFTER     PIC  S9(13)V9(2)
                                   SIGN LEADING SEPARATE.
           05  PE-CHANNEL      PIC  X(01).
           05  PE-CLIENTREF    PIC  X(16).
           05  PE-TIMESTMP     PIC  X(23).

       77  EVENTS-PUBLISHED    PIC  S9(9) COMP-5 VALUE 0.
       77  EVENTS-FAILED       PIC  S9(9) COMP-5 VALUE 0.
