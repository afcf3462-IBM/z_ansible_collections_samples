      ******************************************************************
      *SIMULATION MODE FOR THE NIGHTLY POSTERS (INTPOST, DORMFEE,
      *LOANBILL, SWEEPPOST, STORDPOST, RATECHG, SDBBILL, CCCYCLE, AND
      *THE MONTHLY ACCANAL). ONE OPTIONAL CONTROL CARD ON SIMCTL IN THE
      *USUAL QUOTED/COMMA LAYOUT, FIRST COLUMN THE MODE - 'S'IMULATE OR
      *'P'OST:
      *  S
      *A SIMULATION RUN GOES THROUGH ALL OF THE POSTER'S ELIGIBILITY
      *AND CALCULATION LOGIC BUT ISSUES NO ISRT, NO REPL AND NO
      *CHECKPOINT, AND WRITES NONE OF ITS EXTRACTS. EACH ENTRY IT WOULD
      *HAVE MADE IS LISTED ON THE WOULD-POST REPORT, ONE LINE PER
      *ACCOUNT ENTRY, THEN TOTALLED BY PRODUCT (ACCOUNT TYPE AND
      *CURRENCY) AND KIND OF ENTRY, FOR SIGN-OFF BEFORE THE REAL RUN.
      *NO CARD (DD DUMMY) IS THE NORMAL POSTING RUN.
      ******************************************************************

       01  WS-SIMCTL-EOF       PIC  X(01) VALUE 'N'.
           88  SIMCTL-EOF          VALUE 'Y'.
       01  TXT-SIM-MODE        PIC  X(01).
       01  WS-RUN-MODE         PIC  X(01) VALUE 'P'.
           88  SIMULATING          VALUE 'S'.

      *    THE ENTRY THE POSTER WOULD HAVE MADE - FILLED IN BY THE
      *    CALLER BEFORE NOTE-WOULD-POST. SIM-TRANSTYP IS THE HISTORY
      *    CODE, SPACE FOR AN ACCOUNT-ONLY CHANGE SUCH AS AN ACCRUAL.
       01  SIM-ENTRY.
           05  SIM-ACCID       PIC  S9(18) COMP-5.
           05  SIM-ACCTYPE     PIC  X(01).
           05  SIM-CURRENCY    PIC  X(03).
           05  SIM-KIND        PIC  X(10).
           05  SIM-TRANSTYP    PIC  X(01).
           05  SIM-AMOUNT      PIC  S9(13)V9(4) COMP-3.
           05  SIM-BALAFTER    PIC  S9(13)V9(2) COMP-3.

       77  SIM-ENTRIES         PIC  S9(9) COMP-5 VALUE 0.
       77  SIM-ACCOUNTS        PIC  S9(9) COMP-5 VALUE 0.
       77  SIM-LAST-ACCID      PIC  S9(18) COMP-5 VALUE 0.

      *    TOTALS BY PRODUCT AND KIND OF ENTRY
       77  MAX-SIMPROD         PIC  S9(9) COMP-5 VALUE 100.
       77  TOTAL-SIMPROD       PIC  S9(9) COMP-5 VALUE 0.
       77  WS-SP-IX            PIC  S9(9) COMP-5.
       77  WS-SP-FOUND-IX      PIC  S9(9) COMP-5.

       01  SIMPROD-TABLE.
           05  SIMPROD-ROW OCCURS 100 TIMES.
               10  SP-ACCTYPE      PIC  X(01).
               10  SP-CURRENCY     PIC  X(03).
               10  SP-KIND         PIC  X(10).
               10  SP-TRANSTYP     PIC  X(01).
               10  SP-COUNT        PIC  S9(9) COMP-5.
               10  SP-AMOUNT       PIC  S9(15)V9(4) COMP-3.

       01  SIM-ACCID-E         PIC  Z(17)9.
       01  SIM-AMOUNT-E        PIC  -Z(12)9.9999.
       01  SIM-BALAFTER-E      PIC  -Z(12)9.99.
       01  SIM-COUNT-E         PIC  Z(8)9.
       01  SIM-TOTAL-E         PIC  -Z(14)9.9999.
