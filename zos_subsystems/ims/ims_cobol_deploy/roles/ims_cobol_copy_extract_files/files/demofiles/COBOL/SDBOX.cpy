      ******************************************************************
      *SAFE DEPOSIT BOX DATABASE - ONE SDBOX ROOT PER PHYSICAL BOX,
      *KEYED BY BRANCH AND BOX NUMBER SO A BRANCH'S VAULT READS IN
      *BOX ORDER. UNDER EACH BOX, ONE SDRENTR ROW PER CUSTOMER WHO
      *HAS EVER RENTED IT (THE PRIMARY RENTER AND ANY JOINT RENTERS)
      *AND ONE SDACCESS ROW PER VAULT ENTRY OR CONTRACT EVENT. FBSDBMNT
      *MAINTAINS THE INVENTORY AND THE RENTALS AND LOGS EACH ENTRY;
      *SDBBILL BILLS THE ANNUAL RENT TO THE DESIGNATED ACCOUNT, AGES
      *WHAT IS UNPAID AND LISTS THE BOXES TO BE DRILLED.
      ******************************************************************

       01  SDBOX-SEG.
           05  BOXKEY-SDB.
               10  BRANCH-SDB      PIC  X(04).
               10  BOXNUM-SDB      PIC  X(06).
      *    SIZE AS THE VAULT LABELS IT - E.G. '3X5', '5X10', '10X10'
           05  SIZE-SDB            PIC  X(05).
           05  STATUS-SDB          PIC  X(01).
               88  SDB-AVAILABLE       VALUE "A".
               88  SDB-RENTED          VALUE "R".
               88  SDB-DRILLED         VALUE "D".
           05  ANNRENT-SDB         PIC  S9(13)V9(2) COMP-3.
      *    PRIMARY RENTER AND THE ACCOUNT THE RENT IS DEBITED FROM -
      *    ZERO WHILE THE BOX IS NOT RENTED
           05  RENTCUST-SDB        PIC  S9(9) COMP-5.
           05  BILLACC-SDB         PIC  S9(18) COMP-5.
      *    CONTRACT START AND THE NEXT ANNIVERSARY SDBBILL BILLS ON
           05  RENTDATE-SDB        PIC  X(10).
           05  NEXTBILL-SDB        PIC  X(10).
      *    RENT BILLED BUT NOT YET COLLECTED, AND THE BILLING DATE OF
      *    THE OLDEST UNPAID YEAR (SPACES WHEN PAID UP) - THE AGE OF
      *    THE DELINQUENCY RUNS FROM DUESINCE-SDB
           05  RENTDUE-SDB         PIC  S9(13)V9(2) COMP-3.
           05  DUESINCE-SDB        PIC  X(10).
           05  LASTPAID-SDB        PIC  X(10).
           05  DRILLDATE-SDB       PIC  X(10).
           05  LASTENTRY-SDB       PIC  X(23).

       01  SDRENTR-SEG.
           05  CUSTID-SDR          PIC  S9(9) COMP-5.
           05  ROLE-SDR            PIC  X(01).
               88  SDR-PRIMARY         VALUE "P".
               88  SDR-JOINT           VALUE "J".
           05  STATUS-SDR          PIC  X(01).
               88  SDR-ACTIVE          VALUE "A".
               88  SDR-ENDED           VALUE "X".
           05  ADDDATE-SDR         PIC  X(10).
           05  ENDDATE-SDR         PIC  X(10).

      *    EVENT-SDA: 'E' VAULT ENTRY, 'R' RENTED, 'J' JOINT RENTER
      *    ADDED, 'U' JOINT RENTER REMOVED, 'T' TRANSFERRED, 'S'
      *    SURRENDERED, 'D' DRILLED, 'N' RETURNED TO SERVICE
       01  SDACCESS-SEG.
           05  ACCESSTS-SDA        PIC  X(23).
           05  EVENT-SDA           PIC  X(01).
           05  CUSTID-SDA          PIC  S9(9) COMP-5.
           05  OPERID-SDA          PIC  S9(9) COMP-5.
           05  LTERM-SDA           PIC  X(08).

       01  SDBOX-SSA.
           05  FILLER          PIC  X(08)        VALUE "SDBOX   ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SDBOX-SSA1.
           05  FILLER          PIC  X(08)        VALUE "SDBOX   ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "BOXKEY  ".
           05  SDB-SSA-OP      PIC  X(02)        VALUE "= ".
           05  SDB-SSA-KEY     PIC  X(10)        VALUE SPACES.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SDRENTR-SSA.
           05  FILLER          PIC  X(08)        VALUE "SDRENTR ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SDACCESS-SSA.
           05  FILLER          PIC  X(08)        VALUE "SDACCESS".
           05  FILLER          PIC  X(01)        VALUE ' '.
