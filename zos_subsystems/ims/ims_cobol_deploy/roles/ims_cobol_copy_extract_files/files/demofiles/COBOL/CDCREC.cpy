      ******************************************************************
      *DAILY CHANGE-DATA EXTRACT RECORD (CDCOUT) - WRITTEN NIGHTLY BY
      *CDCEXTR FOR THE DATA WAREHOUSE. ONE HEADER, ONE DETAIL PER ROW
      *INSERTED, UPDATED OR DELETED SINCE THE PREVIOUS RUN, ONE
      *TRAILER:
      *  H - BUSINESS DATE, THE PREVIOUS RUN'S BUSINESS DATE (SPACES
      *      ON THE FIRST RUN), CREATION TIMESTAMP
      *  D - OPERATION, SEGMENT, KEY, BEFORE AND AFTER IMAGES
      *  T - DETAIL COUNT AND ITS SPLIT BY OPERATION
      *AN IMAGE IS THE ROW EXACTLY AS DBUNLOAD WRITES IT TO ITS OWN
      *UNLOAD FILE (CUSTOUT, CUSAOUT, ACCTOUT, HISTOUT, OR THE CUSCHOUT
      */ ACCCHOUT LINE FOR CARD AND HOLD), SO THE WAREHOUSE APPLIES A
      *DETAIL WITH THE SAME PARSER IT USES FOR THE WEEKEND RELOAD. THE
      *BEFORE IMAGE IS SPACES ON AN INSERT AND THE AFTER IMAGE SPACES
      *ON A DELETE. THE KEY IS ZERO-PADDED AND LEFT-JUSTIFIED:
      *  CUSTOMER  CUSTID(9)
      *  CUSTACCS  CUSTID(9) + ACCID(18)
      *  CARD      CUSTID(9) + CARD NUMBER(16)
      *  ACCOUNT   ACCID(18)
      *  HOLD      ACCID(18) + HOLDID(9)
      *  HISTORY   TXID(18)
      ******************************************************************

       01  CD-RECORD.
           05  CD-RECTYPE          PIC  X(01).
               88  CD-HEADER           VALUE 'H'.
               88  CD-DETAIL           VALUE 'D'.
               88  CD-TRAILER          VALUE 'T'.
           05  CD-BUSDATE          PIC  X(10).
           05  CD-BODY             PIC  X(1250).
           05  CD-DETAIL-BODY REDEFINES CD-BODY.
      *        'I'NSERT, 'U'PDATE OR 'D'ELETE
               10  CD-OP           PIC  X(01).
                   88  CD-INSERT       VALUE 'I'.
                   88  CD-UPDATE       VALUE 'U'.
                   88  CD-DELETE       VALUE 'D'.
               10  CD-SEGNAME      PIC  X(08).
               10  CD-KEY          PIC  X(40).
               10  CD-BEFORE       PIC  X(600).
               10  CD-AFTER        PIC  X(600).
               10  FILLER          PIC  X(01).
           05  CD-HEADER-BODY REDEFINES CD-BODY.
               10  CD-HDR-PRIORDATE PIC X(10).
               10  CD-HDR-CREATED  PIC  X(23).
               10  FILLER          PIC  X(1217).
           05  CD-TRAILER-BODY REDEFINES CD-BODY.
               10  CD-TRL-COUNT    PIC  9(09).
               10  CD-TRL-INSERTS  PIC  9(09).
               10  CD-TRL-UPDATES  PIC  9(09).
               10  CD-TRL-DELETES  PIC  9(09).
               10  FILLER          PIC  X(1214).
