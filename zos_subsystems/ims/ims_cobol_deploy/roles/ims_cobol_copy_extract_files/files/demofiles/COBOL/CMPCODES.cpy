      ******************************************************************
      *COMPLAINT CODES - THE CATEGORY AND ROOT-CAUSE CODES A COMPLNT
      *ROW MAY CARRY, WITH THE NAMES CMPRPT PRINTS. THE CATEGORIES
      *FOLLOW THE REGULATOR'S COMPLAINT-DATA PRODUCT/ISSUE GROUPS; 'OT'
      *TAKES ANYTHING ELSE. THE LAST ROOT CAUSE IS THE BLANK A
      *WITHDRAWN COMPLAINT CLOSES WITH.
      ******************************************************************

       77  MAX-CMP-CATS        PIC  S9(4) COMP-5 VALUE 10.
       77  MAX-CMP-CAUSES      PIC  S9(4) COMP-5 VALUE 9.

       01  CMP-CATEGORY-NAMES.
           05  FILLER  PIC X(32) VALUE "FEFEES AND CHARGES".
           05  FILLER  PIC X(32) VALUE "SVSERVICE AND STAFF CONDUCT".
           05  FILLER  PIC X(32) VALUE "AOACCOUNT OPENING AND CLOSING".
           05  FILLER  PIC X(32) VALUE "PYPAYMENTS AND TRANSFERS".
           05  FILLER  PIC X(32) VALUE "CDCARDS".
           05  FILLER  PIC X(32) VALUE "LNLENDING AND CREDIT".
           05  FILLER  PIC X(32) VALUE "FRFRAUD AND SCAMS".
           05  FILLER  PIC X(32) VALUE "DIDISCLOSURE AND STATEMENTS".
           05  FILLER  PIC X(32) VALUE "PRPRIVACY AND DATA".
           05  FILLER  PIC X(32) VALUE "OTOTHER".
       01  CMP-CATEGORY-TABLE REDEFINES CMP-CATEGORY-NAMES.
           05  CMP-CAT-ROW OCCURS 10 TIMES.
               10  CMP-CAT-CODE    PIC  X(02).
               10  CMP-CAT-NAME    PIC  X(30).

       01  CMP-CAUSE-NAMES.
           05  FILLER  PIC X(32) VALUE "PEPROCESS ERROR".
           05  FILLER  PIC X(32) VALUE "SYSYSTEM FAULT".
           05  FILLER  PIC X(32) VALUE "STSTAFF CONDUCT".
           05  FILLER  PIC X(32) VALUE "POPOLICY OR PRICING".
           05  FILLER  PIC X(32) VALUE "CMCOMMUNICATION OR DISCLOSURE".
           05  FILLER  PIC X(32) VALUE "TPTHIRD PARTY".
           05  FILLER  PIC X(32) VALUE "CUCUSTOMER MISUNDERSTANDING".
           05  FILLER  PIC X(32) VALUE "NFNO FAULT FOUND".
           05  FILLER  PIC X(32) VALUE "  NOT RECORDED".
       01  CMP-CAUSE-TABLE REDEFINES CMP-CAUSE-NAMES.
           05  CMP-CAUSE-ROW OCCURS 9 TIMES.
               10  CMP-CAUSE-CODE  PIC  X(02).
               10  CMP-CAUSE-NAME  PIC  X(30).
