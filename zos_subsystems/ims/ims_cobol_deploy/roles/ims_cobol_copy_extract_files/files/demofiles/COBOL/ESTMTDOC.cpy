      ******************************************************************
      *E-STATEMENT DELIVERY WORK AREA - SHARED BY STMTGEN, RELSTMT,
      *STMTDUP AND YRFEESUM. THE CUSTOMER'S STATEMENT DELIVERY
      *PREFERENCE IS BYTE 7 OF OPTINS-CD, SET THROUGH THE FBESTMNT
      *ONLINE TRANSACTION:
      *  SPACE OR 'P' - PAPER (THE DEFAULT)
      *  'E'          - ELECTRONIC ONLY
      *  'B'          - BOTH PAPER AND ELECTRONIC
      *BYTE 8 IS THE COUNT OF BOUNCED "STATEMENT READY" NOTICES SINCE
      *THE LAST ONE DELIVERED - NTFSTAT PUTS THE CUSTOMER BACK ON
      *PAPER WHEN IT REACHES ITS LIMIT.
      *
      *AN ELECTRONIC CUSTOMER'S STATEMENT IS ALSO WRITTEN AS A
      *DOCUMENT TO THE ESTMTDOC ARCHIVE WITH AN ESTMTIDX ROW (SEE
      *ESTMTIX), AND A "STATEMENT READY" NOTICE (EVENT 'M') GOES ON
      *NOTIFQ TO THE EMAIL ADDRESS. AN ELECTRONIC-ONLY CUSTOMER'S
      *STATEMENT IS NOT MAILED - UNLESS THERE IS NO GOOD EMAIL ON FILE
      *TO TELL THEM IT IS READY, IN WHICH CASE PAPER STILL GOES OUT.
      ******************************************************************

       01  WS-ESTMT-SW         PIC  X(01) VALUE 'N'.
           88  ESTMT-WANTED        VALUE 'Y'.
       01  WS-PAPER-SW         PIC  X(01) VALUE 'Y'.
           88  PAPER-WANTED        VALUE 'Y'.
       01  WS-NOTICE-SW        PIC  X(01) VALUE 'N'.
           88  NOTICE-DELIVERABLE  VALUE 'Y'.

       01  ED-DOCKEY.
           05  ED-DK-SOURCE    PIC  X(01).
           05  ED-DK-ID        PIC  9(18).
           05  ED-DK-PERIOD    PIC  X(06).
       77  ED-DOCLINES         PIC  S9(5) COMP-5 VALUE 0.
       01  ED-TEXT             PIC  X(120).

       01  TXT-ED-ID           PIC  Z(17)9.
       01  TXT-ED-ID2          PIC  Z(17)9.
       01  TXT-ED-ID3          PIC  Z(17)9.
       01  TXT-ED-AMT          PIC  -(11)9.99.
       01  TXT-ED-AMT2         PIC  -(11)9.99.
       01  TXT-ED-LINES        PIC  Z(4)9.

       77  ESTMT-DOCS-WRITTEN  PIC  S9(9) COMP-5 VALUE 0.
       77  ESTMT-NOTICES       PIC  S9(9) COMP-5 VALUE 0.
       77  PAPER-SUPPRESSED    PIC  S9(9) COMP-5 VALUE 0.
