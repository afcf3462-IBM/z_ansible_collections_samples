      ******************************************************************
      *STATEMENT MAILING INDEX RECORD - ONE ROW PER STATEMENT PRINTED,
      *WRITTEN ALONGSIDE THE PRINT BY STMTGEN (ONE PER ACCOUNT) AND
      *RELSTMT (ONE PER COMBINED RELATIONSHIP STATEMENT) - AND ONCE A
      *YEAR BY YRFEESUM (ONE PER YEAR-END FEE AND INTEREST SUMMARY).
      *THE RUNS' INDEXES ARE CONCATENATED ON STMTHHLD'S STMTIDX DD,
      *WHICH GROUPS THE STATEMENTS GOING TO ONE ADDRESS INTO A SINGLE
      *MAIL PIECE AND PUTS THE PIECES IN POSTAL PRESORT ORDER. SI-SOURCE
      *PLUS SI-STMTSEQ (THE STATEMENT'S ORDINAL ON THAT RUN'S PRINT)
      *IDENTIFIES THE PRINTED STATEMENT TO THE INSERTER.
      ******************************************************************

       01  SI-RECORD.
           05  SI-SOURCE           PIC  X(01).
               88  SI-FROM-STMTGEN     VALUE "S".
               88  SI-FROM-RELSTMT     VALUE "R".
               88  SI-FROM-YRFEESUM    VALUE "Y".
           05  SI-STMTSEQ          PIC  9(09).
           05  SI-CUSTID           PIC  9(09).
      *    THE STATEMENT'S ACCOUNT - ZERO ON A RELATIONSHIP STATEMENT,
      *    WHICH COVERS ALL OF THE CUSTOMER'S OWNED ACCOUNTS
           05  SI-ACCID            PIC  9(18).
      *    PRINT LINES THE STATEMENT TOOK - STMTHHLD TURNS THEM INTO
      *    SHEETS FOR THE POSTAGE WEIGHT
           05  SI-LINES            PIC  9(05).
      *    BYTE 6 OF THE CUSTOMER'S OPTINS-CD - 'S' WHEN THE CUSTOMER
      *    HAS ASKED FOR THEIR STATEMENTS IN AN ENVELOPE OF THEIR OWN
           05  SI-HHOPT            PIC  X(01).
               88  SI-SEPARATE-MAIL    VALUE "S".
           05  SI-LASTNAME         PIC  X(50).
           05  SI-FIRSTNAME        PIC  X(50).
           05  SI-ADDRESS          PIC  X(80).
           05  SI-CITY             PIC  X(25).
           05  SI-STATE            PIC  X(02).
           05  SI-ZIPCODE          PIC  X(15).
           05  SI-PERIOD-END       PIC  X(10).
           05  FILLER              PIC  X(25).
