      ******************************************************************
      *E-STATEMENT ARCHIVE INDEX RECORD - ONE ROW PER STATEMENT
      *DOCUMENT WRITTEN TO THE ESTMTDOC ARCHIVE BY STMTGEN (ONE PER
      *ACCOUNT), RELSTMT (ONE PER COMBINED RELATIONSHIP STATEMENT),
      *STMTDUP (ONE PER REPRINT) AND YRFEESUM (ONE PER YEAR-END FEE AND
      *INTEREST SUMMARY). ONLINE BANKING LISTS A CUSTOMER'S
      *STATEMENTS FROM THESE ROWS AND RETRIEVES EACH ONE FROM THE
      *ARCHIVE BY EI-DOCKEY - EVERY LINE OF THE DOCUMENT CARRIES THE
      *SAME KEY. A RERUN OF A PERIOD WRITES THE SAME KEY AGAIN; THE
      *LOAD KEEPS THE LATEST ROW FOR A KEY.
      *
      *THE DOCUMENT ITSELF IS QUOTED/COMMA LINES ON ESTMTDOC, KEY
      *SECOND ON EVERY LINE:
      *  "H","KEY",CUSTID,ACCID,ACCNUM,"FROM","TO","TITLE","LAST",
      *      "FIRST"
      *  "A","KEY",ACCID,ACCNUM,"PRODUCT"   - AN ACCOUNT SECTION OPENS
      *  "D","KEY","TIMESTAMP","TYPE",AMOUNT,BALANCE
      *  "B","KEY",ACCID,OPENING BALANCE,CLOSING BALANCE
      *  "M","KEY","TEXT"                   - DISCLOSURE OR MESSAGE
      *  "S","KEY",ACCID,"LABEL",AMOUNT     - A YEAR-END SUMMARY
      *                                       FIGURE (ACCID ZERO ON
      *                                       RELATIONSHIP TOTALS)
      *  "T","KEY",LINES                    - LINE COUNT, H THROUGH T
      ******************************************************************

       01  EI-RECORD.
      *    S(TMTGEN) + ACCOUNT + PERIOD, R(ELSTMT) + CUSTID + PERIOD,
      *    D(UPLICATE, STMTDUP) + ACCOUNT + PERIOD, Y(EAR-END
      *    SUMMARY, YRFEESUM) + ACCOUNT + PERIOD, Z (YRFEESUM
      *    RELATIONSHIP SUMMARY) + CUSTID + PERIOD - THE PERIOD IS
      *    THE YEAR AND MONTH THE STATEMENT PERIOD ENDS IN
           05  EI-DOCKEY.
               10  EI-DK-SOURCE    PIC  X(01).
               10  EI-DK-ID        PIC  9(18).
               10  EI-DK-PERIOD    PIC  X(06).
           05  EI-CUSTID           PIC  9(09).
      *    ZERO ON A RELATIONSHIP STATEMENT, WHICH COVERS ALL OF THE
      *    CUSTOMER'S OWNED ACCOUNTS
           05  EI-ACCID            PIC  9(18).
           05  EI-ACCNUM           PIC  9(09).
           05  EI-PERIOD-START     PIC  X(10).
           05  EI-PERIOD-END       PIC  X(10).
           05  EI-DOCLINES         PIC  9(05).
           05  EI-CREATED          PIC  X(10).
      *    THE CUSTOMER'S DELIVERY PREFERENCE WHEN THE DOCUMENT WAS
      *    MADE - 'E' ELECTRONIC ONLY, 'B' PAPER AND ELECTRONIC
           05  EI-DELIVERY         PIC  X(01).
           05  FILLER              PIC  X(53).
