       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBCOMPAR.

      ******************************************************************
      * UNLOAD-SET COMPARISON - TWO DBUNLOAD GENERATIONS SIDE BY SIDE,
      * SEGMENT TYPE BY SEGMENT TYPE. RUN IT AROUND A CONVERSION, A
      * RELOAD OR A NEW RELEASE OF A BATCH JOB TO PROVE WHAT MOVED AND
      * THAT NOTHING ELSE DID. THE BEFORE SET IS READ FROM THE ...OLD
      * DDS AND THE AFTER SET FROM THE ...NEW DDS, ONE PAIR PER
      * DBUNLOAD FILE (CUSTOUT -> CUSTOLD/CUSTNEW, CUSCHOUT ->
      * CUSCHOLD/CUSCHNEW AND SO ON), PLUS THE TWO UNLDCTL FILES.
      *
      * ROWS ARE PAIRED BY THEIR LEADING KEY COLUMNS - THE ROOT KEY
      * FOR THE ROOT FILES (CUSTID+ACCID FOR CUSAOUT), AND FOR THE
      * CHILD-FAMILY FILES THE SEGMENT NAME AND THE TWO COLUMNS AFTER
      * IT (ONE FOR LOANTERM, THREE FOR ACCTAUD). EVERY ROW IS THEN
      *
      *   ADDED     - IN THE AFTER SET ONLY
      *   DELETED   - IN THE BEFORE SET ONLY
      *   CHANGED   - IN BOTH, WITH AT LEAST ONE COMPARED COLUMN
      *               DIFFERENT - EACH SUCH COLUMN IS LISTED WITH ITS
      *               BEFORE AND AFTER VALUE
      *   UNCHANGED - IN BOTH, EQUAL IN EVERY COMPARED COLUMN
      *
      * DRIVEN BY THE CMPCTL CONTROL FILE (MAY BE EMPTY), ONE CARD PER
      * ROW, FIRST COLUMN UNQUOTED:
      *
      *   EXCLUDE,<TYPE>,<COLUMN>  COLUMN NOT COMPARED E.G.
      *                            EXCLUDE,ACCTOUT,3 (THE BALANCE)
      *   EXCLUDE,<TYPE>,*         TYPE COUNTED, NOT COMPARED E.G.
      *                            EXCLUDE,RCTLOUT,*
      *   KEY,<TYPE>,<COLUMNS>     LEADING COLUMNS THAT PAIR ROWS,
      *                            1 TO 4, COUNTING THE SEGMENT NAME
      *   DETAIL,<ROWS>            DETAIL ROWS LISTED PER TYPE
      *                            (DEFAULT 200) - COUNTS ARE ALWAYS
      *                            COMPLETE
      *
      * <TYPE> IS THE FILE NAME FOR A ROOT FILE (CUSTOUT, ACCTOUT ...)
      * AND THE SEGMENT NAME FOR A CHILD ROW (CARD, HOLD, ACCTAUD ...).
      * COLUMNS COUNT FROM 1 IN THE DBUNLOAD LAYOUT OF THAT TYPE.
      *
      * CONTROL TOTALS CLOSE THE REPORT: ROWS, ADDS, DELETES AND
      * CHANGES OVER ALL TYPES, AND THE ACCTOUT BALANCE AND HISTOUT
      * AMOUNT TOTALS OF EACH SET.
      *
      * RC 0 - THE SETS MATCH. RC 4 - DIFFERENCES WERE REPORTED. RC 8
      * - THE COMPARISON IS INCOMPLETE: A TABLE OVERFLOWED (THE BEFORE
      * ROWS PAST IT ARE COUNTED BUT NOT PAIRED, AND AFTER ROWS WITH
      * NO PARTNER ARE SHOWN AS UNRESOLVED RATHER THAN FALSELY ADDED)
      * OR AN UNLDCTL FILE CARRIED NO TOKEN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPCTL-FILE ASSIGN TO CMPCTL.
           SELECT UNLDOLD-FILE ASSIGN TO UNLDOLD.
           SELECT UNLDNEW-FILE ASSIGN TO UNLDNEW.
           SELECT CUSTOLD-FILE ASSIGN TO CUSTOLD.
           SELECT CUSTNEW-FILE ASSIGN TO CUSTNEW.
           SELECT CUSAOLD-FILE ASSIGN TO CUSAOLD.
           SELECT CUSANEW-FILE ASSIGN TO CUSANEW.
           SELECT ACCTOLD-FILE ASSIGN TO ACCTOLD.
           SELECT ACCTNEW-FILE ASSIGN TO ACCTNEW.
           SELECT HISTOLD-FILE ASSIGN TO HISTOLD.
           SELECT HISTNEW-FILE ASSIGN TO HISTNEW.
           SELECT STOROLD-FILE ASSIGN TO STOROLD.
           SELECT STORNEW-FILE ASSIGN TO STORNEW.
           SELECT SWEPOLD-FILE ASSIGN TO SWEPOLD.
           SELECT SWEPNEW-FILE ASSIGN TO SWEPNEW.
           SELECT WIROLD-FILE ASSIGN TO WIROLD.
           SELECT WIRNEW-FILE ASSIGN TO WIRNEW.
           SELECT OPEROLD-FILE ASSIGN TO OPEROLD.
           SELECT OPERNEW-FILE ASSIGN TO OPERNEW.
           SELECT RCTLOLD-FILE ASSIGN TO RCTLOLD.
           SELECT RCTLNEW-FILE ASSIGN TO RCTLNEW.
      *    THE TWO CHILD-FAMILY FILES - ONE RECORD PER CHILD ROW,
      *    PREFIXED BY ITS SEGMENT NAME; COMPARED PER SEGMENT NAME
           SELECT CUSCHOLD-FILE ASSIGN TO CUSCHOLD.
           SELECT CUSCHNEW-FILE ASSIGN TO CUSCHNEW.
           SELECT ACCCHOLD-FILE ASSIGN TO ACCCHOLD.
           SELECT ACCCHNEW-FILE ASSIGN TO ACCCHNEW.

       DATA DIVISION.

       FILE SECTION.
         FD CMPCTL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CMPCTL-IN.
       01  CMPCTL-IN          PIC X(80).

         FD UNLDOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS UNLDOLD-IN.
       01  UNLDOLD-IN         PIC X(80).

         FD UNLDNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS UNLDNEW-IN.
       01  UNLDNEW-IN         PIC X(80).

         FD CUSTOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSTOLD-IN.
       01  CUSTOLD-IN         PIC X(600).

         FD CUSTNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSTNEW-IN.
       01  CUSTNEW-IN         PIC X(600).

         FD CUSAOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSAOLD-IN.
       01  CUSAOLD-IN         PIC X(120).

         FD CUSANEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSANEW-IN.
       01  CUSANEW-IN         PIC X(120).

         FD ACCTOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCTOLD-IN.
       01  ACCTOLD-IN         PIC X(200).

         FD ACCTNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCTNEW-IN.
       01  ACCTNEW-IN         PIC X(200).

         FD HISTOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS HISTOLD-IN.
       01  HISTOLD-IN         PIC X(250).

         FD HISTNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS HISTNEW-IN.
       01  HISTNEW-IN         PIC X(250).

         FD STOROLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS STOROLD-IN.
       01  STOROLD-IN         PIC X(150).

         FD STORNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS STORNEW-IN.
       01  STORNEW-IN         PIC X(150).

         FD SWEPOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SWEPOLD-IN.
       01  SWEPOLD-IN         PIC X(150).

         FD SWEPNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SWEPNEW-IN.
       01  SWEPNEW-IN         PIC X(150).

         FD WIROLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIROLD-IN.
       01  WIROLD-IN          PIC X(600).

         FD WIRNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS WIRNEW-IN.
       01  WIRNEW-IN          PIC X(600).

         FD OPEROLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS OPEROLD-IN.
       01  OPEROLD-IN         PIC X(120).

         FD OPERNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS OPERNEW-IN.
       01  OPERNEW-IN         PIC X(120).

         FD RCTLOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RCTLOLD-IN.
       01  RCTLOLD-IN         PIC X(160).

         FD RCTLNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RCTLNEW-IN.
       01  RCTLNEW-IN         PIC X(160).

         FD CUSCHOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSCHOLD-IN.
       01  CUSCHOLD-IN        PIC X(800).

         FD CUSCHNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CUSCHNEW-IN.
       01  CUSCHNEW-IN        PIC X(800).

         FD ACCCHOLD-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCCHOLD-IN.
       01  ACCCHOLD-IN        PIC X(800).

         FD ACCCHNEW-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACCCHNEW-IN.
       01  ACCCHNEW-IN        PIC X(800).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *CONTROL CARD AND UNLDCTL WORK AREAS
      ******************************************************************

       01  TXT-CC-VERB         PIC  X(08).
       01  TXT-CC-NAME         PIC  X(08).
       01  TXT-CC-VALUE        PIC  X(09).
       01  TXT-CTL-TOKEN       PIC  X(14).
       01  WS-OLD-TOKEN        PIC  X(14).
       01  WS-NEW-TOKEN        PIC  X(14).
       77  WS-CC-NUM           PIC  S9(9) COMP-5.
       77  WS-MAX-DETAIL       PIC  S9(9) COMP-5 VALUE 200.
       77  WS-EOF              PIC  X(01).

      ******************************************************************
      *COLUMN EXCLUSIONS FROM THE EXCLUDE CARDS
      ******************************************************************

       77  MAX-EXCLS           PIC  9(05)        VALUE 00060.
       77  TOTAL-EXCLS         PIC  9(05)        VALUE 0.
       77  WS-EX-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-EXCLUDED         PIC  X(01).

       01  EXCL-TABLE.
           05  EXCL-ROW OCCURS 60 TIMES.
               10  EX-NAME         PIC  X(08).
               10  EX-COL          PIC  S9(4) COMP-5.

      ******************************************************************
      *SEGMENT TYPE TABLE - ONE ROW PER ROOT FILE OR CHILD SEGMENT
      *NAME SEEN ON A CARD OR IN EITHER SET, WITH ITS PAIRING KEY
      *WIDTH AND ITS COUNTS
      ******************************************************************

       77  MAX-CMPTYPES        PIC  9(05)        VALUE 00040.
       77  TOTAL-CMPTYPES      PIC  9(05)        VALUE 0.
       77  WS-CT-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-CT-FOUND         PIC  9(05) COMP-5 VALUE 0.
       77  WS-CT-NAME          PIC  X(08).

       01  CMPTYPE-TABLE.
           05  CMPTYPE-ROW OCCURS 40 TIMES INDEXED BY CT-IX.
               10  CT-NAME         PIC  X(08).
               10  CT-KEYCOLS      PIC  S9(4) COMP-5.
               10  CT-SKIP         PIC  X(01).
               10  CT-OLD          PIC  S9(9) COMP-5.
               10  CT-NEW          PIC  S9(9) COMP-5.
               10  CT-ADDED        PIC  S9(9) COMP-5.
               10  CT-DELETED      PIC  S9(9) COMP-5.
               10  CT-CHANGED      PIC  S9(9) COMP-5.
               10  CT-SAME         PIC  S9(9) COMP-5.
      *        DIFFERENT ONLY IN EXCLUDED COLUMNS - NOT A DIFFERENCE
               10  CT-XONLY        PIC  S9(9) COMP-5.
      *        AFTER ROWS WITH NO PARTNER WHILE THE BEFORE TABLE WAS
      *        FULL - NEITHER ADDED NOR PROVEN
               10  CT-UNRES        PIC  S9(9) COMP-5.
               10  CT-DETAIL       PIC  S9(9) COMP-5.

      ******************************************************************
      *BEFORE-SET ROWS OF THE FILE BEING COMPARED
      ******************************************************************

       77  MAX-OLDROWS         PIC  9(05)        VALUE 05000.
       77  TOTAL-OLDROWS       PIC  9(05)        VALUE 0.
       77  WS-OR-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-HIT              PIC  9(05) COMP-5 VALUE 0.
       77  WS-LAST-HIT         PIC  9(05) COMP-5 VALUE 0.
       77  WS-OLD-FULL         PIC  X(01) VALUE 'N'.

       01  OLDROW-TABLE.
           05  OLDROW OCCURS 5000 TIMES.
               10  OR-CT-IX        PIC  9(05) COMP-5.
               10  OR-MATCHED      PIC  X(01).
               10  OR-KEY          PIC  X(120).
               10  OR-REC          PIC  X(800).

      ******************************************************************
      *ROW SPLITTING AND PAIRING
      ******************************************************************

       01  WS-FILE-NAME        PIC  X(08).
       01  WS-FILE-KIND        PIC  X(01).
           88  FILE-IS-CHILD       VALUE 'C'.
       01  CMP-REC             PIC  X(800).
       01  WS-ROW-KEY.
           05  WS-KEY-PART OCCURS 4 TIMES PIC X(30).
       77  WS-KP               PIC  S9(4) COMP-5.
       77  WS-KP-FIRST         PIC  S9(4) COMP-5.
       77  WS-KEY-PTR          PIC  S9(4) COMP-5.
       01  TXT-KEY-PRINT       PIC  X(100).

       01  SPLIT-TABLE.
           05  SP-FIELD OCCURS 40 TIMES PIC X(80).
       77  SP-COUNT            PIC  S9(4) COMP-5.
       77  SP-POS              PIC  S9(4) COMP-5.
       77  WS-CH-IX            PIC  S9(4) COMP-5.
       77  WS-IN-QUOTE         PIC  X(01).
       77  WS-ONE-CHAR         PIC  X(01).

       01  OLD-FIELDS.
           05  OF-FIELD OCCURS 40 TIMES PIC X(80).
       77  OF-COUNT            PIC  S9(4) COMP-5.
       01  NEW-FIELDS.
           05  NF-FIELD OCCURS 40 TIMES PIC X(80).
       77  NF-COUNT            PIC  S9(4) COMP-5.
       77  WS-COL              PIC  S9(4) COMP-5.
       77  WS-MAX-COL          PIC  S9(4) COMP-5.
       77  WS-COL-DIFFS        PIC  S9(4) COMP-5.
       77  WS-SHOW-DETAIL      PIC  X(01).
       01  TXT-COL             PIC  Z9.

      ******************************************************************
      *CONTROL TOTALS
      ******************************************************************

       01  TOT-OLD             PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-NEW             PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-ADDED           PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-DELETED         PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-CHANGED         PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-SAME            PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-XONLY           PIC  S9(9) COMP-5 VALUE 0.
       01  TOT-UNRES           PIC  S9(9) COMP-5 VALUE 0.
       01  CMP-INCOMPLETE      PIC  S9(9) COMP-5 VALUE 0.
       01  BAL-OLD             PIC  S9(15)V99 COMP-3 VALUE 0.
       01  BAL-NEW             PIC  S9(15)V99 COMP-3 VALUE 0.
       01  AMT-OLD             PIC  S9(15)V99 COMP-3 VALUE 0.
       01  AMT-NEW             PIC  S9(15)V99 COMP-3 VALUE 0.
       01  TXT-MONEY           PIC  -(15)9.99.

       PROCEDURE DIVISION.

       BEGIN.
           DISPLAY '========================================'.
           DISPLAY 'UNLOAD SET COMPARISON'.
           DISPLAY '========================================'.

           PERFORM READ-CMP-CONTROL THRU READ-CMP-CONTROL-END.
           PERFORM READ-SET-TOKENS THRU READ-SET-TOKENS-END.

           PERFORM COMPARE-CUSTOUT THRU COMPARE-CUSTOUT-END.
           PERFORM COMPARE-CUSAOUT THRU COMPARE-CUSAOUT-END.
           PERFORM COMPARE-ACCTOUT THRU COMPARE-ACCTOUT-END.
           PERFORM COMPARE-HISTOUT THRU COMPARE-HISTOUT-END.
           PERFORM COMPARE-STOROUT THRU COMPARE-STOROUT-END.
           PERFORM COMPARE-SWEPOUT THRU COMPARE-SWEPOUT-END.
           PERFORM COMPARE-WIROUT THRU COMPARE-WIROUT-END.
           PERFORM COMPARE-OPEROUT THRU COMPARE-OPEROUT-END.
           PERFORM COMPARE-RCTLOUT THRU COMPARE-RCTLOUT-END.
           PERFORM COMPARE-CUSCHOUT THRU COMPARE-CUSCHOUT-END.
           PERFORM COMPARE-ACCCHOUT THRU COMPARE-ACCCHOUT-END.

           DISPLAY '----------------------------------------'.
           DISPLAY 'BEFORE SET TOKEN:         ' WS-OLD-TOKEN.
           DISPLAY 'AFTER SET TOKEN:          ' WS-NEW-TOKEN.
           DISPLAY '----------------------------------------'.
           DISPLAY 'TYPE         BEFORE      AFTER      ADDED'
              '    DELETED    CHANGED  UNCHANGED'.
           PERFORM REPORT-ONE-CMPTYPE THRU REPORT-ONE-CMPTYPE-END
              VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > TOTAL-CMPTYPES.

           DISPLAY '----------------------------------------'.
           DISPLAY 'CONTROL TOTALS'.
           DISPLAY 'ROWS IN BEFORE SET:       ' TOT-OLD.
           DISPLAY 'ROWS IN AFTER SET:        ' TOT-NEW.
           DISPLAY 'ROWS ADDED:               ' TOT-ADDED.
           DISPLAY 'ROWS DELETED:             ' TOT-DELETED.
           DISPLAY 'ROWS CHANGED:             ' TOT-CHANGED.
           DISPLAY 'ROWS UNCHANGED:           ' TOT-SAME.
           DISPLAY 'CHANGED IN EXCLUDED ONLY: ' TOT-XONLY.
           DISPLAY 'ROWS UNRESOLVED:          ' TOT-UNRES.
           MOVE BAL-OLD TO TXT-MONEY.
           DISPLAY 'ACCTOUT BALANCES BEFORE:  ' TXT-MONEY.
           MOVE BAL-NEW TO TXT-MONEY.
           DISPLAY 'ACCTOUT BALANCES AFTER:   ' TXT-MONEY.
           COMPUTE BAL-NEW = BAL-NEW - BAL-OLD.
           MOVE BAL-NEW TO TXT-MONEY.
           DISPLAY 'ACCTOUT NET CHANGE:       ' TXT-MONEY.
           MOVE AMT-OLD TO TXT-MONEY.
           DISPLAY 'HISTOUT AMOUNTS BEFORE:   ' TXT-MONEY.
           MOVE AMT-NEW TO TXT-MONEY.
           DISPLAY 'HISTOUT AMOUNTS AFTER:    ' TXT-MONEY.
           DISPLAY '========================================'.

           IF CMP-INCOMPLETE > 0 OR TOT-UNRES > 0
             DISPLAY 'COMPARISON INCOMPLETE - SEE MESSAGES ABOVE'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF TOT-ADDED > 0 OR TOT-DELETED > 0 OR TOT-CHANGED > 0
               DISPLAY 'UNLOAD SETS DIFFER'
               MOVE 4 TO RETURN-CODE
             ELSE
               DISPLAY 'UNLOAD SETS MATCH'
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE READ-CMP-CONTROL : EXCLUDE, KEY AND DETAIL CARDS
       READ-CMP-CONTROL.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CMPCTL-FILE.
           READ CMPCTL-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM READ-ONE-CMP-CARD THRU READ-ONE-CMP-CARD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CMPCTL-FILE.
       READ-CMP-CONTROL-END.
           EXIT.

       READ-ONE-CMP-CARD.
           MOVE SPACES TO TXT-CC-VERB.
           MOVE SPACES TO TXT-CC-NAME.
           MOVE SPACES TO TXT-CC-VALUE.
           UNSTRING CMPCTL-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-CC-VERB
                  TXT-CC-NAME
                  TXT-CC-VALUE
           END-UNSTRING.

           EVALUATE TRUE
             WHEN CMPCTL-IN = SPACES
             WHEN CMPCTL-IN (1:1) = '*'
               CONTINUE
             WHEN TXT-CC-VERB = 'EXCLUDE ' AND TXT-CC-VALUE = '*'
               MOVE TXT-CC-NAME TO WS-CT-NAME
               PERFORM FIND-OR-ADD-CMPTYPE
                  THRU FIND-OR-ADD-CMPTYPE-END
               IF WS-CT-FOUND > 0
                 SET CT-IX TO WS-CT-FOUND
                 MOVE 'Y' TO CT-SKIP (CT-IX)
                 DISPLAY 'TYPE NOT COMPARED:        ' TXT-CC-NAME
               END-IF
             WHEN TXT-CC-VERB = 'EXCLUDE '
               COMPUTE WS-CC-NUM = FUNCTION NUMVAL ( TXT-CC-VALUE )
               IF WS-CC-NUM < 1 OR WS-CC-NUM > 40
                 DISPLAY 'DBCOMPAR: BAD COLUMN - CARD IGNORED: '
                    CMPCTL-IN
               ELSE
                 IF TOTAL-EXCLS < MAX-EXCLS
                   ADD 1 TO TOTAL-EXCLS
                   MOVE TXT-CC-NAME TO EX-NAME (TOTAL-EXCLS)
                   MOVE WS-CC-NUM TO EX-COL (TOTAL-EXCLS)
                   DISPLAY 'COLUMN NOT COMPARED:      ' TXT-CC-NAME
                      ' ' WS-CC-NUM
                 ELSE
                   DISPLAY 'DBCOMPAR: EXCLUSION TABLE FULL - CARD '
                      'IGNORED: ' CMPCTL-IN
                   ADD 1 TO CMP-INCOMPLETE
                 END-IF
               END-IF
             WHEN TXT-CC-VERB = 'KEY     '
               COMPUTE WS-CC-NUM = FUNCTION NUMVAL ( TXT-CC-VALUE )
               MOVE TXT-CC-NAME TO WS-CT-NAME
               PERFORM FIND-OR-ADD-CMPTYPE
                  THRU FIND-OR-ADD-CMPTYPE-END
               IF WS-CC-NUM < 1 OR WS-CC-NUM > 4
                 DISPLAY 'DBCOMPAR: BAD KEY WIDTH - CARD IGNORED: '
                    CMPCTL-IN
               ELSE
                 IF WS-CT-FOUND > 0
                   SET CT-IX TO WS-CT-FOUND
                   MOVE WS-CC-NUM TO CT-KEYCOLS (CT-IX)
                 END-IF
               END-IF
             WHEN TXT-CC-VERB = 'DETAIL  '
               COMPUTE WS-MAX-DETAIL =
                  FUNCTION NUMVAL ( TXT-CC-NAME )
             WHEN OTHER
               DISPLAY 'DBCOMPAR: UNKNOWN CARD IGNORED: ' CMPCTL-IN
           END-EVALUATE.

           READ CMPCTL-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       READ-ONE-CMP-CARD-END.
           EXIT.

      * PROCEDURE READ-SET-TOKENS : THE CONSISTENCY TOKEN OF EACH SET,
      * FROM ITS FIRST UNLDCTL ROW - DBVERIFY PROVES THE REST
       READ-SET-TOKENS.
           MOVE SPACES TO WS-OLD-TOKEN.
           MOVE SPACES TO WS-NEW-TOKEN.
           OPEN INPUT UNLDOLD-FILE.
           READ UNLDOLD-FILE
             NOT AT END
               MOVE UNLDOLD-IN TO CMP-REC
               PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-END
               MOVE SP-FIELD (1) TO WS-OLD-TOKEN
           END-READ.
           CLOSE UNLDOLD-FILE.
           OPEN INPUT UNLDNEW-FILE.
           READ UNLDNEW-FILE
             NOT AT END
               MOVE UNLDNEW-IN TO CMP-REC
               PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-END
               MOVE SP-FIELD (1) TO WS-NEW-TOKEN
           END-READ.
           CLOSE UNLDNEW-FILE.

           IF WS-OLD-TOKEN = SPACES OR WS-NEW-TOKEN = SPACES
             DISPLAY 'DBCOMPAR: AN UNLDCTL FILE HAS NO CONTROL ROW - '
                'NOT A COMPLETE UNLOAD SET'
             ADD 1 TO CMP-INCOMPLETE
           ELSE
             IF WS-OLD-TOKEN = WS-NEW-TOKEN
               DISPLAY 'DBCOMPAR: BOTH SETS CARRY TOKEN '
                  WS-OLD-TOKEN ' - THE SAME UNLOAD RUN'
             END-IF
           END-IF.
       READ-SET-TOKENS-END.
           EXIT.

      * PROCEDURE COMPARE-CUSTOUT : CUSTOMER ROOTS BY CUSTID
       COMPARE-CUSTOUT.
           MOVE 'CUSTOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSTOLD-FILE.
           READ CUSTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-CUSTOLD THRU LOAD-ONE-CUSTOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSTOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSTNEW-FILE.
           READ CUSTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-CUSTNEW THRU MATCH-ONE-CUSTNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSTNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-CUSTOUT-END.
           EXIT.

       LOAD-ONE-CUSTOLD.
           MOVE CUSTOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ CUSTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-CUSTOLD-END.
           EXIT.

       MATCH-ONE-CUSTNEW.
           MOVE CUSTNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ CUSTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-CUSTNEW-END.
           EXIT.

      * PROCEDURE COMPARE-CUSAOUT : OWNERSHIP ROWS BY CUSTID+ACCID
       COMPARE-CUSAOUT.
           MOVE 'CUSAOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSAOLD-FILE.
           READ CUSAOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-CUSAOLD THRU LOAD-ONE-CUSAOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSAOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSANEW-FILE.
           READ CUSANEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-CUSANEW THRU MATCH-ONE-CUSANEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSANEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-CUSAOUT-END.
           EXIT.

       LOAD-ONE-CUSAOLD.
           MOVE CUSAOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ CUSAOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-CUSAOLD-END.
           EXIT.

       MATCH-ONE-CUSANEW.
           MOVE CUSANEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ CUSANEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-CUSANEW-END.
           EXIT.

      * PROCEDURE COMPARE-ACCTOUT : ACCOUNT ROOTS BY ACCID
       COMPARE-ACCTOUT.
           MOVE 'ACCTOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCTOLD-FILE.
           READ ACCTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-ACCTOLD THRU LOAD-ONE-ACCTOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE ACCTOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCTNEW-FILE.
           READ ACCTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-ACCTNEW THRU MATCH-ONE-ACCTNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE ACCTNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-ACCTOUT-END.
           EXIT.

       LOAD-ONE-ACCTOLD.
           MOVE ACCTOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ ACCTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-ACCTOLD-END.
           EXIT.

       MATCH-ONE-ACCTNEW.
           MOVE ACCTNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ ACCTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-ACCTNEW-END.
           EXIT.

      * PROCEDURE COMPARE-HISTOUT : HISTORY ROOTS BY TXID
       COMPARE-HISTOUT.
           MOVE 'HISTOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTOLD-FILE.
           READ HISTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-HISTOLD THRU LOAD-ONE-HISTOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE HISTOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HISTNEW-FILE.
           READ HISTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-HISTNEW THRU MATCH-ONE-HISTNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE HISTNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-HISTOUT-END.
           EXIT.

       LOAD-ONE-HISTOLD.
           MOVE HISTOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ HISTOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-HISTOLD-END.
           EXIT.

       MATCH-ONE-HISTNEW.
           MOVE HISTNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ HISTNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-HISTNEW-END.
           EXIT.

      * PROCEDURE COMPARE-STOROUT : STANDING ORDER ROOTS
       COMPARE-STOROUT.
           MOVE 'STOROUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STOROLD-FILE.
           READ STOROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-STOROLD THRU LOAD-ONE-STOROLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE STOROLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STORNEW-FILE.
           READ STORNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-STORNEW THRU MATCH-ONE-STORNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE STORNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-STOROUT-END.
           EXIT.

       LOAD-ONE-STOROLD.
           MOVE STOROLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ STOROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-STOROLD-END.
           EXIT.

       MATCH-ONE-STORNEW.
           MOVE STORNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ STORNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-STORNEW-END.
           EXIT.

      * PROCEDURE COMPARE-SWEPOUT : SWEEP ROOTS
       COMPARE-SWEPOUT.
           MOVE 'SWEPOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SWEPOLD-FILE.
           READ SWEPOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-SWEPOLD THRU LOAD-ONE-SWEPOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE SWEPOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SWEPNEW-FILE.
           READ SWEPNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-SWEPNEW THRU MATCH-ONE-SWEPNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE SWEPNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-SWEPOUT-END.
           EXIT.

       LOAD-ONE-SWEPOLD.
           MOVE SWEPOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ SWEPOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-SWEPOLD-END.
           EXIT.

       MATCH-ONE-SWEPNEW.
           MOVE SWEPNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ SWEPNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-SWEPNEW-END.
           EXIT.

      * PROCEDURE COMPARE-WIROUT : WIRE ROOTS
       COMPARE-WIROUT.
           MOVE 'WIROUT  ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WIROLD-FILE.
           READ WIROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-WIROLD THRU LOAD-ONE-WIROLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE WIROLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT WIRNEW-FILE.
           READ WIRNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-WIRNEW THRU MATCH-ONE-WIRNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE WIRNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-WIROUT-END.
           EXIT.

       LOAD-ONE-WIROLD.
           MOVE WIROLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ WIROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-WIROLD-END.
           EXIT.

       MATCH-ONE-WIRNEW.
           MOVE WIRNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ WIRNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-WIRNEW-END.
           EXIT.

      * PROCEDURE COMPARE-OPEROUT : OPERATOR ROOTS
       COMPARE-OPEROUT.
           MOVE 'OPEROUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPEROLD-FILE.
           READ OPEROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-OPEROLD THRU LOAD-ONE-OPEROLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE OPEROLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT OPERNEW-FILE.
           READ OPERNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-OPERNEW THRU MATCH-ONE-OPERNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE OPERNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-OPEROUT-END.
           EXIT.

       LOAD-ONE-OPEROLD.
           MOVE OPEROLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ OPEROLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-OPEROLD-END.
           EXIT.

       MATCH-ONE-OPERNEW.
           MOVE OPERNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ OPERNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-OPERNEW-END.
           EXIT.

      * PROCEDURE COMPARE-RCTLOUT : RUN-CONTROL ROOTS BY JOB NAME
       COMPARE-RCTLOUT.
           MOVE 'RCTLOUT ' TO WS-FILE-NAME.
           MOVE 'R' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RCTLOLD-FILE.
           READ RCTLOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-RCTLOLD THRU LOAD-ONE-RCTLOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE RCTLOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RCTLNEW-FILE.
           READ RCTLNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-RCTLNEW THRU MATCH-ONE-RCTLNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE RCTLNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-RCTLOUT-END.
           EXIT.

       LOAD-ONE-RCTLOLD.
           MOVE RCTLOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ RCTLOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-RCTLOLD-END.
           EXIT.

       MATCH-ONE-RCTLNEW.
           MOVE RCTLNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ RCTLNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-RCTLNEW-END.
           EXIT.

      * PROCEDURE COMPARE-CUSCHOUT : CUSTOMER CHILD ROWS, PER SEGMENT
       COMPARE-CUSCHOUT.
           MOVE 'CUSCHOUT' TO WS-FILE-NAME.
           MOVE 'C' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSCHOLD-FILE.
           READ CUSCHOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-CUSCHOLD THRU LOAD-ONE-CUSCHOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSCHOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CUSCHNEW-FILE.
           READ CUSCHNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-CUSCHNEW THRU MATCH-ONE-CUSCHNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE CUSCHNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-CUSCHOUT-END.
           EXIT.

       LOAD-ONE-CUSCHOLD.
           MOVE CUSCHOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ CUSCHOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-CUSCHOLD-END.
           EXIT.

       MATCH-ONE-CUSCHNEW.
           MOVE CUSCHNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ CUSCHNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-CUSCHNEW-END.
           EXIT.

      * PROCEDURE COMPARE-ACCCHOUT : ACCOUNT CHILD ROWS, PER SEGMENT
       COMPARE-ACCCHOUT.
           MOVE 'ACCCHOUT' TO WS-FILE-NAME.
           MOVE 'C' TO WS-FILE-KIND.
           PERFORM START-FILE-PAIR THRU START-FILE-PAIR-END.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCCHOLD-FILE.
           READ ACCCHOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM LOAD-ONE-ACCCHOLD THRU LOAD-ONE-ACCCHOLD-END
              UNTIL WS-EOF = 'Y'.
           CLOSE ACCCHOLD-FILE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT ACCCHNEW-FILE.
           READ ACCCHNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
           PERFORM MATCH-ONE-ACCCHNEW THRU MATCH-ONE-ACCCHNEW-END
              UNTIL WS-EOF = 'Y'.
           CLOSE ACCCHNEW-FILE.
           PERFORM FINISH-FILE-PAIR THRU FINISH-FILE-PAIR-END.
       COMPARE-ACCCHOUT-END.
           EXIT.

       LOAD-ONE-ACCCHOLD.
           MOVE ACCCHOLD-IN TO CMP-REC.
           PERFORM ADD-OLD-ROW THRU ADD-OLD-ROW-END.
           READ ACCCHOLD-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       LOAD-ONE-ACCCHOLD-END.
           EXIT.

       MATCH-ONE-ACCCHNEW.
           MOVE ACCCHNEW-IN TO CMP-REC.
           PERFORM MATCH-NEW-ROW THRU MATCH-NEW-ROW-END.
           READ ACCCHNEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF
           END-READ.
       MATCH-ONE-ACCCHNEW-END.
           EXIT.

      * PROCEDURE START-FILE-PAIR : EMPTY BEFORE-ROW TABLE PER FILE
       START-FILE-PAIR.
           MOVE 0 TO TOTAL-OLDROWS.
           MOVE 0 TO WS-LAST-HIT.
           MOVE 'N' TO WS-OLD-FULL.
       START-FILE-PAIR-END.
           EXIT.

      * PROCEDURE FINISH-FILE-PAIR : BEFORE ROWS NEVER PAIRED WERE
      * DELETED
       FINISH-FILE-PAIR.
           PERFORM REPORT-ONE-DELETE THRU REPORT-ONE-DELETE-END
              VARYING WS-OR-IX FROM 1 BY 1
              UNTIL WS-OR-IX > TOTAL-OLDROWS.
       FINISH-FILE-PAIR-END.
           EXIT.

       REPORT-ONE-DELETE.
           IF OR-MATCHED (WS-OR-IX) = 'Y'
             GO TO REPORT-ONE-DELETE-END
           END-IF.
           SET CT-IX TO OR-CT-IX (WS-OR-IX).
           ADD 1 TO CT-DELETED (CT-IX).
           ADD 1 TO TOT-DELETED.
           IF CT-DETAIL (CT-IX) < WS-MAX-DETAIL
             ADD 1 TO CT-DETAIL (CT-IX)
             MOVE OR-KEY (WS-OR-IX) TO WS-ROW-KEY
             PERFORM BUILD-KEY-PRINT THRU BUILD-KEY-PRINT-END
             DISPLAY 'DELETED  ' CT-NAME (CT-IX) ' KEY '
                TXT-KEY-PRINT
           END-IF.
       REPORT-ONE-DELETE-END.
           EXIT.

      * PROCEDURE ADD-OLD-ROW : COUNTS A BEFORE ROW AND HOLDS IT BY
      * ITS KEY FOR PAIRING
       ADD-OLD-ROW.
           PERFORM KEY-THE-ROW THRU KEY-THE-ROW-END.
           IF WS-CT-FOUND = 0
             GO TO ADD-OLD-ROW-END
           END-IF.
           ADD 1 TO CT-OLD (CT-IX).
           ADD 1 TO TOT-OLD.
           IF WS-CT-NAME = 'ACCTOUT ' AND SP-FIELD (3) NOT = SPACES
             COMPUTE BAL-OLD = BAL-OLD
                + FUNCTION NUMVAL ( SP-FIELD (3) )
           END-IF.
           IF WS-CT-NAME = 'HISTOUT ' AND SP-FIELD (4) NOT = SPACES
             COMPUTE AMT-OLD = AMT-OLD
                + FUNCTION NUMVAL ( SP-FIELD (4) )
           END-IF.
           IF CT-SKIP (CT-IX) = 'Y'
             GO TO ADD-OLD-ROW-END
           END-IF.

           IF TOTAL-OLDROWS < MAX-OLDROWS
             ADD 1 TO TOTAL-OLDROWS
             MOVE WS-CT-FOUND TO OR-CT-IX (TOTAL-OLDROWS)
             MOVE 'N' TO OR-MATCHED (TOTAL-OLDROWS)
             MOVE WS-ROW-KEY TO OR-KEY (TOTAL-OLDROWS)
             MOVE CMP-REC TO OR-REC (TOTAL-OLDROWS)
           ELSE
             IF WS-OLD-FULL = 'N'
               MOVE 'Y' TO WS-OLD-FULL
               ADD 1 TO CMP-INCOMPLETE
               DISPLAY 'DBCOMPAR: ' WS-FILE-NAME ' BEFORE-ROW TABLE '
                  'FULL AT 5000 - ROWS BEYOND IT NOT PAIRED'
             END-IF
           END-IF.
       ADD-OLD-ROW-END.
           EXIT.

      * PROCEDURE MATCH-NEW-ROW : PAIRS AN AFTER ROW WITH ITS BEFORE
      * ROW AND REPORTS IT ADDED OR, COLUMN BY COLUMN, CHANGED
       MATCH-NEW-ROW.
           PERFORM KEY-THE-ROW THRU KEY-THE-ROW-END.
           IF WS-CT-FOUND = 0
             GO TO MATCH-NEW-ROW-END
           END-IF.
           ADD 1 TO CT-NEW (CT-IX).
           ADD 1 TO TOT-NEW.
           IF WS-CT-NAME = 'ACCTOUT ' AND SP-FIELD (3) NOT = SPACES
             COMPUTE BAL-NEW = BAL-NEW
                + FUNCTION NUMVAL ( SP-FIELD (3) )
           END-IF.
           IF WS-CT-NAME = 'HISTOUT ' AND SP-FIELD (4) NOT = SPACES
             COMPUTE AMT-NEW = AMT-NEW
                + FUNCTION NUMVAL ( SP-FIELD (4) )
           END-IF.
           IF CT-SKIP (CT-IX) = 'Y'
             GO TO MATCH-NEW-ROW-END
           END-IF.
           MOVE SPLIT-TABLE TO NEW-FIELDS.
           MOVE SP-COUNT TO NF-COUNT.
           IF CT-DETAIL (CT-IX) < WS-MAX-DETAIL
             MOVE 'Y' TO WS-SHOW-DETAIL
           ELSE
             MOVE 'N' TO WS-SHOW-DETAIL
           END-IF.

      * BOTH SETS COME OUT OF DBUNLOAD IN THE SAME ORDER, SO THE
      * PARTNER IS USUALLY THE ROW AFTER THE LAST ONE PAIRED
           MOVE 0 TO WS-HIT.
           COMPUTE WS-OR-IX = WS-LAST-HIT + 1.
           PERFORM TEST-ONE-OLDROW THRU TEST-ONE-OLDROW-END
              VARYING WS-OR-IX FROM WS-OR-IX BY 1
              UNTIL WS-OR-IX > TOTAL-OLDROWS OR WS-HIT > 0.
           IF WS-HIT = 0
             PERFORM TEST-ONE-OLDROW THRU TEST-ONE-OLDROW-END
                VARYING WS-OR-IX FROM 1 BY 1
                UNTIL WS-OR-IX > WS-LAST-HIT OR WS-HIT > 0
           END-IF.

           IF WS-HIT = 0
             IF WS-OLD-FULL = 'Y'
               ADD 1 TO CT-UNRES (CT-IX)
               ADD 1 TO TOT-UNRES
             ELSE
               ADD 1 TO CT-ADDED (CT-IX)
               ADD 1 TO TOT-ADDED
               IF WS-SHOW-DETAIL = 'Y'
                 ADD 1 TO CT-DETAIL (CT-IX)
                 PERFORM BUILD-KEY-PRINT THRU BUILD-KEY-PRINT-END
                 DISPLAY 'ADDED    ' CT-NAME (CT-IX) ' KEY '
                    TXT-KEY-PRINT
               END-IF
             END-IF
             GO TO MATCH-NEW-ROW-END
           END-IF.

           MOVE 'Y' TO OR-MATCHED (WS-HIT).
           MOVE WS-HIT TO WS-LAST-HIT.
           IF OR-REC (WS-HIT) = CMP-REC
             ADD 1 TO CT-SAME (CT-IX)
             ADD 1 TO TOT-SAME
             GO TO MATCH-NEW-ROW-END
           END-IF.

           MOVE OR-REC (WS-HIT) TO CMP-REC.
           PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-END.
           MOVE SPLIT-TABLE TO OLD-FIELDS.
           MOVE SP-COUNT TO OF-COUNT.
           MOVE OF-COUNT TO WS-MAX-COL.
           IF NF-COUNT > WS-MAX-COL
             MOVE NF-COUNT TO WS-MAX-COL
           END-IF.
           MOVE 0 TO WS-COL-DIFFS.
           PERFORM COMPARE-ONE-COLUMN THRU COMPARE-ONE-COLUMN-END
              VARYING WS-COL FROM 1 BY 1
              UNTIL WS-COL > WS-MAX-COL.
           IF WS-COL-DIFFS = 0
             ADD 1 TO CT-XONLY (CT-IX)
             ADD 1 TO TOT-XONLY
           ELSE
             ADD 1 TO CT-CHANGED (CT-IX)
             ADD 1 TO TOT-CHANGED
           END-IF.
       MATCH-NEW-ROW-END.
           EXIT.

       TEST-ONE-OLDROW.
           IF OR-KEY (WS-OR-IX) = WS-ROW-KEY
              AND OR-MATCHED (WS-OR-IX) = 'N'
             MOVE WS-OR-IX TO WS-HIT
           END-IF.
       TEST-ONE-OLDROW-END.
           EXIT.

      * PROCEDURE COMPARE-ONE-COLUMN : ONE BEFORE/AFTER LINE PER
      * COMPARED COLUMN THAT DIFFERS, UNDER A CHANGED HEADER
       COMPARE-ONE-COLUMN.
           IF OF-FIELD (WS-COL) = NF-FIELD (WS-COL)
             GO TO COMPARE-ONE-COLUMN-END
           END-IF.
           PERFORM CHECK-EXCLUDED THRU CHECK-EXCLUDED-END.
           IF WS-EXCLUDED = 'Y'
             GO TO COMPARE-ONE-COLUMN-END
           END-IF.
           ADD 1 TO WS-COL-DIFFS.
           IF WS-SHOW-DETAIL = 'N'
             GO TO COMPARE-ONE-COLUMN-END
           END-IF.
           IF WS-COL-DIFFS = 1
             ADD 1 TO CT-DETAIL (CT-IX)
             PERFORM BUILD-KEY-PRINT THRU BUILD-KEY-PRINT-END
             DISPLAY 'CHANGED  ' CT-NAME (CT-IX) ' KEY '
                TXT-KEY-PRINT
           END-IF.
           MOVE WS-COL TO TXT-COL.
           DISPLAY '   COLUMN ' TXT-COL ' BEFORE: '
              FUNCTION TRIM ( OF-FIELD (WS-COL) ).
           DISPLAY '             AFTER:  '
              FUNCTION TRIM ( NF-FIELD (WS-COL) ).
       COMPARE-ONE-COLUMN-END.
           EXIT.

       CHECK-EXCLUDED.
           MOVE 'N' TO WS-EXCLUDED.
           PERFORM TEST-ONE-EXCL THRU TEST-ONE-EXCL-END
              VARYING WS-EX-IX FROM 1 BY 1
              UNTIL WS-EX-IX > TOTAL-EXCLS OR WS-EXCLUDED = 'Y'.
       CHECK-EXCLUDED-END.
           EXIT.

       TEST-ONE-EXCL.
           IF EX-NAME (WS-EX-IX) = CT-NAME (CT-IX)
              AND EX-COL (WS-EX-IX) = WS-COL
             MOVE 'Y' TO WS-EXCLUDED
           END-IF.
       TEST-ONE-EXCL-END.
           EXIT.

      * PROCEDURE KEY-THE-ROW : SPLITS CMP-REC, NAMES ITS TYPE (THE
      * FILE, OR THE SEGMENT FOR A CHILD ROW) AND BUILDS ITS KEY.
      * WS-CT-FOUND = 0 WHEN THE TYPE TABLE IS FULL.
       KEY-THE-ROW.
           PERFORM SPLIT-FIELDS THRU SPLIT-FIELDS-END.
           IF FILE-IS-CHILD
             MOVE SP-FIELD (1) TO WS-CT-NAME
           ELSE
             MOVE WS-FILE-NAME TO WS-CT-NAME
           END-IF.
           PERFORM FIND-OR-ADD-CMPTYPE THRU FIND-OR-ADD-CMPTYPE-END.
           IF WS-CT-FOUND = 0
             GO TO KEY-THE-ROW-END
           END-IF.
           SET CT-IX TO WS-CT-FOUND.
           MOVE SPACES TO WS-ROW-KEY.
           PERFORM KEY-ONE-PART THRU KEY-ONE-PART-END
              VARYING WS-KP FROM 1 BY 1
              UNTIL WS-KP > CT-KEYCOLS (CT-IX).
       KEY-THE-ROW-END.
           EXIT.

       KEY-ONE-PART.
           MOVE SP-FIELD (WS-KP) TO WS-KEY-PART (WS-KP).
       KEY-ONE-PART-END.
           EXIT.

      * PROCEDURE BUILD-KEY-PRINT : KEY COLUMNS AS A/B/C, LESS THE
      * SEGMENT NAME ALREADY PRINTED AS THE TYPE
       BUILD-KEY-PRINT.
           MOVE SPACES TO TXT-KEY-PRINT.
           MOVE 1 TO WS-KEY-PTR.
           MOVE 1 TO WS-KP-FIRST.
           IF FILE-IS-CHILD AND CT-KEYCOLS (CT-IX) > 1
             MOVE 2 TO WS-KP-FIRST
           END-IF.
           PERFORM PRINT-ONE-PART THRU PRINT-ONE-PART-END
              VARYING WS-KP FROM WS-KP-FIRST BY 1
              UNTIL WS-KP > CT-KEYCOLS (CT-IX).
       BUILD-KEY-PRINT-END.
           EXIT.

       PRINT-ONE-PART.
           IF WS-KP > WS-KP-FIRST
             STRING '/' DELIMITED BY SIZE
               INTO TXT-KEY-PRINT WITH POINTER WS-KEY-PTR
           END-IF.
           STRING FUNCTION TRIM ( WS-KEY-PART (WS-KP) )
               DELIMITED BY SIZE
             INTO TXT-KEY-PRINT WITH POINTER WS-KEY-PTR.
       PRINT-ONE-PART-END.
           EXIT.

      * PROCEDURE SPLIT-FIELDS : CMP-REC INTO ITS COLUMNS - COMMAS
      * INSIDE QUOTES ARE DATA, THE QUOTES THEMSELVES ARE DROPPED
       SPLIT-FIELDS.
           MOVE SPACES TO SPLIT-TABLE.
           MOVE 1 TO SP-COUNT.
           MOVE 0 TO SP-POS.
           MOVE 'N' TO WS-IN-QUOTE.
           PERFORM SPLIT-ONE-CHAR THRU SPLIT-ONE-CHAR-END
              VARYING WS-CH-IX FROM 1 BY 1
              UNTIL WS-CH-IX > 800.
       SPLIT-FIELDS-END.
           EXIT.

       SPLIT-ONE-CHAR.
           MOVE CMP-REC (WS-CH-IX:1) TO WS-ONE-CHAR.
           IF WS-ONE-CHAR = '"'
             IF WS-IN-QUOTE = 'Y'
               MOVE 'N' TO WS-IN-QUOTE
             ELSE
               MOVE 'Y' TO WS-IN-QUOTE
             END-IF
             GO TO SPLIT-ONE-CHAR-END
           END-IF.
           IF WS-ONE-CHAR = ',' AND WS-IN-QUOTE = 'N'
              AND SP-COUNT < 40
             ADD 1 TO SP-COUNT
             MOVE 0 TO SP-POS
             GO TO SPLIT-ONE-CHAR-END
           END-IF.
           IF SP-POS < 80
             ADD 1 TO SP-POS
             MOVE WS-ONE-CHAR TO SP-FIELD (SP-COUNT) (SP-POS:1)
           END-IF.
       SPLIT-ONE-CHAR-END.
           EXIT.

      * PROCEDURE FIND-OR-ADD-CMPTYPE : ROW FOR WS-CT-NAME, ADDED
      * WITH ITS DEFAULT KEY WIDTH ON FIRST SIGHT. WS-CT-FOUND = 0
      * WHEN THE TABLE IS FULL.
       FIND-OR-ADD-CMPTYPE.
           MOVE 0 TO WS-CT-FOUND.
           PERFORM TEST-ONE-CMPTYPE THRU TEST-ONE-CMPTYPE-END
              VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > TOTAL-CMPTYPES OR WS-CT-FOUND > 0.
           IF WS-CT-FOUND > 0
             GO TO FIND-OR-ADD-CMPTYPE-END
           END-IF.
           IF TOTAL-CMPTYPES NOT < MAX-CMPTYPES
             DISPLAY 'DBCOMPAR: SEGMENT TYPE TABLE FULL - '
                WS-CT-NAME ' NOT COMPARED'
             ADD 1 TO CMP-INCOMPLETE
             GO TO FIND-OR-ADD-CMPTYPE-END
           END-IF.

           ADD 1 TO TOTAL-CMPTYPES.
           MOVE TOTAL-CMPTYPES TO WS-CT-FOUND.
           SET CT-IX TO WS-CT-FOUND.
           MOVE WS-CT-NAME TO CT-NAME (CT-IX).
           MOVE 'N' TO CT-SKIP (CT-IX).
           MOVE 0 TO CT-OLD (CT-IX) CT-NEW (CT-IX) CT-ADDED (CT-IX)
              CT-DELETED (CT-IX) CT-CHANGED (CT-IX) CT-SAME (CT-IX)
              CT-XONLY (CT-IX) CT-UNRES (CT-IX) CT-DETAIL (CT-IX).
           EVALUATE WS-CT-NAME
             WHEN 'CUSTOUT '
             WHEN 'ACCTOUT '
             WHEN 'HISTOUT '
             WHEN 'STOROUT '
             WHEN 'SWEPOUT '
             WHEN 'WIROUT  '
             WHEN 'OPEROUT '
             WHEN 'RCTLOUT '
               MOVE 1 TO CT-KEYCOLS (CT-IX)
             WHEN 'CUSAOUT '
             WHEN 'LOANTERM'
               MOVE 2 TO CT-KEYCOLS (CT-IX)
             WHEN 'ACCTAUD '
               MOVE 4 TO CT-KEYCOLS (CT-IX)
             WHEN OTHER
               MOVE 3 TO CT-KEYCOLS (CT-IX)
           END-EVALUATE.
       FIND-OR-ADD-CMPTYPE-END.
           EXIT.

       TEST-ONE-CMPTYPE.
           IF CT-NAME (WS-CT-IX) = WS-CT-NAME
             MOVE WS-CT-IX TO WS-CT-FOUND
             SET CT-IX TO WS-CT-FOUND
           END-IF.
       TEST-ONE-CMPTYPE-END.
           EXIT.

       REPORT-ONE-CMPTYPE.
           SET CT-IX TO WS-CT-IX.
           IF CT-SKIP (CT-IX) = 'Y'
             DISPLAY CT-NAME (CT-IX) ' ' CT-OLD (CT-IX) ' '
                CT-NEW (CT-IX) '  NOT COMPARED'
           ELSE
             DISPLAY CT-NAME (CT-IX) ' ' CT-OLD (CT-IX) ' '
                CT-NEW (CT-IX) ' ' CT-ADDED (CT-IX) ' '
                CT-DELETED (CT-IX) ' ' CT-CHANGED (CT-IX) ' '
                CT-SAME (CT-IX)
           END-IF.
           IF CT-XONLY (CT-IX) > 0
             DISPLAY '         CHANGED IN EXCLUDED COLUMNS ONLY: '
                CT-XONLY (CT-IX)
           END-IF.
           IF CT-UNRES (CT-IX) > 0
             DISPLAY '         UNRESOLVED (TABLE FULL):          '
                CT-UNRES (CT-IX)
           END-IF.
           IF CT-DETAIL (CT-IX) NOT < WS-MAX-DETAIL
             DISPLAY '         DETAIL LIMIT REACHED - COUNTS ARE '
                'COMPLETE, LISTING IS NOT'
           END-IF.
       REPORT-ONE-CMPTYPE-END.
           EXIT.
