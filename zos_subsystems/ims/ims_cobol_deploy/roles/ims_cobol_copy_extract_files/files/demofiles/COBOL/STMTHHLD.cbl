       CBL LIST,MAP,XREF,FLAG(I)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTHHLD.

      ******************************************************************
      * STATEMENT HOUSEHOLDING AND POSTAL PRESORT - RUNS AFTER STMTGEN
      * AND RELSTMT (AND YRFEESUM AT YEAR END) OVER THEIR STMTIDX
      * MAILING INDEXES (CONCATENATED ON ONE DD - SEE STMTIDX.CPY)
      * AND PRODUCES STMTMAIL, THE FILE THE INSERTER BUILDS THE
      * MAILING FROM, IN PLACE OF ONE ENVELOPE PER STATEMENT IN
      * DATABASE ORDER:
      *
      * 1. HOUSEHOLDING - STATEMENTS GOING TO THE SAME STANDARDIZED
      *    ADDRESS SHARE ONE MAIL PIECE. THE ADDRESSES ARE ALREADY
      *    POSTAL-STANDARDIZED BY THE QUARTERLY NCOA RUN, SO THE
      *    HOUSEHOLD KEY IS THE 5-DIGIT ZIP PLUS THE STREET LINE WITH
      *    CASE, SPACING AND PUNCTUATION TAKEN OUT ("12 Main St." AND
      *    "12 MAIN ST" MATCH; APT 4B AND APT 4C DO NOT). A CUSTOMER
      *    WITH 'S' IN BYTE 6 OF OPTINS-CD HAS ASKED FOR AN ENVELOPE
      *    OF THEIR OWN - THEIR STATEMENTS GROUP ONLY WITH EACH OTHER.
      *    A PIECE CLOSES AT PIECE-MAX-SHEETS SHEETS (WHAT THE #10
      *    ENVELOPE HOLDS) AND THE HOUSEHOLD CONTINUES IN A NEW ONE.
      *
      * 2. PRESORT - PIECES ARE WRITTEN IN ZIP ORDER AND TIERED THE WAY
      *    THE POST OFFICE RATES THEM: A 5-DIGIT ZIP WITH AT LEAST
      *    TIER-MIN-PIECES PIECES IS '5-DIGIT'; WHAT IS LEFT OF A
      *    3-DIGIT ZIP PREFIX WITH AT LEAST TIER-MIN-PIECES IS
      *    '3-DIGIT'; THE REST IS 'MIXED'. A ZIP THAT IS NOT FIVE
      *    DIGITS (FOREIGN OR MISSING) SORTS LAST AS 'NONPRSRT', MAILED
      *    AT FULL RATE.
      *
      * STMTMAIL IS FIXED-LENGTH - AN 'H' HEADER, THEN PER PIECE AN 'M'
      * MAIL-PIECE BREAK RECORD (TIER, ADDRESSEE, STATEMENT AND SHEET
      * COUNTS) FOLLOWED BY AN 'S' RECORD FOR EACH STATEMENT TO INSERT
      * (SOURCE PROGRAM AND STATEMENT SEQUENCE ON ITS PRINT), AND A
      * 'T' TRAILER WITH THE PIECE, STATEMENT AND SHEET TOTALS. THE
      * POSTAGE SUMMARY PRINTS PIECES AND SHEETS BY TIER.
      *
      * A STATEMENT WHOSE CUSTOMER HAS NO ADDRESS ON FILE IS SET ASIDE
      * AND LISTED (RC 4). A ROW WRITTEN TWICE BY A RESTARTED STMTGEN
      * IS DROPPED. IF THE INDEX OUTGROWS THE STATEMENT TABLE THE MAIL
      * FILE IS INCOMPLETE AND THE RUN ENDS RC 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTIDX-FILE ASSIGN TO STMTIDX.
           SELECT STMTMAIL-FILE ASSIGN TO STMTMAIL.

       DATA DIVISION.

       FILE SECTION.
         FD STMTIDX-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SI-RECORD.
           COPY STMTIDX.

         FD STMTMAIL-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS SM-RECORD.
       01  SM-RECORD.
           05  SM-RECTYPE          PIC  X(01).
           05  SM-BODY             PIC  X(259).

      *    'M' - MAIL-PIECE BREAK
           05  SM-PIECE-AREA REDEFINES SM-BODY.
               10  MP-PIECE        PIC  9(07).
               10  MP-TIER         PIC  X(08).
               10  MP-STMTS        PIC  9(03).
               10  MP-CUSTS        PIC  9(03).
               10  MP-SHEETS       PIC  9(03).
               10  MP-LASTNAME     PIC  X(50).
               10  MP-FIRSTNAME    PIC  X(50).
               10  MP-ADDRESS      PIC  X(80).
               10  MP-CITY         PIC  X(25).
               10  MP-STATE        PIC  X(02).
               10  MP-ZIPCODE      PIC  X(15).
               10  FILLER          PIC  X(13).

      *    'S' - ONE STATEMENT IN THE PIECE ABOVE IT
           05  SM-STMT-AREA REDEFINES SM-BODY.
               10  MS-PIECE        PIC  9(07).
               10  MS-SOURCE       PIC  X(01).
               10  MS-STMTSEQ      PIC  9(09).
               10  MS-CUSTID       PIC  9(09).
               10  MS-ACCID        PIC  9(18).
               10  MS-SHEETS       PIC  9(03).
               10  FILLER          PIC  X(212).

      *    'H' HEADER AND 'T' TRAILER
           05  SM-CTL-AREA REDEFINES SM-BODY.
               10  MC-RUNDATE      PIC  X(10).
               10  MC-PERIOD-END   PIC  X(10).
               10  MC-PIECES       PIC  9(09).
               10  MC-STMTS        PIC  9(09).
               10  MC-SHEETS       PIC  9(09).
               10  FILLER          PIC  X(212).

       WORKING-STORAGE SECTION.

      ******************************************************************
      *MAILING RULES - PRINT LINES ON A STATEMENT SHEET, SHEETS ONE
      *ENVELOPE HOLDS, AND THE PIECE COUNT A ZIP NEEDS FOR ITS TIER
      ******************************************************************

       77  LINES-PER-SHEET     PIC  S9(4) COMP-5 VALUE 54.
       77  PIECE-MAX-SHEETS    PIC  S9(4) COMP-5 VALUE 6.
       77  TIER-MIN-PIECES     PIC  S9(4) COMP-5 VALUE 10.

      ******************************************************************
      *STATEMENT TABLE - ONE ROW PER MAILABLE STMTIDX ROW. ST-SORTKEY
      *IS THE PRESORT ORDER: ZIP, HOUSEHOLD, THEN CUSTOMER AND THE
      *STATEMENT'S PLACE ON ITS PRINT. ST-GROUPCUST IS ZERO UNLESS THE
      *CUSTOMER OPTED OUT OF HOUSEHOLDING, WHEN IT IS THEIR CUSTID -
      *SO THEIR STATEMENTS FORM A HOUSEHOLD OF THEIR OWN. THE TABLE IS
      *ORDERED THROUGH ORDER-TABLE RATHER THAN BY MOVING ROWS.
      ******************************************************************

       77  MAX-STMTS           PIC  9(05)        VALUE 10000.
       77  TOTAL-STMTS         PIC  9(05)        VALUE 0.
       77  TOTAL-PIECES        PIC  9(05)        VALUE 0.
       77  WS-OR-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-OR-PRIOR         PIC  9(05) COMP-5 VALUE 0.
       77  WS-OR-HOLD          PIC  9(05) COMP-5 VALUE 0.
       77  WS-OR-MOVE          PIC  9(05) COMP-5 VALUE 0.
       77  WS-PC-IX            PIC  9(05) COMP-5 VALUE 0.
       77  WS-RUN-START        PIC  9(05) COMP-5 VALUE 0.
       77  WS-RUN-END          PIC  9(05) COMP-5 VALUE 0.
       77  WS-RUN-COUNT        PIC  9(05) COMP-5 VALUE 0.
       77  WS-MARK-IX          PIC  9(05) COMP-5 VALUE 0.
       77  WS-CHAR-IX          PIC  9(05) COMP-5 VALUE 0.
       77  WS-HOUSE-LEN        PIC  9(05) COMP-5 VALUE 0.

       01  STMT-TABLE.
           05  STMT-ROW OCCURS 10000 TIMES INDEXED BY ST-IX.
               10  ST-SORTKEY.
                   15  ST-HHKEY.
                       20  ST-ZIP5         PIC  X(05).
                       20  ST-HOUSE        PIC  X(60).
                       20  ST-GROUPCUST    PIC  9(09).
                   15  ST-CUSTID       PIC  9(09).
                   15  ST-SOURCE       PIC  X(01).
                   15  ST-STMTSEQ      PIC  9(09).
               10  ST-ACCID        PIC  9(18).
               10  ST-SHEETS       PIC  S9(4) COMP-5.
               10  ST-DUP          PIC  X(01).
               10  ST-LASTNAME     PIC  X(50).
               10  ST-FIRSTNAME    PIC  X(50).
               10  ST-ADDRESS      PIC  X(80).
               10  ST-CITY         PIC  X(25).
               10  ST-STATE        PIC  X(02).
               10  ST-ZIPCODE      PIC  X(15).

       01  ORDER-TABLE.
           05  OR-ROW          PIC  9(05) COMP-5
                                  OCCURS 10000 TIMES INDEXED BY OR-IX.

      ******************************************************************
      *MAIL-PIECE TABLE - A PIECE IS A RUN OF ORDER-TABLE POSITIONS
      *PC-FIRST THROUGH PC-LAST. PC-TIER IS '5', '3', 'M'IXED OR
      *'N'ON-PRESORT ONCE ASSIGN-TIERS HAS RUN.
      ******************************************************************

       01  PIECE-TABLE.
           05  PIECE-ROW OCCURS 10000 TIMES INDEXED BY PC-IX.
               10  PC-FIRST        PIC  9(05) COMP-5.
               10  PC-LAST         PIC  9(05) COMP-5.
               10  PC-ZIP5         PIC  X(05).
               10  PC-STMTS        PIC  S9(4) COMP-5.
               10  PC-CUSTS        PIC  S9(4) COMP-5.
               10  PC-SHEETS       PIC  S9(4) COMP-5.
               10  PC-TIER         PIC  X(01).

      ******************************************************************
      *WORK AREAS
      ******************************************************************

       01  WS-STMTIDX-EOF      PIC  X(01) VALUE 'N'.
           88  STMTIDX-EOF         VALUE 'Y'.
       01  WS-SHIFT-SW         PIC  X(01) VALUE 'N'.
           88  SHIFT-DONE          VALUE 'Y'.
       01  WS-NEW-PIECE-SW     PIC  X(01) VALUE 'N'.
           88  NEW-PIECE           VALUE 'Y'.

       01  WS-STREET           PIC  X(80).
       01  WS-HOUSE            PIC  X(60).
       01  WS-HOLD-SORTKEY     PIC  X(93).
       01  WS-PRIOR-SORTKEY    PIC  X(93).
       01  WS-PRIOR-HHKEY      PIC  X(74).
       01  WS-PRIOR-CUSTID     PIC  9(09).
       01  WS-RUN-ZIP          PIC  X(05).
       01  WS-PERIOD-END       PIC  X(10) VALUE SPACES.

       01  WS-CURRENT-DATE-DATA.
           05  WS-CURRENT-DATE.
             10  WS-CURRENT-YEAR         PIC 9(04).
             10  WS-CURRENT-MONTH        PIC 9(02).
             10  WS-CURRENT-DAY          PIC 9(02).
           05  WS-CURRENT-TIME.
             10  WS-CURRENT-HOURS        PIC 9(02).
             10  WS-CURRENT-MINUTE       PIC 9(02).
             10  WS-CURRENT-SECOND       PIC 9(02).
             10  WS-CURRENT-MILLISECONDS PIC 9(02).
           05  WS-DIFF-FROM-GMT          PIC S9(04).

       01  TODAY-YMD           PIC X(10).

      ******************************************************************
      *RUN COUNTS - THE POSTAGE SUMMARY
      ******************************************************************

       77  STMTS-READ          PIC  S9(9) COMP-5 VALUE 0.
       77  STMTS-MAILED        PIC  S9(9) COMP-5 VALUE 0.
       77  STMTS-DUPLICATE     PIC  S9(9) COMP-5 VALUE 0.
       77  STMTS-NOADDR        PIC  S9(9) COMP-5 VALUE 0.
       77  STMTS-OVERFLOW      PIC  S9(9) COMP-5 VALUE 0.
       77  STMTS-OPTOUT        PIC  S9(9) COMP-5 VALUE 0.
       77  PIECES-COMBINED     PIC  S9(9) COMP-5 VALUE 0.
       77  ENVELOPES-SAVED     PIC  S9(9) COMP-5 VALUE 0.
       77  SHEETS-MAILED       PIC  S9(9) COMP-5 VALUE 0.
       77  PIECES-5DIGIT       PIC  S9(9) COMP-5 VALUE 0.
       77  SHEETS-5DIGIT       PIC  S9(9) COMP-5 VALUE 0.
       77  PIECES-3DIGIT       PIC  S9(9) COMP-5 VALUE 0.
       77  SHEETS-3DIGIT       PIC  S9(9) COMP-5 VALUE 0.
       77  PIECES-MIXED        PIC  S9(9) COMP-5 VALUE 0.
       77  SHEETS-MIXED        PIC  S9(9) COMP-5 VALUE 0.
       77  PIECES-NONPRSRT     PIC  S9(9) COMP-5 VALUE 0.
       77  SHEETS-NONPRSRT     PIC  S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           STRING WS-CURRENT-YEAR '-' WS-CURRENT-MONTH '-'
                  WS-CURRENT-DAY INTO TODAY-YMD.

           OPEN INPUT STMTIDX-FILE.
           READ STMTIDX-FILE
             AT END
               MOVE 'Y' TO WS-STMTIDX-EOF
           END-READ.
           PERFORM LOAD-ONE-STMT THRU LOAD-ONE-STMT-END
              UNTIL STMTIDX-EOF.
           CLOSE STMTIDX-FILE.

           PERFORM SORT-ONE-STMT THRU SORT-ONE-STMT-END
              VARYING WS-OR-IX FROM 2 BY 1
              UNTIL WS-OR-IX > TOTAL-STMTS.
           PERFORM PLACE-ONE-STMT THRU PLACE-ONE-STMT-END
              VARYING WS-OR-IX FROM 1 BY 1
              UNTIL WS-OR-IX > TOTAL-STMTS.
           PERFORM ASSIGN-TIERS THRU ASSIGN-TIERS-END.

           OPEN OUTPUT STMTMAIL-FILE.
           MOVE SPACES TO SM-RECORD.
           MOVE 'H' TO SM-RECTYPE.
           MOVE TODAY-YMD TO MC-RUNDATE.
           MOVE WS-PERIOD-END TO MC-PERIOD-END.
           MOVE 0 TO MC-PIECES.
           MOVE 0 TO MC-STMTS.
           MOVE 0 TO MC-SHEETS.
           WRITE SM-RECORD.
           PERFORM WRITE-ONE-PIECE THRU WRITE-ONE-PIECE-END
              VARYING WS-PC-IX FROM 1 BY 1
              UNTIL WS-PC-IX > TOTAL-PIECES.
           MOVE SPACES TO SM-RECORD.
           MOVE 'T' TO SM-RECTYPE.
           MOVE TODAY-YMD TO MC-RUNDATE.
           MOVE WS-PERIOD-END TO MC-PERIOD-END.
           MOVE TOTAL-PIECES TO MC-PIECES.
           MOVE STMTS-MAILED TO MC-STMTS.
           MOVE SHEETS-MAILED TO MC-SHEETS.
           WRITE SM-RECORD.
           CLOSE STMTMAIL-FILE.

           COMPUTE ENVELOPES-SAVED = STMTS-MAILED - TOTAL-PIECES.

           DISPLAY '========================================'.
           DISPLAY 'STATEMENT MAILING - POSTAGE SUMMARY ' TODAY-YMD.
           DISPLAY 'STATEMENT PERIOD ENDING:    ' WS-PERIOD-END.
           DISPLAY 'STATEMENTS INDEXED:         ' STMTS-READ.
           DISPLAY 'STATEMENTS MAILED:          ' STMTS-MAILED.
           DISPLAY 'MAIL PIECES:                ' TOTAL-PIECES.
           DISPLAY 'SHEETS:                     ' SHEETS-MAILED.
           DISPLAY 'PIECES CARRYING 2 OR MORE:  ' PIECES-COMBINED.
           DISPLAY 'ENVELOPES SAVED:            ' ENVELOPES-SAVED.
           DISPLAY 'OWN-ENVELOPE STATEMENTS:    ' STMTS-OPTOUT.
           DISPLAY 'PRESORT TIERS:              PIECES     SHEETS'.
           DISPLAY '  5-DIGIT   ' PIECES-5DIGIT ' ' SHEETS-5DIGIT.
           DISPLAY '  3-DIGIT   ' PIECES-3DIGIT ' ' SHEETS-3DIGIT.
           DISPLAY '  MIXED     ' PIECES-MIXED ' ' SHEETS-MIXED.
           DISPLAY '  NONPRSRT  ' PIECES-NONPRSRT ' '
              SHEETS-NONPRSRT.
           DISPLAY 'DUPLICATE ROWS DROPPED:     ' STMTS-DUPLICATE.
           DISPLAY 'SET ASIDE - NO ADDRESS:     ' STMTS-NOADDR.
           DISPLAY 'NOT MAILED - TABLE FULL:    ' STMTS-OVERFLOW.
           DISPLAY '========================================'.

           IF STMTS-OVERFLOW > 0
             DISPLAY 'STMTMAIL IS INCOMPLETE - RAISE MAX-STMTS AND '
                'RERUN'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF STMTS-NOADDR > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.

      * PROCEDURE LOAD-ONE-STMT : ONE STMTIDX ROW INTO THE STATEMENT
      * TABLE WITH ITS HOUSEHOLD KEY AND SHEET COUNT
       LOAD-ONE-STMT.
           ADD 1 TO STMTS-READ.
           IF WS-PERIOD-END = SPACES
             MOVE SI-PERIOD-END TO WS-PERIOD-END
           END-IF.
           IF SI-ADDRESS = SPACES
             ADD 1 TO STMTS-NOADDR
             DISPLAY 'NO MAILING ADDRESS - STATEMENT SET ASIDE: '
                SI-SOURCE ' ' SI-STMTSEQ ' CUSTID: ' SI-CUSTID
             GO TO LOAD-ONE-STMT-NEXT
           END-IF.
           IF TOTAL-STMTS NOT < MAX-STMTS
             ADD 1 TO STMTS-OVERFLOW
             DISPLAY 'STMTIDX - TABLE FULL, STATEMENT NOT MAILED: '
                SI-SOURCE ' ' SI-STMTSEQ ' CUSTID: ' SI-CUSTID
             GO TO LOAD-ONE-STMT-NEXT
           END-IF.

           ADD 1 TO TOTAL-STMTS.
           SET ST-IX TO TOTAL-STMTS.
           SET OR-IX TO TOTAL-STMTS.
           MOVE TOTAL-STMTS TO OR-ROW (OR-IX).

           IF SI-ZIPCODE (1:5) IS NUMERIC
             MOVE SI-ZIPCODE (1:5) TO ST-ZIP5 (ST-IX)
           ELSE
             MOVE HIGH-VALUES TO ST-ZIP5 (ST-IX)
           END-IF.
           MOVE SI-ADDRESS TO WS-STREET.
           PERFORM STANDARDIZE-STREET THRU STANDARDIZE-STREET-END.
           MOVE WS-HOUSE TO ST-HOUSE (ST-IX).
           IF SI-SEPARATE-MAIL
             MOVE SI-CUSTID TO ST-GROUPCUST (ST-IX)
             ADD 1 TO STMTS-OPTOUT
           ELSE
             MOVE 0 TO ST-GROUPCUST (ST-IX)
           END-IF.
           MOVE SI-CUSTID TO ST-CUSTID (ST-IX).
           MOVE SI-SOURCE TO ST-SOURCE (ST-IX).
           MOVE SI-STMTSEQ TO ST-STMTSEQ (ST-IX).
           MOVE SI-ACCID TO ST-ACCID (ST-IX).
           IF SI-LINES IS NUMERIC AND SI-LINES > 0
             COMPUTE ST-SHEETS (ST-IX) =
                ( SI-LINES + LINES-PER-SHEET - 1 ) / LINES-PER-SHEET
           ELSE
             MOVE 1 TO ST-SHEETS (ST-IX)
           END-IF.
           MOVE 'N' TO ST-DUP (ST-IX).
           MOVE SI-LASTNAME TO ST-LASTNAME (ST-IX).
           MOVE SI-FIRSTNAME TO ST-FIRSTNAME (ST-IX).
           MOVE SI-ADDRESS TO ST-ADDRESS (ST-IX).
           MOVE SI-CITY TO ST-CITY (ST-IX).
           MOVE SI-STATE TO ST-STATE (ST-IX).
           MOVE SI-ZIPCODE TO ST-ZIPCODE (ST-IX).

       LOAD-ONE-STMT-NEXT.
           READ STMTIDX-FILE
             AT END
               MOVE 'Y' TO WS-STMTIDX-EOF
           END-READ.
       LOAD-ONE-STMT-END.
           EXIT.

      * PROCEDURE STANDARDIZE-STREET : THE HOUSEHOLD KEY FOR WS-STREET
      * - UPPER CASE, LETTERS AND DIGITS ONLY
       STANDARDIZE-STREET.
           INSPECT WS-STREET CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-HOUSE.
           MOVE 0 TO WS-HOUSE-LEN.
           PERFORM KEEP-ONE-CHAR THRU KEEP-ONE-CHAR-END
              VARYING WS-CHAR-IX FROM 1 BY 1
              UNTIL WS-CHAR-IX > 80.
       STANDARDIZE-STREET-END.
           EXIT.

       KEEP-ONE-CHAR.
           IF WS-HOUSE-LEN < 60
              AND ((WS-STREET (WS-CHAR-IX:1) IS ALPHABETIC-UPPER
                    AND WS-STREET (WS-CHAR-IX:1) NOT = SPACE)
                   OR WS-STREET (WS-CHAR-IX:1) IS NUMERIC)
             ADD 1 TO WS-HOUSE-LEN
             MOVE WS-STREET (WS-CHAR-IX:1)
                TO WS-HOUSE (WS-HOUSE-LEN:1)
           END-IF.
       KEEP-ONE-CHAR-END.
           EXIT.

      * PROCEDURE SORT-ONE-STMT : INSERTS ORDER-TABLE POSITION
      * WS-OR-IX AMONG THE POSITIONS ABOVE IT, WHICH ARE ALREADY IN
      * ST-SORTKEY ORDER - A STATEMENT RUN IS MOSTLY IN CUSTOMER
      * ORDER ALREADY, SO FEW ROWS MOVE FAR
       SORT-ONE-STMT.
           SET OR-IX TO WS-OR-IX.
           MOVE OR-ROW (OR-IX) TO WS-OR-HOLD.
           SET ST-IX TO WS-OR-HOLD.
           MOVE ST-SORTKEY (ST-IX) TO WS-HOLD-SORTKEY.
           MOVE WS-OR-IX TO WS-OR-PRIOR.
           MOVE 'N' TO WS-SHIFT-SW.
           PERFORM SHIFT-ONE-STMT THRU SHIFT-ONE-STMT-END
              UNTIL SHIFT-DONE.
           SET OR-IX TO WS-OR-PRIOR.
           MOVE WS-OR-HOLD TO OR-ROW (OR-IX).
       SORT-ONE-STMT-END.
           EXIT.

      * PROCEDURE SHIFT-ONE-STMT : MOVES THE POSITION ABOVE THE GAP
      * DOWN ONE WHEN IT SORTS AFTER THE ROW BEING INSERTED
       SHIFT-ONE-STMT.
           IF WS-OR-PRIOR = 1
             MOVE 'Y' TO WS-SHIFT-SW
             GO TO SHIFT-ONE-STMT-END
           END-IF.
           SET OR-IX TO WS-OR-PRIOR.
           SET OR-IX DOWN BY 1.
           SET ST-IX TO OR-ROW (OR-IX).
           IF ST-SORTKEY (ST-IX) NOT > WS-HOLD-SORTKEY
             MOVE 'Y' TO WS-SHIFT-SW
             GO TO SHIFT-ONE-STMT-END
           END-IF.
           MOVE OR-ROW (OR-IX) TO WS-OR-MOVE.
           SET OR-IX UP BY 1.
           MOVE WS-OR-MOVE TO OR-ROW (OR-IX).
           SUBTRACT 1 FROM WS-OR-PRIOR.
       SHIFT-ONE-STMT-END.
           EXIT.

      * PROCEDURE PLACE-ONE-STMT : PUTS THE STATEMENT AT SORTED
      * POSITION WS-OR-IX INTO A MAIL PIECE - THE CURRENT ONE WHILE
      * THE HOUSEHOLD HOLDS AND THE ENVELOPE HAS ROOM, OTHERWISE A
      * NEW ONE
       PLACE-ONE-STMT.
           SET OR-IX TO WS-OR-IX.
           SET ST-IX TO OR-ROW (OR-IX).
           IF WS-OR-IX > 1 AND ST-SORTKEY (ST-IX) = WS-PRIOR-SORTKEY
             MOVE 'Y' TO ST-DUP (ST-IX)
             ADD 1 TO STMTS-DUPLICATE
             GO TO PLACE-ONE-STMT-END
           END-IF.
           MOVE ST-SORTKEY (ST-IX) TO WS-PRIOR-SORTKEY.

           MOVE 'N' TO WS-NEW-PIECE-SW.
           IF TOTAL-PIECES = 0
             MOVE 'Y' TO WS-NEW-PIECE-SW
           ELSE
             SET PC-IX TO TOTAL-PIECES
             IF ST-HHKEY (ST-IX) NOT = WS-PRIOR-HHKEY
                OR PC-SHEETS (PC-IX) + ST-SHEETS (ST-IX)
                   > PIECE-MAX-SHEETS
               MOVE 'Y' TO WS-NEW-PIECE-SW
             END-IF
           END-IF.
           IF NEW-PIECE
             ADD 1 TO TOTAL-PIECES
             SET PC-IX TO TOTAL-PIECES
             MOVE WS-OR-IX TO PC-FIRST (PC-IX)
             MOVE ST-ZIP5 (ST-IX) TO PC-ZIP5 (PC-IX)
             MOVE 0 TO PC-STMTS (PC-IX)
             MOVE 0 TO PC-CUSTS (PC-IX)
             MOVE 0 TO PC-SHEETS (PC-IX)
             MOVE SPACE TO PC-TIER (PC-IX)
             MOVE 0 TO WS-PRIOR-CUSTID
             MOVE ST-HHKEY (ST-IX) TO WS-PRIOR-HHKEY
           END-IF.

           MOVE WS-OR-IX TO PC-LAST (PC-IX).
           ADD 1 TO PC-STMTS (PC-IX).
           ADD ST-SHEETS (ST-IX) TO PC-SHEETS (PC-IX).
           IF ST-CUSTID (ST-IX) NOT = WS-PRIOR-CUSTID
             ADD 1 TO PC-CUSTS (PC-IX)
             MOVE ST-CUSTID (ST-IX) TO WS-PRIOR-CUSTID
           END-IF.
       PLACE-ONE-STMT-END.
           EXIT.

      * PROCEDURE ASSIGN-TIERS : THE PIECES ARE IN ZIP ORDER, SO EACH
      * 5-DIGIT ZIP, THEN EACH 3-DIGIT PREFIX, IS ONE RUN OF PIECES.
      * A RUN BIG ENOUGH TAKES ITS TIER; WHAT NO RUN CLAIMED IS MIXED,
      * OR NON-PRESORT WHEN THE ZIP IS NOT FIVE DIGITS
       ASSIGN-TIERS.
           MOVE 1 TO WS-RUN-START.
           PERFORM TIER-BY-ZIP5 THRU TIER-BY-ZIP5-END
              VARYING WS-PC-IX FROM 1 BY 1
              UNTIL WS-PC-IX > TOTAL-PIECES.
           MOVE 1 TO WS-RUN-START.
           PERFORM TIER-BY-ZIP3 THRU TIER-BY-ZIP3-END
              VARYING WS-PC-IX FROM 1 BY 1
              UNTIL WS-PC-IX > TOTAL-PIECES.
           PERFORM TIER-REMAINDER THRU TIER-REMAINDER-END
              VARYING WS-PC-IX FROM 1 BY 1
              UNTIL WS-PC-IX > TOTAL-PIECES.
       ASSIGN-TIERS-END.
           EXIT.

      * PROCEDURE TIER-BY-ZIP5 : CLOSES THE 5-DIGIT RUN ENDING AT
      * THIS PIECE (THE LAST PIECE, OR THE NEXT ONE CHANGES ZIP)
       TIER-BY-ZIP5.
           SET PC-IX TO WS-PC-IX.
           MOVE PC-ZIP5 (PC-IX) TO WS-RUN-ZIP.
           IF WS-PC-IX < TOTAL-PIECES
             SET PC-IX UP BY 1
             IF PC-ZIP5 (PC-IX) = WS-RUN-ZIP
               GO TO TIER-BY-ZIP5-END
             END-IF
           END-IF.
           MOVE WS-PC-IX TO WS-RUN-END.
           COMPUTE WS-RUN-COUNT = WS-RUN-END - WS-RUN-START + 1.
           IF WS-RUN-ZIP NOT = HIGH-VALUES
              AND WS-RUN-COUNT NOT < TIER-MIN-PIECES
             PERFORM MARK-5DIGIT THRU MARK-5DIGIT-END
                VARYING WS-MARK-IX FROM WS-RUN-START BY 1
                UNTIL WS-MARK-IX > WS-RUN-END
           END-IF.
           COMPUTE WS-RUN-START = WS-PC-IX + 1.
       TIER-BY-ZIP5-END.
           EXIT.

       MARK-5DIGIT.
           SET PC-IX TO WS-MARK-IX.
           MOVE '5' TO PC-TIER (PC-IX).
       MARK-5DIGIT-END.
           EXIT.

      * PROCEDURE TIER-BY-ZIP3 : THE SAME FOR THE 3-DIGIT PREFIX,
      * COUNTING ONLY THE PIECES NO 5-DIGIT RUN TOOK
       TIER-BY-ZIP3.
           SET PC-IX TO WS-PC-IX.
           MOVE PC-ZIP5 (PC-IX) TO WS-RUN-ZIP.
           IF WS-PC-IX < TOTAL-PIECES
             SET PC-IX UP BY 1
             IF PC-ZIP5 (PC-IX) (1:3) = WS-RUN-ZIP (1:3)
               GO TO TIER-BY-ZIP3-END
             END-IF
           END-IF.
           MOVE WS-PC-IX TO WS-RUN-END.
           MOVE 0 TO WS-RUN-COUNT.
           PERFORM COUNT-UNTIERED THRU COUNT-UNTIERED-END
              VARYING WS-MARK-IX FROM WS-RUN-START BY 1
              UNTIL WS-MARK-IX > WS-RUN-END.
           IF WS-RUN-ZIP NOT = HIGH-VALUES
              AND WS-RUN-COUNT NOT < TIER-MIN-PIECES
             PERFORM MARK-3DIGIT THRU MARK-3DIGIT-END
                VARYING WS-MARK-IX FROM WS-RUN-START BY 1
                UNTIL WS-MARK-IX > WS-RUN-END
           END-IF.
           COMPUTE WS-RUN-START = WS-PC-IX + 1.
       TIER-BY-ZIP3-END.
           EXIT.

       COUNT-UNTIERED.
           SET PC-IX TO WS-MARK-IX.
           IF PC-TIER (PC-IX) = SPACE
             ADD 1 TO WS-RUN-COUNT
           END-IF.
       COUNT-UNTIERED-END.
           EXIT.

       MARK-3DIGIT.
           SET PC-IX TO WS-MARK-IX.
           IF PC-TIER (PC-IX) = SPACE
             MOVE '3' TO PC-TIER (PC-IX)
           END-IF.
       MARK-3DIGIT-END.
           EXIT.

       TIER-REMAINDER.
           SET PC-IX TO WS-PC-IX.
           IF PC-TIER (PC-IX) = SPACE
             IF PC-ZIP5 (PC-IX) = HIGH-VALUES
               MOVE 'N' TO PC-TIER (PC-IX)
             ELSE
               MOVE 'M' TO PC-TIER (PC-IX)
             END-IF
           END-IF.
       TIER-REMAINDER-END.
           EXIT.

      * PROCEDURE WRITE-ONE-PIECE : THE MAIL-PIECE BREAK RECORD,
      * ADDRESSED FROM THE PIECE'S FIRST STATEMENT, THEN ITS
      * STATEMENTS
       WRITE-ONE-PIECE.
           SET PC-IX TO WS-PC-IX.
           SET OR-IX TO PC-FIRST (PC-IX).
           SET ST-IX TO OR-ROW (OR-IX).
           MOVE SPACES TO SM-RECORD.
           MOVE 'M' TO SM-RECTYPE.
           MOVE WS-PC-IX TO MP-PIECE.
           EVALUATE PC-TIER (PC-IX)
             WHEN '5'
               MOVE '5-DIGIT' TO MP-TIER
               ADD 1 TO PIECES-5DIGIT
               ADD PC-SHEETS (PC-IX) TO SHEETS-5DIGIT
             WHEN '3'
               MOVE '3-DIGIT' TO MP-TIER
               ADD 1 TO PIECES-3DIGIT
               ADD PC-SHEETS (PC-IX) TO SHEETS-3DIGIT
             WHEN 'M'
               MOVE 'MIXED' TO MP-TIER
               ADD 1 TO PIECES-MIXED
               ADD PC-SHEETS (PC-IX) TO SHEETS-MIXED
             WHEN OTHER
               MOVE 'NONPRSRT' TO MP-TIER
               ADD 1 TO PIECES-NONPRSRT
               ADD PC-SHEETS (PC-IX) TO SHEETS-NONPRSRT
           END-EVALUATE.
           MOVE PC-STMTS (PC-IX) TO MP-STMTS.
           MOVE PC-CUSTS (PC-IX) TO MP-CUSTS.
           MOVE PC-SHEETS (PC-IX) TO MP-SHEETS.
           MOVE ST-LASTNAME (ST-IX) TO MP-LASTNAME.
           MOVE ST-FIRSTNAME (ST-IX) TO MP-FIRSTNAME.
           MOVE ST-ADDRESS (ST-IX) TO MP-ADDRESS.
           MOVE ST-CITY (ST-IX) TO MP-CITY.
           MOVE ST-STATE (ST-IX) TO MP-STATE.
           MOVE ST-ZIPCODE (ST-IX) TO MP-ZIPCODE.
           WRITE SM-RECORD.

           ADD PC-SHEETS (PC-IX) TO SHEETS-MAILED.
           IF PC-STMTS (PC-IX) > 1
             ADD 1 TO PIECES-COMBINED
           END-IF.
           PERFORM WRITE-ONE-MEMBER THRU WRITE-ONE-MEMBER-END
              VARYING WS-OR-IX FROM PC-FIRST (PC-IX) BY 1
              UNTIL WS-OR-IX > PC-LAST (PC-IX).
       WRITE-ONE-PIECE-END.
           EXIT.

       WRITE-ONE-MEMBER.
           SET OR-IX TO WS-OR-IX.
           SET ST-IX TO OR-ROW (OR-IX).
           IF ST-DUP (ST-IX) = 'Y'
             GO TO WRITE-ONE-MEMBER-END
           END-IF.
           MOVE SPACES TO SM-RECORD.
           MOVE 'S' TO SM-RECTYPE.
           MOVE WS-PC-IX TO MS-PIECE.
           MOVE ST-SOURCE (ST-IX) TO MS-SOURCE.
           MOVE ST-STMTSEQ (ST-IX) TO MS-STMTSEQ.
           MOVE ST-CUSTID (ST-IX) TO MS-CUSTID.
           MOVE ST-ACCID (ST-IX) TO MS-ACCID.
           MOVE ST-SHEETS (ST-IX) TO MS-SHEETS.
           WRITE SM-RECORD.
           ADD 1 TO STMTS-MAILED.
       WRITE-ONE-MEMBER-END.
           EXIT.
