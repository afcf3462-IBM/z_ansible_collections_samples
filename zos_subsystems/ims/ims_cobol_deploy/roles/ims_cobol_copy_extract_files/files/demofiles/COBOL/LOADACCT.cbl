      *    PRODUCT CATALOG - ONE ROW PER VALID ACCOUNT TYPE, SEE
      *    PRODCAT-TABLE BELOW
           SELECT PRODCAT-FILE ASSIGN TO PRODCAT.
      *    BRANCH MASTER - CODE, NAME, REGION, STATUS; SEE
      *    LOAD-BRANCH-MASTER
           SELECT BRANCHES-FILE ASSIGN TO BRANCHES.

       DATA DIVISION.

            DATA RECORD IS PRODCAT-IN.
       01  PRODCAT-IN           PIC X(80).

         FD BRANCHES-FILE
            LABEL RECORDS ARE OMITTED
            RECORDING MODE IS F
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BRANCHES-IN.
       01  BRANCHES-IN          PIC X(80).

       WORKING-STORAGE SECTION.

      ******************************************************************
      * STATEMENT CYCLE (1-20) - WHICH NIGHTLY STMTGEN CYCLE RUN
      * PRODUCES THIS ACCOUNT'S STATEMENT. SEE CYCCTL.
           05  CYCLE-SEG       PIC  S9(3) COMP-3.
      * DATE THE ACCOUNT WAS OPENED (YYYY-MM-DD) - STAMPED BY FBACCOPN
      * OR TAKEN FROM LOADACCT'S OPTIONAL TRAILING COLUMN; SPACES ON
      * AN ACCOUNT LOADED WITHOUT ONE. SEE MULEWTCH.
           05  OPENDATE        PIC  X(10).
      * DOMICILE BRANCH - THE BRANCH THAT OWNS THE ACCOUNT (A CODE ON
      * THE BRANCHES MASTER), NOT WHERE ANY ONE TRANSACTION HAPPENED
      * (THAT IS BRANCH-HIST). SET BY FBACCOPN OR LOADACCT'S TRAILING
      * COLUMN, MOVED BY BRREASGN. SPACES WHEN UNASSIGNED.
           05  DOMBRANCH       PIC  X(04).
       01  TXT-ACCID           PIC  X(19).
       01  TXT-ACCTYPE         PIC  X(1).
       01  TXT-ACCTYPE-QUOTE   PIC  X(3).
       01  TXT-PAYOUTACC       PIC  X(19).
       01  TXT-ODLIMIT         PIC  X(16).
       01  TXT-CYCLE           PIC  X(3).
       01  TXT-OPENDATE        PIC  X(10).
       01  TXT-DOMBRANCH       PIC  X(04).


      ******************************************************************
       01  WS-PRODCAT-EOF      PIC  X(01) VALUE 'N'.
           88  PRODCAT-EOF         VALUE 'Y'.

      * BRANCH MASTER - ONE ROW PER BRANCH FROM THE BRANCHES CONTROL
      * FILE ("<CODE>","<NAME>","<REGION>","<STATUS>", STATUS 'A'
      * ACTIVE / 'C' CLOSED), LOADED AT STARTUP AND SEARCHED BY
      * FIND-VALID-BRANCH - THE SAME TABLE IBTRAN VALIDATES
      * BRANCH-HIST AGAINST.
       77  MAX-BRANCHES        PIC  9(05)        VALUE 00050.
       77  TOTAL-BRANCHES      PIC  9(05)        VALUE 0.
       77  WS-BR-SEARCH-IX     PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-FOUND-IX      PIC  9(05) COMP-5 VALUE 0.
       77  WS-BR-SEARCH-CD     PIC  X(04).
       77  WS-BR-OK            PIC  X(01).

       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES
                          INDEXED BY BR-IX.
               10  BR-CODE         PIC  X(04).
               10  BR-NAME         PIC  X(20).
               10  BR-REGION       PIC  X(08).
               10  BR-STATUS       PIC  X(01).

       01  TXT-BR-LEAD         PIC  X(01).
       01  TXT-BR-CODE         PIC  X(04).
       01  TXT-BR-NAME         PIC  X(20).
       01  TXT-BR-REGION       PIC  X(08).
       01  TXT-BR-STATUS       PIC  X(01).
       01  WS-BRANCHES-EOF     PIC  X(01) VALUE 'N'.
           88  BRANCHES-EOF        VALUE 'Y'.

       01  INPUT-RECORDS     PIC  S9(9) COMP-5.
       01  REJECTED-RECORDS  PIC  S9(9) COMP-5.
       01  SUCCESSFUL-RECORDS PIC S9(9) COMP-5.

           PERFORM LOAD-PRODUCT-CATALOG
              THRU LOAD-PRODUCT-CATALOG-END.
           PERFORM LOAD-BRANCH-MASTER THRU LOAD-BRANCH-MASTER-END.

           OPEN INPUT  ACCTIN-FILE.
           MOVE RESTART-INPUT-RECORDS TO INPUT-RECORDS.
           MOVE SPACES TO TXT-PAYOUTACC.
           MOVE SPACES TO TXT-ODLIMIT.
           MOVE SPACES TO TXT-CYCLE.
           MOVE SPACES TO TXT-OPENDATE.
           MOVE SPACES TO TXT-DOMBRANCH.
           UNSTRING ACCTIN-IN DELIMITED BY '","' OR '",' OR ',"' OR ',' OR '"'
             INTO TXT-ACCID
                  TXT-ACCTYPE-QUOTE
                  TXT-PAYOUTACC
                  TXT-ODLIMIT
                  TXT-CYCLE
                  TXT-OPENDATE
                  TXT-DOMBRANCH
           END-UNSTRING.

      *    DISPLAY 'ACCID: ' TXT-ACCID
           ELSE
             COMPUTE CYCLE-SEG = FUNCTION NUMVAL ( TXT-CYCLE )
           END-IF.
      * OPEN DATE IS AN OPTIONAL TRAILING COLUMN - AN ACCOUNT CONVERTED
      * WITHOUT ONE LOADS BLANK, AND THE SURVEILLANCE JOBS FALL BACK
      * TO ITS EARLIEST POSTING
           MOVE TXT-OPENDATE TO OPENDATE.
      * DOMICILE BRANCH IS THE NEXT OPTIONAL COLUMN - BLANK LOADS
      * UNASSIGNED FOR BRREASGN TO FILL IN LATER
           MOVE TXT-DOMBRANCH TO DOMBRANCH.

      * ACCOUNT-TYPE VALIDATION AGAINST THE PRODUCT CATALOG - A TYPO'D
      * TYPE USED TO LOAD SILENTLY AND BECOME ITS OWN TRIAL-BALANCE
             GO TO SKIP-THIS-RECORD
           END-IF.

      * A DOMICILE BRANCH THAT IS NOT AN ACTIVE BRANCH ON THE MASTER
      * GOES TO THE REJECT FILE WITH THE 'BR' MARKER, THE SAME WAY AN
      * UNKNOWN PRODUCT DOES
           MOVE TXT-DOMBRANCH TO WS-BR-SEARCH-CD.
           PERFORM FIND-VALID-BRANCH THRU FIND-VALID-BRANCH-END.
           IF WS-BR-OK NOT = 'Y'
             DISPLAY 'UNKNOWN OR CLOSED BRANCH - REJECTED: ' ACCTIN-IN
             MOVE ACCTIN-IN TO REJ-INPUT
             MOVE 'BR' TO REJ-DBSTAT
             WRITE ACCTREJ-OUT
             ADD 1 TO REJECTED-RECORDS
             GO TO SKIP-THIS-RECORD
           END-IF.

           CALL "CBLTDLI"
             USING ISRT, DBPCB, ACCOUNT-SEG, ACCOUNT-SSA.
           IF DBSTAT = DUPKEY
           END-IF.
       TEST-ONE-PRODUCT-END.

      * PROCEDURE FIND-VALID-BRANCH : WS-BR-SEARCH-CD AGAINST THE
      * BRANCH MASTER - UNKNOWN OR CLOSED FAILS, BLANK PASSES
       FIND-VALID-BRANCH.
           MOVE 'Y' TO WS-BR-OK.
           MOVE 0 TO WS-BR-FOUND-IX.
           IF WS-BR-SEARCH-CD = SPACES
             GO TO FIND-VALID-BRANCH-END
           END-IF.
           PERFORM TEST-ONE-BRANCH THRU TEST-ONE-BRANCH-END
              VARYING WS-BR-SEARCH-IX FROM 1 BY 1
              UNTIL WS-BR-SEARCH-IX > TOTAL-BRANCHES
                 OR WS-BR-FOUND-IX NOT = 0.
           IF WS-BR-FOUND-IX = 0
             MOVE 'N' TO WS-BR-OK
           ELSE
             IF BR-STATUS (WS-BR-FOUND-IX) NOT = 'A'
               MOVE 'N' TO WS-BR-OK
             END-IF
           END-IF.
       FIND-VALID-BRANCH-END.
           EXIT.

       TEST-ONE-BRANCH.
           IF BR-CODE (WS-BR-SEARCH-IX) = WS-BR-SEARCH-CD
             MOVE WS-BR-SEARCH-IX TO WS-BR-FOUND-IX
           END-IF.
       TEST-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE LOAD-BRANCH-MASTER : QUOTED-COMMA CONTROL-FILE
      * LOADER, SAME IDIOM AS IBTRAN'S
       LOAD-BRANCH-MASTER.
           MOVE 0 TO TOTAL-BRANCHES.
           MOVE 'N' TO WS-BRANCHES-EOF.
           OPEN INPUT BRANCHES-FILE.
           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
           PERFORM LOAD-ONE-BRANCH THRU LOAD-ONE-BRANCH-END
              UNTIL BRANCHES-EOF.
           CLOSE BRANCHES-FILE.
       LOAD-BRANCH-MASTER-END.
           EXIT.

       LOAD-ONE-BRANCH.
           MOVE SPACES TO TXT-BR-CODE.
           UNSTRING BRANCHES-IN DELIMITED BY '","' OR '",' OR ',"'
                 OR ',' OR '"'
             INTO TXT-BR-LEAD
                  TXT-BR-CODE
                  TXT-BR-NAME
                  TXT-BR-REGION
                  TXT-BR-STATUS
           END-UNSTRING.

           IF TXT-BR-CODE NOT = SPACES
             IF TOTAL-BRANCHES < MAX-BRANCHES
               ADD 1 TO TOTAL-BRANCHES
               SET BR-IX TO TOTAL-BRANCHES
               MOVE TXT-BR-CODE TO BR-CODE (BR-IX)
               MOVE TXT-BR-NAME TO BR-NAME (BR-IX)
               MOVE TXT-BR-REGION TO BR-REGION (BR-IX)
               MOVE TXT-BR-STATUS TO BR-STATUS (BR-IX)
             ELSE
               DISPLAY 'BRANCHES - BRANCH TABLE FULL, ROW SKIPPED: '
                  BRANCHES-IN
             END-IF
           END-IF.

           READ BRANCHES-FILE
             AT END
               MOVE 'Y' TO WS-BRANCHES-EOF
           END-READ.
       LOAD-ONE-BRANCH-END.
           EXIT.

      * PROCEDURE TAKE-CHECKPOINT : SAVES HOW FAR THE LOAD HAS GOTTEN
      * SO A RESTART CAN SKIP PAST WHAT'S ALREADY BEEN APPLIED
       TAKE-CHECKPOINT.
