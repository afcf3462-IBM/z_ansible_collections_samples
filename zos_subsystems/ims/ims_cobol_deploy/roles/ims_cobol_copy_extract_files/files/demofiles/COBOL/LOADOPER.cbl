      * ID, NAME, ENTITLEMENT LIMIT, SUPERVISOR FLAG). IBTRAN CHECKS A
      * TELLER'S POSTINGS AGAINST LIMIT-OPR AND PARKS ANYTHING OVER IT
      * IN THE REVIEW QUEUE FOR A SUPERVISOR'S RELEASE (FBREVMNT).
      * AN OPTIONAL FIFTH COLUMN CARRIES A ONE-TIME SIGN-ON PASSWORD
      * (SEE FBOPRSGN) - HOW THE FIRST SUPERVISORS GET A CREDENTIAL.
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  SUPVFLAG        PIC  X(1).
      * 'Y' WHEN FBOPRMNT HAS DISABLED THE OPERATOR - LOADS CLEAR
           05  DISABLEDFLAG    PIC  X(1).
      * SIGN-ON CREDENTIAL AND SESSION - SEE FBOPRSGN. A LOADED
      * OPERATOR IS SIGNED OFF AND UNLOCKED, WITH EITHER NO CREDENTIAL
      * OR THE ONE-TIME PASSWORD FROM THE INPUT ROW, HASHED
           05  OPERPWDHASH     PIC  S9(9) COMP-5.
           05  OPERPWDFORCE    PIC  X(1).
           05  FAILCOUNT       PIC  S9(4) COMP-5.
           05  LOCKEDFLAG      PIC  X(1).
           05  SIGNTERM        PIC  X(8).
           05  SIGNTS          PIC  X(23).

       01  TXT-OPERID          PIC  X(9).
       01  TXT-OPERNAME        PIC  X(30).
       01  TXT-OPERLIMIT       PIC  X(16).
       01  TXT-SUPVFLAG        PIC  X(1).
       01  TXT-INITPWD         PIC  X(16).

      ******************************************************************
      *PASSWORD HASH TRANSFORM WORK FIELDS - SEE HASH-PASSWORD. THE
      *SAME TRANSFORM FBOPRSGN VERIFIES SIGN-ONS WITH
      ******************************************************************

       77  WS-PWD-TEXT         PIC  X(16).
       77  WS-PWD-HASH         PIC  S9(18) COMP-5.
       77  WS-PWD-IX           PIC  S9(4) COMP-5.
       77  PWD-HASH-MULT       PIC  S9(9) COMP-5 VALUE 31.
       77  PWD-HASH-MOD        PIC  S9(9) COMP-5 VALUE 999999937.

       01  INPUT-RECORDS     PIC  S9(9) COMP-5.
       01  REJECTED-RECORDS  PIC  S9(9) COMP-5.
       PROCESS-INPUT.

           MOVE SPACES TO TXT-SUPVFLAG.
           MOVE SPACES TO TXT-INITPWD.
           UNSTRING OPERIN-IN DELIMITED BY '","' OR '",' OR ',"' OR ',' OR '"'
             INTO TXT-OPERID
                  TXT-OPERNAME
                  TXT-OPERLIMIT
                  TXT-SUPVFLAG
                  TXT-INITPWD
           END-UNSTRING.

           COMPUTE OPERID = FUNCTION NUMVAL ( TXT-OPERID ).
      * EVERY LOADED OPERATOR STARTS ENABLED - FBOPRMNT IS THE ONLY
      * PLACE THE FLAG IS EVER SET
           MOVE SPACES TO DISABLEDFLAG.
      * INITIAL PASSWORD IS AN OPTIONAL TRAILING COLUMN. WHEN GIVEN IT
      * IS A ONE-TIME CREDENTIAL THE OPERATOR MUST REPLACE AT FIRST
      * SIGN-ON; WHEN NOT, A SUPERVISOR ISSUES ONE THROUGH FBOPRMNT.
           IF TXT-INITPWD = SPACES
             MOVE 0 TO OPERPWDHASH
           ELSE
             MOVE TXT-INITPWD TO WS-PWD-TEXT
             PERFORM HASH-PASSWORD THRU HASH-PASSWORD-END
             MOVE WS-PWD-HASH TO OPERPWDHASH
           END-IF.
           MOVE 'Y' TO OPERPWDFORCE.
           MOVE 0 TO FAILCOUNT.
           MOVE SPACES TO LOCKEDFLAG.
           MOVE SPACES TO SIGNTERM.
           MOVE SPACES TO SIGNTS.

           CALL "CBLTDLI"
             USING ISRT, DBPCB, OPERATOR-SEG, OPERATOR-SSA.
           END-IF.
       PROCESS-INPUT-END.

      * PROCEDURE HASH-PASSWORD : FOLDS THE 16 BYTES OF WS-PWD-TEXT
      * INTO A ONE-WAY HASH - MULTIPLY-AND-MOD OVER EACH BYTE'S ORD,
      * THE SAME TRANSFORM FBOPRSGN APPLIES
       HASH-PASSWORD.
           MOVE 0 TO WS-PWD-HASH.
           PERFORM HASH-ONE-BYTE THRU HASH-ONE-BYTE-END
              VARYING WS-PWD-IX FROM 1 BY 1
              UNTIL WS-PWD-IX > 16.
       HASH-PASSWORD-END.
           EXIT.

       HASH-ONE-BYTE.
           COMPUTE WS-PWD-HASH = FUNCTION MOD (
              WS-PWD-HASH * PWD-HASH-MULT
              + FUNCTION ORD ( WS-PWD-TEXT (WS-PWD-IX:1) ),
              PWD-HASH-MOD ).
       HASH-ONE-BYTE-END.
           EXIT.

      * PROCEDURE TAKE-CHECKPOINT : SAVES HOW FAR THE LOAD HAS GOTTEN
      * SO A RESTART CAN SKIP PAST WHAT'S ALREADY BEEN APPLIED
       TAKE-CHECKPOINT.
