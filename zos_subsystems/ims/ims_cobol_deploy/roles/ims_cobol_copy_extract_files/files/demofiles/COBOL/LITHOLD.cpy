      ******************************************************************
      *LITIGATION HOLD ROOT SEGMENT - ONE ROW PER PRESERVATION ORDER
      *LEGAL HAS GIVEN US, ON A WHOLE CUSTOMER (SCOPE 'C' - THE
      *CUSTOMER'S OWN RECORDS AND EVERY ACCOUNT CUSTACCS TIES THEM TO)
      *OR ON ONE ACCOUNT (SCOPE 'A'). PLACED AND RELEASED ONLY THROUGH
      *FBLITMNT UNDER DUAL CONTROL, SO EACH SIDE CARRIES BOTH THE
      *ENTERING AND THE APPROVING OPERATOR. WHILE A ROW IS 'A'CTIVE
      *RETNPURG, HISTARCH, ARCHACCT AND ESCHEAT LEAVE WHAT IT COVERS
      *ALONE (SEE LHKEYS.CPY); LITHRPT LISTS WHAT EACH ONE PROTECTS.
      *ROWS ARE NEVER DLET'D - A RELEASED HOLD STAYS ON FILE AS THE
      *RECORD OF WHEN AND ON WHOSE WORD PRESERVATION ENDED.
      ******************************************************************

       01  LITHOLD-SEG.
           05  HOLDID-LH       PIC  S9(9) COMP-5.
           05  SCOPE-LH        PIC  X(01).
               88  HOLD-ON-CUSTOMER VALUE "C".
               88  HOLD-ON-ACCOUNT  VALUE "A".
      *    THE CUSTOMER HELD - ON AN ACCOUNT HOLD THE CUSTOMER KEYED
      *    WITH IT FOR REFERENCE, ZERO IF NONE WAS
           05  CUSTID-LH       PIC  S9(9) COMP-5.
      *    THE ACCOUNT HELD - ZERO ON A CUSTOMER HOLD
           05  ACCID-LH        PIC  S9(18) COMP-5.
      *    LEGAL'S MATTER OR CASE REFERENCE, THE COUNSEL WHO ASKED FOR
      *    THE HOLD, AND WHAT IS TO BE PRESERVED
           05  MATTER-LH       PIC  X(20).
           05  COUNSEL-LH      PIC  X(30).
           05  DESC-LH         PIC  X(30).
           05  STATUS-LH       PIC  X(01).
               88  HOLD-ACTIVE     VALUE "A".
               88  HOLD-RELEASED   VALUE "R".
           05  PLACEDATE-LH    PIC  X(10).
           05  PLACEOPER-LH    PIC  S9(9) COMP-5.
           05  PLACEAPPR-LH    PIC  S9(9) COMP-5.
           05  RELDATE-LH      PIC  X(10).
           05  RELOPER-LH      PIC  S9(9) COMP-5.
           05  RELAPPR-LH      PIC  S9(9) COMP-5.
           05  RELNOTE-LH      PIC  X(30).

       01  LITHOLD-SSA.
           05  FILLER          PIC  X(08)        VALUE "LITHOLD ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  LITHOLD-SSA1.
           05  FILLER          PIC  X(08)        VALUE "LITHOLD ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "HOLDID  ".
           05  FILLER          PIC  X(02)        VALUE "= ".
           05  LH-SSA-HOLDID   PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.
