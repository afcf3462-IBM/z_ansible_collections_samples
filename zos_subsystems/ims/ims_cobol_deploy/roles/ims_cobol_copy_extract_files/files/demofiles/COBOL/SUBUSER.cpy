      ******************************************************************
      *BUSINESS ONLINE-BANKING SUB-USERS - CHILDREN OF A BUSINESS
      *CUSTOMER (CUSTOMERTYPE-CD 'B'). A BUSINESS USED TO LOG IN AS ONE
      *CUSTID WITH ONE PASSWORD SHARED BY ITS WHOLE ACCOUNTING STAFF;
      *EACH SUB-USER NOW HAS ITS OWN CREDENTIALS THROUGH FBLOGIN, ITS
      *OWN SECEVT TRAIL (SUBID-SEV) AND ITS OWN ENTITLEMENT, AND ITS
      *SUBID IS STAMPED ON EVERYTHING IT POSTS (SUBID-HIST).
      *
      *ONE BIZCTL ROW PER BUSINESS SWITCHES SUB-USERS ON. WHILE IT IS
      *ACTIVE THE SHARED CUSTOMER PASSWORD NO LONGER OPENS A SESSION -
      *EVERY LOGIN AND EVERY PAYMENT MUST NAME A SUB-USER. APPRLIM-BZC
      *IS THE CUSTOMER'S CHOSEN DUAL-APPROVAL THRESHOLD: A WIRE, ACH
      *INSTRUCTION OR BILL PAYMENT INITIATED FOR MORE THAN IT IS PARKED
      *(STATUS 'V') UNTIL A SECOND SUB-USER ENTITLED TO APPROVE
      *RELEASES IT. ZERO MEANS EVERY SUCH PAYMENT NEEDS A SECOND
      *APPROVER.
      *
      *  ENTITLE-SUB 'V' - VIEW ONLY: MAY LOG IN AND LOOK, MAY NOT MOVE
      *                    MONEY OR SET UP PAYMENTS
      *              'I' - INITIATE: MAY POST AND SET UP PAYMENTS UP TO
      *                    LIMIT-SUB EACH
      *              'A' - APPROVE: AS 'I', AND MAY RELEASE A PAYMENT
      *                    ANOTHER SUB-USER INITIATED
      *LIMIT-SUB IS THE LARGEST SINGLE AMOUNT THE SUB-USER MAY INITIATE
      *- ZERO MEANS NO PER-ITEM LIMIT BEYOND THE ACCOUNT'S OWN RULES.
      *THE CREDENTIAL FIELDS FOLLOW THE CUSTOMER ROW'S: THE SAME HASH
      *TRANSFORM, THE SAME LOCKOUT AFTER REPEATED BAD PASSWORDS, AND
      *PWDFORCE-SUB 'Y' ON A BRANCH-ISSUED ONE-TIME PASSWORD. ROWS ARE
      *MAINTAINED BY THE BRANCH THROUGH FBSUBMNT.
      ******************************************************************

       01  SUBUSER-SEG.
           05  CUSTID-SUB          PIC  S9(9) COMP-5.
           05  SUBID-SUB           PIC  S9(9) COMP-5.
           05  NAME-SUB            PIC  X(30).
           05  ENTITLE-SUB         PIC  X(01).
               88  SUB-VIEW-ONLY       VALUE "V".
               88  SUB-CAN-INITIATE    VALUE "I" "A".
               88  SUB-CAN-APPROVE     VALUE "A".
           05  LIMIT-SUB           PIC  S9(13)V9(2) COMP-3.
           05  STATUS-SUB          PIC  X(01).
               88  SUB-ACTIVE          VALUE "A".
               88  SUB-DISABLED        VALUE "D".
           05  PWDHASH-SUB         PIC  S9(9) COMP-5.
           05  PWDLASTCHG-SUB      PIC  X(10).
           05  PWDFORCE-SUB        PIC  X(01).
           05  FAILCNT-SUB         PIC  9(1).
           05  LOCKED-SUB          PIC  X(01).
      *    '1' WHILE THE SUB-USER HAS A SESSION OPEN, '0' OTHERWISE
           05  SESSION-SUB         PIC  X(01).
           05  LASTLOGIN-SUB       PIC  X(23).
           05  LASTLOGOUT-SUB      PIC  X(23).
           05  LASTDEVICE-SUB      PIC  X(20).
           05  ADDDATE-SUB         PIC  X(10).
           05  CHGOPER-SUB         PIC  S9(9) COMP-5.
           05  CHGDATE-SUB         PIC  X(10).

       01  BIZCTL-SEG.
           05  CUSTID-BZC          PIC  S9(9) COMP-5.
           05  STATUS-BZC          PIC  X(01).
               88  BZC-ACTIVE          VALUE "A".
               88  BZC-WITHDRAWN       VALUE "X".
           05  APPRLIM-BZC         PIC  S9(13)V9(2) COMP-3.
      *    HIGHEST SUBID ISSUED SO FAR - FBSUBMNT NUMBERS THE NEXT ONE
           05  LASTSUB-BZC         PIC  S9(9) COMP-5.
           05  CHGOPER-BZC         PIC  S9(9) COMP-5.
           05  CHGDATE-BZC         PIC  X(10).

       01  SUBUSER-SSA.
           05  FILLER          PIC  X(08)        VALUE "SUBUSER ".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  SUBUSER-SSA1.
           05  FILLER          PIC  X(08)        VALUE "SUBUSER ".
           05  FILLER          PIC  X(01)        VALUE "(".
           05  FILLER          PIC  X(08)        VALUE "SUBID   ".
           05  FILLER          PIC  X(02)        VALUE "EQ".
           05  SUB-SSA-SUBID   PIC  S9(9) COMP-5 VALUE +0.
           05  FILLER          PIC  X(01)        VALUE ")".
           05  FILLER          PIC  X(01)        VALUE ' '.

       01  BIZCTL-SSA.
           05  FILLER          PIC  X(08)        VALUE "BIZCTL  ".
           05  FILLER          PIC  X(01)        VALUE ' '.
