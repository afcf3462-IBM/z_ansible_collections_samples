      ******************************************************************
      *CUSTOMER COMPLAINT REGISTER - ONE COMPLNT CHILD UNDER CUSTOMER
      *FOR EVERY EXPRESSION OF DISSATISFACTION TAKEN, WHETHER OR NOT IT
      *CONCERNS ONE ACCOUNT (A DISPUTED TRANSACTION IS A DISPUTE CASE
      *INSTEAD - SEE FBDSPMNT). FBCMPMNT TAKES AND WORKS THE ROWS;
      *CMPRPT REPORTS THEM MONTHLY. THE TWO DEADLINES ARE FIXED WHEN
      *THE COMPLAINT IS RECEIVED, SO A LATER CHANGE TO THE ALLOWED DAYS
      *DOES NOT MOVE THE CLOCK ON A COMPLAINT ALREADY TAKEN. CATEGORY,
      *ROOT-CAUSE AND OUTCOME CODES ARE IN CMPCODES. ROWS ARE NEVER
      *DLET'D - THE DISPOSITION IS STATUS-FLAGGED.
      ******************************************************************

       01  COMPLNT-SEG.
           05  CUSTID-CMP          PIC  S9(9) COMP-5.
      *    NEXT NUMBER UNDER THE CUSTOMER, AS DSPID-DSP IS UNDER THE
      *    ACCOUNT
           05  CMPID-CMP           PIC  S9(9) COMP-5.
           05  CATEGORY-CMP        PIC  X(02).
      *    THE ACCOUNT COMPLAINED ABOUT (ZERO WHEN NONE) AND ITS
      *    PRODUCT (ACCTYPE-ACC, SPACE WHEN NONE)
           05  ACCID-CMP           PIC  S9(18) COMP-5.
           05  PRODUCT-CMP         PIC  X(01).
      *    HOW IT REACHED US - 'B'RANCH, 'P'HONE, 'O'NLINE, 'M'AIL OR
      *    'E'MAIL - AND THE BRANCH IT IS ATTRIBUTED TO (THE ACCOUNT'S
      *    DOMICILE BRANCH UNLESS THE OPERATOR NAMES ANOTHER)
           05  CHANNEL-CMP         PIC  X(01).
           05  BRANCH-CMP          PIC  X(04).
           05  RCVDATE-CMP         PIC  X(10).
           05  ACKDUE-CMP          PIC  X(10).
           05  ACKDATE-CMP         PIC  X(10).
           05  RESDUE-CMP          PIC  X(10).
           05  RESDATE-CMP         PIC  X(10).
           05  STATUS-CMP          PIC  X(01).
               88  COMPLAINT-OPEN      VALUE "O".
               88  COMPLAINT-ACKED     VALUE "A".
               88  COMPLAINT-CLOSED    VALUE "C".
           05  OUTCOME-CMP         PIC  X(01).
               88  OUTCOME-UPHELD      VALUE "U".
               88  OUTCOME-PARTIAL     VALUE "P".
               88  OUTCOME-NOT-UPHELD  VALUE "N".
               88  OUTCOME-WITHDRAWN   VALUE "W".
           05  ROOTCAUSE-CMP       PIC  X(02).
      *    REDRESS PAID OR CREDITED ON CLOSE - RECORDED HERE ONLY; ANY
      *    CREDIT ITSELF IS POSTED THROUGH THE NORMAL TRANSACTIONS
           05  REDRESS-CMP         PIC  S9(13)V9(2) COMP-3.
           05  DESC-CMP            PIC  X(30).
      *    LATEST WORKING NOTE, THEN THE FINAL-RESPONSE NOTE
           05  NOTE-CMP            PIC  X(30).
           05  TAKENBY-CMP         PIC  S9(9) COMP-5.
           05  RESBY-CMP           PIC  S9(9) COMP-5.

       01  COMPLNT-SSA.
           05  FILLER          PIC  X(08)        VALUE "COMPLNT ".
           05  FILLER          PIC  X(01)        VALUE ' '.
