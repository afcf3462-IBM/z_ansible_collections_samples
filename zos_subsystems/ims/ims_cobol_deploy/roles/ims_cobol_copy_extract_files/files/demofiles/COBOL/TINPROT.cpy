      ******************************************************************
      *TAXPAYER-ID PROTECTION. TIN-CD (CUSTOMER), OLDTIN-AUD/NEWTIN-AUD
      *(AUDIT) AND TIN-BOW (BENOWN) ARE STORED PROTECTED: THE FIRST
      *FIVE DIGITS ARE ENCIPHERED INTO THE LETTERS A-J AND THE LAST
      *FOUR ARE KEPT AS-IS, SO THE FIELD STAYS NINE BYTES, A STORED
      *VALUE IS TOLD FROM A CLEAR ONE BY ITS FIRST FIVE BYTES (LETTERS
      *VERSUS DIGITS), AND THE LAST-FOUR MASK EVERY REPORT, EXTRACT AND
      *ONLINE REPLY SHOWS NEEDS NO DECRYPTION.
      *
      *EACH ENCIPHERED DIGIT IS SHIFTED BY A KEYSTREAM ROLLED FROM THE
      *INSTALLATION KEY AND A SALT - THE CUSTID THE TIN SITS UNDER - SO
      *THE SAME TIN ON TWO CUSTOMERS DOES NOT STORE THE SAME. THE ROLL
      *IS THE SAME MULTIPLY-AND-MOD THE PASSWORD HASH USES.
      *
      *THE PARAGRAPHS ARE CARRIED IN EACH PROGRAM THAT NEEDS THEM:
      *  PROTECT-TIN   TINP-CLEAR  -> TINP-STORED   (WRITERS, TINCONV)
      *  MASK-TIN      TINP-STORED -> TINP-MASKED   (REPORTS/REPLIES)
      *  UNPROTECT-TIN TINP-STORED -> TINP-CLEAR    (FILING OUTPUTS
      *                ONLY - INT1099, LNINTYR, SARFILE - EACH ONE
      *                COUNTED AND LOGGED AS SECEVT EVENT 'V')
      *CHANGING TINP-KEY MEANS EVERY STORED TIN MUST BE RE-ENCIPHERED.
      ******************************************************************

       01  TINP-KEY            PIC  S9(9) COMP-5 VALUE 738214569.
       01  TINP-MULT           PIC  S9(9) COMP-5 VALUE 31.
       01  TINP-MOD            PIC  S9(9) COMP-5 VALUE 999999937.
       01  TINP-SALT           PIC  S9(9) COMP-5 VALUE 0.
       01  TINP-ROLL           PIC  S9(18) COMP-5 VALUE 0.
       01  TINP-IX             PIC  S9(4) COMP-5 VALUE 0.
       01  TINP-SHIFT          PIC  S9(4) COMP-5 VALUE 0.
       01  TINP-POS            PIC  S9(4) COMP-5 VALUE 0.
       01  TINP-VAL            PIC  S9(4) COMP-5 VALUE 0.
       01  TINP-CHAR           PIC  X(01).
       01  TINP-DIGITS         PIC  X(10) VALUE '0123456789'.
       01  TINP-LETTERS        PIC  X(10) VALUE 'ABCDEFGHIJ'.

       01  TINP-CLEAR          PIC  X(09).
       01  TINP-STORED         PIC  X(09).
       01  TINP-MASKED         PIC  X(09).

      *    SET BY UNPROTECT-TIN WHEN IT ACTUALLY DECIPHERED A VALUE -
      *    THE CALLER COUNTS AND LOGS THE DECRYPTION WHEN IT IS ON
       01  TINP-REVEAL-SW      PIC  X(01) VALUE 'N'.
           88  TINP-REVEALED       VALUE 'Y'.
