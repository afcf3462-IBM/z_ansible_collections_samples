      * MUST COVER THE FULL SEGMENT
           05  DOB-SEG         PIC  X(10).
           05  VALBAND-SEG     PIC  X(01).
           05  BADCONTACT-SEG  PIC  X(03).
      * AML RISK RATING - SCORED NIGHTLY BY AMLRISK: 'L'OW, 'M'EDIUM
      * OR 'H'IGH (SPACE UNTIL FIRST SCORED), THE POINT SCORE, THE
      * REASON CODES BEHIND IT, THE SCORING DATE, AND FOR A HIGH
      * RATING THE ENHANCED-DUE-DILIGENCE REVIEW DUE DATE
           05  RISKRATE-SEG    PIC  X(01).
           05  RISKSCORE-SEG   PIC  S9(4) COMP-5.
           05  RISKRSN-SEG     PIC  X(30).
           05  RISKDATE-SEG    PIC  X(10).
           05  EDDDUE-SEG      PIC  X(10).
      * RELATIONSHIP OFFICER - OPERID OF THE OPERATOR WHO OWNS THE
      * RELATIONSHIP. SET BY FBCUENRL, MOVED BY BRREASGN; ZERO WHEN
      * UNASSIGNED. SEE PORTRPT.
           05  OFFICER-SEG     PIC  S9(9) COMP-5.
      * NON-RESIDENT ALIEN (W-8) CERTIFICATION - SET BY FBW8MNT.
      * FORSTAT-SEG SPACE IS A U.S. PERSON; 'F' IS FOREIGN AT THE
      * STATUTORY RATE, 'T' FOREIGN CLAIMING THE TREATY RATE IN
      * TREATYRT-SEG. COUNTRY OF RESIDENCE, DATE THE FORM WAS SIGNED
      * AND DATE IT EXPIRES. SEE INTPOST AND NRAEXTR.
           05  FORSTAT-SEG     PIC  X(01).
           05  FORCTRY-SEG     PIC  X(02).
           05  W8DATE-SEG      PIC  X(10).
           05  TREATYRT-SEG    PIC  S9(1)V9(4) COMP-3.
           05  W8EXPIRY-SEG    PIC  X(10).
      ******************************************************************
      *STALE-SESSION THRESHOLD
      ******************************************************************
