           05  EVTTYPE-SEV     PIC  X(01).
           05  TIMESTMP-SEV    PIC  X(23).
           05  DEVICE-SEV      PIC  X(20).
      * BUSINESS ONLINE-BANKING SUB-USER THE EVENT BELONGS TO - SEE
      * SUBUSER-SEG UNDER THE CUSTOMER. ZERO WHEN THE EVENT IS THE
      * CUSTOMER'S OWN (OR NOT A LOGIN EVENT AT ALL).
           05  SUBID-SEV       PIC  S9(9) COMP-5.

       01  NOTIFQ-SEG.
           05  NOTIFID-NTF     PIC  S9(18) COMP-5.
              + WS-CURRENT-SECOND * 100
              + WS-CURRENT-MILLISECONDS.
           MOVE WS-OLD-CUSTID TO CUSTID-SEV.
           MOVE 0 TO SUBID-SEV.
           MOVE 'B' TO EVTTYPE-SEV.
           MOVE TIMESTAMP TO TIMESTMP-SEV.
           MOVE SPACES TO DEVICE-SEV.
