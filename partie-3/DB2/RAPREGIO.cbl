          05 FILLER          PIC X(1).
          05 SUSP-RAISON     PIC X(30).
          05 FILLER          PIC X(1).
          05 SUSP-LIGNE      PIC X(52).

       FD RAPPORT-REGIONS.
       01 ENR-RAPREGIO       PIC X(90).
