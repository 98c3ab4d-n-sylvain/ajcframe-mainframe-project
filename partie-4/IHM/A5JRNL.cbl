           05 JRN-USERID    PIC X(8).
           05 JRN-TERMINAL  PIC X(4).
           05 JRN-ACTION    PIC X(1).
           05 JRN-AVANT     PIC X(86).
           05 JRN-APRES     PIC X(86).
           05 FILLER        PIC X(3).

       01 ZONE-ED.
