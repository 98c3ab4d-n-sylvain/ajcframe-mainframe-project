       77 WS-HEURE-SYS      PIC X(8).
       77 WS-NB-PERIODES    PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
      * PERIODE, ACTION ET RESPONSABLE PASSES PAR LE PILOTE DE
      * CLOTURE CLOTMOIS ; EN LANCEMENT AUTONOME (SANS PARAMETRE) ILS
      * SONT LUS EN SYSIN
       01 LK-PERIODE        PIC X(7).
       01 LK-ACTION         PIC X(1).
       01 LK-RESPONSABLE    PIC X(8).

       PROCEDURE DIVISION USING LK-PERIODE LK-ACTION LK-RESPONSABLE.

           DISPLAY '=== PERREOUV - OUVERTURE/FERMETURE DE PERIODE ==='

           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
               MOVE LK-ACTION TO WS-ACTION
               MOVE LK-RESPONSABLE TO WS-RESPONSABLE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
               ACCEPT WS-ACTION FROM SYSIN
               ACCEPT WS-RESPONSABLE FROM SYSIN
           END-IF

           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
