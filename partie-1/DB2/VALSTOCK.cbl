       77 ED-QTE             PIC -(6)9.
       77 ED-VALEUR          PIC -(9)9,99.

       LINKAGE SECTION.
      * PERIODE (AAAA-MM) PASSEE PAR LE PILOTE DE CLOTURE CLOTMOIS ;
      * EN LANCEMENT AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-PERIODE        PIC X(7).

       PROCEDURE DIVISION USING LK-PERIODE.

           DISPLAY '=== PROGRAMME VALSTOCK - VALORISATION STOCK ==='

           GOBACK.

       LIRE-PERIODE.
           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           END-IF
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
