           05 FILLER                PIC X(6) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       LINKAGE SECTION.
      * PERIODE (AAAA-MM) PASSEE PAR LE PILOTE DE CLOTURE CLOTMOIS ;
      * EN LANCEMENT AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-PERIODE        PIC X(7).

       PROCEDURE DIVISION USING LK-PERIODE.

           DISPLAY '=== DEBUT RELEVE MENSUEL PAR CLIENT ==='

      * CAS DE SAISIE ABSENTE OU INVALIDE, LE RELEVE PORTE SUR TOUT
      * L'HISTORIQUE
       LIRE-PERIODE.
           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           END-IF
           DISPLAY "PERIODE LUE DEPUIS SYSIN : '", WS-PERIODE-SAISIE,
                   "'"

