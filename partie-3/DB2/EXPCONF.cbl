      * QUE LES COMMANDES COINCEES SOIENT VISIBLES AU LIEU DE RESTER
      * SILENCIEUSEMENT NON FACTUREES. LES CONFIRMATIONS SUR UNE
      * COMMANDE INCONNUE PARTENT DANS UN FICHIER DE REJETS.
      * LA CONFIRMATION PORTE AUSSI LE TRANSPORTEUR, LE NUMERO DE
      * SUIVI ET LE NOMBRE DE COLIS, CONSERVES AVEC L'EXPEDITION ET
      * MARQUEE AVIS 'N' : L'AVIS D'EXPEDITION DE LA NUIT (AVISEXP)
      * LES REPREND POUR LE CLIENT PUIS LES PASSE A 'O'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01 ENR-CONFIRMATION.
          05 CNF-NUM-CMD     PIC 9(7).
          05 CNF-DATE-EXP    PIC X(10).
          05 CNF-TRANSPORTEUR PIC X(4).
          05 CNF-NUM-SUIVI   PIC X(30).
          05 CNF-NB-COLIS    PIC 9(3).

       FD CONFIRMATIONS-REJETS.
       01 ENR-EXPREJ.
          05 XRJ-RAISON      PIC X(30).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 XRJ-LIGNE       PIC X(54).

       FD RAPPORT-EXPCONF.
       01 ENR-RAPEXP         PIC X(80).
       ENREGISTRER-EXPEDITION.
           MOVE CNF-NUM-CMD TO EXP-O-NO
           MOVE CNF-DATE-EXP TO EXP-DATE-EXP
           MOVE CNF-TRANSPORTEUR TO EXP-TRANSPORTEUR
           MOVE CNF-NUM-SUIVI TO EXP-NUM-SUIVI
      * NOMBRE DE COLIS ABSENT OU INVALIDE : ZERO, LA CONFIRMATION
      * RESTE VALABLE
           IF CNF-NB-COLIS NUMERIC
               MOVE CNF-NB-COLIS TO EXP-NB-COLIS
           ELSE
               MOVE ZERO TO EXP-NB-COLIS
           END-IF

           EXEC SQL
               INSERT INTO API6.EXPEDITIONS
               (O_NO, DATE_EXP, STATUT, TRANSPORTEUR, NUM_SUIVI,
                NB_COLIS, AVIS)
               VALUES (:EXP-O-NO, :EXP-DATE-EXP, 'A',
                       :EXP-TRANSPORTEUR, :EXP-NUM-SUIVI,
                       :EXP-NB-COLIS, 'N')
           END-EXEC

           EVALUATE SQLCODE
