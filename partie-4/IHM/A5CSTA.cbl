      * LES ETATS PORTES PAR LES FICHIERS BATCH (MARQUE D'EAU DE
      * L'EXTRACTION, REGISTRE DES FACTURES, SUSPENS) NE SONT PAS
      * VISIBLES DEPUIS CICS ET RESTENT DU RESSORT DES RAPPORTS.
      * UNE COMMANDE DONT LE MAGASIN A CONFIRME L'EXPEDITION
      * (API6.EXPEDITIONS) AFFICHE EN PLUS LE TRANSPORTEUR ET LE
      * NUMERO DE SUIVI, POUR REPONDRE AU CLIENT QUI DEMANDE OU EST
      * SA COMMANDE.
      *   ENTREE : RECHERCHE DE LA COMMANDE SAISIE
      *   CLEAR  : SORTIE
      ******************************************************************
               INCLUDE CREDHLD
           END-EXEC.

           EXEC SQL
               INCLUDE EXPED
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           END-IF

           PERFORM AFFICHER-LIGNES
           PERFORM AFFICHER-EXPEDITION
           PERFORM DETERMINER-STATUT
           MOVE WS-STATUT-LIBELLE TO STATUTO
           MOVE 'Commande trouvée.' TO MESS1O
           END-EXEC
           .

      *****************************************************
      * TRANSPORTEUR ET NUMERO DE SUIVI SI LA COMMANDE EST
      * EXPEDIEE, ZONES A BLANC SINON
      *****************************************************
       AFFICHER-EXPEDITION.
           MOVE SPACES TO TRANSPO
           MOVE SPACES TO SUIVIO
           MOVE ORD-O-NO TO EXP-O-NO

           EXEC SQL
               SELECT TRANSPORTEUR, NUM_SUIVI
               INTO :EXP-TRANSPORTEUR, :EXP-NUM-SUIVI
               FROM API6.EXPEDITIONS
               WHERE O_NO = :EXP-O-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE EXP-TRANSPORTEUR TO TRANSPO
                   MOVE EXP-NUM-SUIVI TO SUIVIO
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * STATUT DEDUIT DE LA CHAINE, DU PLUS BLOQUANT AU
      * MOINS BLOQUANT
