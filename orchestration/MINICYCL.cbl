      *     L'EXTRACTION EMPECHENT TOUTE DOUBLE EXTRACTION
      *   - LA SERIE NUMFACT ET LE REGISTRE REGFACT SONT LES MEMES
      *     FICHIERS QUE LA NUIT, LA NUMEROTATION RESTE CONTINUE
      *   - CHGFACTK CHARGE ENSUITE LE KSDS A5FACTK A PARTIR DE
      *     L'IMAGE ECRITE PAR FACTURE : LES FACTURES DU COMPTOIR
      *     SONT CONSULTABLES AUSSITOT DANS A5FACT. LE FICHIER EST
      *     FERME DANS CICS AVANT L'ETAPE ET ROUVERT APRES, COMME
      *     POUR TOUT CHARGEMENT D'UN FICHIER EN LIGNE PAR LE BATCH
      *   - LES TOTAUX FACTTOT DE L'INSTANCE (IDENTIFIANT DE
      *     PARTITION PORTE PAR LES CARTES SYSIN DE FACTURE) SONT
      *     CONSOLIDES PAR FACTCONS AVEC CEUX DE LA NUIT
               PERFORM ARRET-PROG
           END-IF

      * A5FACTK EST FERME DANS CICS PENDANT CETTE ETAPE
           MOVE 'CHGFACTK' TO JRM-PROG
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'CHGFACTK'
           PERFORM ECRIRE-JOURNAL-ETAPE
           IF RETURN-CODE NOT = ZERO
               MOVE 'CHGFACTK' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-PROG
           END-IF

           PERFORM RAPPROCHER-EXTRACT-FACTURE
           PERFORM FERMER-JOURNAL-MINI

