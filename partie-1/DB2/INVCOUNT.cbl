      *         APPROUVE (LE FICHIER APPROB EPURE PAR LE SUPERVISEUR)
      * CHAQUE AJUSTEMENT POSTE CALE QTE_STOCK SUR LA QUANTITE
      * COMPTEE, ET TOUT EST RECAPITULE DANS LE RAPPORT RAPINV.
      * EN PASSE 'C', CHAQUE PRODUIT COMPTE EST DATE DANS
      * API6.CLASSES_ABC : LE FICHIER COMPTAGE PEUT AINSI NE PORTER
      * QUE LES PRODUITS DES FEUILLES DE COMPTAGE TOURNANT DE CYCLECPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE PRODABC
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-COMPTAGE      PIC 99.
       77 FS-SNAPSTK       PIC 99.
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM EVALUER-ECART
                   PERFORM DATER-COMPTAGE
               WHEN +100
                   ADD 1 TO WS-NB-INCONNUS
                   DISPLAY 'PRODUIT COMPTE SANS LIGNE DE STOCK : '
               END-IF
           END-IF.

      * DATE DU DERNIER COMPTAGE POUR LE PLANIFICATEUR CYCLECPT ; UN
      * PRODUIT PAS ENCORE CLASSE PAR ABCCLASS EST IGNORE
       DATER-COMPTAGE.
           MOVE CPT-NUM-PROD TO ABC-P-NO
           EXEC SQL
               UPDATE API6.CLASSES_ABC
               SET DATE_DERN_CPT = CURRENT DATE
               WHERE P_NO = :ABC-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       LIRE-PRIX-CATALOGUE.
           MOVE CPT-NUM-PROD TO PROD-P-NO
           EXEC SQL
