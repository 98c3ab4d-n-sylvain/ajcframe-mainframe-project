
      * OBJECTIFS DE VENTE CONTRE REALISE : LES OBJECTIFS VIVENT DANS
      * LE FICHIER OBJVENT (AXE, CLE, PERIODE, MONTANT -- LES MEMES
      * AXES P/E/D/S/C QUE API6.SALES_SNAPSHOT ALIMENTEE PAR
      * SNAPVENT). SUR L'AXE CATEGORIE ('C'), LA CLE EST SOIT UN CODE
      * FAMILLE SEUL (4 CARACTERES, REALISE = TOUTES SES
      * SOUS-FAMILLES), SOIT FAMILLE + SOUS-FAMILLE COMME DANS LE
      * SNAPSHOT.
      * LE RUN VALIDE CHAQUE LIGNE (AXE CONNU, PERIODE AAAA-MM,
      * MONTANT NON NUL ; REJETS DANS OBJSUSP AVEC CODE RAISON) PUIS,
      * POUR LA PERIODE SAISIE EN SYSIN, EDITE LA VARIANCE OBJECTIF /
               INCLUDE SNAP
           END-EXEC.

           EXEC SQL
               INCLUDE CATEG
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-OBJVENT       PIC 99.
       77 FS-OBJSUSP       PIC 99.
       77 WS-OBJECTIF-CUMUL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ATTEINTE-PCT  PIC S9(5)V9 USAGE COMP-3 VALUE ZERO.

      * OBJECTIF POSE SUR UNE FAMILLE ENTIERE (AXE 'C', CLE SUR 4)
       77 WS-FAMILLE-OBJ   PIC X(4).

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-LUES       PIC 9(4) VALUE ZERO.
       77 WS-NB-REJETS     PIC 9(4) VALUE ZERO.
       VALIDER-OBJECTIF.
           IF OBJ-AXE NOT = 'P' AND OBJ-AXE NOT = 'E'
              AND OBJ-AXE NOT = 'D' AND OBJ-AXE NOT = 'S'
              AND OBJ-AXE NOT = 'C'
               MOVE 'AXE1' TO WS-CODE-REJET
               MOVE 'AXE INCONNU (P/E/D/S/C)' TO WS-LIBELLE-REJET
               SET LIGNE-INVALIDE TO TRUE
           END-IF

           IF LIGNE-VALIDE AND OBJ-AXE = 'C'
               PERFORM VALIDER-CATEGORIE-OBJ
           END-IF

           IF LIGNE-VALIDE
               IF OBJ-PERIODE (1:4) NOT NUMERIC
                  OR OBJ-PERIODE (5:1) NOT = '-'
           END-IF
           .

      * LA FAMILLE DOIT EXISTER AU PREMIER NIVEAU ('NCLA' = PRODUITS
      * NON CLASSES) ET LA SOUS-FAMILLE EVENTUELLE LUI ETRE RATTACHEE
       VALIDER-CATEGORIE-OBJ.
           IF OBJ-CLE (9:2) NOT = SPACES
              OR OBJ-CLE (1:4) = SPACES
               MOVE 'CAT1' TO WS-CODE-REJET
               MOVE 'CLE CATEGORIE INVALIDE' TO WS-LIBELLE-REJET
               SET LIGNE-INVALIDE TO TRUE
           END-IF

           IF LIGNE-VALIDE AND OBJ-CLE (1:4) NOT = 'NCLA'
               MOVE OBJ-CLE (1:4) TO CAT-CAT-CODE
               EXEC SQL
                   SELECT CAT_PARENT
                   INTO :CAT-CAT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +100
                   WHEN SQLCODE = ZERO AND CAT-CAT-PARENT NOT = SPACES
                       MOVE 'CAT2' TO WS-CODE-REJET
                       MOVE 'FAMILLE INCONNUE' TO WS-LIBELLE-REJET
                       SET LIGNE-INVALIDE TO TRUE
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF LIGNE-VALIDE AND OBJ-CLE (5:4) NOT = SPACES
               MOVE OBJ-CLE (5:4) TO CAT-CAT-CODE
               EXEC SQL
                   SELECT CAT_PARENT
                   INTO :CAT-CAT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +100
                   WHEN SQLCODE = ZERO
                        AND CAT-CAT-PARENT NOT = OBJ-CLE (1:4)
                       MOVE 'CAT3' TO WS-CODE-REJET
                       MOVE 'SOUS-FAMILLE HORS FAMILLE'
                           TO WS-LIBELLE-REJET
                       SET LIGNE-INVALIDE TO TRUE
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       RANGER-OBJECTIF.
           IF NB-OBJECTIFS < 300
               ADD 1 TO NB-OBJECTIFS
           MOVE OB-CLE(IDX-OBJ) TO SNAP-CLE
           MOVE WS-PERIODE-SAISIE TO SNAP-PERIODE

           IF OB-AXE(IDX-OBJ) = 'C' AND OB-CLE(IDX-OBJ) (5:6) = SPACES
               PERFORM LIRE-REALISE-FAMILLE
           ELSE
               PERFORM LIRE-REALISE-CLE
           END-IF

      * CUMUL DES OBJECTIFS CHARGES DEPUIS LE DEBUT DE L'ANNEE
           ADD 1 TO WS-NB-EDITES
           .

      * REALISE DU MOIS ET CUMUL ANNEE SUR LA CLE EXACTE DE L'OBJECTIF
       LIRE-REALISE-CLE.
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT), 0)
               INTO :WS-REALISE
               FROM API6.SALES_SNAPSHOT
               WHERE PERIODE = :SNAP-PERIODE
                 AND AXE = :SNAP-AXE
                 AND CLE = :SNAP-CLE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

      * CUMUL REALISE DEPUIS LE DEBUT DE L'ANNEE
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT), 0)
               INTO :WS-REALISE-CUMUL
               FROM API6.SALES_SNAPSHOT
               WHERE PERIODE >= :WS-PERIODE-DEBUT-AN
                 AND PERIODE <= :SNAP-PERIODE
                 AND AXE = :SNAP-AXE
                 AND CLE = :SNAP-CLE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           .

      * OBJECTIF DE FAMILLE : LE REALISE CUMULE TOUTES LES
      * SOUS-FAMILLES DONT LA CLE COMMENCE PAR LE CODE FAMILLE
       LIRE-REALISE-FAMILLE.
           MOVE OB-CLE(IDX-OBJ) (1:4) TO WS-FAMILLE-OBJ

           EXEC SQL
               SELECT COALESCE(SUM(MONTANT), 0)
               INTO :WS-REALISE
               FROM API6.SALES_SNAPSHOT
               WHERE PERIODE = :SNAP-PERIODE
                 AND AXE = 'C'
                 AND SUBSTR(CLE, 1, 4) = :WS-FAMILLE-OBJ
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

      * CUMUL REALISE DEPUIS LE DEBUT DE L'ANNEE
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT), 0)
               INTO :WS-REALISE-CUMUL
               FROM API6.SALES_SNAPSHOT
               WHERE PERIODE >= :WS-PERIODE-DEBUT-AN
                 AND PERIODE <= :SNAP-PERIODE
                 AND AXE = 'C'
                 AND SUBSTR(CLE, 1, 4) = :WS-FAMILLE-OBJ
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-RAPOBJ.
           OPEN OUTPUT RAPPORT-OBJECTIF
           IF FS-RAPOBJ NOT = ZERO
