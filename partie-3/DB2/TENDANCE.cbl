      * RAPPORT DE TENDANCE MOIS SUR MOIS : COMPARE LES AGREGATS DE
      * LA PERIODE SAISIE EN SYSIN (AAAA-MM) A CEUX DE LA PERIODE
      * PRECEDENTE DANS API6.SALES_SNAPSHOT (ALIMENTEE PAR SNAPVENT),
      * AXE PAR AXE (PRODUIT, VENDEUR, DEPARTEMENT, ETAT,
      * CATEGORIE), AVEC LE MONTANT COURANT, LE MONTANT PRECEDENT ET
      * L'ECART EN POURCENTAGE -- SANS JAMAIS REBALAYER ORDERS/ITEMS.
      * SUR L'AXE CATEGORIE, LES SOUS-FAMILLES SONT REGROUPEES SOUS
      * LEUR FAMILLE (4 PREMIERS CARACTERES DE LA CLE) AVEC UN
      * SOUS-TOTAL PAR FAMILLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE SNAP
           END-EXEC.

           EXEC SQL
               INCLUDE CATEG
           END-EXEC.

      * AGREGATS DE LA PERIODE COURANTE, DANS L'ORDRE DES AXES
           EXEC SQL
               DECLARE CTENDANCE CURSOR
        77 WS-AXE-COURANT    PIC X(1) VALUE SPACE.
        77 WS-ECART-PCT      PIC S9(5)V99 VALUE ZERO.

      * RUPTURE PAR FAMILLE SUR L'AXE CATEGORIE
        77 WS-FAMILLE-COURANTE PIC X(4) VALUE SPACES.
        77 WS-MONTANT-FAM    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-MONTANT-PREC-FAM PIC S9(11)V9(2) USAGE COMP-3
                             VALUE ZERO.

      * ZONES DE TRAVAIL EDITEES
        77 WS-ED-MONTANT     PIC Z(8).ZZZ,99.
        77 WS-ED-PREC        PIC Z(8).ZZZ,99.

           PERFORM UNTIL SQLCODE = +100
               IF WS-AXE NOT = WS-AXE-COURANT
                   PERFORM ECRIRE-SOUS-TOTAL-FAMILLE
                   MOVE WS-AXE TO WS-AXE-COURANT
                   PERFORM ECRIRE-TITRE-AXE
               END-IF
               IF WS-AXE = 'C'
                  AND WS-CLE (1:4) NOT = WS-FAMILLE-COURANTE
                   PERFORM ECRIRE-SOUS-TOTAL-FAMILLE
                   MOVE WS-CLE (1:4) TO WS-FAMILLE-COURANTE
                   PERFORM ECRIRE-TITRE-FAMILLE
               END-IF
               PERFORM LIRE-MONTANT-PRECEDENT
               PERFORM ECRIRE-LIGNE-TENDANCE
               IF WS-AXE = 'C'
                   ADD WS-MONTANT TO WS-MONTANT-FAM
                   ADD WS-MONTANT-PREC TO WS-MONTANT-PREC-FAM
               END-IF
               ADD 1 TO WS-NB-LIGNES
               PERFORM FETCH-AGREGAT
           END-PERFORM
           PERFORM ECRIRE-SOUS-TOTAL-FAMILLE

           EXEC SQL
               CLOSE CTENDANCE
               WHEN 'S'
                   STRING '--- PAR ETAT ---'
                       DELIMITED BY SIZE INTO ENR-RAPTEND
               WHEN 'C'
                   STRING '--- PAR CATEGORIE ---'
                       DELIMITED BY SIZE INTO ENR-RAPTEND
               WHEN OTHER
                   STRING '--- AXE ' WS-AXE ' ---'
                       DELIMITED BY SIZE INTO ENR-RAPTEND
           END-IF
           .

      * EN-TETE DE FAMILLE DE L'AXE CATEGORIE, AVEC SON LIBELLE ;
      * 'NCLA' REGROUPE LES PRODUITS NON CLASSES
       ECRIRE-TITRE-FAMILLE.
           MOVE SPACES TO CAT-LIBELLE
           IF WS-FAMILLE-COURANTE = 'NCLA'
               MOVE 'PRODUITS NON CLASSES' TO CAT-LIBELLE
           ELSE
               MOVE WS-FAMILLE-COURANTE TO CAT-CAT-CODE
               EXEC SQL
                   SELECT LIBELLE
                   INTO :CAT-LIBELLE
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       MOVE 'FAMILLE SUPPRIMEE' TO CAT-LIBELLE
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           MOVE SPACES TO ENR-RAPTEND
           STRING 'FAMILLE ' DELIMITED BY SIZE
                  WS-FAMILLE-COURANTE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CAT-LIBELLE DELIMITED BY SIZE
               INTO ENR-RAPTEND
           END-STRING
           WRITE ENR-RAPTEND
           .

      * SOUS-TOTAL DE LA FAMILLE EN COURS, SUR LES MEMES COLONNES
      * QUE LES LIGNES DE DETAIL
       ECRIRE-SOUS-TOTAL-FAMILLE.
           IF WS-FAMILLE-COURANTE = SPACES
               CONTINUE
           ELSE
               MOVE WS-MONTANT-FAM TO WS-ED-MONTANT
               MOVE WS-MONTANT-PREC-FAM TO WS-ED-PREC
               MOVE SPACES TO ENR-RAPTEND
               IF WS-MONTANT-PREC-FAM = ZERO
                   STRING 'S/T ' DELIMITED BY SIZE
                          WS-FAMILLE-COURANTE DELIMITED BY SIZE
                          '    ' DELIMITED BY SIZE
                          WS-ED-MONTANT DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-ED-PREC DELIMITED BY SIZE
                          '      NOUVEAU' DELIMITED BY SIZE
                       INTO ENR-RAPTEND
                   END-STRING
               ELSE
                   COMPUTE WS-ECART-PCT ROUNDED =
                       (WS-MONTANT-FAM - WS-MONTANT-PREC-FAM) * 100
                       / WS-MONTANT-PREC-FAM
                   MOVE WS-ECART-PCT TO WS-ED-PCT
                   STRING 'S/T ' DELIMITED BY SIZE
                          WS-FAMILLE-COURANTE DELIMITED BY SIZE
                          '    ' DELIMITED BY SIZE
                          WS-ED-MONTANT DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-ED-PREC DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          WS-ED-PCT DELIMITED BY SIZE
                       INTO ENR-RAPTEND
                   END-STRING
               END-IF
               WRITE ENR-RAPTEND
               MOVE SPACES TO WS-FAMILLE-COURANTE
               MOVE ZERO TO WS-MONTANT-FAM
               MOVE ZERO TO WS-MONTANT-PREC-FAM
           END-IF
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
