      * DE MARGE -- LE PALMARES DES MEILLEURES VENTES PEUT ENFIN ETRE
      * RAPPROCHE DE CE QUE CHAQUE PRODUIT RAPPORTE VRAIMENT. LES
      * PRODUITS SANS COUT CHARGE (COST A ZERO) SONT COMPTES ET
      * SIGNALES, LEUR MARGE AFFICHEE N'ETANT QUE LE CA. UNE SECONDE
      * SECTION REPREND LA MARGE PAR PERIODE ET PAR CATEGORIE
      * (SOUS-FAMILLES REGROUPEES SOUS LEUR FAMILLE, AVEC SOUS-TOTAL
      * PAR FAMILLE) ; LES PRODUITS NON CLASSES SONT CUMULES SOUS LA
      * FAMILLE 'NCLA'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE CATEG
           END-EXEC.

      * MARGE PAR (PERIODE, PRODUIT) DEPUIS LE DETAIL DES LIGNES
      * FACTUREES
           EXEC SQL
                   1, 2
           END-EXEC.

      * MARGE PAR (PERIODE, FAMILLE, SOUS-FAMILLE) ; LE LIBELLE DE LA
      * SOUS-FAMILLE VIENT DE LA MEME JOINTURE
           EXEC SQL
               DECLARE CMARGCAT CURSOR
               FOR
               SELECT
                   SUBSTR(CHAR(O.O_DATE), 1, 7) AS PERIODE,
                   VALUE(K.CAT_PARENT, 'NCLA'),
                   VALUE(K.CAT_CODE, '    '),
                   VALUE(K.LIBELLE, 'PRODUITS NON CLASSES'),
                   SUM(I.QUANTITY),
                   DECIMAL(SUM(I.QUANTITY * I.PRICE), 11, 2),
                   DECIMAL(SUM(I.QUANTITY * P.COST), 11, 2)
               FROM
                   API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               LEFT OUTER JOIN API6.CATEGORIES K
                   ON K.CAT_CODE = P.CAT_CODE
               GROUP BY
                   SUBSTR(CHAR(O.O_DATE), 1, 7),
                   VALUE(K.CAT_PARENT, 'NCLA'),
                   VALUE(K.CAT_CODE, '    '),
                   VALUE(K.LIBELLE, 'PRODUITS NON CLASSES')
               ORDER BY
                   1, 2, 3
           END-EXEC.

      * PRODUITS SANS COUT CHARGE, POUR LE COMPTE DE FIN DE RAPPORT
           EXEC SQL
               DECLARE CSANSCOUT CURSOR
        77 WS-MARGE          PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-TAUX-MARGE     PIC S9(3)V9(2) USAGE COMP-3.

      * VARIABLES DU CURSEUR PAR CATEGORIE
        77 WS-FAMILLE        PIC X(4).
        77 WS-CAT-CODE       PIC X(4).
        77 WS-CAT-LIBELLE    PIC X(30).

      * RUPTURE SUR LA FAMILLE, AVEC SOUS-TOTAUX DE FAMILLE
        77 WS-FAMILLE-COURANTE PIC X(4) VALUE SPACES.
        77 WS-CA-FAMILLE     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-MARGE-FAMILLE  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.

      * RUPTURE SUR LA PERIODE, AVEC TOTAUX DE PERIODE
        77 WS-PERIODE-COURANTE PIC X(7) VALUE SPACES.
        77 WS-CA-PERIODE     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
               PERFORM ABEND-PROG
           END-IF

           PERFORM EDITER-MARGES-CATEGORIE

           PERFORM COMPTER-PRODUITS-SANS-COUT

           CLOSE RAPPORT-MARGE
               WRITE ENR-RAPMARGE
           END-IF.

      * SECTION PAR CATEGORIE : RUPTURE PERIODE PUIS FAMILLE, UNE
      * LIGNE PAR SOUS-FAMILLE
       EDITER-MARGES-CATEGORIE.
           MOVE SPACES TO ENR-RAPMARGE
           WRITE ENR-RAPMARGE
           MOVE SPACES TO ENR-RAPMARGE
           STRING '=== MARGE PAR CATEGORIE ET PAR PERIODE ==='
               DELIMITED BY SIZE INTO ENR-RAPMARGE
           WRITE ENR-RAPMARGE

           MOVE SPACES TO WS-PERIODE-COURANTE
           MOVE SPACES TO WS-FAMILLE-COURANTE

           EXEC SQL
               OPEN CMARGCAT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-MARGE-CATEGORIE

           PERFORM UNTIL SQLCODE = +100
               IF WS-PERIODE NOT = WS-PERIODE-COURANTE
                   PERFORM EDITER-TOTAL-FAMILLE
                   PERFORM EDITER-TOTAL-PERIODE
                   PERFORM EDITER-ENTETE-PERIODE
               END-IF
               IF WS-FAMILLE NOT = WS-FAMILLE-COURANTE
                   PERFORM EDITER-TOTAL-FAMILLE
                   MOVE WS-FAMILLE TO WS-FAMILLE-COURANTE
               END-IF
               PERFORM EDITER-LIGNE-CATEGORIE
               PERFORM FETCH-MARGE-CATEGORIE
           END-PERFORM

           PERFORM EDITER-TOTAL-FAMILLE
           PERFORM EDITER-TOTAL-PERIODE

           EXEC SQL
               CLOSE CMARGCAT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-MARGE-CATEGORIE.
           EXEC SQL
               FETCH CMARGCAT
               INTO :WS-PERIODE,
                    :WS-FAMILLE,
                    :WS-CAT-CODE,
                    :WS-CAT-LIBELLE,
                    :WS-QTE,
                    :WS-CA,
                    :WS-COUT-VENTES
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-LIGNE-CATEGORIE.
           COMPUTE WS-MARGE = WS-CA - WS-COUT-VENTES
           IF WS-CA NOT = ZERO
               COMPUTE WS-TAUX-MARGE ROUNDED =
                   WS-MARGE * 100 / WS-CA
           ELSE
               MOVE ZERO TO WS-TAUX-MARGE
           END-IF

           ADD WS-CA TO WS-CA-PERIODE
           ADD WS-MARGE TO WS-MARGE-PERIODE
           ADD WS-CA TO WS-CA-FAMILLE
           ADD WS-MARGE TO WS-MARGE-FAMILLE

           MOVE WS-QTE TO ED-QTE
           MOVE WS-CA TO ED-CA
           MOVE WS-COUT-VENTES TO ED-COUT
           MOVE WS-MARGE TO ED-MARGE
           MOVE WS-TAUX-MARGE TO ED-TAUX

           MOVE SPACES TO ENR-RAPMARGE
           STRING 'CAT=' WS-FAMILLE WS-CAT-CODE
                  ' ' WS-CAT-LIBELLE (1:16)
                  ' QTE=' ED-QTE
                  ' CA=' ED-CA
                  ' COUT=' ED-COUT
                  ' MARGE=' ED-MARGE
                  ' TX=' ED-TAUX '%'
               DELIMITED BY SIZE INTO ENR-RAPMARGE
           END-STRING
           WRITE ENR-RAPMARGE.

       EDITER-TOTAL-FAMILLE.
           IF WS-FAMILLE-COURANTE = SPACES
               CONTINUE
           ELSE
               IF WS-CA-FAMILLE NOT = ZERO
                   COMPUTE WS-TAUX-MARGE ROUNDED =
                       WS-MARGE-FAMILLE * 100 / WS-CA-FAMILLE
               ELSE
                   MOVE ZERO TO WS-TAUX-MARGE
               END-IF
               MOVE WS-CA-FAMILLE TO ED-CA
               MOVE WS-MARGE-FAMILLE TO ED-MARGE
               MOVE WS-TAUX-MARGE TO ED-TAUX
               MOVE SPACES TO ENR-RAPMARGE
               STRING '  S/T FAMILLE ' WS-FAMILLE-COURANTE
                      '  CA=' ED-CA
                      '  MARGE=' ED-MARGE
                      '  TX=' ED-TAUX '%'
                   DELIMITED BY SIZE INTO ENR-RAPMARGE
               END-STRING
               WRITE ENR-RAPMARGE
               MOVE SPACES TO WS-FAMILLE-COURANTE
               MOVE ZERO TO WS-CA-FAMILLE
               MOVE ZERO TO WS-MARGE-FAMILLE
           END-IF.

      * LES PRODUITS ACTIFS SANS COUT CHARGE FAUSSENT LA MARGE (CA
      * BRUT) : ILS SONT LISTES POUR QUE LES ACHATS COMPLETENT LE
      * FLUX NEWPRODS
