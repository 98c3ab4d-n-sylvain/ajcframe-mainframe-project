
      * PHOTO MENSUELLE DES VENTES : AGREGE LES COMMANDES DE LA
      * PERIODE SAISIE EN SYSIN (AAAA-MM) DANS LA TABLE D'HISTORIQUE
      * API6.SALES_SNAPSHOT, SUR CINQ AXES (P = PRODUIT, E =
      * VENDEUR, D = DEPARTEMENT, S = ETAT, C = CATEGORIE), POUR QUE
      * LES QUESTIONS DE TENDANCE (TENDANCE.cbl) SE REPONDENT SUR CES
      * AGREGATS AU LIEU DE REBALAYER TOUT L'HISTORIQUE ORDERS/ITEMS
      * A CHAQUE FOIS. UNE PERIODE DEJA PHOTOGRAPHIEE EST REFUSEE
      * POUR NE PAS DOUBLER LES AGREGATS. SUR L'AXE CATEGORIE, LA CLE
      * EST LE CODE FAMILLE (4 CARACTERES) SUIVI DU CODE
      * SOUS-FAMILLE : UN CUMUL PAR FAMILLE SE FAIT SUR LES 4
      * PREMIERS CARACTERES. UN PRODUIT NON CLASSE EST CUMULE SOUS LA
      * FAMILLE 'NCLA'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        77 WS-NB-INSERES     PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-NB-TOTAL       PIC S9(9) COMP-3 VALUE ZERO.

       LINKAGE SECTION.
      * PERIODE (AAAA-MM) PASSEE PAR LE PILOTE DE CLOTURE CLOTMOIS ;
      * EN LANCEMENT AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-PERIODE        PIC X(7).

       PROCEDURE DIVISION USING LK-PERIODE.

           DISPLAY '=== DEBUT PHOTO MENSUELLE DES VENTES ==='

           PERFORM PHOTOGRAPHIER-PAR-VENDEUR
           PERFORM PHOTOGRAPHIER-PAR-DEPARTEMENT
           PERFORM PHOTOGRAPHIER-PAR-ETAT
           PERFORM PHOTOGRAPHIER-PAR-CATEGORIE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
           GOBACK.

       LIRE-PERIODE.
           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           END-IF
           DISPLAY "PERIODE LUE DEPUIS SYSIN : '", WS-PERIODE-SAISIE,
                   "'"

           END-EXEC
           PERFORM COMPTER-INSERTS.

      * LE CLASSEMENT EN VIGUEUR AU MOMENT DE LA PHOTO EST FIGE DANS
      * L'AGREGAT : UN RECLASSEMENT ULTERIEUR NE REECRIT PAS L'HISTOIRE
       PHOTOGRAPHIER-PAR-CATEGORIE.
           EXEC SQL
               INSERT INTO API6.SALES_SNAPSHOT
               (PERIODE, AXE, CLE, QUANTITE, MONTANT)
               SELECT :SNAP-PERIODE, 'C',
                      VALUE(K.CAT_PARENT, 'NCLA') CONCAT
                      VALUE(K.CAT_CODE, '    '),
                      SUM(I.QUANTITY),
                      DECIMAL(SUM(I.QUANTITY * I.PRICE), 11, 2)
               FROM API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               LEFT OUTER JOIN API6.CATEGORIES K
                   ON K.CAT_CODE = P.CAT_CODE
               WHERE O.O_DATE >= :WS-PERIODE-DEBUT
                 AND O.O_DATE < :WS-PERIODE-FIN
               GROUP BY VALUE(K.CAT_PARENT, 'NCLA') CONCAT
                        VALUE(K.CAT_CODE, '    ')
           END-EXEC
           PERFORM COMPTER-INSERTS.

      * SQLERRD(3) PORTE LE NOMBRE DE LIGNES INSEREES PAR L'ORDRE
      * QUI VIENT DE S'EXECUTER ; +100 = PERIODE SANS VENTES SUR CET
      * AXE, CE QUI N'EST PAS UNE ERREUR
