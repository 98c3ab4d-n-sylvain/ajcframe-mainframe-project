       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBSOSTK.

      * STOCK A ROTATION LENTE ET OBSOLETE, PROVISION POUR
      * DEPRECIATION DE FIN DE MOIS : POUR LA PERIODE SAISIE EN SYSIN
      * (AAAA-MM), CLASSE LE STOCK DE CHAQUE PRODUIT PAR ANCIENNETE DE
      * SA DERNIERE ACTIVITE A LA FIN DU MOIS -- DERNIERE VENTE (ITEMS
      * / ORDERS) OU DERNIERE RECEPTION (MOUVEMENTS POSITIFS DE
      * API6.STOCK_MVTS, DONT LES RECEPTIONS DE MAJSTOCK, ET DATES DE
      * RECEPTION DES LOTS), LA PLUS RECENTE DES DEUX. QUATRE TRANCHES
      * D'ANCIENNETE (MOINS DE 6 MOIS, 6 A 12, 12 A 24, AU-DELA),
      * BORNES ET TAUX DE PROVISION PAR TRANCHE MODIFIABLES EN SYSIN.
      * LE STOCK EST VALORISE COMME DANS VALSTOCK (PRIX CATALOGUE) ET
      * LA PROVISION REQUISE EST FIGEE PAR PRODUIT DANS
      * API6.RESERVE_STOCK. LA VARIATION CONTRE LE MOIS PRECEDENT EST
      * PASSEE AU FORMAT JOURNLGL (DOTATION OU REPRISE). UNE PERIODE
      * DEJA TRAITEE EST REFUSEE (MODELE VALSTOCK).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-GL ASSIGN TO JNLOBSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLOBSO.

           SELECT RAPPORT-OBSOSTK ASSIGN TO RAPOBSO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPOBSO.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAL-GL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-JOURNLGL.
           05 JGL-TYPE               PIC X(1).
           05 JGL-DATE               PIC X(10).
           05 JGL-COMPTE             PIC X(8).
           05 JGL-LIBELLE            PIC X(30).
           05 JGL-SENS               PIC X(1).
           05 JGL-MONTANT            PIC 9(9)V99.
           05 FILLER                 PIC X(19).

       FD RAPPORT-OBSOSTK.
       01 ENR-RAPOBSO        PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE RESVSTK
           END-EXEC.

      * STOCK EN MAIN VALORISE AU PRIX CATALOGUE, AVEC LES DATES DE
      * DERNIERE VENTE ET DE DERNIERE RECEPTION A LA FIN DU MOIS
      * ('0001-01-01' = JAMAIS)
           EXEC SQL
               DECLARE COBSOSTK CURSOR
               FOR
               SELECT
                   S.P_NO,
                   S.QTE_STOCK,
                   DECIMAL(S.QTE_STOCK * P.PRICE, 11, 2),
                   COALESCE(
                       (SELECT CHAR(MAX(O.O_DATE), ISO)
                        FROM API6.ITEMS I
                        INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                        WHERE I.P_NO = S.P_NO
                          AND O.O_DATE <= :WS-FIN-PERIODE),
                       '0001-01-01'),
                   COALESCE(
                       (SELECT MAX(M.DATE_MVT)
                        FROM API6.STOCK_MVTS M
                        WHERE M.P_NO = S.P_NO
                          AND M.QTE > 0
                          AND M.DATE_MVT <= :WS-FIN-PERIODE),
                       '0001-01-01'),
                   COALESCE(
                       (SELECT CHAR(MAX(L.DATE_RECEPTION), ISO)
                        FROM API6.STOCKS_LOT L
                        WHERE L.P_NO = S.P_NO
                          AND L.DATE_RECEPTION <= :WS-FIN-PERIODE),
                       '0001-01-01')
               FROM
                   API6.STOCKS S
               INNER JOIN API6.PRODUCTS P ON P.P_NO = S.P_NO
               WHERE
                   S.QTE_STOCK > 0
               ORDER BY
                   S.P_NO
           END-EXEC.

      * VARIABLES DU CURSEUR
       77 WS-P-NO            PIC X(3).
       77 WS-QTE-STOCK       PIC S9(7)V USAGE COMP-3.
       77 WS-VALEUR          PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-DERN-VENTE      PIC X(10).
       77 WS-DERN-MVT        PIC X(10).
       77 WS-DERN-LOT        PIC X(10).

      * DERNIERE RECEPTION ET DERNIERE ACTIVITE DU PRODUIT
       77 WS-DERN-RECEP      PIC X(10).
       77 WS-DERN-ACTIVITE   PIC X(10).
       77 WS-DERN-VENTE-ED   PIC X(10).
       77 WS-DERN-RECEP-ED   PIC X(10).

      * PERIODE SAISIE, FIN DE MOIS ET PERIODE PRECEDENTE
       77 WS-PERIODE-SAISIE  PIC X(7).
       77 WS-PERIODE-ANNEE   PIC 9(4).
       77 WS-PERIODE-MOIS    PIC 99.
       77 WS-ANNEE-PREC      PIC 9(4).
       77 WS-MOIS-PREC       PIC 99.
       77 WS-PERIODE-PREC    PIC X(7).
       77 WS-DEBUT-PERIODE   PIC X(10).
       77 WS-FIN-PERIODE     PIC X(10).
       77 WS-NB-EXISTANTS    PIC S9(9) COMP-3 VALUE ZERO.

      * TRANCHES D'ANCIENNETE : BORNE EN MOIS, DATE LIMITE (ACTIVITE
      * A PARTIR DE CETTE DATE = TRANCHE), TAUX DE PROVISION EN %
       77 WS-BORNES-SAISIES  PIC X(6) VALUE SPACES.
       77 WS-TAUX-SAISIS     PIC X(12) VALUE SPACES.
       77 WS-NB-MOIS-LIMITE  PIC S9(3) COMP-3 VALUE ZERO.
       01 TAB-TRANCHES.
           05 TRANCHE-ENTRY OCCURS 4 TIMES INDEXED BY IDX-TR.
               10 TT-CODE          PIC X(1).
               10 TT-LIBELLE       PIC X(14).
               10 TT-BORNE-MOIS    PIC 99.
               10 TT-DATE-LIMITE   PIC X(10).
               10 TT-TAUX          PIC 9(3).
               10 TT-NB            PIC S9(5) COMP-3.
               10 TT-VALEUR        PIC S9(11)V9(2) COMP-3.
               10 TT-RESERVE       PIC S9(11)V9(2) COMP-3.
       77 WS-DATE-LIMITE     PIC X(10).

      * TOTAUX ET VARIATION
       77 WS-RESERVE         PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-VALEUR    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-RESERVE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-PREC      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-VARIATION       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-VARIATION-ABS   PIC 9(9)V9(2) VALUE ZERO.

      * DATE DU RUN ET TOTAUX DU JOURNAL
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).
       77 FS-JNLOBSO         PIC 99.
       77 FS-RAPOBSO         PIC 99.
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB           PIC 9(5).

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-PRODUITS     PIC 9(5) VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-QTE             PIC Z(6)9.
       77 ED-VALEUR          PIC Z(9)9,99.
       77 ED-RESERVE         PIC Z(9)9,99.
       77 ED-VARIATION       PIC -(9)9,99.
       77 ED-TAUX            PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME OBSOSTK - PROVISION STOCK ==='

           PERFORM LIRE-PERIODE
           PERFORM CONTROLER-PERIODE-VIERGE
           PERFORM LIRE-TRANCHES

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM OUV-FICHIERS

           EXEC SQL
               OPEN COBSOSTK
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-STOCK-ANCIENNETE

           PERFORM UNTIL SQLCODE = +100
               PERFORM PROVISIONNER-PRODUIT
               PERFORM FETCH-STOCK-ANCIENNETE
           END-PERFORM

           EXEC SQL
               CLOSE COBSOSTK
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM COMPARER-MOIS-PRECEDENT

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-JOURNAL-PROVISION
           PERFORM FERM-FICHIERS
           DISPLAY 'FIN PROGRAMME OBSOSTK'
           GOBACK.

       LIRE-PERIODE.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE (1:4) TO WS-PERIODE-ANNEE
           MOVE WS-PERIODE-SAISIE (6:2) TO WS-PERIODE-MOIS

           IF WS-PERIODE-MOIS = 1
               SUBTRACT 1 FROM WS-PERIODE-ANNEE
                   GIVING WS-ANNEE-PREC
               MOVE 12 TO WS-MOIS-PREC
           ELSE
               MOVE WS-PERIODE-ANNEE TO WS-ANNEE-PREC
               SUBTRACT 1 FROM WS-PERIODE-MOIS GIVING WS-MOIS-PREC
           END-IF
           STRING WS-ANNEE-PREC DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MOIS-PREC DELIMITED BY SIZE
               INTO WS-PERIODE-PREC
           END-STRING

           MOVE SPACES TO WS-DEBUT-PERIODE
           STRING WS-PERIODE-SAISIE '-01' DELIMITED BY SIZE
               INTO WS-DEBUT-PERIODE
           END-STRING
           EXEC SQL
               SELECT CHAR(DATE(:WS-DEBUT-PERIODE) + 1 MONTH
                           - 1 DAY, ISO)
               INTO :WS-FIN-PERIODE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-SAISIE
               PERFORM ABEND-PROG
           END-IF
           DISPLAY 'PERIODE ' WS-PERIODE-SAISIE
                   ' (FIN ' WS-FIN-PERIODE
                   ', PRECEDENTE ' WS-PERIODE-PREC ')'
           .

       CONTROLER-PERIODE-VIERGE.
           MOVE WS-PERIODE-SAISIE TO RSV-PERIODE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.RESERVE_STOCK
               WHERE PERIODE = :RSV-PERIODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-EXISTANTS > ZERO
               DISPLAY 'PERIODE ' WS-PERIODE-SAISIE
                       ' DEJA PROVISIONNEE - RUN REFUSE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * 2E CARTE : BORNES DES TRANCHES EN MOIS ('061224' PAR DEFAUT)
      * 3E CARTE : TAUX PAR TRANCHE EN % SUR 3 CHIFFRES
      * ('000025050100' PAR DEFAUT) ; UNE CARTE INVALIDE EST IGNOREE
       LIRE-TRANCHES.
           INITIALIZE TAB-TRANCHES
           MOVE '1' TO TT-CODE(1)
           MOVE '2' TO TT-CODE(2)
           MOVE '3' TO TT-CODE(3)
           MOVE '4' TO TT-CODE(4)
           MOVE 06 TO TT-BORNE-MOIS(1)
           MOVE 12 TO TT-BORNE-MOIS(2)
           MOVE 24 TO TT-BORNE-MOIS(3)
           MOVE 000 TO TT-TAUX(1)
           MOVE 025 TO TT-TAUX(2)
           MOVE 050 TO TT-TAUX(3)
           MOVE 100 TO TT-TAUX(4)

           ACCEPT WS-BORNES-SAISIES FROM SYSIN
           IF WS-BORNES-SAISIES NUMERIC
              AND WS-BORNES-SAISIES (1:2) > ZERO
              AND WS-BORNES-SAISIES (1:2) < WS-BORNES-SAISIES (3:2)
              AND WS-BORNES-SAISIES (3:2) < WS-BORNES-SAISIES (5:2)
               MOVE WS-BORNES-SAISIES (1:2) TO TT-BORNE-MOIS(1)
               MOVE WS-BORNES-SAISIES (3:2) TO TT-BORNE-MOIS(2)
               MOVE WS-BORNES-SAISIES (5:2) TO TT-BORNE-MOIS(3)
           END-IF

           ACCEPT WS-TAUX-SAISIS FROM SYSIN
           IF WS-TAUX-SAISIS NUMERIC
              AND WS-TAUX-SAISIS (1:3) NOT > 100
              AND WS-TAUX-SAISIS (4:3) NOT > 100
              AND WS-TAUX-SAISIS (7:3) NOT > 100
              AND WS-TAUX-SAISIS (10:3) NOT > 100
               MOVE WS-TAUX-SAISIS (1:3) TO TT-TAUX(1)
               MOVE WS-TAUX-SAISIS (4:3) TO TT-TAUX(2)
               MOVE WS-TAUX-SAISIS (7:3) TO TT-TAUX(3)
               MOVE WS-TAUX-SAISIS (10:3) TO TT-TAUX(4)
           END-IF

           PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 3
               MOVE TT-BORNE-MOIS(IDX-TR) TO WS-NB-MOIS-LIMITE
               EXEC SQL
                   SELECT CHAR(DATE(:WS-FIN-PERIODE)
                               - :WS-NB-MOIS-LIMITE MONTHS, ISO)
                   INTO :WS-DATE-LIMITE
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               MOVE WS-DATE-LIMITE TO TT-DATE-LIMITE(IDX-TR)
           END-PERFORM
           MOVE '0001-01-01' TO TT-DATE-LIMITE(4)

           MOVE SPACES TO TT-LIBELLE(1)
           STRING 'MOINS DE ' TT-BORNE-MOIS(1) ' M'
               DELIMITED BY SIZE INTO TT-LIBELLE(1)
           MOVE SPACES TO TT-LIBELLE(2)
           STRING TT-BORNE-MOIS(1) ' A ' TT-BORNE-MOIS(2) ' MOIS'
               DELIMITED BY SIZE INTO TT-LIBELLE(2)
           MOVE SPACES TO TT-LIBELLE(3)
           STRING TT-BORNE-MOIS(2) ' A ' TT-BORNE-MOIS(3) ' MOIS'
               DELIMITED BY SIZE INTO TT-LIBELLE(3)
           MOVE SPACES TO TT-LIBELLE(4)
           STRING TT-BORNE-MOIS(3) ' MOIS ET PLUS'
               DELIMITED BY SIZE INTO TT-LIBELLE(4)

           PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 4
               DISPLAY 'TRANCHE ' TT-CODE(IDX-TR) ' '
                       TT-LIBELLE(IDX-TR) ' : PROVISION '
                       TT-TAUX(IDX-TR) '%'
           END-PERFORM
           .

       FETCH-STOCK-ANCIENNETE.
           EXEC SQL
               FETCH COBSOSTK
               INTO :WS-P-NO,
                    :WS-QTE-STOCK,
                    :WS-VALEUR,
                    :WS-DERN-VENTE,
                    :WS-DERN-MVT,
                    :WS-DERN-LOT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * LA TRANCHE EST CELLE DE LA DERNIERE ACTIVITE (VENTE OU
      * RECEPTION, LA PLUS RECENTE) ; LES DATES ISO SE COMPARENT
      * DIRECTEMENT
       PROVISIONNER-PRODUIT.
           IF WS-DERN-MVT > WS-DERN-LOT
               MOVE WS-DERN-MVT TO WS-DERN-RECEP
           ELSE
               MOVE WS-DERN-LOT TO WS-DERN-RECEP
           END-IF
           IF WS-DERN-VENTE > WS-DERN-RECEP
               MOVE WS-DERN-VENTE TO WS-DERN-ACTIVITE
           ELSE
               MOVE WS-DERN-RECEP TO WS-DERN-ACTIVITE
           END-IF

           SET IDX-TR TO 1
           SEARCH TRANCHE-ENTRY
               AT END
                   SET IDX-TR TO 4
               WHEN WS-DERN-ACTIVITE >= TT-DATE-LIMITE(IDX-TR)
                   CONTINUE
           END-SEARCH

           COMPUTE WS-RESERVE ROUNDED =
               WS-VALEUR * TT-TAUX(IDX-TR) / 100

           MOVE WS-PERIODE-SAISIE TO RSV-PERIODE
           MOVE WS-P-NO TO RSV-P-NO
           MOVE TT-CODE(IDX-TR) TO RSV-TRANCHE
           MOVE WS-VALEUR TO RSV-VALEUR
           MOVE TT-TAUX(IDX-TR) TO RSV-TAUX
           MOVE WS-RESERVE TO RSV-RESERVE

           EXEC SQL
               INSERT INTO API6.RESERVE_STOCK
               (PERIODE, P_NO, TRANCHE, VALEUR, TAUX, RESERVE)
               VALUES (:RSV-PERIODE, :RSV-P-NO, :RSV-TRANCHE,
                       :RSV-VALEUR, :RSV-TAUX, :RSV-RESERVE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-PRODUITS
           ADD WS-VALEUR TO WS-TOTAL-VALEUR
           ADD WS-RESERVE TO WS-TOTAL-RESERVE
           ADD 1 TO TT-NB(IDX-TR)
           ADD WS-VALEUR TO TT-VALEUR(IDX-TR)
           ADD WS-RESERVE TO TT-RESERVE(IDX-TR)

           IF WS-DERN-VENTE = '0001-01-01'
               MOVE 'JAMAIS' TO WS-DERN-VENTE-ED
           ELSE
               MOVE WS-DERN-VENTE TO WS-DERN-VENTE-ED
           END-IF
           IF WS-DERN-RECEP = '0001-01-01'
               MOVE 'INCONNUE' TO WS-DERN-RECEP-ED
           ELSE
               MOVE WS-DERN-RECEP TO WS-DERN-RECEP-ED
           END-IF
           MOVE WS-QTE-STOCK TO ED-QTE
           MOVE WS-VALEUR TO ED-VALEUR
           MOVE WS-RESERVE TO ED-RESERVE
           MOVE SPACES TO ENR-RAPOBSO
           STRING WS-P-NO ' ' ED-QTE ' ' ED-VALEUR
                  '  ' WS-DERN-VENTE-ED '  ' WS-DERN-RECEP-ED
                  '  ' TT-CODE(IDX-TR) ' ' ED-RESERVE
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO
           IF FS-RAPOBSO NOT = ZERO
               DISPLAY 'ERR WRITE RAPOBSO - FS : ', FS-RAPOBSO
               PERFORM ABEND-PROG
           END-IF.

       COMPARER-MOIS-PRECEDENT.
           MOVE WS-PERIODE-PREC TO RSV-PERIODE
           EXEC SQL
               SELECT COALESCE(SUM(RESERVE), 0)
               INTO :WS-TOTAL-PREC
               FROM API6.RESERVE_STOCK
               WHERE PERIODE = :RSV-PERIODE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           COMPUTE WS-VARIATION = WS-TOTAL-RESERVE - WS-TOTAL-PREC

           MOVE SPACES TO ENR-RAPOBSO
           WRITE ENR-RAPOBSO
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'TRANCHE          PRODUITS  TAUX        VALEUR'
                  '       PROVISION'
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO
           PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 4
               MOVE TT-NB(IDX-TR) TO ED-NB
               MOVE TT-TAUX(IDX-TR) TO ED-TAUX
               MOVE TT-VALEUR(IDX-TR) TO ED-VALEUR
               MOVE TT-RESERVE(IDX-TR) TO ED-RESERVE
               MOVE SPACES TO ENR-RAPOBSO
               STRING TT-CODE(IDX-TR) ' ' TT-LIBELLE(IDX-TR)
                      ' ' ED-NB '  ' ED-TAUX '%'
                      ' ' ED-VALEUR ' ' ED-RESERVE
                   DELIMITED BY SIZE INTO ENR-RAPOBSO
               WRITE ENR-RAPOBSO
           END-PERFORM
           MOVE SPACES TO ENR-RAPOBSO
           WRITE ENR-RAPOBSO

           MOVE WS-NB-PRODUITS TO ED-NB
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'PRODUITS EN STOCK        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO

           MOVE WS-TOTAL-VALEUR TO ED-VALEUR
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'VALEUR DU STOCK          : ' ED-VALEUR
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO

           MOVE WS-TOTAL-RESERVE TO ED-RESERVE
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'PROVISION REQUISE        : ' ED-RESERVE
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO

           MOVE WS-TOTAL-PREC TO ED-RESERVE
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'PROVISION MOIS PRECEDENT : ' ED-RESERVE
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO

           MOVE WS-VARIATION TO ED-VARIATION
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'AJUSTEMENT A PASSER      : ' ED-VARIATION
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO
           .

      * ECRITURE D'AJUSTEMENT DE LA PROVISION, AU FORMAT JOURNLGL :
      * HAUSSE = DEBIT DOTATION / CREDIT DEPRECIATION DES STOCKS,
      * BAISSE = DEBIT DEPRECIATION / CREDIT REPRISE ; PAS D'ECRITURE
      * SI LA PROVISION N'A PAS BOUGE
       ECRIRE-JOURNAL-PROVISION.
           COMPUTE WS-VARIATION-ABS = FUNCTION ABS(WS-VARIATION)

           IF WS-VARIATION NOT = ZERO
               IF WS-VARIATION > ZERO
                   MOVE '68173000' TO JGL-COMPTE
                   MOVE 'DOTATION DEPREC STOCKS' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE WS-VARIATION-ABS TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '39700000' TO JGL-COMPTE
                   MOVE 'DEPREC STOCKS MARCHANDISES' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE WS-VARIATION-ABS TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               ELSE
                   MOVE '39700000' TO JGL-COMPTE
                   MOVE 'DEPREC STOCKS MARCHANDISES' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE WS-VARIATION-ABS TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '78173000' TO JGL-COMPTE
                   MOVE 'REPRISE DEPREC STOCKS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE WS-VARIATION-ABS TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
           END-IF

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'NBECRIT ' TO JGL-COMPTE
           MOVE WS-JGL-NB-ECRITURES TO ED-JGL-NB
           MOVE ED-JGL-NB TO JGL-LIBELLE
           MOVE ' ' TO JGL-SENS
           MOVE ZERO TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTDEBIT' TO JGL-COMPTE
           MOVE 'TOTAL DES DEBITS' TO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-JGL-TOTAL-DEBIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTCREDI' TO JGL-COMPTE
           MOVE 'TOTAL DES CREDITS' TO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-JGL-TOTAL-CREDIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           IF FS-JNLOBSO NOT = ZERO
               DISPLAY 'ERR WRITE JNLOBSO - FS : ', FS-JNLOBSO
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLOBSO NOT = ZERO
               DISPLAY 'ERR WRITE JNLOBSO - FS : ', FS-JNLOBSO
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       OUV-FICHIERS.
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLOBSO NOT = ZERO
               DISPLAY 'ERR OPEN JNLOBSO - FS : ', FS-JNLOBSO
           END-IF
           OPEN OUTPUT RAPPORT-OBSOSTK
           IF FS-RAPOBSO NOT = ZERO
               DISPLAY 'ERR OPEN RAPOBSO - FS : ', FS-RAPOBSO
           END-IF
           MOVE SPACES TO ENR-RAPOBSO
           STRING '=== STOCK LENT ET OBSOLETE - '
                  WS-PERIODE-SAISIE ' ===' DELIMITED BY SIZE
               INTO ENR-RAPOBSO
           END-STRING
           WRITE ENR-RAPOBSO
           MOVE SPACES TO ENR-RAPOBSO
           STRING 'PROD   QTE        VALEUR  DERN.VENTE  DERN.RECEP'
                  '  T     PROVISION'
               DELIMITED BY SIZE INTO ENR-RAPOBSO
           WRITE ENR-RAPOBSO
           .

       FERM-FICHIERS.
           CLOSE JOURNAL-GL
           CLOSE RAPPORT-OBSOSTK
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK.
