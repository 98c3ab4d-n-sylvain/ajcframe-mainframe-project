       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTCLI.

      * RENTABILITE PAR CLIENT Y COMPRIS LE COUT DU SERVICE : MARGES
      * DONNE LA MARGE PAR PRODUIT, CE RUN LA REPREND PAR CLIENT SUR
      * UNE PLAGE DE PERIODES (AAAA-MM DU O_DATE) ET DESCEND JUSQU'A
      * LA CONTRIBUTION NETTE :
      *   CA FACTURE (ITEMS, NET DES RETOURS, PLUS LES AVOIRS EMIS)
      *   - COUT DES VENTES (QUANTITE X PRODUCTS.COST)
      *   - REMISES ACCORDEES PAR FACTURE (MEME BAREME REMISES ET
      *     MEME REGLE : REMISE CLIENT OU REMISE VOLUME SI PLUS
      *     FAVORABLE, SANS CUMUL)
      *   - AVOIRS EMIS PAR RETOURS (FICHIER CREDEXT DE LA PERIODE)
      *   - PASSAGES EN PERTE DE PASSPERT (RESTE DU DES COMMANDES AU
      *     STATUT 'W')
      *   - COUT DE FINANCEMENT DU DELAI DE REGLEMENT (PAYMENT_EVENTS :
      *     MONTANT X JOURS DE REGLEMENT AU TAUX ANNUEL DU SYSIN)
      *   + INTERETS DE RETARD FACTURES PAR INTERETS
      * LES CLIENTS SONT CLASSES PAR CONTRIBUTION NETTE DECROISSANTE ;
      * UNE SECONDE SECTION CUMULE LES COMPTES NATIONAUX (GRPCLI) SOUS
      * LEUR COMPTE MERE, CLASSES DE LA MEME FACON.
      * SYSIN : PERIODE DE DEBUT AAAA-MM (OBLIGATOIRE), PERIODE DE FIN
      * AAAA-MM (DEBUT PAR DEFAUT), TAUX DE FINANCEMENT ANNUEL EN
      * POURCENTAGE (5,00% PAR DEFAUT)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BAREME DE REMISES DE FACTURE ; UN FICHIER ABSENT VAUT AUCUNE
      * REMISE
           SELECT FICHIER-REMISES ASSIGN TO REMISES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REMISES.

      * AVOIRS EMIS PAR RETOURS SUR LA PERIODE (FICHIERS CREDEXT
      * CONCATENES) ; UN FICHIER ABSENT VAUT AUCUN AVOIR
           SELECT FICHIER-AVOIRS ASSIGN TO AVOIRS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVOIRS.

      * COMPTES NATIONAUX : SUCCURSALE ET COMPTE MERE, COMME MAJDB
           SELECT GROUPES-CLIENTS ASSIGN TO GRPCLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GRPCLI.

           SELECT RAPPORT-RENTA ASSIGN TO RAPRENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPRENT.

           SELECT TRI-RENTA ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE BAREME LU PAR FACTURE
       FD  FICHIER-REMISES
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01  ENR-REMISE.
           05 REM-TYPE               PIC X(1).
           05 REM-CLE                PIC X(30).
           05 REM-QTE-MIN            PIC 9(3).
           05 REM-PCT                PIC 9(2)V9.

      * MEME DESSIN QUE LE CREDIT-RECORD DE RETOURS ; SEULS LE
      * CLIENT, LA DATE DE COMMANDE ET LE MONTANT DE LIGNE SERVENT
       FD  FICHIER-AVOIRS
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  ENR-AVOIR.
           05 FILLER                PIC X(157).
           05 AVO-C-NO              PIC 9(4).
           05 AVO-O-NO              PIC 9(7).
           05 AVO-ODATE-ISO         PIC X(10).
           05 FILLER                PIC X(103).
           05 AVO-LINE-TOTAL        PIC 9(5)V99.
           05 FILLER                PIC X(191).

       FD GROUPES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 ENR-GRPCLI.
           05 GRP-C-NO          PIC 9(4).
           05 GRP-PARENT        PIC 9(4).

       FD RAPPORT-RENTA.
       01 ENR-RAPRENT        PIC X(100).

      * UN ENREGISTREMENT PAR CLIENT ('C') PUIS PAR COMPTE MERE ('G'),
      * TRIES PAR TYPE PUIS CONTRIBUTION NETTE DECROISSANTE
       SD TRI-RENTA.
       01 SD-RENTA.
           05 SD-TYPE           PIC X(1).
           05 SD-NET            PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-C-NO           PIC 9(4).
           05 SD-PARENT         PIC 9(4).
           05 SD-NB-MEMBRES     PIC 9(3).
           05 SD-CA             PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-COUT           PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-REMISES        PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-AVOIRS         PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-PERTES         PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-FINANCEMENT    PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-INTERETS       PIC S9(11)V9(2) USAGE COMP-3.
           05 SD-JOURS          PIC 9(3).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

      * LIGNES FACTUREES DE LA PLAGE, PAR CLIENT, POUR LE CA, LE COUT
      * DES VENTES ET LA REMISE DE CHAQUE LIGNE
           EXEC SQL
               DECLARE CLIGNES CURSOR
               FOR
               SELECT
                   O.C_NO,
                   I.P_NO,
                   I.QUANTITY,
                   DECIMAL(I.QUANTITY * I.PRICE, 9, 2),
                   DECIMAL(I.QUANTITY * P.COST, 9, 2)
               FROM
                   API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               WHERE
                   SUBSTR(CHAR(O.O_DATE), 1, 7)
                       BETWEEN :WS-PERIODE-DEBUT AND :WS-PERIODE-FIN
               ORDER BY
                   O.C_NO
           END-EXEC.

      * RESTE DU DES COMMANDES DE LA PLAGE PASSEES EN PERTE
           EXEC SQL
               DECLARE CPERTES CURSOR
               FOR
               SELECT
                   S.C_NO,
                   DECIMAL(SUM(S.O_TOTAL - S.MONTANT_REGLE), 11, 2)
               FROM
                   API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               WHERE
                   S.STATUT = 'W'
                   AND SUBSTR(CHAR(O.O_DATE), 1, 7)
                       BETWEEN :WS-PERIODE-DEBUT AND :WS-PERIODE-FIN
               GROUP BY
                   S.C_NO
           END-EXEC.

      * REGLEMENTS DE LA PLAGE : MONTANT ET MONTANT PONDERE PAR LE
      * NOMBRE DE JOURS DE REGLEMENT
           EXEC SQL
               DECLARE CREGLEMENTS CURSOR
               FOR
               SELECT
                   C_NO,
                   DECIMAL(SUM(MONTANT), 11, 2),
                   DECIMAL(SUM(MONTANT * JOURS_REGLEMENT), 15, 2)
               FROM
                   API6.PAYMENT_EVENTS
               WHERE
                   SUBSTR(DATE_PAIEMENT, 1, 7)
                       BETWEEN :WS-PERIODE-DEBUT AND :WS-PERIODE-FIN
               GROUP BY
                   C_NO
           END-EXEC.

      * INTERETS DE RETARD FACTURES SUR LA PLAGE
           EXEC SQL
               DECLARE CINTERETS CURSOR
               FOR
               SELECT
                   C_NO,
                   DECIMAL(SUM(MONTANT), 11, 2)
               FROM
                   API6.INTERETS
               WHERE
                   PERIODE BETWEEN :WS-PERIODE-DEBUT
                               AND :WS-PERIODE-FIN
               GROUP BY
                   C_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-REMISES         PIC 99.
       77 FS-AVOIRS          PIC 99.
       77 FS-GRPCLI          PIC 99.
       77 FS-RAPRENT         PIC 99.
       77 WS-FF-FICHIER      PIC 9 VALUE ZERO.
       77 WS-FF-TRI          PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN
       77 WS-PERIODE-SAISIE  PIC X(7) VALUE SPACES.
       77 WS-PERIODE-DEBUT   PIC X(7).
       77 WS-PERIODE-FIN     PIC X(7).
       77 WS-MOIS-NUM        PIC 99.
       77 WS-TAUX-SAISI      PIC X(6) VALUE SPACES.
       77 WS-TAUX-ANNUEL     PIC 9(2)V99 VALUE 05,00.

      * LIGNES DES CURSEURS
       77 WS-CUR-C-NO        PIC S9(4)V USAGE COMP-3.
       77 WS-CUR-P-NO        PIC X(3).
       77 WS-CUR-QTE         PIC S9(3)V USAGE COMP-3.
       77 WS-CUR-MONTANT     PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-CUR-COUT        PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-CUR-PONDERE     PIC S9(13)V9(2) USAGE COMP-3.

      * BAREME DE REMISES EN MEMOIRE, COMME DANS FACTURE
       01 TAB-REMISES.
           05 WS-NB-REMISES         PIC 999 VALUE ZERO.
           05 REMISE-ENTRY OCCURS 100 TIMES INDEXED BY IDX-REM.
               10 RE-TYPE           PIC X(1).
               10 RE-CLE            PIC X(30).
               10 RE-QTE-MIN        PIC 9(3).
               10 RE-PCT            PIC 9(2)V9.
       77 WS-C-NO-REMISE     PIC 9(4) VALUE ZERO.
       77 WS-C-NO-CLE        PIC 9(4).
       77 WS-REMISE-CLIENT-PCT PIC 9(2)V9 VALUE ZERO.
       77 WS-REMISE-LIGNE-PCT  PIC 9(2)V9 VALUE ZERO.
       77 WS-REMISE-LIGNE    PIC S9(9)V9(2) USAGE COMP-3.

      * CUMULS PAR CLIENT, ADRESSES PAR LE NUMERO CLIENT ; LE COMPTE
      * MERE VIENT DE GRPCLI (ZERO POUR UN CLIENT HORS GROUPE, SON
      * PROPRE NUMERO POUR UN COMPTE MERE)
       01 TAB-RENTA.
           05 RENTA-ENTRY OCCURS 9999 TIMES.
               10 RC-ACTIF          PIC X(1).
               10 RC-PARENT         PIC 9(4).
               10 RC-CA             PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-COUT           PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-REMISES        PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-AVOIRS         PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-PERTES         PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-REGLE          PIC S9(11)V9(2) USAGE COMP-3.
               10 RC-PONDERE        PIC S9(13)V9(2) USAGE COMP-3.
               10 RC-INTERETS       PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-IDX-CLI         PIC 9(5) VALUE ZERO.

      * CUMULS PAR COMPTE MERE
       01 TAB-GROUPES.
           05 NB-GROUPES         PIC 999 VALUE ZERO.
           05 GROUPE-ENTRY OCCURS 200 TIMES INDEXED BY IDX-GRP.
               10 GR-PARENT         PIC 9(4).
               10 GR-NB-MEMBRES     PIC 9(3).
               10 GR-CA             PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-COUT           PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-REMISES        PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-AVOIRS         PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-PERTES         PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-REGLE          PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-PONDERE        PIC S9(13)V9(2) USAGE COMP-3.
               10 GR-FINANCEMENT    PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-INTERETS       PIC S9(11)V9(2) USAGE COMP-3.
               10 GR-NET            PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-GROUPE-TROUVE   PIC X VALUE 'N'.
           88 GROUPE-TROUVE      VALUE 'O'.

      * CALCULS PAR CLIENT
       77 WS-CA-FACTURE      PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-FINANCEMENT     PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-NET             PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-MARGE           PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-TAUX-NET        PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-JOURS-MOYENS    PIC 9(3).

      * EDITION
       77 WS-TYPE-COURANT    PIC X VALUE SPACE.
       77 WS-RANG            PIC 9(4) VALUE ZERO.
       77 WS-NB-CLIENTS      PIC 9(4) VALUE ZERO.
       77 WS-NB-NEGATIFS     PIC 9(4) VALUE ZERO.
       77 WS-TOTAL-CA        PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-NET       PIC S9(13)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-COMPANY         PIC X(30).
       77 ED-RANG            PIC ZZZ9.
       77 ED-C-NO            PIC 9(4).
       77 ED-PARENT          PIC 9(4).
       77 ED-NB              PIC Z(3)9.
       77 ED-JOURS           PIC ZZ9.
       77 ED-MONTANT         PIC -(8)9,99.
       77 ED-MONTANT-2       PIC -(8)9,99.
       77 ED-MONTANT-3       PIC -(8)9,99.
       77 ED-TOTAL           PIC -(10)9,99.
       77 ED-TAUX            PIC -(4)9,99.
       77 ED-TAUX-FIN        PIC Z9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RENTCLI - RENTABILITE CLIENT ==='

           PERFORM LIRE-PARAMETRES
           PERFORM INITIALISER-TABLE

           PERFORM CHARGER-REMISES
           PERFORM CHARGER-GROUPES-CLIENTS
           PERFORM CUMULER-LIGNES
           PERFORM CUMULER-AVOIRS
           PERFORM CUMULER-PERTES
           PERFORM CUMULER-REGLEMENTS
           PERFORM CUMULER-INTERETS

           OPEN OUTPUT RAPPORT-RENTA
           IF FS-RAPRENT NOT = ZERO
               DISPLAY 'ERR OPEN RAPRENT - FS : ', FS-RAPRENT
               PERFORM ABEND-PROG
           END-IF
           MOVE SPACES TO ENR-RAPRENT
           STRING '=== RENTABILITE CLIENT - PERIODES '
                  WS-PERIODE-DEBUT ' A ' WS-PERIODE-FIN ' ==='
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT
           MOVE WS-TAUX-ANNUEL TO ED-TAUX-FIN
           MOVE SPACES TO ENR-RAPRENT
           STRING 'TAUX DE FINANCEMENT ANNUEL : ' ED-TAUX-FIN '%'
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT

           SORT TRI-RENTA
               ON ASCENDING KEY SD-TYPE
               ON DESCENDING KEY SD-NET
               INPUT PROCEDURE IS ALIMENTER-TRI
               OUTPUT PROCEDURE IS EDITER-CLASSEMENT

           PERFORM ECRIRE-TOTAUX-RAPRENT

           CLOSE RAPPORT-RENTA

           DISPLAY 'CLIENTS EDITES          : ' WS-NB-CLIENTS
           DISPLAY 'CONTRIBUTIONS NEGATIVES : ' WS-NB-NEGATIFS
           DISPLAY 'COMPTES NATIONAUX       : ' NB-GROUPES
           DISPLAY '=== FIN PROGRAMME RENTCLI ==='
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           PERFORM CONTROLER-PERIODE-SAISIE
           MOVE WS-PERIODE-SAISIE TO WS-PERIODE-DEBUT

           MOVE SPACES TO WS-PERIODE-SAISIE
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE = SPACES
               MOVE WS-PERIODE-DEBUT TO WS-PERIODE-SAISIE
           END-IF
           PERFORM CONTROLER-PERIODE-SAISIE
           MOVE WS-PERIODE-SAISIE TO WS-PERIODE-FIN
           IF WS-PERIODE-FIN < WS-PERIODE-DEBUT
               DISPLAY 'PERIODE DE FIN ANTERIEURE AU DEBUT - RUN '
                       'REFUSE'
               PERFORM ABEND-PROG
           END-IF

           ACCEPT WS-TAUX-SAISI FROM SYSIN
           IF WS-TAUX-SAISI NOT = SPACES
               COMPUTE WS-TAUX-ANNUEL =
                   FUNCTION NUMVAL(WS-TAUX-SAISI)
               IF WS-TAUX-ANNUEL = ZERO
                   MOVE 05,00 TO WS-TAUX-ANNUEL
               END-IF
           END-IF
           DISPLAY 'PERIODES ' WS-PERIODE-DEBUT ' A ' WS-PERIODE-FIN
                   ' - TAUX ANNUEL : ' WS-TAUX-ANNUEL '%'
           .

       CONTROLER-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE (6:2) TO WS-MOIS-NUM
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               DISPLAY 'MOIS INVALIDE : ' WS-PERIODE-SAISIE
               PERFORM ABEND-PROG
           END-IF
           .

       INITIALISER-TABLE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > 9999
               PERFORM RAZ-CLIENT
           END-PERFORM
           .

       RAZ-CLIENT.
           MOVE 'N' TO RC-ACTIF(WS-IDX-CLI)
           MOVE ZERO TO RC-PARENT(WS-IDX-CLI)
           MOVE ZERO TO RC-CA(WS-IDX-CLI)
           MOVE ZERO TO RC-COUT(WS-IDX-CLI)
           MOVE ZERO TO RC-REMISES(WS-IDX-CLI)
           MOVE ZERO TO RC-AVOIRS(WS-IDX-CLI)
           MOVE ZERO TO RC-PERTES(WS-IDX-CLI)
           MOVE ZERO TO RC-REGLE(WS-IDX-CLI)
           MOVE ZERO TO RC-PONDERE(WS-IDX-CLI)
           MOVE ZERO TO RC-INTERETS(WS-IDX-CLI)
           .

      * CHARGEMENT DU BAREME DE REMISES, COMME FACTURE
       CHARGER-REMISES.
           MOVE ZERO TO WS-NB-REMISES
           OPEN INPUT FICHIER-REMISES
           IF FS-REMISES = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ FICHIER-REMISES
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF WS-NB-REMISES < 100
                               ADD 1 TO WS-NB-REMISES
                               MOVE REM-TYPE
                                   TO RE-TYPE(WS-NB-REMISES)
                               MOVE REM-CLE
                                   TO RE-CLE(WS-NB-REMISES)
                               MOVE REM-QTE-MIN
                                   TO RE-QTE-MIN(WS-NB-REMISES)
                               MOVE REM-PCT
                                   TO RE-PCT(WS-NB-REMISES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REMISES
           ELSE
               DISPLAY 'PAS DE BAREME DE REMISES (FS=' FS-REMISES
                       ') - AUCUNE REMISE'
           END-IF
           DISPLAY 'REMISES CHARGEES        : ' WS-NB-REMISES
           .

      * RATTACHEMENT DES SUCCURSALES A LEUR COMPTE MERE ; LE COMPTE
      * MERE EST RATTACHE A LUI-MEME POUR QUE SON PROPRE CHIFFRE
      * ENTRE DANS LE CUMUL DU GROUPE
       CHARGER-GROUPES-CLIENTS.
           OPEN INPUT GROUPES-CLIENTS
           IF FS-GRPCLI = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ GROUPES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF GRP-C-NO > ZERO AND GRP-PARENT > ZERO
                               MOVE GRP-PARENT
                                   TO RC-PARENT(GRP-C-NO)
                               MOVE GRP-PARENT
                                   TO RC-PARENT(GRP-PARENT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-CLIENTS
           END-IF
           .

      * CA, COUT DES VENTES ET REMISE DE CHAQUE LIGNE FACTUREE
       CUMULER-LIGNES.
           EXEC SQL
               OPEN CLIGNES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LIGNE

           PERFORM UNTIL SQLCODE = +100
               MOVE WS-CUR-C-NO TO WS-IDX-CLI
               IF WS-IDX-CLI > ZERO
                   IF WS-IDX-CLI NOT = WS-C-NO-REMISE
                       PERFORM DETERMINER-REMISE-CLIENT
                   END-IF
                   PERFORM DETERMINER-REMISE-LIGNE
                   MOVE 'O' TO RC-ACTIF(WS-IDX-CLI)
                   ADD WS-CUR-MONTANT TO RC-CA(WS-IDX-CLI)
                   ADD WS-CUR-COUT TO RC-COUT(WS-IDX-CLI)
                   ADD WS-REMISE-LIGNE TO RC-REMISES(WS-IDX-CLI)
               END-IF
               PERFORM FETCH-LIGNE
           END-PERFORM

           EXEC SQL
               CLOSE CLIGNES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-LIGNE.
           EXEC SQL
               FETCH CLIGNES
               INTO :WS-CUR-C-NO,
                    :WS-CUR-P-NO,
                    :WS-CUR-QTE,
                    :WS-CUR-MONTANT,
                    :WS-CUR-COUT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * REMISE CLIENT (LIGNE 'C' DONT LA CLE PORTE LE NUMERO CLIENT
      * SUR SES 4 PREMIERS CARACTERES), UNE FOIS PAR CLIENT
       DETERMINER-REMISE-CLIENT.
           MOVE WS-IDX-CLI TO WS-C-NO-REMISE
           MOVE WS-IDX-CLI TO WS-C-NO-CLE
           MOVE ZERO TO WS-REMISE-CLIENT-PCT
           PERFORM VARYING IDX-REM FROM 1 BY 1
               UNTIL IDX-REM > WS-NB-REMISES
               IF RE-TYPE(IDX-REM) = 'C'
                  AND RE-CLE(IDX-REM) (1:4) = WS-C-NO-CLE
                   MOVE RE-PCT(IDX-REM) TO WS-REMISE-CLIENT-PCT
               END-IF
           END-PERFORM
           .

      * REMISE CLIENT, OU REMISE VOLUME DU PRODUIT SI SON SEUIL EST
      * ATTEINT ET QU'ELLE EST PLUS FAVORABLE (REGLE DE FACTURE)
       DETERMINER-REMISE-LIGNE.
           MOVE WS-REMISE-CLIENT-PCT TO WS-REMISE-LIGNE-PCT
           PERFORM VARYING IDX-REM FROM 1 BY 1
               UNTIL IDX-REM > WS-NB-REMISES
               IF RE-TYPE(IDX-REM) = 'V'
                  AND RE-CLE(IDX-REM) (1:3) = WS-CUR-P-NO
                  AND WS-CUR-QTE >= RE-QTE-MIN(IDX-REM)
                  AND RE-PCT(IDX-REM) > WS-REMISE-LIGNE-PCT
                   MOVE RE-PCT(IDX-REM) TO WS-REMISE-LIGNE-PCT
               END-IF
           END-PERFORM

           COMPUTE WS-REMISE-LIGNE ROUNDED =
               WS-CUR-MONTANT * WS-REMISE-LIGNE-PCT / 100
           .

      * AVOIRS DE RETOURS DONT LA COMMANDE TOMBE DANS LA PLAGE :
      * RETOURS A DEJA DEDUIT LA QUANTITE D'ITEMS, L'AVOIR EST DONC
      * RAJOUTE AU CA FACTURE PUIS DEDUIT EN TANT QUE TEL
       CUMULER-AVOIRS.
           OPEN INPUT FICHIER-AVOIRS
           IF FS-AVOIRS = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ FICHIER-AVOIRS
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM CUMULER-AVOIR
                   END-READ
               END-PERFORM
               CLOSE FICHIER-AVOIRS
           ELSE
               DISPLAY 'PAS DE FICHIER D AVOIRS (FS=' FS-AVOIRS
                       ') - AUCUN AVOIR'
           END-IF
           .

       CUMULER-AVOIR.
           IF AVO-C-NO IS NUMERIC AND AVO-C-NO > ZERO
              AND AVO-LINE-TOTAL IS NUMERIC
              AND AVO-ODATE-ISO (1:7) >= WS-PERIODE-DEBUT
              AND AVO-ODATE-ISO (1:7) <= WS-PERIODE-FIN
               MOVE AVO-C-NO TO WS-IDX-CLI
               MOVE 'O' TO RC-ACTIF(WS-IDX-CLI)
               ADD AVO-LINE-TOTAL TO RC-AVOIRS(WS-IDX-CLI)
           END-IF
           .

       CUMULER-PERTES.
           EXEC SQL
               OPEN CPERTES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PERTE

           PERFORM UNTIL SQLCODE = +100
               MOVE WS-CUR-C-NO TO WS-IDX-CLI
               IF WS-IDX-CLI > ZERO
                   MOVE 'O' TO RC-ACTIF(WS-IDX-CLI)
                   ADD WS-CUR-MONTANT TO RC-PERTES(WS-IDX-CLI)
               END-IF
               PERFORM FETCH-PERTE
           END-PERFORM

           EXEC SQL
               CLOSE CPERTES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-PERTE.
           EXEC SQL
               FETCH CPERTES
               INTO :WS-CUR-C-NO,
                    :WS-CUR-MONTANT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       CUMULER-REGLEMENTS.
           EXEC SQL
               OPEN CREGLEMENTS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-REGLEMENT

           PERFORM UNTIL SQLCODE = +100
               MOVE WS-CUR-C-NO TO WS-IDX-CLI
               IF WS-IDX-CLI > ZERO
                   MOVE 'O' TO RC-ACTIF(WS-IDX-CLI)
                   ADD WS-CUR-MONTANT TO RC-REGLE(WS-IDX-CLI)
                   ADD WS-CUR-PONDERE TO RC-PONDERE(WS-IDX-CLI)
               END-IF
               PERFORM FETCH-REGLEMENT
           END-PERFORM

           EXEC SQL
               CLOSE CREGLEMENTS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-REGLEMENT.
           EXEC SQL
               FETCH CREGLEMENTS
               INTO :WS-CUR-C-NO,
                    :WS-CUR-MONTANT,
                    :WS-CUR-PONDERE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       CUMULER-INTERETS.
           EXEC SQL
               OPEN CINTERETS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-INTERET

           PERFORM UNTIL SQLCODE = +100
               MOVE WS-CUR-C-NO TO WS-IDX-CLI
               IF WS-IDX-CLI > ZERO
                   MOVE 'O' TO RC-ACTIF(WS-IDX-CLI)
                   ADD WS-CUR-MONTANT TO RC-INTERETS(WS-IDX-CLI)
               END-IF
               PERFORM FETCH-INTERET
           END-PERFORM

           EXEC SQL
               CLOSE CINTERETS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-INTERET.
           EXEC SQL
               FETCH CINTERETS
               INTO :WS-CUR-C-NO,
                    :WS-CUR-MONTANT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * UN ENREGISTREMENT DE TRI PAR CLIENT ACTIF, CUMULE AU PASSAGE
      * DANS SON COMPTE MERE, PUIS UN ENREGISTREMENT PAR COMPTE MERE
       ALIMENTER-TRI.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > 9999
               IF RC-ACTIF(WS-IDX-CLI) = 'O'
                   PERFORM LIBERER-CLIENT
               END-IF
           END-PERFORM

           PERFORM VARYING IDX-GRP FROM 1 BY 1
               UNTIL IDX-GRP > NB-GROUPES
               PERFORM LIBERER-GROUPE
           END-PERFORM
           .

      * CONTRIBUTION NETTE = CA FACTURE - COUT - REMISES - AVOIRS
      * - PERTES - FINANCEMENT + INTERETS ; LE FINANCEMENT PORTE LE
      * MONTANT REGLE PENDANT SON DELAI DE REGLEMENT AU TAUX ANNUEL
       LIBERER-CLIENT.
           COMPUTE WS-CA-FACTURE =
               RC-CA(WS-IDX-CLI) + RC-AVOIRS(WS-IDX-CLI)
           COMPUTE WS-FINANCEMENT ROUNDED =
               RC-PONDERE(WS-IDX-CLI) * WS-TAUX-ANNUEL / 100 / 365
           COMPUTE WS-NET =
               WS-CA-FACTURE - RC-COUT(WS-IDX-CLI)
               - RC-REMISES(WS-IDX-CLI) - RC-AVOIRS(WS-IDX-CLI)
               - RC-PERTES(WS-IDX-CLI) - WS-FINANCEMENT
               + RC-INTERETS(WS-IDX-CLI)
           IF RC-REGLE(WS-IDX-CLI) > ZERO
               COMPUTE WS-JOURS-MOYENS ROUNDED =
                   RC-PONDERE(WS-IDX-CLI) / RC-REGLE(WS-IDX-CLI)
           ELSE
               MOVE ZERO TO WS-JOURS-MOYENS
           END-IF

           MOVE 'C' TO SD-TYPE
           MOVE WS-NET TO SD-NET
           MOVE WS-IDX-CLI TO SD-C-NO
           MOVE RC-PARENT(WS-IDX-CLI) TO SD-PARENT
           MOVE ZERO TO SD-NB-MEMBRES
           MOVE WS-CA-FACTURE TO SD-CA
           MOVE RC-COUT(WS-IDX-CLI) TO SD-COUT
           MOVE RC-REMISES(WS-IDX-CLI) TO SD-REMISES
           MOVE RC-AVOIRS(WS-IDX-CLI) TO SD-AVOIRS
           MOVE RC-PERTES(WS-IDX-CLI) TO SD-PERTES
           MOVE WS-FINANCEMENT TO SD-FINANCEMENT
           MOVE RC-INTERETS(WS-IDX-CLI) TO SD-INTERETS
           MOVE WS-JOURS-MOYENS TO SD-JOURS
           RELEASE SD-RENTA

           IF RC-PARENT(WS-IDX-CLI) > ZERO
               PERFORM CUMULER-GROUPE
           END-IF
           .

       CUMULER-GROUPE.
           MOVE 'N' TO WS-GROUPE-TROUVE
           PERFORM VARYING IDX-GRP FROM 1 BY 1
               UNTIL IDX-GRP > NB-GROUPES OR GROUPE-TROUVE
               IF GR-PARENT(IDX-GRP) = RC-PARENT(WS-IDX-CLI)
                   MOVE 'O' TO WS-GROUPE-TROUVE
               END-IF
           END-PERFORM
           IF GROUPE-TROUVE
               SET IDX-GRP DOWN BY 1
           ELSE
               IF NB-GROUPES < 200
                   PERFORM CREER-GROUPE
               ELSE
                   DISPLAY 'TAB-GROUPES PLEINE - COMPTE MERE '
                           RC-PARENT(WS-IDX-CLI) ' NON CUMULE'
               END-IF
           END-IF

           IF GROUPE-TROUVE
               ADD 1 TO GR-NB-MEMBRES(IDX-GRP)
               ADD WS-CA-FACTURE TO GR-CA(IDX-GRP)
               ADD RC-COUT(WS-IDX-CLI) TO GR-COUT(IDX-GRP)
               ADD RC-REMISES(WS-IDX-CLI) TO GR-REMISES(IDX-GRP)
               ADD RC-AVOIRS(WS-IDX-CLI) TO GR-AVOIRS(IDX-GRP)
               ADD RC-PERTES(WS-IDX-CLI) TO GR-PERTES(IDX-GRP)
               ADD RC-REGLE(WS-IDX-CLI) TO GR-REGLE(IDX-GRP)
               ADD RC-PONDERE(WS-IDX-CLI) TO GR-PONDERE(IDX-GRP)
               ADD WS-FINANCEMENT TO GR-FINANCEMENT(IDX-GRP)
               ADD RC-INTERETS(WS-IDX-CLI) TO GR-INTERETS(IDX-GRP)
               ADD WS-NET TO GR-NET(IDX-GRP)
           END-IF
           .

       CREER-GROUPE.
           ADD 1 TO NB-GROUPES
           SET IDX-GRP TO NB-GROUPES
           MOVE RC-PARENT(WS-IDX-CLI) TO GR-PARENT(IDX-GRP)
           MOVE ZERO TO GR-NB-MEMBRES(IDX-GRP)
           MOVE ZERO TO GR-CA(IDX-GRP)
           MOVE ZERO TO GR-COUT(IDX-GRP)
           MOVE ZERO TO GR-REMISES(IDX-GRP)
           MOVE ZERO TO GR-AVOIRS(IDX-GRP)
           MOVE ZERO TO GR-PERTES(IDX-GRP)
           MOVE ZERO TO GR-REGLE(IDX-GRP)
           MOVE ZERO TO GR-PONDERE(IDX-GRP)
           MOVE ZERO TO GR-FINANCEMENT(IDX-GRP)
           MOVE ZERO TO GR-INTERETS(IDX-GRP)
           MOVE ZERO TO GR-NET(IDX-GRP)
           MOVE 'O' TO WS-GROUPE-TROUVE
           .

       LIBERER-GROUPE.
           IF GR-REGLE(IDX-GRP) > ZERO
               COMPUTE WS-JOURS-MOYENS ROUNDED =
                   GR-PONDERE(IDX-GRP) / GR-REGLE(IDX-GRP)
           ELSE
               MOVE ZERO TO WS-JOURS-MOYENS
           END-IF

           MOVE 'G' TO SD-TYPE
           MOVE GR-NET(IDX-GRP) TO SD-NET
           MOVE GR-PARENT(IDX-GRP) TO SD-C-NO
           MOVE GR-PARENT(IDX-GRP) TO SD-PARENT
           MOVE GR-NB-MEMBRES(IDX-GRP) TO SD-NB-MEMBRES
           MOVE GR-CA(IDX-GRP) TO SD-CA
           MOVE GR-COUT(IDX-GRP) TO SD-COUT
           MOVE GR-REMISES(IDX-GRP) TO SD-REMISES
           MOVE GR-AVOIRS(IDX-GRP) TO SD-AVOIRS
           MOVE GR-PERTES(IDX-GRP) TO SD-PERTES
           MOVE GR-FINANCEMENT(IDX-GRP) TO SD-FINANCEMENT
           MOVE GR-INTERETS(IDX-GRP) TO SD-INTERETS
           MOVE WS-JOURS-MOYENS TO SD-JOURS
           RELEASE SD-RENTA
           .

      * CLASSEMENT : LES CLIENTS PUIS LES COMPTES NATIONAUX, CHAQUE
      * SECTION PAR CONTRIBUTION NETTE DECROISSANTE
       EDITER-CLASSEMENT.
           MOVE ZERO TO WS-FF-TRI
           PERFORM RETOURNER-TRI
           PERFORM UNTIL WS-FF-TRI = 1
               IF SD-TYPE NOT = WS-TYPE-COURANT
                   PERFORM EDITER-ENTETE-SECTION
               END-IF
               PERFORM EDITER-LIGNE-RENTA
               PERFORM RETOURNER-TRI
           END-PERFORM
           .

       RETOURNER-TRI.
           RETURN TRI-RENTA
               AT END
                   MOVE 1 TO WS-FF-TRI
           END-RETURN.

       EDITER-ENTETE-SECTION.
           MOVE SD-TYPE TO WS-TYPE-COURANT
           MOVE ZERO TO WS-RANG
           MOVE SPACES TO ENR-RAPRENT
           WRITE ENR-RAPRENT
           MOVE SPACES TO ENR-RAPRENT
           IF SD-TYPE = 'C'
               STRING '--- CLIENTS PAR CONTRIBUTION NETTE ---'
                   DELIMITED BY SIZE INTO ENR-RAPRENT
           ELSE
               STRING '--- COMPTES NATIONAUX (GRPCLI) PAR '
                      'CONTRIBUTION NETTE ---'
                   DELIMITED BY SIZE INTO ENR-RAPRENT
           END-IF
           WRITE ENR-RAPRENT
           .

       EDITER-LIGNE-RENTA.
           ADD 1 TO WS-RANG
           PERFORM LIRE-RAISON-SOCIALE

           COMPUTE WS-MARGE = SD-CA - SD-COUT
           IF SD-CA NOT = ZERO
               COMPUTE WS-TAUX-NET ROUNDED = SD-NET * 100 / SD-CA
           ELSE
               MOVE ZERO TO WS-TAUX-NET
           END-IF

           IF SD-TYPE = 'C'
               ADD 1 TO WS-NB-CLIENTS
               ADD SD-CA TO WS-TOTAL-CA
               ADD SD-NET TO WS-TOTAL-NET
               IF SD-NET < ZERO
                   ADD 1 TO WS-NB-NEGATIFS
               END-IF
           END-IF

           MOVE WS-RANG TO ED-RANG
           MOVE SD-C-NO TO ED-C-NO
           MOVE SD-PARENT TO ED-PARENT
           MOVE SD-NET TO ED-MONTANT
           MOVE WS-TAUX-NET TO ED-TAUX
           MOVE SPACES TO ENR-RAPRENT
           IF SD-TYPE = 'C'
               STRING ED-RANG ' CLI=' ED-C-NO
                      ' ' WS-COMPANY (1:25)
                      ' GRP=' ED-PARENT
                      ' CONTRIB NETTE=' ED-MONTANT
                      ' TX=' ED-TAUX '%'
                   DELIMITED BY SIZE INTO ENR-RAPRENT
               END-STRING
           ELSE
               MOVE SD-NB-MEMBRES TO ED-NB
               STRING ED-RANG ' MERE=' ED-C-NO
                      ' ' WS-COMPANY (1:25)
                      ' CPT=' ED-NB
                      ' CONTRIB NETTE=' ED-MONTANT
                      ' TX=' ED-TAUX '%'
                   DELIMITED BY SIZE INTO ENR-RAPRENT
               END-STRING
           END-IF
           WRITE ENR-RAPRENT

           MOVE SD-CA TO ED-MONTANT
           MOVE SD-COUT TO ED-MONTANT-2
           MOVE WS-MARGE TO ED-MONTANT-3
           MOVE SPACES TO ENR-RAPRENT
           STRING '      CA FACT=' ED-MONTANT
                  ' COUT=' ED-MONTANT-2
                  ' MARGE=' ED-MONTANT-3
               DELIMITED BY SIZE INTO ENR-RAPRENT
           END-STRING
           WRITE ENR-RAPRENT

           MOVE SD-REMISES TO ED-MONTANT
           MOVE SD-AVOIRS TO ED-MONTANT-2
           MOVE SD-PERTES TO ED-MONTANT-3
           MOVE SPACES TO ENR-RAPRENT
           STRING '      REMISES=' ED-MONTANT
                  ' AVOIRS=' ED-MONTANT-2
                  ' PERTES=' ED-MONTANT-3
               DELIMITED BY SIZE INTO ENR-RAPRENT
           END-STRING
           WRITE ENR-RAPRENT

           MOVE SD-JOURS TO ED-JOURS
           MOVE SD-FINANCEMENT TO ED-MONTANT
           MOVE SD-INTERETS TO ED-MONTANT-2
           MOVE SPACES TO ENR-RAPRENT
           STRING '      DELAI MOYEN=' ED-JOURS 'J'
                  ' FINANCEMENT=' ED-MONTANT
                  ' INTERETS=' ED-MONTANT-2
               DELIMITED BY SIZE INTO ENR-RAPRENT
           END-STRING
           WRITE ENR-RAPRENT
           .

       LIRE-RAISON-SOCIALE.
           MOVE SD-C-NO TO CUST-C-NO
           MOVE SPACES TO CUST-COMPANY-TEXT
           EXEC SQL
               SELECT COMPANY
               INTO :CUST-COMPANY
               FROM API6.CUSTOMERS
               WHERE C_NO = :CUST-C-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE CUST-COMPANY-TEXT TO WS-COMPANY
               WHEN +100
                   MOVE 'CLIENT INCONNU' TO WS-COMPANY
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

       ECRIRE-TOTAUX-RAPRENT.
           MOVE SPACES TO ENR-RAPRENT
           WRITE ENR-RAPRENT

           MOVE WS-NB-CLIENTS TO ED-NB
           MOVE SPACES TO ENR-RAPRENT
           STRING 'CLIENTS EDITES           : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT

           MOVE WS-NB-NEGATIFS TO ED-NB
           MOVE SPACES TO ENR-RAPRENT
           STRING 'CONTRIBUTIONS NEGATIVES  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT

           MOVE WS-TOTAL-CA TO ED-TOTAL
           MOVE SPACES TO ENR-RAPRENT
           STRING 'CA FACTURE TOTAL         : ' ED-TOTAL
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT

           MOVE WS-TOTAL-NET TO ED-TOTAL
           MOVE SPACES TO ENR-RAPRENT
           STRING 'CONTRIBUTION NETTE TOTALE: ' ED-TOTAL
               DELIMITED BY SIZE INTO ENR-RAPRENT
           WRITE ENR-RAPRENT
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
