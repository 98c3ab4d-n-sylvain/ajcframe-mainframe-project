       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFCLI.

      * PUBLICATION DES TARIFS PAR CLIENT : UN DOCUMENT PAR CLIENT
      * LISTANT LES PRODUITS ACTIFS (NON RETIRES, DISCONTINUED <> 'O')
      * AVEC LE PRIX CATALOGUE, LE PRIX CONTRACTUEL EN VIGUEUR S'IL Y
      * EN A UN (API6.CONTRACT_PRICES, MEME LECTURE QUE A5CMDE), LE NET
      * APRES REMISE CLIENT DU BAREME REMISES ET, POUR LES CLIENTS
      * FACTURES EN DEVISE (FICHIER DEVCLI), LE NET CONVERTI AU TAUX
      * EN VIGUEUR DU FICHIER TAUX, COMME LE FAIT FACTURE. LES PALIERS
      * DE REMISE VOLUME PLUS FAVORABLES QUE LA REMISE CLIENT SONT
      * IMPRIMES SOUS LE PRODUIT (LES DEUX NE SE CUMULENT PAS).
      * SELECTION LUE EN SYSIN :
      *   1ERE CARTE : 'C' = UN CLIENT, 'R' = TOUS LES CLIENTS D'UNE
      *                REGION (CLIENTS AYANT DES COMMANDES DANS LA
      *                REGION), AUTRE = TOUS LES CLIENTS (DEFAUT)
      *   2EME CARTE : NUMERO CLIENT OU CODE REGION (VEU, DIR, ...)
      * SORTIES :
      *   TARIFS   : LISTING IMPRIMANTE 119 COLONNES AVEC CARACTERE ASA
      *              EN COLONNE 1, UN SAUT DE PAGE PAR CLIENT (LA
      *              LIGNE 'TARIF CLIENT NNNN' PERMET LE DECOUPAGE PAR
      *              DISTRIB)
      *   TARIFDEL : FICHIER DELIMITE ';' POUR L'ENVOI ELECTRONIQUE,
      *              UN ENREGISTREMENT 'E' PAR CLIENT, 'P' PAR PRODUIT
      *              ET 'V' PAR PALIER DE REMISE VOLUME
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAUX ASSIGN TO TAUX
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

           SELECT DEVISES-CLIENTS ASSIGN TO DEVCLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEVCLI.

           SELECT FICHIER-REMISES ASSIGN TO REMISES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REMISES.

           SELECT TARIFS ASSIGN TO TARIFS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TARIFS.

           SELECT TARIFS-DELIM ASSIGN TO TARIFDEL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TARIFDEL.

       DATA DIVISION.
       FILE SECTION.
      * TAUX DE CHANGE AU FORMAT DEVISE;TAUX;AAAAMMJJ (MEME FICHIER
      * QUE MAJPROD/MAJDB/FACTURE)
       FD TAUX.
       01 LIGNE-TAUX          PIC X(30).

      * DEVISE DE FACTURATION PAR CLIENT : NUMERO CLIENT + CODE
      * DEVISE ISO
       FD DEVISES-CLIENTS.
       01 ENR-DEVCLI.
          05 DVC-C-NO         PIC 9(4).
          05 DVC-DEVISE       PIC X(3).

      * BAREME DE REMISES DE FACTURE : TYPE ('C' CLIENT, 'V'
      * VOLUME), CLE (C_NO SUR 4 POSITIONS POUR 'C', P_NO POUR 'V'),
      * SEUIL DE QUANTITE ('V'), POURCENTAGE
       FD FICHIER-REMISES
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 ENR-REMISE.
          05 REM-TYPE         PIC X(1).
          05 REM-CLE          PIC X(30).
          05 REM-QTE-MIN      PIC 9(3).
          05 REM-PCT          PIC 9(2)V9.

      * LISTING AVEC CARACTERE DE COMMANDE CHARIOT ASA EN COLONNE 1 :
      * '1' = SAUT DE PAGE, ' ' = SIMPLE INTERLIGNE
       FD TARIFS
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01 ENR-TARIFS.
          05 TARIFS-ASA       PIC X(1).
          05 TARIFS-LIGNE     PIC X(132).

       FD TARIFS-DELIM
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 ENR-TARIFDEL        PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE CONTRAT
           END-EXEC.

      * CLIENTS A EDITER SELON LA SELECTION SYSIN ; LES CLIENTS
      * FUSIONNES OU ANONYMISES (RAISON SOCIALE COMMENCANT PAR '*')
      * SONT EXCLUS
           EXEC SQL
               DECLARE CCLIENTS CURSOR
               FOR
               SELECT
                   C.C_NO,
                   C.COMPANY,
                   VALUE(C.ADDRESS, ' '),
                   C.CITY,
                   C.STATE,
                   C.ZIP
               FROM
                   API6.CUSTOMERS C
               WHERE
                   SUBSTR(C.COMPANY, 1, 1) <> '*'
                   AND (:WS-MODE-SEL = 'T'
                        OR (:WS-MODE-SEL = 'C'
                            AND C.C_NO = :WS-C-NO-SEL)
                        OR (:WS-MODE-SEL = 'R'
                            AND EXISTS
                                (SELECT 1
                                 FROM API6.ORDERS O
                                 WHERE O.C_NO = C.C_NO
                                   AND O.REGION = :WS-REGION-SEL)))
               ORDER BY
                   C.C_NO
           END-EXEC.

      * PRODUITS ACTIFS DU CATALOGUE
           EXEC SQL
               DECLARE CPRODUITS CURSOR
               FOR
               SELECT
                   P_NO,
                   DESCRIPTION,
                   PRICE
               FROM
                   API6.PRODUCTS
               WHERE
                   DISCONTINUED <> 'O'
               ORDER BY
                   P_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-TAUX          PIC 99.
       77 FS-DEVCLI        PIC 99.
       77 FS-REMISES       PIC 99.
       77 FS-TARIFS        PIC 99.
       77 FS-TARIFDEL      PIC 99.
       77 WS-FF-TAUX       PIC 9 VALUE ZERO.
       77 WS-FF-DEVCLI     PIC 9 VALUE ZERO.
       77 WS-FF-REMISES    PIC 9 VALUE ZERO.

      * SELECTION : 'C' UN CLIENT, 'R' UNE REGION, 'T' TOUS (DEFAUT)
       77 WS-MODE-SEL      PIC X VALUE 'T'.
           88 SEL-CLIENT        VALUE 'C'.
           88 SEL-REGION        VALUE 'R'.
           88 SEL-TOUS          VALUE 'T'.
       77 WS-VALEUR-SEL    PIC X(10) VALUE SPACES.
       77 WS-C-NO-SEL      PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-REGION-SEL    PIC X(3) VALUE SPACES.

      * TAUX EN VIGUEUR PAR DEVISE : POUR CHAQUE DEVISE ON NE GARDE
      * QUE L'ENTREE A LA DATE D'EFFET LA PLUS RECENTE QUI NE DEPASSE
      * PAS LA DATE DU RUN, COMME FACTURE
       01 TAB-TAUX-TARIF.
           05 WS-NB-TAUX-TARIF      PIC 99 VALUE ZERO.
           05 TAUX-TARIF-ENTRY OCCURS 50 TIMES INDEXED BY IDX-TXF.
               10 TT-DEVISE         PIC X(3).
               10 TT-TAUX           PIC 9(3)V9(5).
               10 TT-DATE-EFFET     PIC X(8).
       77 WS-TXF-DEVISE-LU          PIC X(3).
       77 WS-TXF-TAUX-LU            PIC X(10).
       77 WS-TXF-DATE-LUE           PIC X(8).
       77 WS-TXF-POSITION           PIC 99.
       77 WS-TXF-DEBUT              PIC 99.
       77 WS-TXF-LONGUEUR           PIC 99.
       77 WS-TXF-IDX-TROUVE         PIC 99 VALUE ZERO.

      * DEVISE DE FACTURATION PAR CLIENT
       01 TAB-DEVCLI.
           05 WS-NB-DEVCLI          PIC 999 VALUE ZERO.
           05 DEVCLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-DVC.
               10 DC-C-NO           PIC 9(4).
               10 DC-DEVISE         PIC X(3).

      * BAREME DE REMISES EN MEMOIRE
       01 TAB-REMISES.
           05 WS-NB-REMISES         PIC 999 VALUE ZERO.
           05 REMISE-ENTRY OCCURS 100 TIMES INDEXED BY IDX-REM.
               10 RE-TYPE           PIC X(1).
               10 RE-CLE            PIC X(30).
               10 RE-QTE-MIN        PIC 9(3).
               10 RE-PCT            PIC 9(2)V9.

      * CONDITIONS DU CLIENT EN COURS
       77 WS-C-NO-COURANT           PIC 9(4) VALUE ZERO.
       77 WS-REMISE-CLIENT-PCT      PIC 9(2)V9 VALUE ZERO.
       77 WS-DEVISE-CLIENT          PIC X(3) VALUE SPACES.
       77 WS-TAUX-CLIENT            PIC 9(3)V9(5) VALUE ZERO.
       77 WS-DATE-TAUX-CLIENT       PIC X(8) VALUE SPACES.

      * PRIX DU PRODUIT EN COURS
       77 WS-PRIX-BASE              PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-PRIX-CONTRAT           PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-FIN-CONTRAT            PIC X(10) VALUE SPACES.
       77 WS-PRIX-NET               PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-PRIX-NET-DEVISE        PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-PCT-APPLIQUE           PIC 9(2)V9 VALUE ZERO.

      * PAGINATION DU LISTING
       77 WS-LIGNES-PAGE            PIC 99 VALUE 55.
       77 WS-LIGNES-SUR-PAGE        PIC 99 VALUE ZERO.
       77 WS-PAGE-COURANTE          PIC 999 VALUE ZERO.
       77 LIGNE-IMPRESSION          PIC X(119).

      * ZONES DE TRAVAIL
       77 WS-DATE-SYS               PIC 9(8) VALUE ZERO.
       77 WS-RUN-DATE               PIC X(8) VALUE SPACES.
       77 WS-DATE-JOUR-ISO          PIC X(10) VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-CLIENTS    PIC 9(5) VALUE ZERO.
       77 WS-NB-LIGNES-PRD PIC 9(7) VALUE ZERO.
       77 WS-NB-CONTRATS   PIC 9(7) VALUE ZERO.
       77 WS-NB-PALIERS    PIC 9(7) VALUE ZERO.
       77 WS-NB-DELIM      PIC 9(7) VALUE ZERO.

      * ZONES EDITEES
       77 ED-C-NO          PIC 9(4).
       77 ED-PRIX          PIC ZZ9,99.
       77 ED-PRIX-DEVISE   PIC Z(6)9,99.
       77 ED-PCT           PIC Z9,9.
       77 ED-TAUX          PIC ZZ9,9(5).
       77 ED-QTE           PIC ZZ9.

      * LIGNES DU LISTING - LARGEUR 119
       01 LIGNE-CADRE-HAUT.
           05 FILLER                PIC X(1) VALUE '+'.
           05 FILLER                PIC X(117) VALUE ALL '-'.
           05 FILLER                PIC X(1) VALUE '+'.

       01 LIGNE-CADRE-BAS.
           05 FILLER                PIC X(1) VALUE '+'.
           05 FILLER                PIC X(117) VALUE ALL '-'.
           05 FILLER                PIC X(1) VALUE '+'.

       01 LIGNE-CADRE-VIDE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(117) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-TITRE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'TARIF CLIENT '.
           05 LTI-C-NO              PIC 9(4).
           05 FILLER                PIC X(3) VALUE ' - '.
           05 LTI-COMPANY           PIC X(30).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'TARIF AU '.
           05 LTI-DATE              PIC X(10).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE 'PAGE '.
           05 LTI-PAGE              PIC ZZ9.
           05 FILLER                PIC X(27) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-ADRESSE-CLI.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LAC-TEXTE             PIC X(100).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-CONDITIONS.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE
                  'REMISE CLIENT : '.
           05 LCO-REMISE            PIC Z9,9.
           05 FILLER                PIC X(2) VALUE ' %'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
                  'DEVISE DE FACTURATION : '.
           05 LCO-DEVISE            PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LCO-TAUX-LIB          PIC X(40).
           05 FILLER                PIC X(18) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-ENTETE-COL.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'PRD'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(30) VALUE 'DESIGNATION'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'CATAL.'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'CONTR.'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'FIN CONTR.'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE 'REM%'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE '   NET'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'NET DEVISE'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-TARIF.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LT-P-NO               PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LT-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LT-CATALOGUE          PIC ZZ9,99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LT-CONTRAT            PIC ZZ9,99 BLANK WHEN ZERO.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LT-FIN-CONTRAT        PIC X(10).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LT-REMISE             PIC Z9,9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LT-NET                PIC ZZ9,99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LT-NET-DEVISE         PIC Z(6)9,99 BLANK WHEN ZERO.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 LT-DEVISE             PIC X(3).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-PALIER.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 FILLER                PIC X(26) VALUE
                  'REMISE VOLUME A PARTIR DE '.
           05 LPA-QTE-MIN           PIC ZZ9.
           05 FILLER                PIC X(7) VALUE ' UNITES'.
           05 FILLER                PIC X(25) VALUE SPACES.
           05 LPA-REMISE            PIC Z9,9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LPA-NET               PIC ZZ9,99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LPA-NET-DEVISE        PIC Z(6)9,99 BLANK WHEN ZERO.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 LPA-DEVISE            PIC X(3).
           05 FILLER                PIC X(13) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-MENTION.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(34) VALUE
                  'PRIX UNITAIRES HORS TAXES EN USD, '.
           05 FILLER                PIC X(28) VALUE
                  'NET DEVISE AU TAUX CI-DESSUS'.
           05 FILLER                PIC X(51) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME TARIFCLI - TARIFS PAR CLIENT ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-TAUX-TARIF
           PERFORM CHARGER-DEVCLI
           PERFORM CHARGER-REMISES-MEMOIRE
           PERFORM OUV-FICHIERS

           PERFORM EDITER-TARIFS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-FICHIERS

           DISPLAY 'CLIENTS EDITES          : ' WS-NB-CLIENTS
           DISPLAY 'LIGNES PRODUIT EDITEES  : ' WS-NB-LIGNES-PRD
           DISPLAY 'DONT PRIX CONTRACTUELS  : ' WS-NB-CONTRATS
           DISPLAY 'PALIERS DE REMISE VOLUME: ' WS-NB-PALIERS
           DISPLAY 'ENREGISTREMENTS TARIFDEL: ' WS-NB-DELIM

           IF WS-NB-CLIENTS = ZERO
               DISPLAY 'AUCUN CLIENT POUR LA SELECTION DEMANDEE'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME TARIFCLI'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS TO WS-RUN-DATE
           STRING WS-DATE-SYS(1:4) '-' WS-DATE-SYS(5:2) '-'
                  WS-DATE-SYS(7:2)
               DELIMITED BY SIZE INTO WS-DATE-JOUR-ISO

           ACCEPT WS-MODE-SEL FROM SYSIN
           ACCEPT WS-VALEUR-SEL FROM SYSIN
           EVALUATE WS-MODE-SEL
               WHEN 'C'
                   IF WS-VALEUR-SEL = SPACES
                       MOVE 'T' TO WS-MODE-SEL
                   ELSE
                       COMPUTE WS-C-NO-SEL =
                           FUNCTION NUMVAL(WS-VALEUR-SEL)
                   END-IF
               WHEN 'R'
                   IF WS-VALEUR-SEL = SPACES
                       MOVE 'T' TO WS-MODE-SEL
                   ELSE
                       MOVE WS-VALEUR-SEL(1:3) TO WS-REGION-SEL
                   END-IF
               WHEN OTHER
                   MOVE 'T' TO WS-MODE-SEL
           END-EVALUATE

           EVALUATE TRUE
               WHEN SEL-CLIENT
                   MOVE WS-C-NO-SEL TO ED-C-NO
                   DISPLAY 'TARIF DU CLIENT ' ED-C-NO
               WHEN SEL-REGION
                   DISPLAY 'TARIFS DES CLIENTS DE LA REGION '
                           WS-REGION-SEL
               WHEN OTHER
                   DISPLAY 'TARIFS DE TOUS LES CLIENTS (DEFAUT)'
           END-EVALUATE
           .

      * CHARGEMENT DES TAUX DE CHANGE : POUR CHAQUE DEVISE, SEULE
      * L'ENTREE EN VIGUEUR A LA DATE DU RUN EST CONSERVEE
       CHARGER-TAUX-TARIF.
           MOVE ZERO TO WS-NB-TAUX-TARIF
           OPEN INPUT TAUX
           IF FS-TAUX = ZERO
               PERFORM LECT-TAUX
               PERFORM UNTIL WS-FF-TAUX = 1
                   PERFORM DECOUPER-LIGNE-TAUX
                   PERFORM RETENIR-TAUX-EFFECTIF
                   PERFORM LECT-TAUX
               END-PERFORM
               CLOSE TAUX
           ELSE
               DISPLAY 'PAS DE FICHIER TAUX (FS=' FS-TAUX
                       ') - TARIFS EN USD UNIQUEMENT'
           END-IF
           DISPLAY 'TAUX DE CHANGE CHARGES : ' WS-NB-TAUX-TARIF
           .

       LECT-TAUX.
           READ TAUX AT END
               MOVE 1 TO WS-FF-TAUX
           END-READ.

       DECOUPER-LIGNE-TAUX.
           MOVE SPACES TO WS-TXF-DEVISE-LU
           MOVE SPACES TO WS-TXF-TAUX-LU
           MOVE SPACES TO WS-TXF-DATE-LUE
           MOVE 1 TO WS-TXF-POSITION

           PERFORM TROUVER-CHAMP-TAUX
           MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
               TO WS-TXF-DEVISE-LU

           PERFORM TROUVER-CHAMP-TAUX
           MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
               TO WS-TXF-TAUX-LU

           PERFORM TROUVER-CHAMP-TAUX
           IF WS-TXF-LONGUEUR > 0
               MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
                   TO WS-TXF-DATE-LUE
           END-IF
           .

       TROUVER-CHAMP-TAUX.
           MOVE ZERO TO WS-TXF-LONGUEUR
           MOVE WS-TXF-POSITION TO WS-TXF-DEBUT

           PERFORM VARYING WS-TXF-POSITION
               FROM WS-TXF-POSITION BY 1
               UNTIL WS-TXF-POSITION > 30
                  OR LIGNE-TAUX(WS-TXF-POSITION:1) = ';'
                  OR LIGNE-TAUX(WS-TXF-POSITION:1) = SPACE
               ADD 1 TO WS-TXF-LONGUEUR
           END-PERFORM

           IF WS-TXF-POSITION <= 30
              AND LIGNE-TAUX(WS-TXF-POSITION:1) = ';' THEN
               ADD 1 TO WS-TXF-POSITION
           END-IF
           .

      * NE RETIENT, PAR DEVISE, QUE LE TAUX A LA DATE D'EFFET LA PLUS
      * RECENTE QUI NE DEPASSE PAS LA DATE DU RUN
       RETENIR-TAUX-EFFECTIF.
           IF WS-TXF-DATE-LUE > WS-RUN-DATE
               CONTINUE
           ELSE
               MOVE ZERO TO WS-TXF-IDX-TROUVE
               PERFORM VARYING IDX-TXF FROM 1 BY 1
                   UNTIL IDX-TXF > WS-NB-TAUX-TARIF
                   IF TT-DEVISE(IDX-TXF) = WS-TXF-DEVISE-LU
                       SET WS-TXF-IDX-TROUVE TO IDX-TXF
                   END-IF
               END-PERFORM

               IF WS-TXF-IDX-TROUVE > ZERO
                   IF WS-TXF-DATE-LUE >=
                       TT-DATE-EFFET(WS-TXF-IDX-TROUVE)
                       COMPUTE TT-TAUX(WS-TXF-IDX-TROUVE) =
                           FUNCTION NUMVAL(WS-TXF-TAUX-LU)
                       MOVE WS-TXF-DATE-LUE
                           TO TT-DATE-EFFET(WS-TXF-IDX-TROUVE)
                   END-IF
               ELSE
                   IF WS-NB-TAUX-TARIF < 50
                       ADD 1 TO WS-NB-TAUX-TARIF
                       SET IDX-TXF TO WS-NB-TAUX-TARIF
                       MOVE WS-TXF-DEVISE-LU TO TT-DEVISE(IDX-TXF)
                       COMPUTE TT-TAUX(IDX-TXF) =
                           FUNCTION NUMVAL(WS-TXF-TAUX-LU)
                       MOVE WS-TXF-DATE-LUE TO TT-DATE-EFFET(IDX-TXF)
                   ELSE
                       DISPLAY 'TAB-TAUX-TARIF PLEINE - DEVISE IGNOREE'
                   END-IF
               END-IF
           END-IF
           .

      * DEVISES DE FACTURATION PAR CLIENT ; UN CLIENT ABSENT DU
      * FICHIER RECOIT UN TARIF EN USD SEULEMENT
       CHARGER-DEVCLI.
           MOVE ZERO TO WS-NB-DEVCLI
           OPEN INPUT DEVISES-CLIENTS
           IF FS-DEVCLI = ZERO
               PERFORM LECT-DEVCLI
               PERFORM UNTIL WS-FF-DEVCLI = 1
                   IF WS-NB-DEVCLI < 200
                       ADD 1 TO WS-NB-DEVCLI
                       MOVE DVC-C-NO TO DC-C-NO(WS-NB-DEVCLI)
                       MOVE DVC-DEVISE TO DC-DEVISE(WS-NB-DEVCLI)
                   ELSE
                       DISPLAY 'TAB-DEVCLI PLEINE - CLIENT IGNORE'
                   END-IF
                   PERFORM LECT-DEVCLI
               END-PERFORM
               CLOSE DEVISES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER DEVCLI (FS=' FS-DEVCLI
                       ') - TARIFS EN USD UNIQUEMENT'
           END-IF
           .

       LECT-DEVCLI.
           READ DEVISES-CLIENTS AT END
               MOVE 1 TO WS-FF-DEVCLI
           END-READ.

      * BAREME DE REMISES EN MEMOIRE ; UN FICHIER ABSENT VAUT BAREME
      * VIDE, LES TARIFS SONT ALORS AU PRIX CATALOGUE OU CONTRACTUEL
       CHARGER-REMISES-MEMOIRE.
           MOVE ZERO TO WS-NB-REMISES
           OPEN INPUT FICHIER-REMISES
           IF FS-REMISES = ZERO
               PERFORM LECT-REMISE
               PERFORM UNTIL WS-FF-REMISES = 1
                   IF WS-NB-REMISES < 100
                       ADD 1 TO WS-NB-REMISES
                       MOVE REM-TYPE TO RE-TYPE(WS-NB-REMISES)
                       MOVE REM-CLE TO RE-CLE(WS-NB-REMISES)
                       MOVE REM-QTE-MIN TO RE-QTE-MIN(WS-NB-REMISES)
                       MOVE REM-PCT TO RE-PCT(WS-NB-REMISES)
                   ELSE
                       DISPLAY 'TAB-REMISES PLEINE - LIGNE IGNOREE'
                   END-IF
                   PERFORM LECT-REMISE
               END-PERFORM
               CLOSE FICHIER-REMISES
           ELSE
               DISPLAY 'PAS DE BAREME DE REMISES (FS=' FS-REMISES
                       ') - AUCUNE REMISE'
           END-IF
           DISPLAY 'NOMBRE DE REMISES CHARGEES : ' WS-NB-REMISES
           .

       LECT-REMISE.
           READ FICHIER-REMISES AT END
               MOVE 1 TO WS-FF-REMISES
           END-READ.

       EDITER-TARIFS.
           EXEC SQL
               OPEN CCLIENTS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CLIENT

           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-CLIENTS
               PERFORM EDITER-TARIF-CLIENT
               PERFORM FETCH-CLIENT
           END-PERFORM

           EXEC SQL
               CLOSE CCLIENTS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-CLIENT.
           MOVE SPACES TO CUST-COMPANY-TEXT
           MOVE SPACES TO CUST-ADDRESS-TEXT
           MOVE SPACES TO CUST-CITY-TEXT
           EXEC SQL
               FETCH CCLIENTS
               INTO :CUST-C-NO, :CUST-COMPANY, :CUST-ADDRESS,
                    :CUST-CITY, :CUST-STATE, :CUST-ZIP
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * DOCUMENT D'UN CLIENT : EN-TETE (ADRESSE ET CONDITIONS), UNE
      * LIGNE PAR PRODUIT ACTIF SUIVIE DE SES PALIERS DE REMISE
      * VOLUME, MENTION DE BAS DE DOCUMENT
       EDITER-TARIF-CLIENT.
           MOVE CUST-C-NO TO WS-C-NO-COURANT
           PERFORM DETERMINER-REMISE-CLIENT
           PERFORM DETERMINER-DEVISE-CLIENT

           MOVE ZERO TO WS-PAGE-COURANTE
           PERFORM OUVRIR-NOUVELLE-PAGE

           MOVE SPACES TO LAC-TEXTE
           MOVE CUST-ADDRESS-TEXT TO LAC-TEXTE
           MOVE LIGNE-ADRESSE-CLI TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF

           MOVE SPACES TO LAC-TEXTE
           STRING CUST-CITY-TEXT DELIMITED BY '  '
                  ', ' CUST-STATE ' ' CUST-ZIP DELIMITED BY SIZE
               INTO LAC-TEXTE
           MOVE LIGNE-ADRESSE-CLI TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF

           MOVE LIGNE-CADRE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF

           MOVE WS-REMISE-CLIENT-PCT TO LCO-REMISE
           MOVE SPACES TO LCO-TAUX-LIB
           IF WS-TAUX-CLIENT > ZERO
               MOVE WS-DEVISE-CLIENT TO LCO-DEVISE
               MOVE WS-TAUX-CLIENT TO ED-TAUX
               STRING 'TAUX ' ED-TAUX ' EN VIGUEUR AU '
                      WS-DATE-TAUX-CLIENT
                   DELIMITED BY SIZE INTO LCO-TAUX-LIB
           ELSE
               MOVE 'USD' TO LCO-DEVISE
           END-IF
           MOVE LIGNE-CONDITIONS TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF

           MOVE LIGNE-CADRE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF
           MOVE LIGNE-ENTETE-COL TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF

           PERFORM ECRIRE-DELIM-CLIENT

           EXEC SQL
               OPEN CPRODUITS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PRODUIT

           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-LIGNE-PRODUIT
               PERFORM FETCH-PRODUIT
           END-PERFORM

           EXEC SQL
               CLOSE CPRODUITS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE LIGNE-CADRE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF
           MOVE LIGNE-MENTION TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF
           MOVE ' ' TO TARIFS-ASA
           MOVE LIGNE-CADRE-BAS TO TARIFS-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           .

       FETCH-PRODUIT.
           MOVE SPACES TO PROD-DESCRIPTION-TEXT
           EXEC SQL
               FETCH CPRODUITS
               INTO :PROD-P-NO, :PROD-DESCRIPTION, :PROD-PRICE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * REMISE CLIENT (LIGNE 'C' DU BAREME DONT LA CLE PORTE LE
      * NUMERO CLIENT SUR SES 4 PREMIERS CARACTERES)
       DETERMINER-REMISE-CLIENT.
           MOVE ZERO TO WS-REMISE-CLIENT-PCT
           PERFORM VARYING IDX-REM FROM 1 BY 1
               UNTIL IDX-REM > WS-NB-REMISES
               IF RE-TYPE(IDX-REM) = 'C'
                  AND RE-CLE(IDX-REM) (1:4) = WS-C-NO-COURANT
                   MOVE RE-PCT(IDX-REM) TO WS-REMISE-CLIENT-PCT
               END-IF
           END-PERFORM
           .

      * DEVISE DE FACTURATION DU CLIENT ET TAUX EN VIGUEUR ; SANS
      * DEVISE OU SANS TAUX, LE TARIF RESTE EN USD SEULEMENT
       DETERMINER-DEVISE-CLIENT.
           MOVE SPACES TO WS-DEVISE-CLIENT
           MOVE ZERO TO WS-TAUX-CLIENT
           MOVE SPACES TO WS-DATE-TAUX-CLIENT

           PERFORM VARYING IDX-DVC FROM 1 BY 1
               UNTIL IDX-DVC > WS-NB-DEVCLI
               IF DC-C-NO(IDX-DVC) = WS-C-NO-COURANT
                   MOVE DC-DEVISE(IDX-DVC) TO WS-DEVISE-CLIENT
               END-IF
           END-PERFORM

           IF WS-DEVISE-CLIENT NOT = SPACES
              AND WS-DEVISE-CLIENT NOT = 'USD'
               PERFORM VARYING IDX-TXF FROM 1 BY 1
                   UNTIL IDX-TXF > WS-NB-TAUX-TARIF
                   IF TT-DEVISE(IDX-TXF) = WS-DEVISE-CLIENT
                       MOVE TT-TAUX(IDX-TXF) TO WS-TAUX-CLIENT
                       MOVE TT-DATE-EFFET(IDX-TXF)
                           TO WS-DATE-TAUX-CLIENT
                   END-IF
               END-PERFORM
               IF WS-TAUX-CLIENT = ZERO
                   MOVE WS-C-NO-COURANT TO ED-C-NO
                   DISPLAY 'PAS DE TAUX EN VIGUEUR POUR LA DEVISE '
                           WS-DEVISE-CLIENT ' - CLIENT ' ED-C-NO
                           ' EN USD'
               END-IF
           END-IF
           .

      * PRIX DE BASE = PRIX CONTRACTUEL EN VIGUEUR S'IL EXISTE, SINON
      * PRIX CATALOGUE ; LA REMISE CLIENT S'APPLIQUE SUR CETTE BASE,
      * COMME A LA FACTURATION
       EDITER-LIGNE-PRODUIT.
           PERFORM RECHERCHER-PRIX-CONTRAT
           IF WS-PRIX-CONTRAT > ZERO
               MOVE WS-PRIX-CONTRAT TO WS-PRIX-BASE
               ADD 1 TO WS-NB-CONTRATS
           ELSE
               MOVE PROD-PRICE TO WS-PRIX-BASE
           END-IF

           MOVE WS-REMISE-CLIENT-PCT TO WS-PCT-APPLIQUE
           PERFORM CALCULER-PRIX-NET

           MOVE PROD-P-NO TO LT-P-NO
           MOVE PROD-DESCRIPTION-TEXT TO LT-DESCRIPTION
           MOVE PROD-PRICE TO LT-CATALOGUE
           MOVE WS-PRIX-CONTRAT TO LT-CONTRAT
           MOVE WS-FIN-CONTRAT TO LT-FIN-CONTRAT
           MOVE WS-PCT-APPLIQUE TO LT-REMISE
           MOVE WS-PRIX-NET TO LT-NET
           MOVE WS-PRIX-NET-DEVISE TO LT-NET-DEVISE
           IF WS-TAUX-CLIENT > ZERO
               MOVE WS-DEVISE-CLIENT TO LT-DEVISE
           ELSE
               MOVE SPACES TO LT-DEVISE
           END-IF
           MOVE LIGNE-TARIF TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF
           ADD 1 TO WS-NB-LIGNES-PRD

           PERFORM ECRIRE-DELIM-PRODUIT

      * PALIERS DE REMISE VOLUME DU PRODUIT PLUS FAVORABLES QUE LA
      * REMISE CLIENT
           PERFORM VARYING IDX-REM FROM 1 BY 1
               UNTIL IDX-REM > WS-NB-REMISES
               IF RE-TYPE(IDX-REM) = 'V'
                  AND RE-CLE(IDX-REM) (1:3) = PROD-P-NO
                  AND RE-PCT(IDX-REM) > WS-REMISE-CLIENT-PCT
                   PERFORM EDITER-PALIER-VOLUME
               END-IF
           END-PERFORM
           .

      * PRIX CONTRACTUEL DU CLIENT POUR LE PRODUIT, A LA DATE DU JOUR
       RECHERCHER-PRIX-CONTRAT.
           MOVE ZERO TO WS-PRIX-CONTRAT
           MOVE SPACES TO WS-FIN-CONTRAT
           MOVE CUST-C-NO TO CTR-C-NO
           MOVE PROD-P-NO TO CTR-P-NO
           EXEC SQL
               SELECT PRIX_NET, DATE_FIN
               INTO :CTR-PRIX-NET, :CTR-DATE-FIN
               FROM API6.CONTRACT_PRICES
               WHERE C_NO = :CTR-C-NO
                 AND P_NO = :CTR-P-NO
                 AND DATE_DEBUT <= CURRENT DATE
                 AND DATE_FIN >= CURRENT DATE
               ORDER BY DATE_DEBUT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE CTR-PRIX-NET TO WS-PRIX-CONTRAT
                   MOVE CTR-DATE-FIN TO WS-FIN-CONTRAT
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

       CALCULER-PRIX-NET.
           COMPUTE WS-PRIX-NET ROUNDED =
               WS-PRIX-BASE - WS-PRIX-BASE * WS-PCT-APPLIQUE / 100
           IF WS-TAUX-CLIENT > ZERO
               COMPUTE WS-PRIX-NET-DEVISE ROUNDED =
                   WS-PRIX-NET / WS-TAUX-CLIENT
           ELSE
               MOVE ZERO TO WS-PRIX-NET-DEVISE
           END-IF
           .

       EDITER-PALIER-VOLUME.
           MOVE RE-PCT(IDX-REM) TO WS-PCT-APPLIQUE
           PERFORM CALCULER-PRIX-NET

           MOVE RE-QTE-MIN(IDX-REM) TO LPA-QTE-MIN
           MOVE WS-PCT-APPLIQUE TO LPA-REMISE
           MOVE WS-PRIX-NET TO LPA-NET
           MOVE WS-PRIX-NET-DEVISE TO LPA-NET-DEVISE
           IF WS-TAUX-CLIENT > ZERO
               MOVE WS-DEVISE-CLIENT TO LPA-DEVISE
           ELSE
               MOVE SPACES TO LPA-DEVISE
           END-IF
           MOVE LIGNE-PALIER TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-TARIF
           ADD 1 TO WS-NB-PALIERS

           PERFORM ECRIRE-DELIM-PALIER
           .

      * EN-TETE DE PAGE : SAUT DE CANAL SUR LE CADRE, TITRE AVEC LE
      * CLIENT ET LE NUMERO DE PAGE, RAPPEL DES EN-TETES DE COLONNES
      * EN PAGE SUITE
       OUVRIR-NOUVELLE-PAGE.
           ADD 1 TO WS-PAGE-COURANTE
           MOVE ZERO TO WS-LIGNES-SUR-PAGE

           MOVE '1' TO TARIFS-ASA
           MOVE LIGNE-CADRE-HAUT TO TARIFS-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE WS-C-NO-COURANT TO LTI-C-NO
           MOVE CUST-COMPANY-TEXT TO LTI-COMPANY
           MOVE WS-DATE-JOUR-ISO TO LTI-DATE
           MOVE WS-PAGE-COURANTE TO LTI-PAGE
           MOVE ' ' TO TARIFS-ASA
           MOVE LIGNE-TITRE TO TARIFS-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 2 TO WS-LIGNES-SUR-PAGE

           IF WS-PAGE-COURANTE > 1
               MOVE ' ' TO TARIFS-ASA
               MOVE LIGNE-ENTETE-COL TO TARIFS-LIGNE
               PERFORM ECRIRE-LIGNE-PHYSIQUE
               ADD 1 TO WS-LIGNES-SUR-PAGE
           END-IF
           .

      * LIGNE DU CORPS DU DOCUMENT, AVEC CHANGEMENT DE PAGE QUAND LA
      * PAGE EST PLEINE
       ECRIRE-LIGNE-TARIF.
           IF WS-LIGNES-SUR-PAGE >= WS-LIGNES-PAGE
               MOVE ' ' TO TARIFS-ASA
               MOVE LIGNE-CADRE-BAS TO TARIFS-LIGNE
               PERFORM ECRIRE-LIGNE-PHYSIQUE
               PERFORM OUVRIR-NOUVELLE-PAGE
           END-IF
           MOVE ' ' TO TARIFS-ASA
           MOVE LIGNE-IMPRESSION TO TARIFS-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 1 TO WS-LIGNES-SUR-PAGE
           .

       ECRIRE-LIGNE-PHYSIQUE.
           WRITE ENR-TARIFS
           IF FS-TARIFS NOT = ZERO
               DISPLAY 'ERR WRITE TARIFS - FS : ', FS-TARIFS
               PERFORM ABEND-PROG
           END-IF
           .

      * ENREGISTREMENT DELIMITE 'E' : CLIENT, DATE DU TARIF, REMISE
      * CLIENT, DEVISE, TAUX ET DATE D'EFFET
       ECRIRE-DELIM-CLIENT.
           MOVE WS-C-NO-COURANT TO ED-C-NO
           MOVE WS-REMISE-CLIENT-PCT TO ED-PCT
           MOVE WS-TAUX-CLIENT TO ED-TAUX
           MOVE SPACES TO ENR-TARIFDEL
           IF WS-TAUX-CLIENT > ZERO
               STRING 'E;' ED-C-NO ';'
                      CUST-COMPANY-TEXT DELIMITED BY '  '
                      ';' WS-DATE-JOUR-ISO ';' ED-PCT ';'
                      WS-DEVISE-CLIENT ';' ED-TAUX ';'
                      WS-DATE-TAUX-CLIENT DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           ELSE
               STRING 'E;' ED-C-NO ';'
                      CUST-COMPANY-TEXT DELIMITED BY '  '
                      ';' WS-DATE-JOUR-ISO ';' ED-PCT ';USD;;'
                      DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           END-IF
           PERFORM ECRIRE-TARIFDEL
           .

      * ENREGISTREMENT DELIMITE 'P' : CLIENT, PRODUIT, DESIGNATION,
      * PRIX CATALOGUE, PRIX CONTRACTUEL ET FIN DE CONTRAT (VIDES SANS
      * CONTRAT), REMISE, NET USD, NET DEVISE ET DEVISE (VIDES SANS
      * CONVERSION)
       ECRIRE-DELIM-PRODUIT.
           MOVE WS-PCT-APPLIQUE TO ED-PCT
           MOVE WS-PRIX-NET TO ED-PRIX
           MOVE SPACES TO ENR-TARIFDEL
           IF WS-TAUX-CLIENT > ZERO
               MOVE WS-PRIX-NET-DEVISE TO ED-PRIX-DEVISE
               STRING 'P;' ED-C-NO ';' PROD-P-NO ';'
                      PROD-DESCRIPTION-TEXT DELIMITED BY '  '
                      ';' LT-CATALOGUE ';' LT-CONTRAT ';'
                      WS-FIN-CONTRAT ';' ED-PCT ';' ED-PRIX ';'
                      ED-PRIX-DEVISE ';' WS-DEVISE-CLIENT
                      DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           ELSE
               STRING 'P;' ED-C-NO ';' PROD-P-NO ';'
                      PROD-DESCRIPTION-TEXT DELIMITED BY '  '
                      ';' LT-CATALOGUE ';' LT-CONTRAT ';'
                      WS-FIN-CONTRAT ';' ED-PCT ';' ED-PRIX ';;'
                      DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           END-IF
           PERFORM ECRIRE-TARIFDEL
           .

      * ENREGISTREMENT DELIMITE 'V' : CLIENT, PRODUIT, SEUIL DE
      * QUANTITE, REMISE VOLUME, NET USD, NET DEVISE ET DEVISE
       ECRIRE-DELIM-PALIER.
           MOVE RE-QTE-MIN(IDX-REM) TO ED-QTE
           MOVE WS-PCT-APPLIQUE TO ED-PCT
           MOVE WS-PRIX-NET TO ED-PRIX
           MOVE SPACES TO ENR-TARIFDEL
           IF WS-TAUX-CLIENT > ZERO
               MOVE WS-PRIX-NET-DEVISE TO ED-PRIX-DEVISE
               STRING 'V;' ED-C-NO ';' PROD-P-NO ';' ED-QTE ';'
                      ED-PCT ';' ED-PRIX ';' ED-PRIX-DEVISE ';'
                      WS-DEVISE-CLIENT DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           ELSE
               STRING 'V;' ED-C-NO ';' PROD-P-NO ';' ED-QTE ';'
                      ED-PCT ';' ED-PRIX ';;' DELIMITED BY SIZE
                   INTO ENR-TARIFDEL
           END-IF
           PERFORM ECRIRE-TARIFDEL
           .

       ECRIRE-TARIFDEL.
           WRITE ENR-TARIFDEL
           IF FS-TARIFDEL NOT = ZERO
               DISPLAY 'ERR WRITE TARIFDEL - FS : ', FS-TARIFDEL
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-DELIM
           .

       OUV-FICHIERS.
           OPEN OUTPUT TARIFS
           IF FS-TARIFS NOT = ZERO
               DISPLAY 'ERR OPEN TARIFS - FS : ', FS-TARIFS
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT TARIFS-DELIM
           IF FS-TARIFDEL NOT = ZERO
               DISPLAY 'ERR OPEN TARIFDEL - FS : ', FS-TARIFDEL
               PERFORM ABEND-PROG
           END-IF
           .

       FERM-FICHIERS.
           CLOSE TARIFS
           CLOSE TARIFS-DELIM
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
