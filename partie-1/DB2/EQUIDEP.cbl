       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIDEP.

      * PROPOSITIONS NOCTURNES DE REEQUILIBRAGE ENTRE LES DEPOTS EU ET
      * AM : POUR CHAQUE PRODUIT STOCKE (LES KITS NE LE SONT PAS, LEURS
      * COMPOSANTS SI), LE STOCK DE CHAQUE DEPOT (API6.STOCKS_DEPOT)
      * EST RAPPROCHE DE SON BESOIN :
      *   - LA DEMANDE RECENTE DU DEPOT, C'EST-A-DIRE CE QUE PICKLIST
      *     LUI A FAIT PREPARER SUR LA FENETRE (30 JOURS PAR DEFAUT) :
      *     LIGNES ITEMS DES COMMANDES VEU/DIR POUR EU, VAS/VAM POUR
      *     AM, LES LIGNES SUR UN KIT ECLATEES EN LEURS COMPOSANTS
      *     (API6.KITS) COMME A LA PREPARATION,
      *   - LA PART DU DEPOT DANS LE SEUIL DE REAPPRO DU PRODUIT
      *     (API6.STOCKS.SEUIL_REAPPRO), REPARTI AU PRORATA DE LA
      *     DEMANDE DES DEUX DEPOTS (MOITIE-MOITIE SANS DEMANDE).
      * LE BESOIN EST LE PLUS GRAND DES DEUX. QUAND UN DEPOT EST SOUS
      * SON BESOIN ET QUE L'AUTRE EST AU-DESSUS DU SIEN, UN TRANSFERT
      * DE L'EXCEDENT VERS LE DEPOT COURT EST PROPOSE POUR LE MOINS
      * DES DEUX ECARTS, S'IL ATTEINT LA QUANTITE MINIMALE QUI VAUT LE
      * DEPLACEMENT (SYSIN, 10 PAR DEFAUT). LE DEPOT EXCEDENTAIRE NE
      * DESCEND DONC JAMAIS SOUS SON PROPRE BESOIN ; UN DEFICIT SANS
      * EXCEDENT EN FACE RELEVE DE REAPPRO ET N'EST QUE SIGNALE.
      * COMME LES SUGGESTIONS D'ACHAT DE REAPPRO, CHAQUE PROPOSITION
      * EST ECRITE NON APPROUVEE ('N') DANS LE FICHIER EQUIAPPR :
      * LE GESTIONNAIRE DE STOCK PASSE A 'O' LES LIGNES RETENUES
      * (QUANTITE MODIFIABLE) EN Y PORTANT SON CODE, ET LE PASSAGE
      * 'VALIDER' (1RE CARTE SYSIN) RECOPIE LES LIGNES APPROUVEES AU
      * FORMAT DU FICHIER DE MOUVEMENTS DE TRFSTOCK (FICHIER TRFEQUI,
      * A PASSER EN ENTREE DE TRFSTOCK).
      * SYSIN : MODE ('PROPOSER' PAR DEFAUT OU 'VALIDER'), FENETRE DE
      * DEMANDE EN JOURS, QUANTITE MINIMALE DE TRANSFERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSITIONS-APPRO ASSIGN TO EQUIAPPR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EQUIAPPR.

           SELECT MOUVEMENTS-TRANSFERT ASSIGN TO TRFEQUI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TRFEQUI.

           SELECT RAPPORT-EQUIDEP ASSIGN TO RAPEQUI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPEQUI.

       DATA DIVISION.
       FILE SECTION.
      * PROPOSITION A APPROUVER ; LA PARTIE MOUVEMENT A LE DESSIN DE
      * L'ENTREE DE TRFSTOCK
       FD PROPOSITIONS-APPRO.
       01 ENR-EQUIAPPR.
           05 EQA-APPROUVE      PIC X(1).
           05 EQA-MOUVEMENT.
               10 EQA-NUM-PROD      PIC X(3).
               10 EQA-QTE           PIC 9(5).
               10 EQA-DEPOT-DE      PIC X(2).
               10 EQA-DEPOT-VERS    PIC X(2).
           05 EQA-GESTIONNAIRE  PIC X(8).

      * MEME DESSIN QUE L'ENTREE TRFSTOCK DE TRFSTOCK
       FD MOUVEMENTS-TRANSFERT.
       01 ENR-TRANSFERT.
           05 TRF-NUM-PROD      PIC X(3).
           05 TRF-QTE           PIC 9(5).
           05 TRF-DEPOT-DE      PIC X(2).
           05 TRF-DEPOT-VERS    PIC X(2).

       FD RAPPORT-EQUIDEP.
       01 ENR-RAPEQUI           PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE STOCK
           END-EXEC.

      * STOCK DES DEUX DEPOTS ET DEMANDE DE LA FENETRE PAR DEPOT, POUR
      * CHAQUE PRODUIT STOCKE QUI N'EST PAS UN KIT
           EXEC SQL
               DECLARE CEQUIDEP CURSOR
               FOR
               SELECT
                   S.P_NO,
                   S.SEUIL_REAPPRO,
                   COALESCE(
                       (SELECT D.QTE_STOCK
                        FROM API6.STOCKS_DEPOT D
                        WHERE D.P_NO = S.P_NO
                          AND D.DEPOT = 'EU'), 0),
                   COALESCE(
                       (SELECT D.QTE_STOCK
                        FROM API6.STOCKS_DEPOT D
                        WHERE D.P_NO = S.P_NO
                          AND D.DEPOT = 'AM'), 0),
                   COALESCE(
                       (SELECT SUM(I.QUANTITY)
                        FROM API6.ITEMS I
                        INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                        WHERE I.P_NO = S.P_NO
                          AND O.O_DATE >=
                              CURRENT DATE - :WS-FENETRE DAYS
                          AND (O.REGION = 'VEU' OR O.REGION = 'DIR')),
                       0)
                   + COALESCE(
                       (SELECT SUM(I.QUANTITY * K.QTE_COMPOSANT)
                        FROM API6.ITEMS I
                        INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                        INNER JOIN API6.KITS K ON K.KIT_P_NO = I.P_NO
                        WHERE K.COMP_P_NO = S.P_NO
                          AND O.O_DATE >=
                              CURRENT DATE - :WS-FENETRE DAYS
                          AND (O.REGION = 'VEU' OR O.REGION = 'DIR')),
                       0),
                   COALESCE(
                       (SELECT SUM(I.QUANTITY)
                        FROM API6.ITEMS I
                        INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                        WHERE I.P_NO = S.P_NO
                          AND O.O_DATE >=
                              CURRENT DATE - :WS-FENETRE DAYS
                          AND (O.REGION = 'VAS' OR O.REGION = 'VAM')),
                       0)
                   + COALESCE(
                       (SELECT SUM(I.QUANTITY * K.QTE_COMPOSANT)
                        FROM API6.ITEMS I
                        INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                        INNER JOIN API6.KITS K ON K.KIT_P_NO = I.P_NO
                        WHERE K.COMP_P_NO = S.P_NO
                          AND O.O_DATE >=
                              CURRENT DATE - :WS-FENETRE DAYS
                          AND (O.REGION = 'VAS' OR O.REGION = 'VAM')),
                       0)
               FROM
                   API6.STOCKS S
               WHERE
                   NOT EXISTS
                       (SELECT 1 FROM API6.KITS K
                        WHERE K.KIT_P_NO = S.P_NO)
               ORDER BY
                   S.P_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-EQUIAPPR        PIC 99.
       77 FS-TRFEQUI         PIC 99.
       77 FS-RAPEQUI         PIC 99.
       77 WS-FF-EQUIAPPR     PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN
       77 WS-MODE            PIC X(8).
           88 MODE-VALIDER       VALUE 'VALIDER'.
       77 WS-FENETRE-SAISIE  PIC X(5).
       77 WS-FENETRE         PIC S9(5) USAGE COMP-3 VALUE 30.
       77 WS-QTE-MIN-SAISIE  PIC X(7).
       77 WS-QTE-MIN         PIC S9(7) USAGE COMP-3 VALUE 10.

      * VARIABLES DU CURSEUR
       77 WS-P-NO            PIC X(3).
       77 WS-SEUIL           PIC S9(7)V USAGE COMP-3.
       77 WS-STOCK-EU        PIC S9(7)V USAGE COMP-3.
       77 WS-STOCK-AM        PIC S9(7)V USAGE COMP-3.
       77 WS-DEMANDE-EU      PIC S9(9)V USAGE COMP-3.
       77 WS-DEMANDE-AM      PIC S9(9)V USAGE COMP-3.

      * BESOIN DE CHAQUE DEPOT : PLUS GRAND DE LA DEMANDE DE LA
      * FENETRE ET DE SA PART DU SEUIL DE REAPPRO
       77 WS-DEMANDE-TOTALE  PIC S9(9)V USAGE COMP-3.
       77 WS-SEUIL-EU        PIC S9(7)V USAGE COMP-3.
       77 WS-SEUIL-AM        PIC S9(7)V USAGE COMP-3.
       77 WS-BESOIN-EU       PIC S9(9)V USAGE COMP-3.
       77 WS-BESOIN-AM       PIC S9(9)V USAGE COMP-3.
       77 WS-ECART-EU        PIC S9(9)V USAGE COMP-3.
       77 WS-ECART-AM        PIC S9(9)V USAGE COMP-3.
       77 WS-QTE-PROPOSEE    PIC S9(9)V USAGE COMP-3.
       77 WS-DEPOT-DE        PIC X(2).
       77 WS-DEPOT-VERS      PIC X(2).

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-PRODUITS     PIC 9(5) VALUE ZERO.
       77 WS-NB-PROPOSES     PIC 9(5) VALUE ZERO.
       77 WS-NB-SOUS-MINI    PIC 9(5) VALUE ZERO.
       77 WS-NB-NON-COUVERTS PIC 9(5) VALUE ZERO.
       77 WS-QTE-TOTALE      PIC 9(9) VALUE ZERO.
       77 WS-NB-LUS          PIC 9(5) VALUE ZERO.
       77 WS-NB-APPROUVES    PIC 9(5) VALUE ZERO.
       77 WS-NB-ECARTES      PIC 9(5) VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-QTE             PIC Z(8)9.
       77 ED-STK-EU          PIC -(6)9.
       77 ED-STK-AM          PIC -(6)9.
       77 ED-BES-EU          PIC Z(6)9.
       77 ED-BES-AM          PIC Z(6)9.
       77 ED-PROP            PIC Z(6)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME EQUIDEP - REEQUILIBRAGE EU / AM ==='

           PERFORM LIRE-PARAMETRES

           IF MODE-VALIDER
               PERFORM VALIDER-PROPOSITIONS
           ELSE
               PERFORM PROPOSER-TRANSFERTS
           END-IF

           DISPLAY 'FIN PROGRAMME EQUIDEP'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-MODE FROM SYSIN
           IF NOT MODE-VALIDER
               MOVE 'PROPOSER' TO WS-MODE
           END-IF
           DISPLAY 'MODE : ' WS-MODE

           ACCEPT WS-FENETRE-SAISIE FROM SYSIN
           IF WS-FENETRE-SAISIE NOT = SPACES
               COMPUTE WS-FENETRE = FUNCTION NUMVAL(WS-FENETRE-SAISIE)
               IF WS-FENETRE NOT > ZERO
                   MOVE 30 TO WS-FENETRE
               END-IF
           END-IF

           ACCEPT WS-QTE-MIN-SAISIE FROM SYSIN
           IF WS-QTE-MIN-SAISIE NOT = SPACES
               COMPUTE WS-QTE-MIN = FUNCTION NUMVAL(WS-QTE-MIN-SAISIE)
               IF WS-QTE-MIN NOT > ZERO
                   MOVE 10 TO WS-QTE-MIN
               END-IF
           END-IF

           IF NOT MODE-VALIDER
               DISPLAY 'FENETRE DE DEMANDE EN JOURS : ' WS-FENETRE
               DISPLAY 'QUANTITE MINIMALE DE TRANSFERT : ' WS-QTE-MIN
           END-IF
           .

      ******************************************************************
      * PASSAGE 'PROPOSER' : RAPPROCHEMENT STOCK / BESOIN DES DEUX
      * DEPOTS ET PROPOSITIONS A APPROUVER
      ******************************************************************
       PROPOSER-TRANSFERTS.
           PERFORM OUV-RAPEQUI
           OPEN OUTPUT PROPOSITIONS-APPRO
           IF FS-EQUIAPPR NOT = ZERO
               DISPLAY 'ERR OPEN EQUIAPPR - FS : ', FS-EQUIAPPR
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-FENETRE TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING '=== PROPOSITIONS DE TRANSFERT EU / AM - FENETRE '
                  ED-NB ' J ==='
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           EXEC SQL
               OPEN CEQUIDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PRODUIT
           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-PRODUITS
               PERFORM EVALUER-PRODUIT
               PERFORM FETCH-PRODUIT
           END-PERFORM

           EXEC SQL
               CLOSE CEQUIDEP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           CLOSE PROPOSITIONS-APPRO
           PERFORM ECRIRE-TOTAUX-PROPOSITIONS
           CLOSE RAPPORT-EQUIDEP
           .

       FETCH-PRODUIT.
           EXEC SQL
               FETCH CEQUIDEP
               INTO :WS-P-NO,
                    :WS-SEUIL,
                    :WS-STOCK-EU,
                    :WS-STOCK-AM,
                    :WS-DEMANDE-EU,
                    :WS-DEMANDE-AM
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * BESOIN DE CHAQUE DEPOT, PUIS TRANSFERT DE L'EXCEDENT DE L'UN
      * VERS LE DEFICIT DE L'AUTRE
       EVALUER-PRODUIT.
           COMPUTE WS-DEMANDE-TOTALE = WS-DEMANDE-EU + WS-DEMANDE-AM
           IF WS-DEMANDE-TOTALE > ZERO
               COMPUTE WS-SEUIL-EU ROUNDED =
                   WS-SEUIL * WS-DEMANDE-EU / WS-DEMANDE-TOTALE
           ELSE
               COMPUTE WS-SEUIL-EU ROUNDED = WS-SEUIL / 2
           END-IF
           COMPUTE WS-SEUIL-AM = WS-SEUIL - WS-SEUIL-EU

           MOVE WS-DEMANDE-EU TO WS-BESOIN-EU
           IF WS-SEUIL-EU > WS-BESOIN-EU
               MOVE WS-SEUIL-EU TO WS-BESOIN-EU
           END-IF
           MOVE WS-DEMANDE-AM TO WS-BESOIN-AM
           IF WS-SEUIL-AM > WS-BESOIN-AM
               MOVE WS-SEUIL-AM TO WS-BESOIN-AM
           END-IF

      * ECART POSITIF = EXCEDENT, NEGATIF = DEFICIT
           COMPUTE WS-ECART-EU = WS-STOCK-EU - WS-BESOIN-EU
           COMPUTE WS-ECART-AM = WS-STOCK-AM - WS-BESOIN-AM

           MOVE ZERO TO WS-QTE-PROPOSEE
           EVALUATE TRUE
               WHEN WS-ECART-EU < ZERO AND WS-ECART-AM > ZERO
                   MOVE 'AM' TO WS-DEPOT-DE
                   MOVE 'EU' TO WS-DEPOT-VERS
                   COMPUTE WS-QTE-PROPOSEE = ZERO - WS-ECART-EU
                   IF WS-ECART-AM < WS-QTE-PROPOSEE
                       MOVE WS-ECART-AM TO WS-QTE-PROPOSEE
                   END-IF
               WHEN WS-ECART-AM < ZERO AND WS-ECART-EU > ZERO
                   MOVE 'EU' TO WS-DEPOT-DE
                   MOVE 'AM' TO WS-DEPOT-VERS
                   COMPUTE WS-QTE-PROPOSEE = ZERO - WS-ECART-AM
                   IF WS-ECART-EU < WS-QTE-PROPOSEE
                       MOVE WS-ECART-EU TO WS-QTE-PROPOSEE
                   END-IF
               WHEN WS-ECART-EU < ZERO OR WS-ECART-AM < ZERO
                   ADD 1 TO WS-NB-NON-COUVERTS
                   PERFORM SIGNALER-DEFICIT-NON-COUVERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      * LE FICHIER DE MOUVEMENTS NE PORTE QUE 5 CHIFFRES
           IF WS-QTE-PROPOSEE > 99999
               MOVE 99999 TO WS-QTE-PROPOSEE
           END-IF

           IF WS-QTE-PROPOSEE > ZERO
               IF WS-QTE-PROPOSEE < WS-QTE-MIN
                   ADD 1 TO WS-NB-SOUS-MINI
               ELSE
                   PERFORM EDITER-PROPOSITION
               END-IF
           END-IF
           .

       EDITER-PROPOSITION.
           ADD 1 TO WS-NB-PROPOSES
           ADD WS-QTE-PROPOSEE TO WS-QTE-TOTALE
           PERFORM EDITER-STOCKS-BESOINS

           MOVE WS-QTE-PROPOSEE TO ED-PROP
           MOVE SPACES TO ENR-RAPEQUI
           STRING '     TRANSFERT PROPOSE ' WS-DEPOT-DE ' -> '
                  WS-DEPOT-VERS ' QTE=' ED-PROP
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE 'N' TO EQA-APPROUVE
           MOVE WS-P-NO TO EQA-NUM-PROD
           MOVE WS-QTE-PROPOSEE TO EQA-QTE
           MOVE WS-DEPOT-DE TO EQA-DEPOT-DE
           MOVE WS-DEPOT-VERS TO EQA-DEPOT-VERS
           MOVE SPACES TO EQA-GESTIONNAIRE
           WRITE ENR-EQUIAPPR
           IF FS-EQUIAPPR NOT = ZERO
               DISPLAY 'ERR WRITE EQUIAPPR - FS : ', FS-EQUIAPPR
               PERFORM ABEND-PROG
           END-IF.

      * DEPOT SOUS SON BESOIN SANS EXCEDENT EN FACE : RIEN A
      * TRANSFERER, LE REAPPROVISIONNEMENT EST L'AFFAIRE DE REAPPRO
       SIGNALER-DEFICIT-NON-COUVERT.
           PERFORM EDITER-STOCKS-BESOINS
           MOVE SPACES TO ENR-RAPEQUI
           STRING '     DEFICIT SANS EXCEDENT A L''AUTRE DEPOT - '
                  'VOIR REAPPRO'
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI.

       EDITER-STOCKS-BESOINS.
           MOVE WS-STOCK-EU TO ED-STK-EU
           MOVE WS-STOCK-AM TO ED-STK-AM
           MOVE WS-BESOIN-EU TO ED-BES-EU
           MOVE WS-BESOIN-AM TO ED-BES-AM
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'PROD=' WS-P-NO
                  '  EU STOCK=' ED-STK-EU ' BESOIN=' ED-BES-EU
                  '  AM STOCK=' ED-STK-AM ' BESOIN=' ED-BES-AM
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI.

       ECRIRE-TOTAUX-PROPOSITIONS.
           MOVE SPACES TO ENR-RAPEQUI
           STRING '=== RAPPORT DE CONTROLE EQUIDEP ==='
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-PRODUITS TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'PRODUITS EXAMINES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-PROPOSES TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'TRANSFERTS PROPOSES      : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-QTE-TOTALE TO ED-QTE
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'QUANTITE TOTALE PROPOSEE : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-SOUS-MINI TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'ECARTS SOUS LE MINIMUM   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-NON-COUVERTS TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'DEFICITS NON COUVERTS    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI
           .

      ******************************************************************
      * PASSAGE 'VALIDER' : LES PROPOSITIONS PASSEES A 'O' PAR LE
      * GESTIONNAIRE PARTENT DANS LE FICHIER DE MOUVEMENTS DE TRFSTOCK
      ******************************************************************
       VALIDER-PROPOSITIONS.
           PERFORM OUV-RAPEQUI
           OPEN INPUT PROPOSITIONS-APPRO
           IF FS-EQUIAPPR NOT = ZERO
               DISPLAY 'ERR OPEN EQUIAPPR - FS : ', FS-EQUIAPPR
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT MOUVEMENTS-TRANSFERT
           IF FS-TRFEQUI NOT = ZERO
               DISPLAY 'ERR OPEN TRFEQUI - FS : ', FS-TRFEQUI
               PERFORM ABEND-PROG
           END-IF

           PERFORM LECT-EQUIAPPR
           PERFORM UNTIL WS-FF-EQUIAPPR = 1
               ADD 1 TO WS-NB-LUS
               IF EQA-APPROUVE = 'O'
                   PERFORM RECOPIER-PROPOSITION
               END-IF
               PERFORM LECT-EQUIAPPR
           END-PERFORM

           CLOSE PROPOSITIONS-APPRO
           CLOSE MOUVEMENTS-TRANSFERT

           MOVE SPACES TO ENR-RAPEQUI
           STRING '=== RAPPORT DE CONTROLE EQUIDEP (VALIDATION) ==='
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-LUS TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'PROPOSITIONS LUES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-APPROUVES TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'MOUVEMENTS ECRITS        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-QTE-TOTALE TO ED-QTE
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'QUANTITE A TRANSFERER    : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           MOVE WS-NB-ECARTES TO ED-NB
           MOVE SPACES TO ENR-RAPEQUI
           STRING 'APPROUVEES INVALIDES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEQUI
           PERFORM ECRIRE-RAPEQUI

           CLOSE RAPPORT-EQUIDEP

           IF WS-NB-ECARTES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * UNE LIGNE APPROUVEE SANS GESTIONNAIRE, A QUANTITE NULLE OU
      * ENTRE DEPOTS INCOHERENTS EST ECARTEE ET TRACEE ; LE CONTROLE
      * DU STOCK ORIGINE RESTE FAIT PAR TRFSTOCK AU PASSAGE
       RECOPIER-PROPOSITION.
           EVALUATE TRUE
               WHEN EQA-GESTIONNAIRE = SPACES
                   MOVE SPACES TO ENR-RAPEQUI
                   STRING 'ECARTEE (SANS GESTIONNAIRE) : ' EQA-MOUVEMENT
                       DELIMITED BY SIZE INTO ENR-RAPEQUI
                   PERFORM ECRIRE-RAPEQUI
                   ADD 1 TO WS-NB-ECARTES
               WHEN EQA-QTE NOT NUMERIC OR EQA-QTE = ZERO
                   MOVE SPACES TO ENR-RAPEQUI
                   STRING 'ECARTEE (QUANTITE NULLE)    : ' EQA-MOUVEMENT
                       DELIMITED BY SIZE INTO ENR-RAPEQUI
                   PERFORM ECRIRE-RAPEQUI
                   ADD 1 TO WS-NB-ECARTES
               WHEN NOT ((EQA-DEPOT-DE = 'EU'
                          AND EQA-DEPOT-VERS = 'AM')
                      OR (EQA-DEPOT-DE = 'AM'
                          AND EQA-DEPOT-VERS = 'EU'))
                   MOVE SPACES TO ENR-RAPEQUI
                   STRING 'ECARTEE (DEPOTS INVALIDES)  : ' EQA-MOUVEMENT
                       DELIMITED BY SIZE INTO ENR-RAPEQUI
                   PERFORM ECRIRE-RAPEQUI
                   ADD 1 TO WS-NB-ECARTES
               WHEN OTHER
                   MOVE EQA-MOUVEMENT TO ENR-TRANSFERT
                   WRITE ENR-TRANSFERT
                   IF FS-TRFEQUI NOT = ZERO
                       DISPLAY 'ERR WRITE TRFEQUI - FS : ', FS-TRFEQUI
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-APPROUVES
                   ADD EQA-QTE TO WS-QTE-TOTALE
                   DISPLAY 'TRANSFERT APPROUVE PAR ' EQA-GESTIONNAIRE
                           ' - PROD=' EQA-NUM-PROD ' ' EQA-DEPOT-DE
                           ' -> ' EQA-DEPOT-VERS ' QTE=' EQA-QTE
           END-EVALUATE.

       LECT-EQUIAPPR.
           READ PROPOSITIONS-APPRO AT END
               MOVE 1 TO WS-FF-EQUIAPPR
           END-READ.

       OUV-RAPEQUI.
           OPEN OUTPUT RAPPORT-EQUIDEP
           IF FS-RAPEQUI NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPEQUI - FS : ', FS-RAPEQUI
           END-IF.

       ECRIRE-RAPEQUI.
           WRITE ENR-RAPEQUI
           IF FS-RAPEQUI NOT = ZERO
               DISPLAY 'ERR WRITE RAPEQUI - FS : ', FS-RAPEQUI
           END-IF.

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
