       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPBANK.

      * RAPPROCHEMENT BANCAIRE QUOTIDIEN : LE RELEVE DE LA BANQUE
      * (RELBANQ) EST CONFRONTE A CE QUE LES LIVRES ONT ENREGISTRE --
      * REGLEMENTS APPLIQUES PAR ENCAISSE (FICHIER PAYMENTS, Y COMPRIS
      * LES REMISES ISSUES DE LOCKBOX), REMBOURSEMENTS EMIS PAR
      * REMBOURS (TRESOREM) ET COMMISSIONS REGLEES PAR COMSETL
      * (PAIECOM). CHAQUE MOUVEMENT BANCAIRE EST RAPPROCHE D'UNE
      * ECRITURE DE MEME SENS ET DE MEME MONTANT, D'ABORD PAR
      * REFERENCE EXACTE, PUIS PAR MONTANT SEUL SI LE RAPPROCHEMENT
      * EST SANS AMBIGUITE (MEME REGLE QUE LOCKBOX).
      * REFERENCES COTE LIVRES : PAY-REFERENCE POUR LES REGLEMENTS,
      * 'R' + NUMERO CLIENT POUR LES REMBOURSEMENTS, 'C' + NUMERO
      * VENDEUR + PERIODE POUR LES COMMISSIONS.
      * LE RAPPORT LISTE LES ITEMS RAPPROCHES, LES MOUVEMENTS BANQUE
      * SANS ECRITURE ET LES ECRITURES NON ENCORE PASSEES EN BANQUE,
      * AVEC LEUR AGE (0-7 / 8-30 / 31+ JOURS), PUIS ETABLIT LA
      * POSITION DE TRESORERIE QUI RELIE LE SOLDE BANCAIRE AU SOLDE
      * COMPTABLE. UN ECART NON EXPLIQUE DONNE UN CODE RETOUR 4.
      * FONCTIONNEMENT EN MISE A JOUR DE FICHIER MAITRE COMME
      * SUSPREG : LES ITEMS NON RAPPROCHES ET LE SOLDE COMPTABLE
      * PASSENT D'UN RUN A L'AUTRE (RAPBKI EN ENTREE, RAPBKO EN
      * SORTIE). AU PREMIER RUN, LE SOLDE COMPTABLE PART DU SOLDE
      * D'OUVERTURE DU RELEVE.
      * SYSIN : DATE DE REFERENCE (AAAA-MM-JJ, BLANC = DATE SYSTEME).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEVE-BANQUE ASSIGN TO RELBANQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RELBANQ.

           SELECT PAYMENTS ASSIGN TO PAYMENTS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAYMENTS.

           SELECT FICHIER-TRESORERIE ASSIGN TO TRESOREM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TRESOREM.

           SELECT FICHIER-PAIE ASSIGN TO PAIECOM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAIECOM.

           SELECT REGISTRE-ANCIEN ASSIGN TO RAPBKI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPBKI.

           SELECT REGISTRE-NOUVEAU ASSIGN TO RAPBKO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPBKO.

           SELECT RAPPORT-RAPBANK ASSIGN TO RAPBANK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPBANK.

       DATA DIVISION.
       FILE SECTION.
      * RELEVE QUOTIDIEN DE LA BANQUE : 'O' SOLDE D'OUVERTURE,
      * 'M' MOUVEMENT, 'C' SOLDE DE CLOTURE. SENS 'C' CREDIT
      * (ENTREE DE FONDS), 'D' DEBIT (SORTIE, OU SOLDE DEBITEUR)
       FD RELEVE-BANQUE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-RELBANQ.
           05 RLB-TYPE          PIC X(1).
           05 RLB-DATE          PIC X(10).
           05 RLB-SENS          PIC X(1).
           05 RLB-MONTANT       PIC 9(9)V99.
           05 RLB-REFERENCE     PIC X(10).
           05 RLB-LIBELLE       PIC X(30).
           05 FILLER            PIC X(17).

      * MEME DESSIN QUE LE FICHIER PAYMENTS LU PAR ENCAISSE
       FD PAYMENTS.
       01 ENR-PAYMENT.
           05 PAY-NUM-CLI       PIC 9(4).
           05 PAY-DATE          PIC X(10).
           05 PAY-MONTANT       PIC 9(7)V99.
           05 PAY-REFERENCE     PIC X(10).
           05 PAY-DEVISE        PIC X(3).
           05 PAY-MONTANT-DEVISE PIC 9(7)V99.
      * LOT LOCKBOX D'ORIGINE (BLANC POUR LES AUTRES SOURCES)
           05 PAY-LOT           PIC X(15).

      * MEME DESSIN QUE L'INTERFACE TRESORERIE DE REMBOURS
       FD FICHIER-TRESORERIE
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 ENR-TRESOREM.
           05 TRE-C-NO          PIC 9(4).
           05 TRE-MONTANT       PIC 9(9)V99.
           05 TRE-DATE          PIC X(10).

      * MEME DESSIN QUE L'INTERFACE PAIE DE COMSETL
       FD FICHIER-PAIE
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 ENR-PAIECOM.
           05 PAI-E-NO          PIC 9(2).
           05 PAI-PERIODE       PIC X(7).
           05 PAI-MONTANT       PIC 9(7)V99.
           05 FILLER            PIC X(2).

      * REGISTRE DES ITEMS EN SUSPENS DE RAPPROCHEMENT : 'S' SOLDE
      * COMPTABLE DE BANQUE (SENS 'D' = SOLDE DEBITEUR), 'L'
      * ECRITURE DES LIVRES NON PASSEE EN BANQUE, 'B' MOUVEMENT
      * BANQUE SANS ECRITURE
       FD REGISTRE-ANCIEN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-RAPBKI.
           05 RBI-TYPE          PIC X(1).
           05 RBI-SOURCE        PIC X(8).
           05 RBI-DATE          PIC X(10).
           05 RBI-SENS          PIC X(1).
           05 RBI-MONTANT       PIC 9(9)V99.
           05 RBI-REFERENCE     PIC X(10).
           05 RBI-LIBELLE       PIC X(30).
           05 FILLER            PIC X(9).

       FD REGISTRE-NOUVEAU
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-RAPBKO.
           05 RBO-TYPE          PIC X(1).
           05 RBO-SOURCE        PIC X(8).
           05 RBO-DATE          PIC X(10).
           05 RBO-SENS          PIC X(1).
           05 RBO-MONTANT       PIC 9(9)V99.
           05 RBO-REFERENCE     PIC X(10).
           05 RBO-LIBELLE       PIC X(30).
           05 FILLER            PIC X(9).

       FD RAPPORT-RAPBANK.
       01 ENR-RAPBANK           PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-RELBANQ        PIC 99.
       77 FS-PAYMENTS       PIC 99.
       77 FS-TRESOREM       PIC 99.
       77 FS-PAIECOM        PIC 99.
       77 FS-RAPBKI         PIC 99.
       77 FS-RAPBKO         PIC 99.
       77 FS-RAPBANK        PIC 99.
       77 WS-FIN-FICHIER    PIC 9 VALUE ZERO.

      * PARAMETRE SYSIN : DATE DE REFERENCE
       77 WS-AS-OF-SAISIE   PIC X(10).
       77 WS-AS-OF-DATE     PIC X(10).
       77 WS-SYSTEM-DATE    PIC X(8).

      * ITEMS A RAPPROCHER : REPRIS DU REGISTRE ET NOUVEAUX DU JOUR.
      * IT-TYPE 'L' LIVRES / 'B' BANQUE ; IT-SENS 'C' ENTREE DE
      * FONDS / 'D' SORTIE ; IT-STATUT 'O' OUVERT / 'R' RAPPROCHE
       01 TAB-ITEMS.
           05 NB-ITEMS          PIC 9(4) VALUE ZERO.
           05 ITEM-ENTRY OCCURS 2000 TIMES INDEXED BY IDX-ITM IDX-CND.
               10 IT-TYPE           PIC X(1).
               10 IT-SOURCE         PIC X(8).
               10 IT-DATE           PIC X(10).
               10 IT-SENS           PIC X(1).
               10 IT-MONTANT        PIC 9(9)V99.
               10 IT-REFERENCE      PIC X(10).
               10 IT-LIBELLE        PIC X(30).
               10 IT-STATUT         PIC X(1).
       77 WS-TABLE-PLEINE   PIC X VALUE 'N'.

      * ITEM A AJOUTER A LA TABLE
       01 WS-NOUVEL-ITEM.
           05 NI-TYPE           PIC X(1).
           05 NI-SOURCE         PIC X(8).
           05 NI-DATE           PIC X(10).
           05 NI-SENS           PIC X(1).
           05 NI-MONTANT        PIC 9(9)V99.
           05 NI-REFERENCE      PIC X(10).
           05 NI-LIBELLE        PIC X(30).

      * RAPPROCHEMENT : PASSE 1 PAR REFERENCE, PASSE 2 PAR MONTANT
       77 WS-PASSE          PIC 9 VALUE ZERO.
       77 WS-NB-CANDIDATS   PIC 9(4) VALUE ZERO.
       77 WS-IDX-TROUVE     PIC 9(4) VALUE ZERO.

      * SOLDES : BANCAIRE DU RELEVE ET COMPTABLE DU REGISTRE
       77 WS-SOLDE-OUVERTURE PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-SOLDE-BANQUE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-SOLDE-LIVRES   PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-OUVERTURE-LUE  PIC X VALUE 'N'.
       77 WS-CLOTURE-LUE    PIC X VALUE 'N'.
       77 WS-SOLDE-REPRIS   PIC X VALUE 'N'.

      * POSITION DE TRESORERIE
       77 WS-LIVRES-ENTREES PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-LIVRES-SORTIES PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-BANQUE-ENTREES PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-BANQUE-SORTIES PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-SOLDE-AJUSTE   PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-ECART          PIC S9(11)V99 COMP-3 VALUE ZERO.

      * AGE DE L'ITEM EN COURS
       77 WS-DATE-NUM       PIC 9(8) VALUE ZERO.
       77 WS-JOUR-ASOF      PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-ENTREE    PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-AGE-JOURS      PIC S9(5) COMP-3 VALUE ZERO.
       77 WS-TRANCHE        PIC X(5).

      * COMPTEURS
       77 WS-NB-MOUVEMENTS  PIC 9(5) VALUE ZERO.
       77 WS-NB-ECRITURES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REPRIS      PIC 9(5) VALUE ZERO.
       77 WS-NB-RAPPROCHES  PIC 9(5) VALUE ZERO.
       77 WS-NB-BANQUE-SEULE PIC 9(5) VALUE ZERO.
       77 WS-NB-LIVRES-SEULS PIC 9(5) VALUE ZERO.
       77 ED-NB             PIC Z(4)9.
       77 ED-AGE            PIC Z(4)9.
       77 ED-MONTANT        PIC Z(8)9,99.
       77 ED-SOLDE          PIC -(11)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RAPBANK - RAPPROCHEMENT BANCAIRE ==='

           PERFORM LIRE-PARAMETRES

           OPEN OUTPUT RAPPORT-RAPBANK
           IF FS-RAPBANK NOT = ZERO
               DISPLAY 'ERR OPEN RAPBANK - FS : ' FS-RAPBANK
               PERFORM ABEND-PROG
           END-IF

           PERFORM REPRENDRE-ANCIEN-REGISTRE
           PERFORM CHARGER-RELEVE-BANQUE
           PERFORM CHARGER-ECRITURES-DU-JOUR

           IF WS-SOLDE-REPRIS = 'N'
               MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-LIVRES
               PERFORM CUMULER-ECRITURES-DU-JOUR
           END-IF

           PERFORM ECRIRE-ENTETE-RAPPORT
           MOVE 1 TO WS-PASSE
           PERFORM RAPPROCHER-MOUVEMENTS
           MOVE 2 TO WS-PASSE
           PERFORM RAPPROCHER-MOUVEMENTS

           PERFORM LISTER-BANQUE-SANS-ECRITURE
           PERFORM LISTER-ECRITURES-NON-PASSEES
           PERFORM ECRIRE-POSITION-TRESORERIE
           PERFORM ECRIRE-NOUVEAU-REGISTRE

           CLOSE RAPPORT-RAPBANK
           DISPLAY 'FIN PROGRAMME RAPBANK'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-AS-OF-SAISIE FROM SYSIN
           IF WS-AS-OF-SAISIE (1:4) IS NUMERIC
               AND WS-AS-OF-SAISIE (5:1) = '-'
               AND WS-AS-OF-SAISIE (6:2) IS NUMERIC
               AND WS-AS-OF-SAISIE (8:1) = '-'
               AND WS-AS-OF-SAISIE (9:2) IS NUMERIC
               MOVE WS-AS-OF-SAISIE TO WS-AS-OF-DATE
           ELSE
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               STRING WS-SYSTEM-DATE (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (7:2) DELIMITED BY SIZE
                   INTO WS-AS-OF-DATE
               END-STRING
           END-IF
           DISPLAY 'DATE DE REFERENCE : ' WS-AS-OF-DATE

           MOVE WS-AS-OF-DATE (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-AS-OF-DATE (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-AS-OF-DATE (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-JOUR-ASOF =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

      * ITEMS RESTES OUVERTS AU RUN PRECEDENT ET SOLDE COMPTABLE DE
      * BANQUE ; REGISTRE ABSENT = PREMIERE MISE EN SERVICE
       REPRENDRE-ANCIEN-REGISTRE.
           OPEN INPUT REGISTRE-ANCIEN
           IF FS-RAPBKI NOT = ZERO
               DISPLAY 'PAS D ANCIEN REGISTRE (FS=' FS-RAPBKI
                       ') - PREMIERE MISE EN SERVICE'
           ELSE
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ REGISTRE-ANCIEN
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           PERFORM TRAITER-ITEM-REGISTRE
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-ANCIEN
           END-IF
           .

       TRAITER-ITEM-REGISTRE.
           IF RBI-TYPE = 'S'
               MOVE 'O' TO WS-SOLDE-REPRIS
               IF RBI-SENS = 'D'
                   COMPUTE WS-SOLDE-LIVRES = ZERO - RBI-MONTANT
               ELSE
                   MOVE RBI-MONTANT TO WS-SOLDE-LIVRES
               END-IF
           ELSE
               ADD 1 TO WS-NB-REPRIS
               MOVE RBI-TYPE TO NI-TYPE
               MOVE RBI-SOURCE TO NI-SOURCE
               MOVE RBI-DATE TO NI-DATE
               MOVE RBI-SENS TO NI-SENS
               MOVE RBI-MONTANT TO NI-MONTANT
               MOVE RBI-REFERENCE TO NI-REFERENCE
               MOVE RBI-LIBELLE TO NI-LIBELLE
               PERFORM AJOUTER-ITEM
           END-IF
           .

      * RELEVE DU JOUR : SOLDES D'OUVERTURE ET DE CLOTURE, ET
      * MOUVEMENTS A RAPPROCHER. SANS RELEVE, RIEN NE PEUT ETRE
      * RAPPROCHE : LE RUN EST ARRETE
       CHARGER-RELEVE-BANQUE.
           OPEN INPUT RELEVE-BANQUE
           IF FS-RELBANQ NOT = ZERO
               DISPLAY 'ERR OPEN RELBANQ - FS : ' FS-RELBANQ
               PERFORM ABEND-PROG
           END-IF

           MOVE ZERO TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ RELEVE-BANQUE
                   AT END
                       MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM TRAITER-LIGNE-RELEVE
               END-READ
           END-PERFORM
           CLOSE RELEVE-BANQUE

           IF WS-CLOTURE-LUE = 'N'
               DISPLAY 'RELEVE SANS SOLDE DE CLOTURE - RUN ARRETE'
               PERFORM ABEND-PROG
           END-IF
           .

       TRAITER-LIGNE-RELEVE.
           EVALUATE RLB-TYPE
               WHEN 'O'
                   MOVE 'O' TO WS-OUVERTURE-LUE
                   IF RLB-SENS = 'D'
                       COMPUTE WS-SOLDE-OUVERTURE = ZERO - RLB-MONTANT
                   ELSE
                       MOVE RLB-MONTANT TO WS-SOLDE-OUVERTURE
                   END-IF
               WHEN 'C'
                   MOVE 'O' TO WS-CLOTURE-LUE
                   IF RLB-SENS = 'D'
                       COMPUTE WS-SOLDE-BANQUE = ZERO - RLB-MONTANT
                   ELSE
                       MOVE RLB-MONTANT TO WS-SOLDE-BANQUE
                   END-IF
               WHEN 'M'
                   ADD 1 TO WS-NB-MOUVEMENTS
                   MOVE 'B' TO NI-TYPE
                   MOVE 'BANQUE  ' TO NI-SOURCE
                   MOVE RLB-DATE TO NI-DATE
                   MOVE RLB-SENS TO NI-SENS
                   MOVE RLB-MONTANT TO NI-MONTANT
                   MOVE RLB-REFERENCE TO NI-REFERENCE
                   MOVE RLB-LIBELLE TO NI-LIBELLE
                   PERFORM AJOUTER-ITEM
               WHEN OTHER
                   DISPLAY 'LIGNE RELEVE IGNOREE (TYPE ' RLB-TYPE ')'
           END-EVALUATE
           .

      * ECRITURES DU JOUR COTE LIVRES ; FICHIER ABSENT = AUCUN
      * MOUVEMENT DE CETTE NATURE CE JOUR. ELLES MOUVEMENTENT LE
      * SOLDE COMPTABLE REPRIS DU REGISTRE
       CHARGER-ECRITURES-DU-JOUR.
           OPEN INPUT PAYMENTS
           IF FS-PAYMENTS = ZERO
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ PAYMENTS
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE 'L' TO NI-TYPE
                           MOVE 'ENCAISSE' TO NI-SOURCE
                           MOVE PAY-DATE TO NI-DATE
                           MOVE 'C' TO NI-SENS
                           MOVE PAY-MONTANT TO NI-MONTANT
                           MOVE PAY-REFERENCE TO NI-REFERENCE
                           MOVE SPACES TO NI-LIBELLE
                           STRING 'REGLEMENT CLIENT ' DELIMITED BY SIZE
                                  PAY-NUM-CLI DELIMITED BY SIZE
                               INTO NI-LIBELLE
                           END-STRING
                           PERFORM AJOUTER-ECRITURE-DU-JOUR
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS
           END-IF

           OPEN INPUT FICHIER-TRESORERIE
           IF FS-TRESOREM = ZERO
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ FICHIER-TRESORERIE
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE 'L' TO NI-TYPE
                           MOVE 'REMBOURS' TO NI-SOURCE
                           MOVE TRE-DATE TO NI-DATE
                           MOVE 'D' TO NI-SENS
                           MOVE TRE-MONTANT TO NI-MONTANT
                           MOVE SPACES TO NI-REFERENCE
                           STRING 'R' DELIMITED BY SIZE
                                  TRE-C-NO DELIMITED BY SIZE
                               INTO NI-REFERENCE
                           END-STRING
                           MOVE SPACES TO NI-LIBELLE
                           STRING 'REMBOURSEMENT CLIENT '
                                      DELIMITED BY SIZE
                                  TRE-C-NO DELIMITED BY SIZE
                               INTO NI-LIBELLE
                           END-STRING
                           PERFORM AJOUTER-ECRITURE-DU-JOUR
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TRESORERIE
           END-IF

      * LE FICHIER PAIE NE PORTE PAS DE DATE : LES COMMISSIONS SONT
      * DATEES DU JOUR DE REFERENCE
           OPEN INPUT FICHIER-PAIE
           IF FS-PAIECOM = ZERO
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ FICHIER-PAIE
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           MOVE 'L' TO NI-TYPE
                           MOVE 'COMSETL ' TO NI-SOURCE
                           MOVE WS-AS-OF-DATE TO NI-DATE
                           MOVE 'D' TO NI-SENS
                           MOVE PAI-MONTANT TO NI-MONTANT
                           MOVE SPACES TO NI-REFERENCE
                           STRING 'C' DELIMITED BY SIZE
                                  PAI-E-NO DELIMITED BY SIZE
                                  PAI-PERIODE DELIMITED BY SIZE
                               INTO NI-REFERENCE
                           END-STRING
                           MOVE SPACES TO NI-LIBELLE
                           STRING 'COMMISSION VENDEUR '
                                      DELIMITED BY SIZE
                                  PAI-E-NO DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  PAI-PERIODE DELIMITED BY SIZE
                               INTO NI-LIBELLE
                           END-STRING
                           PERFORM AJOUTER-ECRITURE-DU-JOUR
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PAIE
           END-IF
           .

       AJOUTER-ECRITURE-DU-JOUR.
           ADD 1 TO WS-NB-ECRITURES
           IF WS-SOLDE-REPRIS = 'O'
               IF NI-SENS = 'C'
                   ADD NI-MONTANT TO WS-SOLDE-LIVRES
               ELSE
                   SUBTRACT NI-MONTANT FROM WS-SOLDE-LIVRES
               END-IF
           END-IF
           PERFORM AJOUTER-ITEM
           .

      * PREMIERE MISE EN SERVICE : LE SOLDE COMPTABLE PART DU SOLDE
      * D'OUVERTURE DU RELEVE, MOUVEMENTE DES ECRITURES DU JOUR
       CUMULER-ECRITURES-DU-JOUR.
           PERFORM VARYING IDX-ITM FROM 1 BY 1
               UNTIL IDX-ITM > NB-ITEMS
               IF IT-TYPE(IDX-ITM) = 'L'
                   IF IT-SENS(IDX-ITM) = 'C'
                       ADD IT-MONTANT(IDX-ITM) TO WS-SOLDE-LIVRES
                   ELSE
                       SUBTRACT IT-MONTANT(IDX-ITM)
                           FROM WS-SOLDE-LIVRES
                   END-IF
               END-IF
           END-PERFORM
           .

       AJOUTER-ITEM.
           IF NB-ITEMS < 2000
               ADD 1 TO NB-ITEMS
               MOVE NI-TYPE TO IT-TYPE(NB-ITEMS)
               MOVE NI-SOURCE TO IT-SOURCE(NB-ITEMS)
               MOVE NI-DATE TO IT-DATE(NB-ITEMS)
               MOVE NI-SENS TO IT-SENS(NB-ITEMS)
               MOVE NI-MONTANT TO IT-MONTANT(NB-ITEMS)
               MOVE NI-REFERENCE TO IT-REFERENCE(NB-ITEMS)
               MOVE NI-LIBELLE TO IT-LIBELLE(NB-ITEMS)
               MOVE 'O' TO IT-STATUT(NB-ITEMS)
           ELSE
               IF WS-TABLE-PLEINE = 'N'
                   MOVE 'O' TO WS-TABLE-PLEINE
                   DISPLAY 'TABLE DES ITEMS PLEINE (2000) - RUN ARRETE'
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

      * CHAQUE MOUVEMENT BANQUE OUVERT (DU JOUR OU REPRIS) CHERCHE
      * UNE ECRITURE OUVERTE DE MEME SENS ET MEME MONTANT : EN PASSE
      * 1 A REFERENCE EGALE, EN PASSE 2 SUR LE MONTANT SEUL, RETENU
      * SEULEMENT S'IL N'Y A QU'UN CANDIDAT
       RAPPROCHER-MOUVEMENTS.
           PERFORM VARYING IDX-ITM FROM 1 BY 1
               UNTIL IDX-ITM > NB-ITEMS
               IF IT-TYPE(IDX-ITM) = 'B'
                  AND IT-STATUT(IDX-ITM) = 'O'
                   PERFORM CHERCHER-ECRITURE-LIVRES
                   IF WS-IDX-TROUVE > ZERO
                       PERFORM ENREGISTRER-RAPPROCHEMENT
                   END-IF
               END-IF
           END-PERFORM
           .

       CHERCHER-ECRITURE-LIVRES.
           MOVE ZERO TO WS-IDX-TROUVE
           MOVE ZERO TO WS-NB-CANDIDATS
           PERFORM VARYING IDX-CND FROM 1 BY 1
               UNTIL IDX-CND > NB-ITEMS
               IF IT-TYPE(IDX-CND) = 'L'
                  AND IT-STATUT(IDX-CND) = 'O'
                  AND IT-SENS(IDX-CND) = IT-SENS(IDX-ITM)
                  AND IT-MONTANT(IDX-CND) = IT-MONTANT(IDX-ITM)
                   IF WS-PASSE = 1
                       IF IT-REFERENCE(IDX-CND) = IT-REFERENCE(IDX-ITM)
                          AND IT-REFERENCE(IDX-ITM) NOT = SPACES
                          AND WS-IDX-TROUVE = ZERO
                           SET WS-IDX-TROUVE TO IDX-CND
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-CANDIDATS
                       SET WS-IDX-TROUVE TO IDX-CND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PASSE = 2 AND WS-NB-CANDIDATS NOT = 1
               MOVE ZERO TO WS-IDX-TROUVE
           END-IF
           .

       ENREGISTRER-RAPPROCHEMENT.
           MOVE 'R' TO IT-STATUT(IDX-ITM)
           MOVE 'R' TO IT-STATUT(WS-IDX-TROUVE)
           ADD 1 TO WS-NB-RAPPROCHES

           MOVE IT-MONTANT(IDX-ITM) TO ED-MONTANT
           MOVE SPACES TO ENR-RAPBANK
           STRING IT-DATE(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-SENS(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ED-MONTANT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-REFERENCE(IDX-ITM) DELIMITED BY SIZE
                  ' <-> ' DELIMITED BY SIZE
                  IT-SOURCE(WS-IDX-TROUVE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-REFERENCE(WS-IDX-TROUVE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-DATE(WS-IDX-TROUVE) DELIMITED BY SIZE
               INTO ENR-RAPBANK
           END-STRING
           IF WS-PASSE = 2
               MOVE '*' TO ENR-RAPBANK (80:1)
           END-IF
           WRITE ENR-RAPBANK
           .

       ECRIRE-ENTETE-RAPPORT.
           MOVE SPACES TO ENR-RAPBANK
           STRING '=== RAPPROCHEMENT BANCAIRE - REFERENCE '
                   DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  ' ===' DELIMITED BY SIZE
               INTO ENR-RAPBANK
           END-STRING
           WRITE ENR-RAPBANK

           MOVE SPACES TO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE SPACES TO ENR-RAPBANK
           STRING '--- ITEMS RAPPROCHES (* = SUR MONTANT SEUL) ---'
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE SPACES TO ENR-RAPBANK
           STRING 'DATE BANQUE S      MONTANT REFERENCE   '
                  '  SOURCE   REFERENCE  DATE LIVRES'
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK
           .

       LISTER-BANQUE-SANS-ECRITURE.
           MOVE SPACES TO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE SPACES TO ENR-RAPBANK
           STRING '--- MOUVEMENTS BANQUE SANS ECRITURE ---'
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           PERFORM VARYING IDX-ITM FROM 1 BY 1
               UNTIL IDX-ITM > NB-ITEMS
               IF IT-TYPE(IDX-ITM) = 'B'
                  AND IT-STATUT(IDX-ITM) = 'O'
                   ADD 1 TO WS-NB-BANQUE-SEULE
                   IF IT-SENS(IDX-ITM) = 'C'
                       ADD IT-MONTANT(IDX-ITM) TO WS-BANQUE-ENTREES
                   ELSE
                       ADD IT-MONTANT(IDX-ITM) TO WS-BANQUE-SORTIES
                   END-IF
                   PERFORM ECRIRE-ITEM-OUVERT
               END-IF
           END-PERFORM
           .

       LISTER-ECRITURES-NON-PASSEES.
           MOVE SPACES TO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE SPACES TO ENR-RAPBANK
           STRING '--- ECRITURES NON PASSEES EN BANQUE ---'
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           PERFORM VARYING IDX-ITM FROM 1 BY 1
               UNTIL IDX-ITM > NB-ITEMS
               IF IT-TYPE(IDX-ITM) = 'L'
                  AND IT-STATUT(IDX-ITM) = 'O'
                   ADD 1 TO WS-NB-LIVRES-SEULS
                   IF IT-SENS(IDX-ITM) = 'C'
                       ADD IT-MONTANT(IDX-ITM) TO WS-LIVRES-ENTREES
                   ELSE
                       ADD IT-MONTANT(IDX-ITM) TO WS-LIVRES-SORTIES
                   END-IF
                   PERFORM ECRIRE-ITEM-OUVERT
               END-IF
           END-PERFORM
           .

      * LIGNE D'ITEM NON RAPPROCHE AVEC SON AGE ET SA TRANCHE,
      * COMPTES COMME DANS SUSPREG
       ECRIRE-ITEM-OUVERT.
           MOVE ZERO TO WS-AGE-JOURS
           IF IT-DATE(IDX-ITM) (1:4) IS NUMERIC
              AND IT-DATE(IDX-ITM) (6:2) IS NUMERIC
              AND IT-DATE(IDX-ITM) (9:2) IS NUMERIC
               MOVE IT-DATE(IDX-ITM) (1:4) TO WS-DATE-NUM (1:4)
               MOVE IT-DATE(IDX-ITM) (6:2) TO WS-DATE-NUM (5:2)
               MOVE IT-DATE(IDX-ITM) (9:2) TO WS-DATE-NUM (7:2)
               COMPUTE WS-JOUR-ENTREE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-AGE-JOURS = WS-JOUR-ASOF - WS-JOUR-ENTREE
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 7
                   MOVE '0-7  ' TO WS-TRANCHE
               WHEN WS-AGE-JOURS <= 30
                   MOVE '8-30 ' TO WS-TRANCHE
               WHEN OTHER
                   MOVE '31+  ' TO WS-TRANCHE
           END-EVALUATE

           MOVE WS-AGE-JOURS TO ED-AGE
           MOVE IT-MONTANT(IDX-ITM) TO ED-MONTANT
           MOVE SPACES TO ENR-RAPBANK
           STRING IT-DATE(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-SOURCE(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-SENS(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ED-MONTANT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-REFERENCE(IDX-ITM) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ED-AGE DELIMITED BY SIZE
                  ' J ' DELIMITED BY SIZE
                  WS-TRANCHE DELIMITED BY SIZE
                  IT-LIBELLE(IDX-ITM) (1:17) DELIMITED BY SIZE
               INTO ENR-RAPBANK
           END-STRING
           WRITE ENR-RAPBANK
           .

      * SOLDE BANCAIRE AJUSTE = SOLDE DE CLOTURE + REMISES EN
      * TRANSIT - DECAISSEMENTS NON DEBITES - CREDITS BANQUE NON
      * COMPTABILISES + DEBITS BANQUE NON COMPTABILISES ; IL DOIT
      * EGALER LE SOLDE COMPTABLE
       ECRIRE-POSITION-TRESORERIE.
           COMPUTE WS-SOLDE-AJUSTE = WS-SOLDE-BANQUE
                                   + WS-LIVRES-ENTREES
                                   - WS-LIVRES-SORTIES
                                   - WS-BANQUE-ENTREES
                                   + WS-BANQUE-SORTIES
           COMPUTE WS-ECART = WS-SOLDE-AJUSTE - WS-SOLDE-LIVRES

           MOVE SPACES TO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE SPACES TO ENR-RAPBANK
           STRING '--- POSITION DE TRESORERIE ---'
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-SOLDE-BANQUE TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING 'SOLDE BANCAIRE DE CLOTURE         : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-LIVRES-ENTREES TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING '+ REMISES NON CREDITEES           : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-LIVRES-SORTIES TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING '- DECAISSEMENTS NON DEBITES       : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-BANQUE-ENTREES TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING '- CREDITS BANQUE NON COMPTABILISES: ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-BANQUE-SORTIES TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING '+ DEBITS BANQUE NON COMPTABILISES : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-SOLDE-AJUSTE TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING '= SOLDE BANCAIRE AJUSTE           : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-SOLDE-LIVRES TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING 'SOLDE COMPTABLE                   : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-ECART TO ED-SOLDE
           MOVE SPACES TO ENR-RAPBANK
           STRING 'ECART NON EXPLIQUE                : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE SPACES TO ENR-RAPBANK
           WRITE ENR-RAPBANK
           MOVE WS-NB-MOUVEMENTS TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'MOUVEMENTS BANQUE DU JOUR         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-NB-ECRITURES TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'ECRITURES DU JOUR                 : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-NB-REPRIS TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'ITEMS REPRIS DU REGISTRE          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-NB-RAPPROCHES TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'COUPLES RAPPROCHES                : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-NB-BANQUE-SEULE TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'MOUVEMENTS BANQUE SANS ECRITURE   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           MOVE WS-NB-LIVRES-SEULS TO ED-NB
           MOVE SPACES TO ENR-RAPBANK
           STRING 'ECRITURES NON PASSEES EN BANQUE   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPBANK
           WRITE ENR-RAPBANK

           IF WS-ECART NOT = ZERO
               DISPLAY 'ECART DE RAPPROCHEMENT NON EXPLIQUE : ' ED-SOLDE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * NOUVEAU REGISTRE : SOLDE COMPTABLE PUIS ITEMS NON RAPPROCHES
       ECRIRE-NOUVEAU-REGISTRE.
           OPEN OUTPUT REGISTRE-NOUVEAU
           IF FS-RAPBKO NOT = ZERO
               DISPLAY 'ERR OPEN RAPBKO - FS : ' FS-RAPBKO
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPBKO
           MOVE 'S' TO RBO-TYPE
           MOVE 'LIVRES  ' TO RBO-SOURCE
           MOVE WS-AS-OF-DATE TO RBO-DATE
           IF WS-SOLDE-LIVRES < ZERO
               MOVE 'D' TO RBO-SENS
               COMPUTE RBO-MONTANT = ZERO - WS-SOLDE-LIVRES
           ELSE
               MOVE 'C' TO RBO-SENS
               MOVE WS-SOLDE-LIVRES TO RBO-MONTANT
           END-IF
           MOVE 'SOLDE COMPTABLE BANQUE' TO RBO-LIBELLE
           PERFORM ECRIRE-ENR-REGISTRE

           PERFORM VARYING IDX-ITM FROM 1 BY 1
               UNTIL IDX-ITM > NB-ITEMS
               IF IT-STATUT(IDX-ITM) = 'O'
                   MOVE SPACES TO ENR-RAPBKO
                   MOVE IT-TYPE(IDX-ITM) TO RBO-TYPE
                   MOVE IT-SOURCE(IDX-ITM) TO RBO-SOURCE
                   MOVE IT-DATE(IDX-ITM) TO RBO-DATE
                   MOVE IT-SENS(IDX-ITM) TO RBO-SENS
                   MOVE IT-MONTANT(IDX-ITM) TO RBO-MONTANT
                   MOVE IT-REFERENCE(IDX-ITM) TO RBO-REFERENCE
                   MOVE IT-LIBELLE(IDX-ITM) TO RBO-LIBELLE
                   PERFORM ECRIRE-ENR-REGISTRE
               END-IF
           END-PERFORM

           CLOSE REGISTRE-NOUVEAU
           .

       ECRIRE-ENR-REGISTRE.
           WRITE ENR-RAPBKO
           IF FS-RAPBKO NOT = ZERO
               DISPLAY 'ERR WRITE RAPBKO - FS : ' FS-RAPBKO
               PERFORM ABEND-PROG
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
