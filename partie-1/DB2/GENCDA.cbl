       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCDA.

      * GENERATION DES COMMANDES D'ACHAT FOURNISSEURS : LIT LE
      * FICHIER SUGAPPR PRODUIT PAR REAPPRO ET VALIDE PAR LES
      * ACHETEURS (LIGNES PASSEES A 'O') ET CREE UNE COMMANDE D'ACHAT
      * NUMEROTEE PAR FOURNISSEUR DANS API6.COMMANDES_ACHAT, AVEC SES
      * LIGNES DANS API6.LIGNES_ACHAT (PRODUIT, DEPOT DE RECEPTION,
      * QUANTITE, PRIX ATTENDU = COUT CATALOGUE). LA DATE DE
      * LIVRAISON ATTENDUE EST LA DATE DU RUN AUGMENTEE DU DELAI
      * FOURNISSEUR LU EN SYSIN (14 JOURS PAR DEFAUT). CHAQUE
      * COMMANDE PORTE L'ACHETEUR QUI A APPROUVE SA PREMIERE LIGNE,
      * DESTINATAIRE DES ECARTS DE FACTURE DE RAPFFRN, ET EST
      * EDITEE DANS LE FICHIER BONCDA SOUS FORME DE BON
      * A ADRESSER AU FOURNISSEUR, NOM ET CONTACT PRIS DANS LE
      * REFERENTIEL FOURNIS. LES LIGNES APPROUVEES INVALIDES SONT
      * TRACEES DANS LE RAPPORT DE CONTROLE ET IGNOREES. MAJSTOCK
      * RAPPROCHE ENSUITE LES RECEPTIONS DE CES COMMANDES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOURNISSEURS ASSIGN TO FOURNIS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOURNIS.

           SELECT SUGGESTIONS-APPRO ASSIGN TO SUGAPPR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SUGAPPR.

           SELECT BONS-COMMANDE ASSIGN TO BONCDA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BONCDA.

           SELECT RAPPORT-GENCDA ASSIGN TO RAPGCDA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPGCDA.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE REFERENTIEL FOURNISSEURS DE MAJPROD
       FD FOURNISSEURS.
       01 ENR-FOURNIS.
           05 FRN-CODE          PIC X(5).
           05 FRN-NOM           PIC X(30).
           05 FRN-CONTACT       PIC X(30).

      * MEME DESSIN QUE LA SORTIE SUGAPPR DE REAPPRO
       FD SUGGESTIONS-APPRO.
       01 ENR-SUGAPPR.
           05 SGA-APPROUVE      PIC X(1).
           05 SGA-FOURNISSEUR   PIC X(5).
           05 SGA-P-NO          PIC X(3).
           05 SGA-QTE           PIC 9(7).
           05 SGA-DEPOT         PIC X(2).
           05 SGA-ACHETEUR      PIC X(8).

       FD BONS-COMMANDE.
       01 ENR-BONCDA            PIC X(80).

       FD RAPPORT-GENCDA.
       01 ENR-RAPGCDA           PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE CMDACH
           END-EXEC.

           EXEC SQL
               INCLUDE LIGACH
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-FOURNIS         PIC 99.
       77 FS-SUGAPPR         PIC 99.
       77 FS-BONCDA          PIC 99.
       77 FS-RAPGCDA         PIC 99.
       77 WS-FF-FOURNIS      PIC 9 VALUE ZERO.
       77 WS-FF-SUGAPPR      PIC 9 VALUE ZERO.
           88 NFF-SUGAPPR    VALUE 0.
           88 FF-SUGAPPR     VALUE 1.

      * REFERENTIEL FOURNISSEURS CHARGE EN MEMOIRE, COMME REAPPRO
       01 TAB-FOURNISSEURS.
           05 NB-FOURNISSEURS  PIC 99 VALUE ZERO.
           05 FOURNISSEUR-ENTRY OCCURS 50 TIMES INDEXED BY IDX-FRN.
               10 TF-CODE          PIC X(5).
               10 TF-NOM           PIC X(30).
               10 TF-CONTACT       PIC X(30).
       77 WS-NOM-FOURNISSEUR PIC X(30) VALUE SPACES.
       77 WS-CONTACT-FRN     PIC X(30) VALUE SPACES.

      * DELAI DE LIVRAISON FOURNISSEUR EN JOURS (SYSIN)
       77 WS-DELAI-SAISI     PIC X(3) VALUE SPACES.
       77 WS-DELAI-JOURS     PIC S9(3) COMP-3 VALUE 14.

      * COMMANDE D'ACHAT EN COURS ; UNE NOUVELLE COMMANDE EST OUVERTE
      * A CHAQUE CHANGEMENT DE FOURNISSEUR SUR UNE LIGNE VALIDE
       77 WS-FRN-COURANT     PIC X(5) VALUE HIGH-VALUES.
       77 WS-PO-OUVERT       PIC X VALUE 'N'.
           88 PO-OUVERT          VALUE 'O'.
           88 PO-FERME           VALUE 'N'.
       77 WS-DERNIER-PO      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-MONTANT-LIGNE   PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-MONTANT-PO      PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-NB-LIGNES-PO    PIC 9(3) VALUE ZERO.

      * CONTROLE DE LA LIGNE APPROUVEE
       77 WS-LIGNE-VALIDE    PIC X VALUE 'O'.
           88 LIGNE-VALIDE       VALUE 'O'.
           88 LIGNE-INVALIDE     VALUE 'N'.
       77 WS-RAISON-REJET    PIC X(30) VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-LUES         PIC 9(5) VALUE ZERO.
       77 WS-NB-APPROUVEES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETEES     PIC 9(5) VALUE ZERO.
       77 WS-NB-PO-CREES     PIC 9(5) VALUE ZERO.
       77 WS-NB-LIGNES-CREES PIC 9(5) VALUE ZERO.
       77 WS-MONTANT-TOTAL   PIC S9(11)V99 USAGE COMP-3 VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-PO-NO           PIC 9(7).
       77 ED-QTE             PIC Z(6)9.
       77 ED-PRIX            PIC ZZ9,99.
       77 ED-MONTANT         PIC Z(8)9,99.
       77 ED-MONTANT-TOT     PIC Z(10)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME GENCDA - COMMANDES D ACHAT ==='

           PERFORM LIRE-DELAI
           PERFORM CHARGER-FOURNISSEURS
           PERFORM LIRE-DERNIER-PO
           PERFORM OUV-SUGAPPR
           PERFORM OUV-BONCDA
           PERFORM OUV-RAPGCDA

           MOVE SPACES TO ENR-RAPGCDA
           STRING '=== RAPPORT DE CONTROLE GENCDA ==='
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           PERFORM LECT-SUGAPPR
           PERFORM UNTIL FF-SUGAPPR
               ADD 1 TO WS-NB-LUES
               IF SGA-APPROUVE = 'O'
                   ADD 1 TO WS-NB-APPROUVEES
                   PERFORM TRAITER-LIGNE-APPROUVEE
               END-IF
               PERFORM LECT-SUGAPPR
           END-PERFORM

           IF PO-OUVERT
               PERFORM CLORE-BON-COMMANDE
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-SUGAPPR
           PERFORM FERM-BONCDA
           PERFORM ECRIRE-TOTAUX-GENCDA
           PERFORM FERM-RAPGCDA

           DISPLAY 'COMMANDES D ACHAT CREEES : ' WS-NB-PO-CREES
           DISPLAY 'FIN PROGRAMME GENCDA'
           GOBACK.

       LIRE-DELAI.
           ACCEPT WS-DELAI-SAISI FROM SYSIN
           IF WS-DELAI-SAISI NUMERIC AND WS-DELAI-SAISI NOT = '000'
               MOVE WS-DELAI-SAISI TO WS-DELAI-JOURS
           END-IF
           DISPLAY 'DELAI DE LIVRAISON FOURNISSEUR : ' WS-DELAI-JOURS
                   ' JOURS'.

      * CHARGEMENT DU REFERENTIEL FOURNISSEURS EN MEMOIRE ; UN
      * FICHIER ABSENT VAUT REFERENTIEL VIDE, LES BONS SORTENT ALORS
      * SANS NOM NI CONTACT
       CHARGER-FOURNISSEURS.
           MOVE ZERO TO NB-FOURNISSEURS
           OPEN INPUT FOURNISSEURS
           IF FS-FOURNIS = ZERO
               PERFORM LECT-FOURNIS
               PERFORM UNTIL WS-FF-FOURNIS = 1
                   IF NB-FOURNISSEURS < 50
                       ADD 1 TO NB-FOURNISSEURS
                       MOVE FRN-CODE TO TF-CODE(NB-FOURNISSEURS)
                       MOVE FRN-NOM TO TF-NOM(NB-FOURNISSEURS)
                       MOVE FRN-CONTACT TO TF-CONTACT(NB-FOURNISSEURS)
                   ELSE
                       DISPLAY 'TAB-FOURNISSEURS PLEINE - IGNORE : '
                               FRN-CODE
                   END-IF
                   PERFORM LECT-FOURNIS
               END-PERFORM
               CLOSE FOURNISSEURS
           ELSE
               DISPLAY 'PAS DE REFERENTIEL FOURNISSEURS (FS='
                       FS-FOURNIS ')'
           END-IF
           DISPLAY 'FOURNISSEURS CHARGES : ' NB-FOURNISSEURS
           .

       LECT-FOURNIS.
           READ FOURNISSEURS AT END
               MOVE 1 TO WS-FF-FOURNIS
           END-READ.

       CHERCHER-FOURNISSEUR.
           MOVE SPACES TO WS-NOM-FOURNISSEUR
           MOVE SPACES TO WS-CONTACT-FRN
           PERFORM VARYING IDX-FRN FROM 1 BY 1
               UNTIL IDX-FRN > NB-FOURNISSEURS
               IF TF-CODE(IDX-FRN) = SGA-FOURNISSEUR
                   MOVE TF-NOM(IDX-FRN) TO WS-NOM-FOURNISSEUR
                   MOVE TF-CONTACT(IDX-FRN) TO WS-CONTACT-FRN
               END-IF
           END-PERFORM.

      * DERNIER NUMERO DE COMMANDE D'ACHAT ATTRIBUE ; LES NOUVELLES
      * COMMANDES SONT NUMEROTEES A LA SUITE
       LIRE-DERNIER-PO.
           EXEC SQL
               SELECT COALESCE(MAX(PO_NO), 0)
               INTO :WS-DERNIER-PO
               FROM API6.COMMANDES_ACHAT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       TRAITER-LIGNE-APPROUVEE.
           PERFORM CONTROLER-LIGNE-APPROUVEE
           IF LIGNE-INVALIDE
               ADD 1 TO WS-NB-REJETEES
               PERFORM TRACER-REJET
           ELSE
               IF PO-FERME OR SGA-FOURNISSEUR NOT = WS-FRN-COURANT
                   IF PO-OUVERT
                       PERFORM CLORE-BON-COMMANDE
                   END-IF
                   PERFORM CREER-COMMANDE-ACHAT
               END-IF
               PERFORM CREER-LIGNE-ACHAT
           END-IF.

      * FOURNISSEUR RENSEIGNE, PRODUIT AU CATALOGUE, QUANTITE NON
      * NULLE ET DEPOT CONNU
       CONTROLER-LIGNE-APPROUVEE.
           SET LIGNE-VALIDE TO TRUE

           IF SGA-FOURNISSEUR = SPACES
               SET LIGNE-INVALIDE TO TRUE
               MOVE 'FOURNISSEUR ABSENT' TO WS-RAISON-REJET
           END-IF

           IF LIGNE-VALIDE
               IF SGA-QTE NOT NUMERIC OR SGA-QTE = ZERO
                   SET LIGNE-INVALIDE TO TRUE
                   MOVE 'QUANTITE ABSENTE OU NULLE' TO WS-RAISON-REJET
               END-IF
           END-IF

           IF LIGNE-VALIDE
               IF SGA-DEPOT NOT = 'EU' AND SGA-DEPOT NOT = 'AM'
                   SET LIGNE-INVALIDE TO TRUE
                   MOVE 'DEPOT INCONNU' TO WS-RAISON-REJET
               END-IF
           END-IF

           IF LIGNE-VALIDE
               MOVE SGA-P-NO TO PROD-P-NO
               EXEC SQL
                   SELECT COST
                   INTO :PROD-COST
                   FROM API6.PRODUCTS
                   WHERE P_NO = :PROD-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       SET LIGNE-INVALIDE TO TRUE
                       MOVE 'PRODUIT INCONNU AU CATALOGUE'
                           TO WS-RAISON-REJET
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF.

       CREER-COMMANDE-ACHAT.
           ADD 1 TO WS-DERNIER-PO
           MOVE WS-DERNIER-PO TO CDA-PO-NO
           MOVE SGA-FOURNISSEUR TO CDA-FOURNISSEUR
           MOVE SGA-FOURNISSEUR TO WS-FRN-COURANT
           MOVE 'O' TO CDA-STATUT
           MOVE SGA-ACHETEUR TO CDA-ACHETEUR

           EXEC SQL
               INSERT INTO API6.COMMANDES_ACHAT
               (PO_NO, FOURNISSEUR, DATE_CDE, DATE_PREVUE, STATUT,
                ACHETEUR)
               VALUES (:CDA-PO-NO, :CDA-FOURNISSEUR, CURRENT DATE,
                       CURRENT DATE + :WS-DELAI-JOURS DAYS,
                       :CDA-STATUT, :CDA-ACHETEUR)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               SELECT CHAR(DATE_CDE, ISO), CHAR(DATE_PREVUE, ISO)
               INTO :CDA-DATE-CDE, :CDA-DATE-PREVUE
               FROM API6.COMMANDES_ACHAT
               WHERE PO_NO = :CDA-PO-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           SET PO-OUVERT TO TRUE
           ADD 1 TO WS-NB-PO-CREES
           MOVE ZERO TO WS-MONTANT-PO
           MOVE ZERO TO WS-NB-LIGNES-PO
           PERFORM EDITER-ENTETE-BON.

      * UN PRODUIT APPROUVE DEUX FOIS POUR LE MEME FOURNISSEUR EST
      * CUMULE SUR LA MEME LIGNE DE COMMANDE
       CREER-LIGNE-ACHAT.
           MOVE CDA-PO-NO TO LDA-PO-NO
           MOVE SGA-P-NO TO LDA-P-NO
           MOVE SGA-DEPOT TO LDA-DEPOT
           MOVE SGA-QTE TO LDA-QTE-CDEE
           MOVE ZERO TO LDA-QTE-RECUE
           MOVE PROD-COST TO LDA-PRIX-PREVU

           EXEC SQL
               INSERT INTO API6.LIGNES_ACHAT
               (PO_NO, P_NO, DEPOT, QTE_CDEE, QTE_RECUE, PRIX_PREVU)
               VALUES (:LDA-PO-NO, :LDA-P-NO, :LDA-DEPOT,
                       :LDA-QTE-CDEE, :LDA-QTE-RECUE, :LDA-PRIX-PREVU)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-LIGNES-CREES
               WHEN -803
                   EXEC SQL
                       UPDATE API6.LIGNES_ACHAT
                       SET QTE_CDEE = QTE_CDEE + :LDA-QTE-CDEE
                       WHERE PO_NO = :LDA-PO-NO
                         AND P_NO = :LDA-P-NO
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           COMPUTE WS-MONTANT-LIGNE = SGA-QTE * PROD-COST
           ADD WS-MONTANT-LIGNE TO WS-MONTANT-PO
           ADD WS-MONTANT-LIGNE TO WS-MONTANT-TOTAL
           ADD 1 TO WS-NB-LIGNES-PO
           PERFORM EDITER-LIGNE-BON.

      * ===== EDITION DU BON DE COMMANDE FOURNISSEUR =====
       EDITER-ENTETE-BON.
           PERFORM CHERCHER-FOURNISSEUR
           MOVE CDA-PO-NO TO ED-PO-NO

           MOVE ALL '=' TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA
           MOVE SPACES TO ENR-BONCDA
           STRING '                   BON DE COMMANDE FOURNISSEUR'
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA
           MOVE ALL '=' TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'COMMANDE N. ' ED-PO-NO
                  '          DATE : ' CDA-DATE-CDE
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'FOURNISSEUR : ' CDA-FOURNISSEUR
                  '  ' WS-NOM-FOURNISSEUR
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'A L ATTENTION DE : ' WS-CONTACT-FRN
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'VOTRE CONTACT ACHAT : ' CDA-ACHETEUR
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'LIVRAISON ATTENDUE LE : ' CDA-DATE-PREVUE
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA
           MOVE SPACES TO ENR-BONCDA
           STRING 'PRODUIT  DEPOT      QUANTITE  PRIX UNIT.'
                  '         MONTANT'
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA
           MOVE ALL '-' TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA.

       EDITER-LIGNE-BON.
           MOVE SGA-QTE TO ED-QTE
           MOVE PROD-COST TO ED-PRIX
           MOVE WS-MONTANT-LIGNE TO ED-MONTANT

           MOVE SPACES TO ENR-BONCDA
           STRING SGA-P-NO '      ' SGA-DEPOT
                  '      ' ED-QTE
                  '      ' ED-PRIX
                  '    ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA.

       CLORE-BON-COMMANDE.
           MOVE ALL '-' TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE WS-NB-LIGNES-PO TO ED-NB
           MOVE WS-MONTANT-PO TO ED-MONTANT
           MOVE SPACES TO ENR-BONCDA
           STRING 'LIGNES : ' ED-NB
                  '              TOTAL COMMANDE : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           STRING 'MERCI DE RAPPELER LE NUMERO DE COMMANDE SUR LE '
                  'BORDEREAU DE LIVRAISON.'
               DELIMITED BY SIZE INTO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE SPACES TO ENR-BONCDA
           PERFORM ECRIRE-BONCDA

           MOVE CDA-PO-NO TO ED-PO-NO
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'COMMANDE ' ED-PO-NO
                  '  FOURNISSEUR ' CDA-FOURNISSEUR
                  '  LIGNES=' ED-NB
                  '  MONTANT=' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           SET PO-FERME TO TRUE.

       ECRIRE-BONCDA.
           WRITE ENR-BONCDA
           IF FS-BONCDA NOT = ZERO
               DISPLAY 'ERR WRITE BONCDA - FS : ', FS-BONCDA
               PERFORM ABEND-PROG
           END-IF.

       TRACER-REJET.
           MOVE SGA-QTE TO ED-QTE
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'REJET FOURNISSEUR=' SGA-FOURNISSEUR
                  ' PROD=' SGA-P-NO
                  ' QTE=' ED-QTE
                  ' : ' WS-RAISON-REJET
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA
           DISPLAY 'LIGNE APPROUVEE REJETEE [' WS-RAISON-REJET '] '
                   SGA-FOURNISSEUR ' ' SGA-P-NO.

       ECRIRE-TOTAUX-GENCDA.
           MOVE WS-NB-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'SUGGESTIONS LUES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           MOVE WS-NB-APPROUVEES TO ED-NB
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'SUGGESTIONS APPROUVEES   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           MOVE WS-NB-REJETEES TO ED-NB
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'LIGNES APPROUVEES REJETEES: ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           MOVE WS-NB-PO-CREES TO ED-NB
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'COMMANDES D ACHAT CREEES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           MOVE WS-NB-LIGNES-CREES TO ED-NB
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'LIGNES DE COMMANDE CREEES: ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           MOVE WS-MONTANT-TOTAL TO ED-MONTANT-TOT
           MOVE SPACES TO ENR-RAPGCDA
           STRING 'MONTANT TOTAL COMMANDE   : ' ED-MONTANT-TOT
               DELIMITED BY SIZE INTO ENR-RAPGCDA
           WRITE ENR-RAPGCDA

           IF FS-RAPGCDA NOT = ZERO
               DISPLAY 'ERR WRITE RAPGCDA - FS : ', FS-RAPGCDA
           END-IF
           .

       OUV-SUGAPPR.
           OPEN INPUT SUGGESTIONS-APPRO
           IF FS-SUGAPPR NOT = ZERO THEN
               DISPLAY 'ERR OPEN SUGAPPR - FS : ', FS-SUGAPPR
               SET FF-SUGAPPR TO TRUE
           END-IF.

       FERM-SUGAPPR.
           CLOSE SUGGESTIONS-APPRO
           IF FS-SUGAPPR NOT = ZERO THEN
               DISPLAY 'ERR CLOSE SUGAPPR - FS : ', FS-SUGAPPR
           END-IF.

       LECT-SUGAPPR.
           READ SUGGESTIONS-APPRO AT END
               SET FF-SUGAPPR TO TRUE
           END-READ.

       OUV-BONCDA.
           OPEN OUTPUT BONS-COMMANDE
           IF FS-BONCDA NOT = ZERO THEN
               DISPLAY 'ERR OPEN BONCDA - FS : ', FS-BONCDA
           END-IF.

       FERM-BONCDA.
           CLOSE BONS-COMMANDE
           IF FS-BONCDA NOT = ZERO THEN
               DISPLAY 'ERR CLOSE BONCDA - FS : ', FS-BONCDA
           END-IF.

       OUV-RAPGCDA.
           OPEN OUTPUT RAPPORT-GENCDA
           IF FS-RAPGCDA NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPGCDA - FS : ', FS-RAPGCDA
           END-IF.

       FERM-RAPGCDA.
           CLOSE RAPPORT-GENCDA
           IF FS-RAPGCDA NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPGCDA - FS : ', FS-RAPGCDA
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
