       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPFFRN.

      * RAPPROCHEMENT A TROIS VOIES DES FACTURES FOURNISSEURS ET
      * INTERFACE COMPTABILITE FOURNISSEURS : LIT LE FICHIER FACFRN
      * (UNE LIGNE PAR PRODUIT FACTURE, REGROUPEES PAR FOURNISSEUR ET
      * NUMERO DE FACTURE) ET CONTROLE CHAQUE LIGNE CONTRE LA COMMANDE
      * D'ACHAT DE GENCDA (PRIX ATTENDU) ET CONTRE LA QUANTITE RECUE
      * PAR MAJSTOCK ET NON ENCORE FACTUREE, AUX TOLERANCES LUES EN
      * SYSIN (ECART DE PRIX EN %, ECART DE QUANTITE EN UNITES).
      * UNE FACTURE ENTIEREMENT CONFORME EST LIBEREE : ELLE EST
      * ENREGISTREE DANS API6.FACTURES_FRN, SES QUANTITES SONT
      * IMPUTEES SUR LES LIGNES DE COMMANDE, ELLE EST ECRITE DANS LE
      * FICHIER DE PAIEMENT PAIEFRN ET LA DETTE FOURNISSEUR EST
      * PASSEE AU FORMAT JOURNLGL. UNE FACTURE EN ECART N'EST PAS
      * ENREGISTREE (ELLE POURRA ETRE REPRESENTEE CORRIGEE) ET SES
      * ECARTS SONT EDITES PAR ACHETEUR DE LA COMMANDE. UNE FACTURE
      * DEJA LIBEREE EST REFUSEE, POUR NE PAS PAYER DEUX FOIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FOURNIS ASSIGN TO FACFRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FACFRN.

           SELECT PAIEMENTS-FOURNIS ASSIGN TO PAIEFRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAIEFRN.

           SELECT JOURNAL-GL ASSIGN TO JNLFFRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLFFRN.

           SELECT RAPPORT-ECARTS ASSIGN TO ECARTFF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ECARTFF.

           SELECT RAPPORT-RAPFFRN ASSIGN TO RAPFACF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPFACF.

       DATA DIVISION.
       FILE SECTION.
      * FACTURE FOURNISSEUR : UN ENREGISTREMENT PAR LIGNE, LES LIGNES
      * D'UNE MEME FACTURE SE SUIVENT ET PORTENT LA MEME COMMANDE
       FD FACTURES-FOURNIS.
       01 ENR-FACFRN.
           05 FFR-FOURNISSEUR   PIC X(5).
           05 FFR-NUM-FACTURE   PIC X(10).
           05 FFR-DATE-FACTURE  PIC X(10).
           05 FFR-PO-NO         PIC 9(7).
           05 FFR-P-NO          PIC X(3).
           05 FFR-QTE           PIC 9(7).
           05 FFR-PRIX-UNIT     PIC 9(3)V99.

      * FACTURE LIBEREE POUR PAIEMENT (COMPTABILITE FOURNISSEURS)
       FD PAIEMENTS-FOURNIS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-PAIEFRN.
           05 APF-FOURNISSEUR   PIC X(5).
           05 APF-NUM-FACTURE   PIC X(10).
           05 APF-DATE-FACTURE  PIC X(10).
           05 APF-PO-NO         PIC 9(7).
           05 APF-MONTANT       PIC 9(9)V99.
           05 FILLER            PIC X(37).

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

       FD RAPPORT-ECARTS.
       01 ENR-ECARTFF           PIC X(80).

       FD RAPPORT-RAPFFRN.
       01 ENR-RAPFACF           PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CMDACH
           END-EXEC.

           EXEC SQL
               INCLUDE LIGACH
           END-EXEC.

           EXEC SQL
               INCLUDE FACTFRN
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-FACFRN          PIC 99.
       77 FS-PAIEFRN         PIC 99.
       77 FS-JNLFFRN         PIC 99.
       77 FS-ECARTFF         PIC 99.
       77 FS-RAPFACF         PIC 99.
       77 WS-FF-FACFRN       PIC 9 VALUE ZERO.
           88 NFF-FACFRN     VALUE 0.
           88 FF-FACFRN      VALUE 1.

      * TOLERANCES DE RAPPROCHEMENT (SYSIN)
       77 WS-TOL-PRIX-SAISI  PIC X(6) VALUE SPACES.
       77 WS-TOL-PRIX-PCT    PIC 9(3)V99 VALUE 002,00.
       77 WS-TOL-QTE-SAISI   PIC X(3) VALUE SPACES.
       77 WS-TOL-QTE         PIC S9(3) COMP-3 VALUE ZERO.

      * FACTURE EN COURS : LIGNES MISES EN TABLE JUSQU'A LA RUPTURE
      * SUR FOURNISSEUR / NUMERO DE FACTURE
       77 WS-FRN-COURANT     PIC X(5) VALUE SPACES.
       77 WS-FACT-COURANTE   PIC X(10) VALUE SPACES.
       77 WS-DATE-FACT-COUR  PIC X(10) VALUE SPACES.
       01 TAB-LIGNES-FACTURE.
           05 NB-LIGNES-FACT   PIC 99 VALUE ZERO.
           05 LIGNE-FACT-ENTRY OCCURS 50 TIMES
                                INDEXED BY IDX-LF IDX-LF2.
               10 TL-PO-NO         PIC 9(7).
               10 TL-P-NO          PIC X(3).
               10 TL-QTE           PIC 9(7).
               10 TL-PRIX          PIC 9(3)V99.
       77 WS-FACT-DEBORDE    PIC X VALUE 'N'.
           88 FACTURE-DEBORDE    VALUE 'O'.
       77 WS-STATUT-FACTURE  PIC X VALUE 'O'.
           88 FACTURE-CONFORME   VALUE 'O'.
           88 FACTURE-EN-ECART   VALUE 'N'.
       77 WS-NB-EXISTANTES   PIC S9(9) COMP-3 VALUE ZERO.

      * CONTROLE D'UNE LIGNE
       77 WS-QTE-DEJA-LIGNE  PIC S9(7) COMP-3 VALUE ZERO.
       77 WS-QTE-ADMISE      PIC S9(7) COMP-3 VALUE ZERO.
       77 WS-ECART-PRIX      PIC S9(3)V99 COMP-3 VALUE ZERO.
       77 WS-ECART-PRIX-MAX  PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       77 WS-MONTANT-LIGNE   PIC S9(9)V99 COMP-3 VALUE ZERO.
       77 WS-MONTANT-FACTURE PIC S9(9)V99 COMP-3 VALUE ZERO.

      * ECART EN PREPARATION, MEME DESSIN QU'UN POSTE DE TAB-ECARTS
       01 WS-ECART.
           05 EC-ACHETEUR        PIC X(8).
           05 EC-FOURNISSEUR     PIC X(5).
           05 EC-NUM-FACTURE     PIC X(10).
           05 EC-PO-NO           PIC 9(7).
           05 EC-P-NO            PIC X(3).
           05 EC-QTE-FACT        PIC 9(7).
           05 EC-QTE-ADMISE      PIC S9(7).
           05 EC-PRIX-FACT       PIC 9(3)V99.
           05 EC-PRIX-PREVU      PIC 9(3)V99.
           05 EC-RAISON          PIC X(30).

      * ECARTS DU RUN, EDITES EN FIN DE TRAITEMENT PAR ACHETEUR
       01 TAB-ECARTS.
           05 NB-ECARTS        PIC 9(3) VALUE ZERO.
           05 ECART-ENTRY OCCURS 500 TIMES INDEXED BY IDX-EC.
               10 TE-ACHETEUR      PIC X(8).
               10 TE-FOURNISSEUR   PIC X(5).
               10 TE-NUM-FACTURE   PIC X(10).
               10 TE-PO-NO         PIC 9(7).
               10 TE-P-NO          PIC X(3).
               10 TE-QTE-FACT      PIC 9(7).
               10 TE-QTE-ADMISE    PIC S9(7).
               10 TE-PRIX-FACT     PIC 9(3)V99.
               10 TE-PRIX-PREVU    PIC 9(3)V99.
               10 TE-RAISON        PIC X(30).
       01 TAB-ACHETEURS.
           05 NB-ACHETEURS     PIC 9(3) VALUE ZERO.
           05 ACHETEUR-ENTRY OCCURS 100 TIMES INDEXED BY IDX-ACH.
               10 TA-ACHETEUR      PIC X(8).
       77 WS-ACHETEUR-TROUVE PIC X VALUE 'N'.
           88 ACHETEUR-TROUVE    VALUE 'O'.
       77 WS-NOM-ACHETEUR    PIC X(11) VALUE SPACES.

      * DATE DU RUN ET TOTAUX DU JOURNAL
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB           PIC 9(5).

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-LIGNES-LUES  PIC 9(5) VALUE ZERO.
       77 WS-NB-FACTURES     PIC 9(5) VALUE ZERO.
       77 WS-NB-LIBEREES     PIC 9(5) VALUE ZERO.
       77 WS-NB-EN-ECART     PIC 9(5) VALUE ZERO.
       77 WS-NB-DOUBLONS     PIC 9(5) VALUE ZERO.
       77 WS-MONTANT-LIBERE  PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-PO-NO           PIC 9(7).
       77 ED-QTE             PIC Z(6)9.
       77 ED-QTE-ADMISE      PIC -(6)9.
       77 ED-PRIX            PIC ZZ9,99.
       77 ED-PRIX-PREVU      PIC ZZ9,99.
       77 ED-TOL-PRIX        PIC ZZ9,99.
       77 ED-TOL-QTE         PIC ZZ9.
       77 ED-MONTANT         PIC Z(8)9,99.
       77 ED-MONTANT-TOT     PIC Z(10)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RAPFFRN - FACTURES FOURNISSEURS ==='

           PERFORM LIRE-TOLERANCES

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM OUV-FACFRN
           PERFORM OUV-FICHIERS-SORTIE

           PERFORM LECT-FACFRN
           PERFORM UNTIL FF-FACFRN
               ADD 1 TO WS-NB-LIGNES-LUES
               IF NB-LIGNES-FACT > ZERO
                  AND (FFR-FOURNISSEUR NOT = WS-FRN-COURANT
                   OR FFR-NUM-FACTURE NOT = WS-FACT-COURANTE)
                   PERFORM TRAITER-FACTURE
               END-IF
               PERFORM STOCKER-LIGNE-FACTURE
               PERFORM LECT-FACFRN
           END-PERFORM

           IF NB-LIGNES-FACT > ZERO
               PERFORM TRAITER-FACTURE
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-FACFRN
           PERFORM ECRIRE-FIN-JOURNAL
           PERFORM EDITER-ECARTS-PAR-ACHETEUR
           PERFORM ECRIRE-TOTAUX-RAPFFRN
           PERFORM FERM-FICHIERS-SORTIE

           DISPLAY 'FACTURES LIBEREES : ' WS-NB-LIBEREES
                   ' - EN ECART : ' WS-NB-EN-ECART
           DISPLAY 'FIN PROGRAMME RAPFFRN'
           GOBACK.

      * 1RE CARTE : TOLERANCE DE PRIX EN % DU PRIX DE COMMANDE
      * (2 % PAR DEFAUT) ; 2E CARTE : TOLERANCE DE QUANTITE EN UNITES
      * AU-DELA DU RECU (AUCUNE PAR DEFAUT)
       LIRE-TOLERANCES.
           ACCEPT WS-TOL-PRIX-SAISI FROM SYSIN
           IF WS-TOL-PRIX-SAISI NOT = SPACES
               COMPUTE WS-TOL-PRIX-PCT =
                   FUNCTION NUMVAL(WS-TOL-PRIX-SAISI)
           END-IF
           MOVE WS-TOL-PRIX-PCT TO ED-TOL-PRIX
           DISPLAY 'TOLERANCE PRIX : ' ED-TOL-PRIX '%'

           ACCEPT WS-TOL-QTE-SAISI FROM SYSIN
           IF WS-TOL-QTE-SAISI NUMERIC
               MOVE WS-TOL-QTE-SAISI TO WS-TOL-QTE
           END-IF
           MOVE WS-TOL-QTE TO ED-TOL-QTE
           DISPLAY 'TOLERANCE QUANTITE : ' ED-TOL-QTE ' UNITE(S)'
           .

      * LA PREMIERE LIGNE D'UNE FACTURE EN FIXE LA CLE ; AU-DELA DE
      * 50 LIGNES LA FACTURE EST MISE EN ECART EN BLOC
       STOCKER-LIGNE-FACTURE.
           IF NB-LIGNES-FACT = ZERO
               MOVE FFR-FOURNISSEUR TO WS-FRN-COURANT
               MOVE FFR-NUM-FACTURE TO WS-FACT-COURANTE
               MOVE FFR-DATE-FACTURE TO WS-DATE-FACT-COUR
               MOVE 'N' TO WS-FACT-DEBORDE
           END-IF
           IF NB-LIGNES-FACT < 50
               ADD 1 TO NB-LIGNES-FACT
               MOVE FFR-PO-NO TO TL-PO-NO(NB-LIGNES-FACT)
               MOVE FFR-P-NO TO TL-P-NO(NB-LIGNES-FACT)
               MOVE FFR-QTE TO TL-QTE(NB-LIGNES-FACT)
               MOVE FFR-PRIX-UNIT TO TL-PRIX(NB-LIGNES-FACT)
           ELSE
               SET FACTURE-DEBORDE TO TRUE
           END-IF.

      * ===== RAPPROCHEMENT D'UNE FACTURE COMPLETE =====
       TRAITER-FACTURE.
           ADD 1 TO WS-NB-FACTURES
           SET FACTURE-CONFORME TO TRUE
           MOVE ZERO TO WS-MONTANT-FACTURE
           MOVE SPACES TO CDA-ACHETEUR
           MOVE TL-PO-NO(1) TO CDA-PO-NO

           PERFORM CONTROLER-DOUBLON-FACTURE

           IF FACTURE-CONFORME
               PERFORM CONTROLER-ENTETE-FACTURE
           END-IF

           IF FACTURE-CONFORME
               PERFORM VARYING IDX-LF FROM 1 BY 1
                   UNTIL IDX-LF > NB-LIGNES-FACT
                   PERFORM CONTROLER-LIGNE-FACTURE
               END-PERFORM
           END-IF

           IF FACTURE-CONFORME
               PERFORM LIBERER-FACTURE
           ELSE
               ADD 1 TO WS-NB-EN-ECART
               MOVE CDA-PO-NO TO ED-PO-NO
               MOVE SPACES TO ENR-RAPFACF
               STRING 'EN ECART  FRN=' WS-FRN-COURANT
                      ' FACT=' WS-FACT-COURANTE
                      ' CDA=' ED-PO-NO
                   DELIMITED BY SIZE INTO ENR-RAPFACF
               WRITE ENR-RAPFACF
           END-IF

           MOVE ZERO TO NB-LIGNES-FACT.

      * UNE FACTURE DEJA LIBEREE (MEME FOURNISSEUR, MEME NUMERO) EST
      * REFUSEE, Y COMPRIS SI ELLE FIGURE DEUX FOIS DANS LE FICHIER
       CONTROLER-DOUBLON-FACTURE.
           MOVE WS-FRN-COURANT TO FCF-FOURNISSEUR
           MOVE WS-FACT-COURANTE TO FCF-NUM-FACTURE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTES
               FROM API6.FACTURES_FRN
               WHERE FOURNISSEUR = :FCF-FOURNISSEUR
                 AND NUM_FACTURE = :FCF-NUM-FACTURE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-EXISTANTES > ZERO
               ADD 1 TO WS-NB-DOUBLONS
               PERFORM LIRE-ACHETEUR-COMMANDE
               MOVE 'FACTURE DEJA TRAITEE - REFUSEE' TO EC-RAISON
               PERFORM NOTER-ECART-FACTURE
           END-IF.

      * COMMANDE CONNUE ET DU MEME FOURNISSEUR, DATE DE FACTURE AU
      * FORMAT AAAA-MM-JJ, PAS PLUS DE 50 LIGNES
       CONTROLER-ENTETE-FACTURE.
           EXEC SQL
               SELECT FOURNISSEUR, ACHETEUR
               INTO :CDA-FOURNISSEUR, :CDA-ACHETEUR
               FROM API6.COMMANDES_ACHAT
               WHERE PO_NO = :CDA-PO-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   IF CDA-FOURNISSEUR NOT = WS-FRN-COURANT
                       MOVE 'FOURNISSEUR DIFFERENT DE LA CDA'
                           TO EC-RAISON
                       PERFORM NOTER-ECART-FACTURE
                   END-IF
               WHEN +100
                   MOVE SPACES TO CDA-ACHETEUR
                   MOVE 'COMMANDE D ACHAT INCONNUE' TO EC-RAISON
                   PERFORM NOTER-ECART-FACTURE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF FACTURE-CONFORME
               IF WS-DATE-FACT-COUR (1:4) NOT NUMERIC
                  OR WS-DATE-FACT-COUR (5:1) NOT = '-'
                  OR WS-DATE-FACT-COUR (6:2) NOT NUMERIC
                  OR WS-DATE-FACT-COUR (8:1) NOT = '-'
                  OR WS-DATE-FACT-COUR (9:2) NOT NUMERIC
                   MOVE 'DATE DE FACTURE INVALIDE' TO EC-RAISON
                   PERFORM NOTER-ECART-FACTURE
               END-IF
           END-IF

           IF FACTURE-CONFORME AND FACTURE-DEBORDE
               MOVE 'FACTURE DE PLUS DE 50 LIGNES' TO EC-RAISON
               PERFORM NOTER-ECART-FACTURE
           END-IF.

      * ACHETEUR DE LA COMMANDE, DESTINATAIRE DE L'ECART
       LIRE-ACHETEUR-COMMANDE.
           EXEC SQL
               SELECT ACHETEUR
               INTO :CDA-ACHETEUR
               FROM API6.COMMANDES_ACHAT
               WHERE PO_NO = :CDA-PO-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE SPACES TO CDA-ACHETEUR
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * LIGNE DE LA COMMANDE FACTUREE : PRIX DANS LA TOLERANCE DU PRIX
      * DE COMMANDE, QUANTITE AU PLUS EGALE AU RECU NON ENCORE FACTURE
      * (DIMINUE DES LIGNES PRECEDENTES DE LA FACTURE SUR LE MEME
      * PRODUIT) AUGMENTE DE LA TOLERANCE
       CONTROLER-LIGNE-FACTURE.
           COMPUTE WS-MONTANT-LIGNE = TL-QTE(IDX-LF) * TL-PRIX(IDX-LF)
           ADD WS-MONTANT-LIGNE TO WS-MONTANT-FACTURE

           IF TL-PO-NO(IDX-LF) NOT = CDA-PO-NO
               MOVE ZERO TO LDA-PRIX-PREVU
               MOVE ZERO TO WS-QTE-ADMISE
               MOVE 'LIGNE SUR UNE AUTRE CDA' TO EC-RAISON
               PERFORM NOTER-ECART-LIGNE
           ELSE
               MOVE CDA-PO-NO TO LDA-PO-NO
               MOVE TL-P-NO(IDX-LF) TO LDA-P-NO
               EXEC SQL
                   SELECT QTE_RECUE, QTE_FACTUREE, PRIX_PREVU
                   INTO :LDA-QTE-RECUE, :LDA-QTE-FACTUREE,
                        :LDA-PRIX-PREVU
                   FROM API6.LIGNES_ACHAT
                   WHERE PO_NO = :LDA-PO-NO
                     AND P_NO = :LDA-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CONTROLER-QTE-PRIX-LIGNE
                   WHEN +100
                       MOVE ZERO TO LDA-PRIX-PREVU
                       MOVE ZERO TO WS-QTE-ADMISE
                       MOVE 'PRODUIT ABSENT DE LA CDA' TO EC-RAISON
                       PERFORM NOTER-ECART-LIGNE
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF.

       CONTROLER-QTE-PRIX-LIGNE.
           MOVE ZERO TO WS-QTE-DEJA-LIGNE
           PERFORM VARYING IDX-LF2 FROM 1 BY 1
               UNTIL IDX-LF2 >= IDX-LF
               IF TL-P-NO(IDX-LF2) = TL-P-NO(IDX-LF)
                   ADD TL-QTE(IDX-LF2) TO WS-QTE-DEJA-LIGNE
               END-IF
           END-PERFORM
           COMPUTE WS-QTE-ADMISE = LDA-QTE-RECUE - LDA-QTE-FACTUREE
                                 - WS-QTE-DEJA-LIGNE + WS-TOL-QTE

           IF TL-QTE(IDX-LF) > WS-QTE-ADMISE
               MOVE 'QUANTITE FACTUREE NON RECUE' TO EC-RAISON
               PERFORM NOTER-ECART-LIGNE
           END-IF

           COMPUTE WS-ECART-PRIX = TL-PRIX(IDX-LF) - LDA-PRIX-PREVU
           IF WS-ECART-PRIX < ZERO
               COMPUTE WS-ECART-PRIX = ZERO - WS-ECART-PRIX
           END-IF
           COMPUTE WS-ECART-PRIX-MAX =
               LDA-PRIX-PREVU * WS-TOL-PRIX-PCT / 100
           IF WS-ECART-PRIX > WS-ECART-PRIX-MAX
               MOVE 'PRIX HORS TOLERANCE' TO EC-RAISON
               PERFORM NOTER-ECART-LIGNE
           END-IF.

      * ECART PORTANT SUR LA FACTURE ENTIERE (PAS DE LIGNE)
       NOTER-ECART-FACTURE.
           SET FACTURE-EN-ECART TO TRUE
           MOVE CDA-ACHETEUR TO EC-ACHETEUR
           MOVE WS-FRN-COURANT TO EC-FOURNISSEUR
           MOVE WS-FACT-COURANTE TO EC-NUM-FACTURE
           MOVE CDA-PO-NO TO EC-PO-NO
           MOVE SPACES TO EC-P-NO
           MOVE ZERO TO EC-QTE-FACT
           MOVE ZERO TO EC-QTE-ADMISE
           MOVE ZERO TO EC-PRIX-FACT
           MOVE ZERO TO EC-PRIX-PREVU
           PERFORM AJOUTER-ECART.

       NOTER-ECART-LIGNE.
           SET FACTURE-EN-ECART TO TRUE
           MOVE CDA-ACHETEUR TO EC-ACHETEUR
           MOVE WS-FRN-COURANT TO EC-FOURNISSEUR
           MOVE WS-FACT-COURANTE TO EC-NUM-FACTURE
           MOVE TL-PO-NO(IDX-LF) TO EC-PO-NO
           MOVE TL-P-NO(IDX-LF) TO EC-P-NO
           MOVE TL-QTE(IDX-LF) TO EC-QTE-FACT
           MOVE WS-QTE-ADMISE TO EC-QTE-ADMISE
           MOVE TL-PRIX(IDX-LF) TO EC-PRIX-FACT
           MOVE LDA-PRIX-PREVU TO EC-PRIX-PREVU
           PERFORM AJOUTER-ECART.

       AJOUTER-ECART.
           IF NB-ECARTS < 500
               ADD 1 TO NB-ECARTS
               MOVE WS-ECART TO ECART-ENTRY(NB-ECARTS)
           ELSE
               DISPLAY 'TAB-ECARTS PLEINE - ECART NON EDITE : '
                       EC-FOURNISSEUR ' ' EC-NUM-FACTURE
                       ' ' EC-RAISON
           END-IF.

      * ===== FACTURE CONFORME : ENREGISTREMENT, IMPUTATION DES
      * QUANTITES, PAIEMENT ET ECRITURE DE DETTE FOURNISSEUR =====
       LIBERER-FACTURE.
           MOVE WS-FRN-COURANT TO FCF-FOURNISSEUR
           MOVE WS-FACT-COURANTE TO FCF-NUM-FACTURE
           MOVE CDA-PO-NO TO FCF-PO-NO
           MOVE WS-DATE-FACT-COUR TO FCF-DATE-FACTURE
           MOVE WS-MONTANT-FACTURE TO FCF-MONTANT

           EXEC SQL
               INSERT INTO API6.FACTURES_FRN
               (FOURNISSEUR, NUM_FACTURE, PO_NO, DATE_FACTURE,
                MONTANT, DATE_TRAIT)
               VALUES (:FCF-FOURNISSEUR, :FCF-NUM-FACTURE,
                       :FCF-PO-NO, :FCF-DATE-FACTURE,
                       :FCF-MONTANT, CURRENT DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING IDX-LF FROM 1 BY 1
               UNTIL IDX-LF > NB-LIGNES-FACT
               MOVE TL-P-NO(IDX-LF) TO LDA-P-NO
               MOVE TL-QTE(IDX-LF) TO LDA-QTE-FACTUREE
               EXEC SQL
                   UPDATE API6.LIGNES_ACHAT
                   SET QTE_FACTUREE = QTE_FACTUREE + :LDA-QTE-FACTUREE
                   WHERE PO_NO = :FCF-PO-NO
                     AND P_NO = :LDA-P-NO
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-PERFORM

           MOVE SPACES TO ENR-PAIEFRN
           MOVE WS-FRN-COURANT TO APF-FOURNISSEUR
           MOVE WS-FACT-COURANTE TO APF-NUM-FACTURE
           MOVE WS-DATE-FACT-COUR TO APF-DATE-FACTURE
           MOVE CDA-PO-NO TO APF-PO-NO
           MOVE WS-MONTANT-FACTURE TO APF-MONTANT
           WRITE ENR-PAIEFRN
           IF FS-PAIEFRN NOT = ZERO
               DISPLAY 'ERR WRITE PAIEFRN - FS : ', FS-PAIEFRN
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-DETTE-FOURNISSEUR

           ADD 1 TO WS-NB-LIBEREES
           ADD WS-MONTANT-FACTURE TO WS-MONTANT-LIBERE

           MOVE CDA-PO-NO TO ED-PO-NO
           MOVE WS-MONTANT-FACTURE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPFACF
           STRING 'LIBEREE   FRN=' WS-FRN-COURANT
                  ' FACT=' WS-FACT-COURANTE
                  ' CDA=' ED-PO-NO
                  ' MONTANT=' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF.

      * ECRITURE DE DETTE AU FORMAT JOURNLGL : DEBIT ACHATS DE
      * MARCHANDISES / CREDIT FOURNISSEURS, LIBELLE = FACTURE
       ECRIRE-DETTE-FOURNISSEUR.
           MOVE SPACES TO ENR-JOURNLGL
           MOVE '60700000' TO JGL-COMPTE
           STRING 'FACT FRN ' WS-FRN-COURANT ' ' WS-FACT-COURANTE
               DELIMITED BY SIZE INTO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-MONTANT-FACTURE TO JGL-MONTANT
           PERFORM ECRIRE-ECRITURE-GL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE '40100000' TO JGL-COMPTE
           STRING 'FACT FRN ' WS-FRN-COURANT ' ' WS-FACT-COURANTE
               DELIMITED BY SIZE INTO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-MONTANT-FACTURE TO JGL-MONTANT
           PERFORM ECRIRE-ECRITURE-GL.

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLFFRN NOT = ZERO
               DISPLAY 'ERR WRITE JNLFFRN - FS : ', FS-JNLFFRN
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       ECRIRE-FIN-JOURNAL.
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

           IF FS-JNLFFRN NOT = ZERO
               DISPLAY 'ERR WRITE JNLFFRN - FS : ', FS-JNLFFRN
               PERFORM ABEND-PROG
           END-IF
           .

      * ===== RAPPORT DES ECARTS, UNE SECTION PAR ACHETEUR =====
       EDITER-ECARTS-PAR-ACHETEUR.
           MOVE SPACES TO ENR-ECARTFF
           STRING '=== ECARTS DE RAPPROCHEMENT FACTURES FOURNISSEURS '
                  '- ' WS-DATE-RUN-ISO ' ==='
               DELIMITED BY SIZE INTO ENR-ECARTFF
           PERFORM ECRIRE-ECARTFF

           IF NB-ECARTS = ZERO
               MOVE SPACES TO ENR-ECARTFF
               STRING 'AUCUN ECART DE RAPPROCHEMENT'
                   DELIMITED BY SIZE INTO ENR-ECARTFF
               PERFORM ECRIRE-ECARTFF
           END-IF

           MOVE ZERO TO NB-ACHETEURS
           PERFORM VARYING IDX-EC FROM 1 BY 1
               UNTIL IDX-EC > NB-ECARTS
               MOVE 'N' TO WS-ACHETEUR-TROUVE
               PERFORM VARYING IDX-ACH FROM 1 BY 1
                   UNTIL IDX-ACH > NB-ACHETEURS
                   IF TA-ACHETEUR(IDX-ACH) = TE-ACHETEUR(IDX-EC)
                       SET ACHETEUR-TROUVE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ACHETEUR-TROUVE AND NB-ACHETEURS < 100
                   ADD 1 TO NB-ACHETEURS
                   MOVE TE-ACHETEUR(IDX-EC) TO TA-ACHETEUR(NB-ACHETEURS)
               END-IF
           END-PERFORM

           PERFORM VARYING IDX-ACH FROM 1 BY 1
               UNTIL IDX-ACH > NB-ACHETEURS
               PERFORM EDITER-ECARTS-ACHETEUR
           END-PERFORM.

       EDITER-ECARTS-ACHETEUR.
           IF TA-ACHETEUR(IDX-ACH) = SPACES
               MOVE 'NON AFFECTE' TO WS-NOM-ACHETEUR
           ELSE
               MOVE TA-ACHETEUR(IDX-ACH) TO WS-NOM-ACHETEUR
           END-IF
           MOVE SPACES TO ENR-ECARTFF
           PERFORM ECRIRE-ECARTFF
           MOVE SPACES TO ENR-ECARTFF
           STRING '--- ACHETEUR : ' WS-NOM-ACHETEUR ' ---'
               DELIMITED BY SIZE INTO ENR-ECARTFF
           PERFORM ECRIRE-ECARTFF

           PERFORM VARYING IDX-EC FROM 1 BY 1
               UNTIL IDX-EC > NB-ECARTS
               IF TE-ACHETEUR(IDX-EC) = TA-ACHETEUR(IDX-ACH)
                   PERFORM EDITER-LIGNE-ECART
               END-IF
           END-PERFORM.

       EDITER-LIGNE-ECART.
           MOVE TE-PO-NO(IDX-EC) TO ED-PO-NO
           MOVE SPACES TO ENR-ECARTFF
           STRING 'FRN=' TE-FOURNISSEUR(IDX-EC)
                  ' FACT=' TE-NUM-FACTURE(IDX-EC)
                  ' CDA=' ED-PO-NO
                  ' PROD=' TE-P-NO(IDX-EC)
                  ' : ' TE-RAISON(IDX-EC)
               DELIMITED BY SIZE INTO ENR-ECARTFF
           PERFORM ECRIRE-ECARTFF

           IF TE-P-NO(IDX-EC) NOT = SPACES
               MOVE TE-QTE-FACT(IDX-EC) TO ED-QTE
               MOVE TE-QTE-ADMISE(IDX-EC) TO ED-QTE-ADMISE
               MOVE TE-PRIX-FACT(IDX-EC) TO ED-PRIX
               MOVE TE-PRIX-PREVU(IDX-EC) TO ED-PRIX-PREVU
               MOVE SPACES TO ENR-ECARTFF
               STRING '    QTE FACT=' ED-QTE
                      ' ADMISE=' ED-QTE-ADMISE
                      ' PRIX FACT=' ED-PRIX
                      ' CDA=' ED-PRIX-PREVU
                   DELIMITED BY SIZE INTO ENR-ECARTFF
               PERFORM ECRIRE-ECARTFF
           END-IF.

       ECRIRE-ECARTFF.
           WRITE ENR-ECARTFF
           IF FS-ECARTFF NOT = ZERO
               DISPLAY 'ERR WRITE ECARTFF - FS : ', FS-ECARTFF
           END-IF.

       ECRIRE-TOTAUX-RAPFFRN.
           MOVE WS-NB-LIGNES-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPFACF
           STRING 'LIGNES DE FACTURE LUES   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           MOVE WS-NB-FACTURES TO ED-NB
           MOVE SPACES TO ENR-RAPFACF
           STRING 'FACTURES TRAITEES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           MOVE WS-NB-LIBEREES TO ED-NB
           MOVE SPACES TO ENR-RAPFACF
           STRING 'FACTURES LIBEREES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           MOVE WS-NB-EN-ECART TO ED-NB
           MOVE SPACES TO ENR-RAPFACF
           STRING 'FACTURES EN ECART        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           MOVE WS-NB-DOUBLONS TO ED-NB
           MOVE SPACES TO ENR-RAPFACF
           STRING '  DONT DEJA TRAITEES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           MOVE WS-MONTANT-LIBERE TO ED-MONTANT-TOT
           MOVE SPACES TO ENR-RAPFACF
           STRING 'MONTANT LIBERE AU PAIEMENT: ' ED-MONTANT-TOT
               DELIMITED BY SIZE INTO ENR-RAPFACF
           WRITE ENR-RAPFACF

           IF FS-RAPFACF NOT = ZERO
               DISPLAY 'ERR WRITE RAPFACF - FS : ', FS-RAPFACF
           END-IF
           .

       OUV-FACFRN.
           OPEN INPUT FACTURES-FOURNIS
           IF FS-FACFRN NOT = ZERO THEN
               DISPLAY 'ERR OPEN FACFRN - FS : ', FS-FACFRN
               SET FF-FACFRN TO TRUE
           END-IF.

       FERM-FACFRN.
           CLOSE FACTURES-FOURNIS
           IF FS-FACFRN NOT = ZERO THEN
               DISPLAY 'ERR CLOSE FACFRN - FS : ', FS-FACFRN
           END-IF.

       LECT-FACFRN.
           READ FACTURES-FOURNIS AT END
               SET FF-FACFRN TO TRUE
           END-READ.

       OUV-FICHIERS-SORTIE.
           OPEN OUTPUT PAIEMENTS-FOURNIS
           IF FS-PAIEFRN NOT = ZERO
               DISPLAY 'ERR OPEN PAIEFRN - FS : ', FS-PAIEFRN
           END-IF
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLFFRN NOT = ZERO
               DISPLAY 'ERR OPEN JNLFFRN - FS : ', FS-JNLFFRN
           END-IF
           OPEN OUTPUT RAPPORT-ECARTS
           IF FS-ECARTFF NOT = ZERO
               DISPLAY 'ERR OPEN ECARTFF - FS : ', FS-ECARTFF
           END-IF
           OPEN OUTPUT RAPPORT-RAPFFRN
           IF FS-RAPFACF NOT = ZERO
               DISPLAY 'ERR OPEN RAPFACF - FS : ', FS-RAPFACF
           END-IF
           MOVE SPACES TO ENR-RAPFACF
           STRING '=== RAPPORT DE CONTROLE RAPFFRN - '
                  WS-DATE-RUN-ISO ' ===' DELIMITED BY SIZE
               INTO ENR-RAPFACF
           END-STRING
           WRITE ENR-RAPFACF
           .

       FERM-FICHIERS-SORTIE.
           CLOSE PAIEMENTS-FOURNIS
           CLOSE JOURNAL-GL
           CLOSE RAPPORT-ECARTS
           CLOSE RAPPORT-RAPFFRN
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
