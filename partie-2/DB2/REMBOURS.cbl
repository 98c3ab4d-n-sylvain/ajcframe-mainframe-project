      * ATTENDRE), EMET LE FICHIER DE DECAISSEMENT POUR LA TRESORERIE
      * ET UNE LETTRE DE REMBOURSEMENT PAR CLIENT, PUIS SOLDE LA
      * BALANCE SOUS LE MEME COMMIT FINAL QUE LES AUTRES BATCHES DB2.
      * LES ECRITURES (DEBIT CLIENTS / CREDIT BANQUE) SONT EMISES AU
      * FORMAT JOURNLGL DE FACTURE, PAR ENTITE JURIDIQUE DU CLIENT
      * (SOCIECLI).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPREMB.

           SELECT JOURNAL-GL ASSIGN TO JNLREMB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLREMB.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

       DATA DIVISION.
       FILE SECTION.
      * INTERFACE TRESORERIE A FORMAT FIXE : CLIENT, MONTANT A
       FD  RAPPORT-REMBOURS.
       01  ENR-RAPREMB              PIC X(80).

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
      * ENTITE JURIDIQUE DE L'ECRITURE (BLANC SUR LES TRAILERS)
           05 JGL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(18).

       FD  SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-SOCIECLI.
           05 SCL-C-NO               PIC 9(4).
           05 SCL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(1).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
        77 ED-MONTANT        PIC Z(8)9,99.
        77 ED-C-NO           PIC Z(3)9.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
        77 FS-SOCIECLI       PIC 99.
        77 WS-FF-SOCIECLI    PIC 9 VALUE ZERO.
        01 TAB-SOCIECLI.
           05 NB-SOCIECLI       PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO           PIC 9(4).
               10 SC-SOCIETE        PIC X(1).

      * CUMULS DU JOURNAL COMPTABLE PAR ENTITE ('A' PUIS 'B')
        01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE       PIC X(1).
               10 JSO-REMBOURSE     PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-IDX-SOC        PIC 9 VALUE 1.

      * TOTAUX DU JOURNAL COMPTABLE
        77 FS-JNLREMB        PIC 99.
        77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
        77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
        77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
        77 ED-JGL-NB         PIC 9(5).

      * LIGNES DE LA LETTRE DE REMBOURSEMENT - LARGEUR 119, SUR LE
      * MEME MODELE QUE LES COURRIERS DE RELANCE
       01 LIGNE-VIDE                PIC X(119) VALUE SPACES.

           PERFORM LIRE-AGE-MINIMUM
           PERFORM CALCULER-DATE-RUN
           PERFORM CHARGER-SOCIECLI
           PERFORM OUV-FICHIERS

           EXEC SQL
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-JOURNAL-REMBOURS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '

           ADD 1 TO WS-NB-REMBOURSES
           ADD WS-MONTANT-REMB TO WS-TOTAL-REMBOURSE
           PERFORM DETERMINER-SOCIETE-CLIENT
           ADD WS-MONTANT-REMB TO JSO-REMBOURSE(WS-IDX-SOC)

           MOVE WS-C-NO TO ED-C-NO
           MOVE WS-MONTANT-REMB TO ED-MONTANT
           DISPLAY 'REMBOURSEMENT EMIS - CLIENT=' ED-C-NO
                   ' MONTANT=' ED-MONTANT.

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           MOVE ZERO TO JSO-REMBOURSE(1)
           MOVE ZERO TO JSO-REMBOURSE(2)

           MOVE ZERO TO NB-SOCIECLI
           OPEN INPUT SOCIETES-CLIENTS
           IF FS-SOCIECLI = ZERO
               MOVE ZERO TO WS-FF-SOCIECLI
               PERFORM UNTIL WS-FF-SOCIECLI = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-SOCIECLI
                       NOT AT END
                           IF NB-SOCIECLI < 200
                               ADD 1 TO NB-SOCIECLI
                               MOVE SCL-C-NO TO SC-C-NO(NB-SOCIECLI)
                               MOVE SCL-SOCIETE
                                   TO SC-SOCIETE(NB-SOCIECLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS=' FS-SOCIECLI
                       ') - ENTITE A POUR TOUS'
           END-IF
           .

      * ENTITE DU CLIENT REMBOURSE ('A' PAR DEFAUT)
       DETERMINER-SOCIETE-CLIENT.
           MOVE 1 TO WS-IDX-SOC
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = WS-C-NO
                  AND SC-SOCIETE(IDX-SCL) = 'B'
                   MOVE 2 TO WS-IDX-SOC
               END-IF
           END-PERFORM
           .

      * ECRITURES EQUILIBREES PAR ENTITE AU FORMAT JOURNLGL DE
      * FACTURE : DEBIT CLIENTS / CREDIT BANQUE, PUIS TRAILER DE
      * CONTROLE (NOMBRE D'ECRITURES, TOTAL DEBIT, TOTAL CREDIT)
       ECRIRE-JOURNAL-REMBOURS.
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               IF JSO-REMBOURSE(WS-IDX-SOC) > ZERO
                   MOVE SPACES TO ENR-JOURNLGL
                   MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
                   MOVE '41100000' TO JGL-COMPTE
                   MOVE 'CLIENTS - REMBOURSEMENTS' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-REMBOURSE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '51200000' TO JGL-COMPTE
                   MOVE 'BANQUE - REMBOURSEMENTS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-REMBOURSE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
           END-PERFORM

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

           IF FS-JNLREMB NOT = ZERO
               DISPLAY 'ERR WRITE JNLREMB - FS : ', FS-JNLREMB
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLREMB NOT = ZERO
               DISPLAY 'ERR WRITE JNLREMB - FS : ', FS-JNLREMB
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       ECRIRE-LETTRE-REMBOURSEMENT.
           MOVE LIGNE-CADRE-HAUT TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE
           IF FS-RAPREMB NOT = ZERO
               DISPLAY 'ERR OPEN RAPREMB - FS : ', FS-RAPREMB
           END-IF
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLREMB NOT = ZERO
               DISPLAY 'ERR OPEN JNLREMB - FS : ', FS-JNLREMB
           END-IF
           MOVE SPACES TO ENR-RAPREMB
           STRING '=== REMBOURSEMENTS DES SOLDES CREDITEURS ==='
               DELIMITED BY SIZE INTO ENR-RAPREMB
           CLOSE FICHIER-TRESORERIE
           CLOSE LETTRES-FILE
           CLOSE RAPPORT-REMBOURS
           CLOSE JOURNAL-GL
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
