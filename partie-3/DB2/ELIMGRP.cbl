       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIMGRP.

      * RAPPROCHEMENT MENSUEL DES SOLDES INTRAGROUPE ENTRE LES DEUX
      * ENTITES JURIDIQUES (A ET B) ET ECRITURES D'ELIMINATION POUR
      * LA CONSOLIDATION. LES SOLDES SONT LUS DANS API6.GRAND_LIVRE
      * (ALIMENTE PAR INTEGGL A PARTIR DES JOURNAUX DE FACTURE ET
      * D'ENCAISSE) A LA FIN DE LA PERIODE DEMANDEE :
      *   - 45100000 CREANCES INTRAGROUPE DU VENDEUR, CONTRE
      *     45200000 DETTES INTRAGROUPE DE L'AUTRE ENTITE (SOLDES
      *     CUMULES DEPUIS L'ORIGINE) ;
      *   - 70110000 VENTES INTRAGROUPE DU VENDEUR, CONTRE
      *     60710000 ACHATS INTRAGROUPE DE L'AUTRE ENTITE (CUMUL DE
      *     L'EXERCICE EN COURS).
      * CHAQUE PAIRE EST EDITEE DANS RAPELIM AVEC SON ECART ; UN
      * ECART NON NUL DONNE UN CODE RETOUR 4 POUR JUSTIFICATION AVANT
      * CONSOLIDATION. LE MONTANT CONCORDANT DE CHAQUE PAIRE (LE PLUS
      * PETIT DES DEUX COTES) EST ELIMINE DANS ELIMJGL, AU FORMAT
      * JOURNLGL, SOUS LA SOCIETE 'C' (CONSOLIDATION) ET A LA DATE
      * DE FIN DE PERIODE : CE JOURNAL ALIMENTE LA LIASSE CONSOLIDEE
      * ET N'EST PAS INTEGRE AU GRAND LIVRE DES ENTITES ; IL EST
      * REFAIT EN ENTIER A CHAQUE RUN A PARTIR DES SOLDES CUMULES.
      * SYSIN : PERIODE AAAA-MM (OBLIGATOIRE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-ELIM ASSIGN TO ELIMJGL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ELIMJGL.

           SELECT RAPPORT-ELIM ASSIGN TO RAPELIM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPELIM.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAL-ELIM
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

       FD RAPPORT-ELIM.
       01 ENR-RAPELIM        PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GRDLIV
           END-EXEC.

      * SOLDE DEBITEUR (DEBIT - CREDIT) DES COMPTES INTRAGROUPE PAR
      * SOCIETE A LA FIN DE LA PERIODE : CUMUL DEPUIS L'ORIGINE POUR
      * LES COMPTES DE BILAN (CLASSE 4), EXERCICE EN COURS POUR LES
      * COMPTES DE GESTION (CLASSES 6 ET 7), COMME LA BALANCE D'INTEGGL
           EXEC SQL
               DECLARE CSOLDESIC CURSOR
               FOR
               SELECT
                   SOCIETE,
                   COMPTE,
                   SUM(CASE WHEN SUBSTR(COMPTE, 1, 1) < '6'
                              OR SUBSTR(PERIODE, 1, 4)
                                 = :WS-ANNEE-ELIM
                            THEN TOTAL_DEBIT - TOTAL_CREDIT
                            ELSE 0 END)
               FROM
                   API6.GRAND_LIVRE
               WHERE
                   PERIODE <= :WS-PERIODE-ELIM
                   AND COMPTE IN ('45100000', '45200000',
                                  '70110000', '60710000')
               GROUP BY
                   SOCIETE, COMPTE
               ORDER BY
                   SOCIETE, COMPTE
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-ELIMJGL         PIC 99.
       77 FS-RAPELIM         PIC 99.

      * PARAMETRE SYSIN ET DATE DES ECRITURES (FIN DE PERIODE)
       77 WS-PERIODE-SAISIE  PIC X(7) VALUE SPACES.
       77 WS-PERIODE-ELIM    PIC X(7).
       77 WS-ANNEE-ELIM      PIC X(4).
       77 WS-ANNEE-NUM       PIC 9(4).
       77 WS-MOIS-NUM        PIC 99.
       77 WS-DERNIER-JOUR    PIC 99.
       77 WS-QUOTIENT        PIC 9(4).
       77 WS-RESTE-4         PIC 9(4).
       77 WS-RESTE-100       PIC 9(4).
       77 WS-RESTE-400       PIC 9(4).
       77 WS-DATE-ELIM       PIC X(10).

      * LIGNE DU CURSEUR
       77 WS-SOL-SOCIETE     PIC X(1).
       77 WS-SOL-COMPTE      PIC X(8).
       77 WS-SOL-SOLDE       PIC S9(11)V9(2) USAGE COMP-3.

      * SOLDES INTRAGROUPE PAR ENTITE (1 = A, 2 = B), EN SENS NATUREL
      * DU COMPTE : CREANCES ET ACHATS DEBITEURS, DETTES ET VENTES
      * CREDITRICES
       01 TAB-SOLDES-IC.
           05 SOLDE-IC-ENTRY OCCURS 2 TIMES.
               10 SIC-SOCIETE        PIC X(1).
               10 SIC-CREANCES       PIC S9(11)V9(2) USAGE COMP-3.
               10 SIC-DETTES         PIC S9(11)V9(2) USAGE COMP-3.
               10 SIC-VENTES         PIC S9(11)V9(2) USAGE COMP-3.
               10 SIC-ACHATS         PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-IDX-SOC         PIC 9 VALUE ZERO.
       77 WS-IDX-VENDEUR     PIC 9 VALUE ZERO.
       77 WS-IDX-ACHETEUR    PIC 9 VALUE ZERO.

      * PAIRE EN COURS DE RAPPROCHEMENT
       77 WS-COTE-VENDEUR    PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-COTE-ACHETEUR   PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-ECART           PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-ELIMINE         PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-LIB-VENDEUR     PIC X(24).
       77 WS-LIB-ACHETEUR    PIC X(24).

      * COMPTEURS ET TOTAUX DU JOURNAL D'ELIMINATION
       77 WS-NB-PAIRES-ECART PIC 9(3) VALUE ZERO.
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB          PIC 9(5).
       77 ED-NB              PIC Z(4)9.
       77 ED-SOLDE           PIC -(11)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME ELIMGRP - ELIMINATIONS GROUPE ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-SOLDES-IC
           PERFORM OUV-FICHIERS

           PERFORM VARYING WS-IDX-VENDEUR FROM 1 BY 1
               UNTIL WS-IDX-VENDEUR > 2
               COMPUTE WS-IDX-ACHETEUR = 3 - WS-IDX-VENDEUR
               PERFORM RAPPROCHER-CREANCES-DETTES
               PERFORM RAPPROCHER-VENTES-ACHATS
           END-PERFORM

           PERFORM ECRIRE-TRAILERS-ELIM
           PERFORM ECRIRE-TOTAUX-RAPELIM
           PERFORM FERM-FICHIERS

           DISPLAY 'PAIRES EN ECART      : ' WS-NB-PAIRES-ECART
           DISPLAY 'ECRITURES ELIMINATION: ' WS-JGL-NB-ECRITURES
           IF WS-NB-PAIRES-ECART > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME ELIMGRP'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE TO WS-PERIODE-ELIM
           MOVE WS-PERIODE-ELIM (1:4) TO WS-ANNEE-ELIM
           MOVE WS-PERIODE-ELIM (6:2) TO WS-MOIS-NUM
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               DISPLAY 'MOIS INVALIDE : ' WS-PERIODE-ELIM
               PERFORM ABEND-PROG
           END-IF
           PERFORM DETERMINER-FIN-PERIODE
           DISPLAY 'PERIODE ' WS-PERIODE-ELIM
                   ' - ECRITURES AU ' WS-DATE-ELIM
           .

      * DERNIER JOUR DU MOIS DE LA PERIODE, ANNEES BISSEXTILES
      * COMPRISES, POUR DATER LES ECRITURES D'ELIMINATION
       DETERMINER-FIN-PERIODE.
           MOVE WS-ANNEE-ELIM TO WS-ANNEE-NUM
           EVALUATE WS-MOIS-NUM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 2
                   DIVIDE WS-ANNEE-NUM BY 4 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE-4
                   DIVIDE WS-ANNEE-NUM BY 100 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE-100
                   DIVIDE WS-ANNEE-NUM BY 400 GIVING WS-QUOTIENT
                       REMAINDER WS-RESTE-400
                   IF WS-RESTE-400 = ZERO
                      OR (WS-RESTE-4 = ZERO AND WS-RESTE-100 NOT = ZERO)
                       MOVE 29 TO WS-DERNIER-JOUR
                   ELSE
                       MOVE 28 TO WS-DERNIER-JOUR
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DERNIER-JOUR
           END-EVALUATE
           MOVE SPACES TO WS-DATE-ELIM
           STRING WS-PERIODE-ELIM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DERNIER-JOUR DELIMITED BY SIZE
               INTO WS-DATE-ELIM
           END-STRING
           .

      * LECTURE DES SOLDES INTRAGROUPE DU GRAND LIVRE ; UNE SOCIETE
      * AUTRE QUE A OU B N'EST PAS UNE ENTITE DU GROUPE ET EST IGNOREE
       CHARGER-SOLDES-IC.
           MOVE 'A' TO SIC-SOCIETE(1)
           MOVE 'B' TO SIC-SOCIETE(2)
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               MOVE ZERO TO SIC-CREANCES(WS-IDX-SOC)
               MOVE ZERO TO SIC-DETTES(WS-IDX-SOC)
               MOVE ZERO TO SIC-VENTES(WS-IDX-SOC)
               MOVE ZERO TO SIC-ACHATS(WS-IDX-SOC)
           END-PERFORM

           EXEC SQL
               OPEN CSOLDESIC
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-SOLDE-IC
           PERFORM UNTIL SQLCODE = +100
               EVALUATE WS-SOL-SOCIETE
                   WHEN 'A'
                       MOVE 1 TO WS-IDX-SOC
                   WHEN 'B'
                       MOVE 2 TO WS-IDX-SOC
                   WHEN OTHER
                       MOVE ZERO TO WS-IDX-SOC
               END-EVALUATE
               IF WS-IDX-SOC > ZERO
                   EVALUATE WS-SOL-COMPTE
                       WHEN '45100000'
                           MOVE WS-SOL-SOLDE
                               TO SIC-CREANCES(WS-IDX-SOC)
                       WHEN '45200000'
                           COMPUTE SIC-DETTES(WS-IDX-SOC) =
                                   ZERO - WS-SOL-SOLDE
                       WHEN '70110000'
                           COMPUTE SIC-VENTES(WS-IDX-SOC) =
                                   ZERO - WS-SOL-SOLDE
                       WHEN '60710000'
                           MOVE WS-SOL-SOLDE
                               TO SIC-ACHATS(WS-IDX-SOC)
                   END-EVALUATE
               END-IF
               PERFORM FETCH-SOLDE-IC
           END-PERFORM

           EXEC SQL
               CLOSE CSOLDESIC
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-SOLDE-IC.
           EXEC SQL
               FETCH CSOLDESIC
               INTO :WS-SOL-SOCIETE,
                    :WS-SOL-COMPTE,
                    :WS-SOL-SOLDE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * CREANCES DU VENDEUR SUR L'AUTRE ENTITE CONTRE DETTES DE
      * L'AUTRE ENTITE ENVERS LE VENDEUR
       RAPPROCHER-CREANCES-DETTES.
           MOVE SIC-CREANCES(WS-IDX-VENDEUR) TO WS-COTE-VENDEUR
           MOVE SIC-DETTES(WS-IDX-ACHETEUR) TO WS-COTE-ACHETEUR
           MOVE SPACES TO WS-LIB-VENDEUR
           STRING 'CREANCES ' SIC-SOCIETE(WS-IDX-VENDEUR)
                  ' SUR ' SIC-SOCIETE(WS-IDX-ACHETEUR)
               DELIMITED BY SIZE INTO WS-LIB-VENDEUR
           END-STRING
           MOVE SPACES TO WS-LIB-ACHETEUR
           STRING 'DETTES ' SIC-SOCIETE(WS-IDX-ACHETEUR)
                  ' ENVERS ' SIC-SOCIETE(WS-IDX-VENDEUR)
               DELIMITED BY SIZE INTO WS-LIB-ACHETEUR
           END-STRING
           PERFORM EDITER-PAIRE

           IF WS-ELIMINE > ZERO
               MOVE SPACES TO ENR-JOURNLGL
               MOVE '45200000' TO JGL-COMPTE
               MOVE 'ELIM. DETTES INTRAGROUPE' TO JGL-LIBELLE
               MOVE 'D' TO JGL-SENS
               MOVE WS-ELIMINE TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-ELIM

               MOVE '45100000' TO JGL-COMPTE
               MOVE 'ELIM. CREANCES INTRAGROUPE' TO JGL-LIBELLE
               MOVE 'C' TO JGL-SENS
               MOVE WS-ELIMINE TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-ELIM
           END-IF
           .

      * VENTES DU VENDEUR A L'AUTRE ENTITE CONTRE ACHATS DE L'AUTRE
      * ENTITE AUPRES DU VENDEUR, SUR L'EXERCICE EN COURS
       RAPPROCHER-VENTES-ACHATS.
           MOVE SIC-VENTES(WS-IDX-VENDEUR) TO WS-COTE-VENDEUR
           MOVE SIC-ACHATS(WS-IDX-ACHETEUR) TO WS-COTE-ACHETEUR
           MOVE SPACES TO WS-LIB-VENDEUR
           STRING 'VENTES ' SIC-SOCIETE(WS-IDX-VENDEUR)
                  ' A ' SIC-SOCIETE(WS-IDX-ACHETEUR)
               DELIMITED BY SIZE INTO WS-LIB-VENDEUR
           END-STRING
           MOVE SPACES TO WS-LIB-ACHETEUR
           STRING 'ACHATS ' SIC-SOCIETE(WS-IDX-ACHETEUR)
                  ' AUPRES DE ' SIC-SOCIETE(WS-IDX-VENDEUR)
               DELIMITED BY SIZE INTO WS-LIB-ACHETEUR
           END-STRING
           PERFORM EDITER-PAIRE

           IF WS-ELIMINE > ZERO
               MOVE SPACES TO ENR-JOURNLGL
               MOVE '70110000' TO JGL-COMPTE
               MOVE 'ELIM. VENTES INTRAGROUPE' TO JGL-LIBELLE
               MOVE 'D' TO JGL-SENS
               MOVE WS-ELIMINE TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-ELIM

               MOVE '60710000' TO JGL-COMPTE
               MOVE 'ELIM. ACHATS INTRAGROUPE' TO JGL-LIBELLE
               MOVE 'C' TO JGL-SENS
               MOVE WS-ELIMINE TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-ELIM
           END-IF
           .

      * EDITION D'UNE PAIRE : LES DEUX COTES, L'ECART ET LE MONTANT
      * ELIMINE (LE PLUS PETIT DES DEUX COTES, RIEN SI UN COTE EST
      * NUL OU DE SENS INVERSE)
       EDITER-PAIRE.
           COMPUTE WS-ECART = WS-COTE-VENDEUR - WS-COTE-ACHETEUR
           MOVE ZERO TO WS-ELIMINE
           IF WS-COTE-VENDEUR > ZERO AND WS-COTE-ACHETEUR > ZERO
               IF WS-COTE-VENDEUR < WS-COTE-ACHETEUR
                   MOVE WS-COTE-VENDEUR TO WS-ELIMINE
               ELSE
                   MOVE WS-COTE-ACHETEUR TO WS-ELIMINE
               END-IF
           END-IF

           MOVE WS-COTE-VENDEUR TO ED-SOLDE
           MOVE SPACES TO ENR-RAPELIM
           STRING WS-LIB-VENDEUR ' : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE WS-COTE-ACHETEUR TO ED-SOLDE
           MOVE SPACES TO ENR-RAPELIM
           STRING WS-LIB-ACHETEUR ' : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE WS-ECART TO ED-SOLDE
           MOVE SPACES TO ENR-RAPELIM
           IF WS-ECART = ZERO
               STRING 'ECART                    : ' ED-SOLDE
                      '  CONCORDANT'
                   DELIMITED BY SIZE INTO ENR-RAPELIM
               END-STRING
           ELSE
               ADD 1 TO WS-NB-PAIRES-ECART
               STRING 'ECART                    : ' ED-SOLDE
                      '  *A JUSTIFIER*'
                   DELIMITED BY SIZE INTO ENR-RAPELIM
               END-STRING
           END-IF
           PERFORM ECRIRE-RAPPORT

           MOVE WS-ELIMINE TO ED-SOLDE
           MOVE SPACES TO ENR-RAPELIM
           STRING 'MONTANT ELIMINE          : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE SPACES TO ENR-RAPELIM
           PERFORM ECRIRE-RAPPORT
           .

       ECRIRE-ECRITURE-ELIM.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-ELIM TO JGL-DATE
           MOVE 'C' TO JGL-SOCIETE
           WRITE ENR-JOURNLGL
           IF FS-ELIMJGL NOT = ZERO
               DISPLAY 'ERR WRITE ELIMJGL - FS : ' FS-ELIMJGL
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

      * TRAILERS DE CONTROLE DU JOURNAL (NOMBRE D'ECRITURES, TOTAL
      * DEBIT, TOTAL CREDIT), EMIS MEME SANS ELIMINATION
       ECRIRE-TRAILERS-ELIM.
           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-ELIM TO JGL-DATE
           MOVE 'NBECRIT ' TO JGL-COMPTE
           MOVE WS-JGL-NB-ECRITURES TO ED-JGL-NB
           MOVE ED-JGL-NB TO JGL-LIBELLE
           MOVE ' ' TO JGL-SENS
           MOVE ZERO TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-ELIM TO JGL-DATE
           MOVE 'TOTDEBIT' TO JGL-COMPTE
           MOVE 'TOTAL DES DEBITS' TO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-JGL-TOTAL-DEBIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-ELIM TO JGL-DATE
           MOVE 'TOTCREDI' TO JGL-COMPTE
           MOVE 'TOTAL DES CREDITS' TO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-JGL-TOTAL-CREDIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           IF FS-ELIMJGL NOT = ZERO
               DISPLAY 'ERR WRITE ELIMJGL - FS : ' FS-ELIMJGL
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-TOTAUX-RAPELIM.
           MOVE WS-NB-PAIRES-ECART TO ED-NB
           MOVE SPACES TO ENR-RAPELIM
           STRING 'PAIRES EN ECART          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE WS-JGL-NB-ECRITURES TO ED-NB
           MOVE SPACES TO ENR-RAPELIM
           STRING 'ECRITURES D ELIMINATION  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT

           MOVE WS-JGL-TOTAL-DEBIT TO ED-SOLDE
           MOVE SPACES TO ENR-RAPELIM
           STRING 'TOTAL ELIMINE            : ' ED-SOLDE
               DELIMITED BY SIZE INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT
           .

       ECRIRE-RAPPORT.
           WRITE ENR-RAPELIM
           IF FS-RAPELIM NOT = ZERO
               DISPLAY 'ERR WRITE RAPELIM - FS : ' FS-RAPELIM
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-FICHIERS.
           OPEN OUTPUT JOURNAL-ELIM
           IF FS-ELIMJGL NOT = ZERO
               DISPLAY 'ERR OPEN ELIMJGL - FS : ' FS-ELIMJGL
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-ELIM
           IF FS-RAPELIM NOT = ZERO
               DISPLAY 'ERR OPEN RAPELIM - FS : ' FS-RAPELIM
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPELIM
           STRING '=== ELIMINATIONS INTRAGROUPE - PERIODE '
                  WS-PERIODE-ELIM ' ===' DELIMITED BY SIZE
               INTO ENR-RAPELIM
           END-STRING
           PERFORM ECRIRE-RAPPORT
           MOVE SPACES TO ENR-RAPELIM
           PERFORM ECRIRE-RAPPORT
           .

       FERM-FICHIERS.
           CLOSE JOURNAL-ELIM
           CLOSE RAPPORT-ELIM
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
