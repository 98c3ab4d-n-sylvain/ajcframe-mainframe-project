       PROGRAM-ID. INTERETS.

      * CALCUL PERIODIQUE DES INTERETS DE RETARD : NOS CONDITIONS
      * AUTORISENT DES INTERETS SUR LES MONTANTS ECHUS DEPUIS PLUS
      * DE 30 JOURS, QUE RIEN NE CALCULAIT. POUR LA PERIODE SAISIE EN
      * SYSIN (AAAA-MM), LE RUN VENTILE LES COMMANDES OUVERTES PAR
      * TRANCHES DE RETARD SUR L'ECHEANCE COMME AGECLI (DATE DE
      * REFERENCE = PREMIER JOUR DU MOIS SUIVANT), APPLIQUE LE TAUX
      * MENSUEL CONFIGURABLE (DEUXIEME CARTE SYSIN, 1,00% PAR DEFAUT)
      * AUX TRANCHES AU-DELA DE 30 JOURS DE RETARD (SOIT 60 JOURS
      * APRES COMMANDE POUR UN CLIENT A 30 JOURS NET), ENREGISTRE LA
      * CHARGE PAR CLIENT DANS
      * API6.INTERETS (IMPRIMEE EN LIGNE SEPAREE SUR LE RELEVE) ET
      * L'AJOUTE A CUSTOMERS.BALANCE. LES COMPTES NEGOCIES DU FICHIER
      * D'EXONERATION EXONINT (UN C_NO PAR LIGNE) SONT SAUTES, ET UNE
      * PERIODE DEJA CALCULEE EST REFUSEE (MODELE SNAPVENT). LES
      * CLIENTS INTRAGROUPE (MARQUES DANS SOCIECLI) NE SONT JAMAIS
      * CHARGES D'INTERETS.
      * LES ECRITURES (DEBIT CLIENTS / CREDIT PRODUITS D'INTERETS)
      * SONT EMISES AU FORMAT JOURNLGL DE FACTURE, A LA DATE DU RUN,
      * PAR ENTITE JURIDIQUE DU CLIENT (SOCIECLI).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPINT.

           SELECT JOURNAL-GL ASSIGN TO JNLINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLINT.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

       DATA DIVISION.
       FILE SECTION.
       FD EXONERATIONS-INT.
       FD RAPPORT-INTERETS.
       01 ENR-RAPINT         PIC X(80).

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
      * CLIENT INTRAGROUPE : CODE DE L'ENTITE DU GROUPE QUE REPRESENTE
      * LE COMPTE CLIENT (BLANC = CLIENT TIERS)
           05 SCL-INTERCO            PIC X(1).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
               INCLUDE INTERET
           END-EXEC.

      * MONTANTS ECHUS DEPUIS PLUS DE 30 JOURS (ECHEANCE
      * ORDERS.DATE_ECHEANCE, O_DATE + 30 JOURS A DEFAUT), AGREGES
      * PAR CLIENT ; LES COMMANDES PLACEES AUPRES DE L'AGENCE DE
      * RECOUVREMENT (PLACAGC) NE PORTENT PAS D'INTERETS
           EXEC SQL
               DECLARE CINTERETS CURSOR
               FOR
               WHERE
                   S.STATUT = 'O'
                   AND S.O_TOTAL > S.MONTANT_REGLE
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.PLACEMENTS_AGENCE G
                        WHERE G.O_NO = S.O_NO
                          AND G.STATUT = 'P')
                   AND (DAYS(:WS-AS-OF-DATE)
                        - DAYS(VALUE(O.DATE_ECHEANCE,
                                     O.O_DATE + 30 DAYS))) > 30
               GROUP BY
                   S.C_NO
               ORDER BY

      * VARIABLES DU CURSEUR
       77 WS-C-NO            PIC S9(4)V USAGE COMP-3.
       77 WS-BASE-RETARD     PIC S9(9)V9(2) USAGE COMP-3.

      * PERIODE ET DATE DE REFERENCE (PREMIER JOUR DU MOIS SUIVANT)
       77 WS-PERIODE-SAISIE  PIC X(7).
       77 ED-MONTANT         PIC Z(8)9,99.
       77 ED-C-NO            PIC Z(3)9.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
       77 FS-SOCIECLI        PIC 99.
       77 WS-FF-SOCIECLI     PIC 9 VALUE ZERO.
       01 TAB-SOCIECLI.
           05 NB-SOCIECLI        PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO            PIC 9(4).
               10 SC-SOCIETE         PIC X(1).
               10 SC-INTERCO         PIC X(1).
       77 WS-CLIENT-INTERCO  PIC X VALUE 'N'.
           88 CLIENT-INTERCO     VALUE 'O'.
       77 WS-NB-INTERCO      PIC 9(4) VALUE ZERO.

      * CUMULS DU JOURNAL COMPTABLE PAR ENTITE ('A' PUIS 'B')
       01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE        PIC X(1).
               10 JSO-INTERETS       PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-IDX-SOC         PIC 9 VALUE 1.

      * DATE DU RUN ET TOTAUX DU JOURNAL COMPTABLE
       77 FS-JNLINT          PIC 99.
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB          PIC 9(5).

       LINKAGE SECTION.
      * PERIODE (AAAA-MM) PASSEE PAR LE PILOTE DE CLOTURE CLOTMOIS ;
      * EN LANCEMENT AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-PERIODE        PIC X(7).

       PROCEDURE DIVISION USING LK-PERIODE.

           DISPLAY '=== PROGRAMME INTERETS - INTERETS DE RETARD ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CONTROLER-PERIODE-VIERGE
           PERFORM CHARGER-EXONERATIONS
           PERFORM CHARGER-SOCIECLI
           PERFORM OUV-RAPINT

           EXEC SQL
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-JOURNAL-INTERETS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
           GOBACK.

       LIRE-PARAMETRES.
           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           END-IF
           MOVE 'N' TO WS-PERIODE-VALIDE
           IF WS-PERIODE-SAISIE (1:4) IS NUMERIC
               AND WS-PERIODE-SAISIE (5:1) = '-'
           EXEC SQL
               FETCH CINTERETS
               INTO :WS-C-NO,
                    :WS-BASE-RETARD
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-CLIENT-INTERCO
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = WS-C-NO
                  AND SC-INTERCO(IDX-SCL) NOT = SPACE
                   MOVE 'O' TO WS-CLIENT-INTERCO
               END-IF
           END-PERFORM

           IF CLIENT-INTERCO
               ADD 1 TO WS-NB-INTERCO
               MOVE WS-C-NO TO ED-C-NO
               MOVE SPACES TO ENR-RAPINT
               STRING 'CLIENT=' ED-C-NO
                      '  EXCLU (CLIENT INTRAGROUPE)'
                   DELIMITED BY SIZE INTO ENR-RAPINT
               WRITE ENR-RAPINT
           ELSE
               PERFORM TRAITER-CLIENT-TIERS
           END-IF
           .

       TRAITER-CLIENT-TIERS.
           IF CLIENT-EXONERE
               ADD 1 TO WS-NB-EXONERES
               MOVE WS-C-NO TO ED-C-NO

       CALCULER-ET-POSTER-INTERETS.
           COMPUTE WS-MONTANT-INTERET ROUNDED =
               WS-BASE-RETARD * WS-TAUX-MENSUEL / 100
           IF WS-MONTANT-INTERET = ZERO
               CONTINUE
           ELSE

               ADD 1 TO WS-NB-CLIENTS
               ADD WS-MONTANT-INTERET TO WS-TOTAL-INTERETS
               PERFORM DETERMINER-SOCIETE-CLIENT
               ADD WS-MONTANT-INTERET TO JSO-INTERETS(WS-IDX-SOC)

               MOVE WS-C-NO TO ED-C-NO
               MOVE WS-MONTANT-INTERET TO ED-MONTANT
           END-IF
           .

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           MOVE ZERO TO JSO-INTERETS(1)
           MOVE ZERO TO JSO-INTERETS(2)

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
                               MOVE SCL-INTERCO
                                   TO SC-INTERCO(NB-SOCIECLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS=' FS-SOCIECLI
                       ') - ENTITE A POUR TOUS'
           END-IF
           .

      * ENTITE DU CLIENT CHARGE D'INTERETS ('A' PAR DEFAUT)
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
      * FACTURE : DEBIT CLIENTS / CREDIT PRODUITS D'INTERETS, PUIS
      * TRAILER DE CONTROLE (NOMBRE D'ECRITURES, TOTAL DEBIT, TOTAL
      * CREDIT)
       ECRIRE-JOURNAL-INTERETS.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLINT NOT = ZERO
               DISPLAY 'ERR OPEN JNLINT - FS : ', FS-JNLINT
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               IF JSO-INTERETS(WS-IDX-SOC) > ZERO
                   MOVE SPACES TO ENR-JOURNLGL
                   MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
                   MOVE '41100000' TO JGL-COMPTE
                   MOVE 'CLIENTS - INTERETS DE RETARD' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-INTERETS(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '76300000' TO JGL-COMPTE
                   MOVE 'INTERETS DE RETARD CLIENTS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-INTERETS(WS-IDX-SOC) TO JGL-MONTANT
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

           IF FS-JNLINT NOT = ZERO
               DISPLAY 'ERR WRITE JNLINT - FS : ', FS-JNLINT
               PERFORM ABEND-PROG
           END-IF
           CLOSE JOURNAL-GL
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLINT NOT = ZERO
               DISPLAY 'ERR WRITE JNLINT - FS : ', FS-JNLINT
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       ECRIRE-TOTAUX-RAPINT.
           MOVE WS-NB-CLIENTS TO ED-NB
           MOVE SPACES TO ENR-RAPINT
               DELIMITED BY SIZE INTO ENR-RAPINT
           WRITE ENR-RAPINT

           MOVE WS-NB-INTERCO TO ED-NB
           MOVE SPACES TO ENR-RAPINT
           STRING 'CLIENTS INTRAGROUPE EXCLUS  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPINT
           WRITE ENR-RAPINT

           MOVE WS-TOTAL-INTERETS TO ED-MONTANT
           MOVE SPACES TO ENR-RAPINT
           STRING 'TOTAL DES INTERETS          : ' ED-MONTANT
