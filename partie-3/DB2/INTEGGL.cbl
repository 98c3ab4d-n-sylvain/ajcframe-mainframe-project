       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGGL.

      * INTEGRATION DES JOURNAUX COMPTABLES DE LA NUIT AU GRAND
      * LIVRE : LES FICHIERS JOURNLGL PRODUITS PAR FACTURE, VALSTOCK,
      * FXREVAL, PASSPERT, RAPFFRN, OBSOSTK... SONT CONCATENES EN
      * ENTREE (JGLNUIT). UN JOURNAL EST LA SUITE D'ECRITURES 'E'
      * TERMINEE PAR SES TRAILERS 'T' (NBECRIT, TOTDEBIT, TOTCREDI) ;
      * UN RUN SANS MOUVEMENT N'EMET QUE SES TRAILERS A ZERO.
      * CHAQUE JOURNAL EST CONTROLE EN ENTIER AVANT INTEGRATION :
      *   - COMPTE PRESENT ET ACTIF AU PLAN COMPTABLE (PLANCPT)
      *   - SENS D OU C, MONTANT NUMERIQUE, DATE AAAA-MM-JJ
      *   - PERIODE DE L'ECRITURE NON FERMEE DANS PERCTRL
      *   - NOMBRE D'ECRITURES ET TOTAUX CONFORMES AUX TRAILERS
      *   - DEBIT = CREDIT POUR CHAQUE SOCIETE (JGL-SOCIETE ; A BLANC
      *     = SOCIETE 'A', COMME LA FACTURATION HISTORIQUE)
      * UN JOURNAL VALIDE EST CUMULE DANS API6.GRAND_LIVRE (SOCIETE,
      * PERIODE, COMPTE) ; UN JOURNAL INVALIDE EST REJETE EN ENTIER
      * DANS JGLREJ, TEL QUEL, POUR CORRECTION ET REPRISE. CHAQUE
      * JOURNAL EST TRACE DANS API6.JOURNAUX_GL ; UNE NUIT DEJA
      * INTEGREE EST REFUSEE, SAUF EN REPRISE DES REJETS CORRIGES.
      * LE RUN EDITE ENSUITE LA BALANCE GENERALE DU MOIS PAR SOCIETE
      * (BALGL), PROVISOIRE OU DEFINITIVE SELON LE STATUT DE LA
      * PERIODE DANS PERCTRL.
      * SYSIN : 1) DATE DE LA NUIT AAAA-MM-JJ (OBLIGATOIRE)
      *         2) 'REPRISE' POUR INTEGRER DES REJETS CORRIGES
      *         3) PERIODE DE LA BALANCE AAAA-MM (DEFAUT : CELLE DE LA
      *            DATE DE LA NUIT)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAUX-NUIT ASSIGN TO JGLNUIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JGLNUIT.

           SELECT PLAN-COMPTABLE ASSIGN TO PLANCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PLANCPT.

      * CONTROLE DES PERIODES COMPTABLES (TENU PAR PERREOUV)
           SELECT PERIODES-COMPTABLES ASSIGN TO PERCTRL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PERCTRL.

           SELECT JOURNAUX-REJETES ASSIGN TO JGLREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JGLREJ.

           SELECT RAPPORT-INTEGGL ASSIGN TO RAPGL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPGL.

           SELECT BALANCE-GL ASSIGN TO BALGL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BALGL.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAUX-NUIT
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

      * PLAN COMPTABLE : COMPTE, LIBELLE, COMPTE ACTIF 'O'/'N'
       FD  PLAN-COMPTABLE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  ENR-PLANCPT.
           05 PCP-COMPTE             PIC X(8).
           05 PCP-LIBELLE            PIC X(30).
           05 PCP-ACTIF              PIC X(1).
           05 FILLER                 PIC X(1).

       FD PERIODES-COMPTABLES
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 ENR-PERCTRL.
           05 PCT-PERIODE       PIC X(7).
           05 PCT-STATUT        PIC X(1).

       FD JOURNAUX-REJETES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-JGLREJ         PIC X(80).

       FD RAPPORT-INTEGGL.
       01 ENR-RAPGL          PIC X(80).

       FD BALANCE-GL.
       01 ENR-BALGL          PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE GRDLIV
           END-EXEC.

           EXEC SQL
               INCLUDE JRNGL
           END-EXEC.

      * BALANCE DU MOIS PAR SOCIETE ET COMPTE : SOLDE D'OUVERTURE
      * (TOUTES LES PERIODES ANTERIEURES POUR LES COMPTES DE BILAN,
      * CLASSES 1 A 5 ; L'EXERCICE EN COURS SEULEMENT POUR LES
      * COMPTES DE GESTION), MOUVEMENTS DEBIT ET CREDIT DU MOIS
           EXEC SQL
               DECLARE CBALANCE CURSOR
               FOR
               SELECT
                   SOCIETE,
                   COMPTE,
                   SUM(CASE WHEN PERIODE < :WS-PERIODE-BAL
                             AND (SUBSTR(COMPTE, 1, 1) < '6'
                                  OR SUBSTR(PERIODE, 1, 4)
                                     = :WS-ANNEE-BAL)
                            THEN TOTAL_DEBIT - TOTAL_CREDIT
                            ELSE 0 END),
                   SUM(CASE WHEN PERIODE = :WS-PERIODE-BAL
                            THEN TOTAL_DEBIT ELSE 0 END),
                   SUM(CASE WHEN PERIODE = :WS-PERIODE-BAL
                            THEN TOTAL_CREDIT ELSE 0 END)
               FROM
                   API6.GRAND_LIVRE
               WHERE
                   PERIODE <= :WS-PERIODE-BAL
               GROUP BY
                   SOCIETE, COMPTE
               ORDER BY
                   SOCIETE, COMPTE
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-JGLNUIT         PIC 99.
       77 FS-PLANCPT         PIC 99.
       77 FS-PERCTRL         PIC 99.
       77 FS-JGLREJ          PIC 99.
       77 FS-RAPGL           PIC 99.
       77 FS-BALGL           PIC 99.
       77 WS-FF-JGLNUIT      PIC 9 VALUE ZERO.
       77 WS-FF-PLANCPT      PIC 9 VALUE ZERO.
       77 WS-FF-PERCTRL      PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN
       77 WS-DATE-NUIT       PIC X(10).
       77 WS-MODE-RUN        PIC X(7) VALUE SPACES.
           88 RUN-REPRISE        VALUE 'REPRISE'.
       77 WS-PERIODE-SAISIE  PIC X(7) VALUE SPACES.
       77 WS-PERIODE-BAL     PIC X(7).
       77 WS-ANNEE-BAL       PIC X(4).
       77 WS-NB-DEJA-INTEG   PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-DERNIER-JOURNAL PIC S9(3) COMP-3 VALUE ZERO.

      * PLAN COMPTABLE EN MEMOIRE
       01 TAB-PLAN.
           05 NB-COMPTES         PIC 9(4) COMP VALUE ZERO.
           05 COMPTE-ENTRY OCCURS 1000 TIMES INDEXED BY IDX-CPT.
               10 PL-COMPTE          PIC X(8).
               10 PL-LIBELLE         PIC X(30).
               10 PL-ACTIF           PIC X(1).

      * PERIODES COMPTABLES EN MEMOIRE ; UNE PERIODE ABSENTE DE
      * PERCTRL EST OUVERTE
       01 TAB-PERIODES.
           05 NB-PERIODES        PIC 9(3) COMP VALUE ZERO.
           05 PERIODE-ENTRY OCCURS 240 TIMES INDEXED BY IDX-PER.
               10 PR-PERIODE         PIC X(7).
               10 PR-STATUT          PIC X(1).
       77 WS-STATUT-PERIODE  PIC X(1).
           88 PERIODE-FERMEE     VALUE 'F'.

      * JOURNAL EN COURS : IMAGES DES ENREGISTREMENTS (ECRITURES ET
      * TRAILERS) GARDEES POUR LE CONTROLE PUIS L'INTEGRATION OU LE
      * REJET EN ENTIER
       01 TAB-JOURNAL.
           05 NB-ENR-JOURNAL     PIC 9(4) COMP VALUE ZERO.
           05 JOURNAL-ENTRY OCCURS 2000 TIMES INDEXED BY IDX-JRN.
               10 TJ-IMAGE           PIC X(80).

      * ENREGISTREMENT DU JOURNAL EN COURS D'EXAMEN
       01 WS-ECRITURE.
           05 ECR-TYPE               PIC X(1).
           05 ECR-DATE               PIC X(10).
           05 ECR-COMPTE             PIC X(8).
           05 ECR-LIBELLE            PIC X(30).
           05 ECR-SENS               PIC X(1).
           05 ECR-MONTANT            PIC 9(9)V99.
           05 ECR-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(18).
       77 WS-SOCIETE-ECR     PIC X(1).
       77 WS-PERIODE-ECR     PIC X(7).

      * EQUILIBRE PAR SOCIETE DU JOURNAL EN COURS
       01 TAB-SOC-JOURNAL.
           05 NB-SOC-JOURNAL     PIC 99 VALUE ZERO.
           05 SOC-JRN-ENTRY OCCURS 10 TIMES INDEXED BY IDX-SJ.
               10 SJ-SOCIETE         PIC X(1).
               10 SJ-DEBIT           PIC 9(11)V99.
               10 SJ-CREDIT          PIC 9(11)V99.

      * ETAT DU JOURNAL EN COURS
       77 WS-NUM-JOURNAL     PIC 9(3) VALUE ZERO.
       77 WS-FIN-JOURNAL     PIC X VALUE 'N'.
           88 FIN-JOURNAL        VALUE 'O'.
       77 WS-JOURNAL-PLEIN   PIC X VALUE 'N'.
           88 JOURNAL-PLEIN      VALUE 'O'.
       77 WS-JOURNAL-VALIDE  PIC X VALUE 'O'.
           88 JOURNAL-VALIDE     VALUE 'O'.
           88 JOURNAL-REJETE     VALUE 'N'.
       77 WS-RAISON-REJET    PIC X(30).
       77 WS-RAISON-ECR      PIC X(30).
       77 WS-NB-ECR-JOURNAL  PIC 9(5) VALUE ZERO.
       77 WS-JRN-DEBIT       PIC 9(11)V99 VALUE ZERO.
       77 WS-JRN-CREDIT      PIC 9(11)V99 VALUE ZERO.
       77 WS-NUM-ECRITURE    PIC 9(5) VALUE ZERO.

      * TRAILERS DU JOURNAL EN COURS
       77 WS-TRL-NBECRIT-VU  PIC X VALUE 'N'.
       77 WS-TRL-TOTDEBIT-VU PIC X VALUE 'N'.
       77 WS-TRL-NB          PIC 9(5) VALUE ZERO.
       77 WS-TRL-DEBIT       PIC 9(11)V99 VALUE ZERO.
       77 WS-TRL-CREDIT      PIC 9(11)V99 VALUE ZERO.

      * BALANCE : RUPTURE SOCIETE ET TOTAUX
       77 WS-BAL-SOCIETE     PIC X(1).
       77 WS-BAL-COMPTE      PIC X(8).
       77 WS-BAL-OUVERTURE   PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-BAL-DEBIT       PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-BAL-CREDIT      PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-BAL-SOLDE       PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-SOC-COURANTE    PIC X(1) VALUE SPACES.
       77 WS-TOT-OUVERTURE   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-DEBIT       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-CREDIT      PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOT-SOLDE       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-BAL-LIBELLE     PIC X(30).
       77 WS-LIB-STATUT-BAL  PIC X(36).
       77 WS-NB-COMPTES-BAL  PIC 9(5) VALUE ZERO.

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-JOURNAUX     PIC 9(5) VALUE ZERO.
       77 WS-NB-INTEGRES     PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETES      PIC 9(5) VALUE ZERO.
       77 WS-NB-ECR-INTEGREES PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-INTEGRE   PIC 9(11)V99 VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-NB7             PIC Z(6)9.
       77 ED-NUM             PIC 9(3).
       77 ED-MONTANT         PIC Z(10)9,99.
       77 ED-MONTANT2        PIC Z(10)9,99.
       77 ED-SOLDE           PIC -(11)9,99.
       77 ED-SOLDE2          PIC -(11)9,99.
       77 ED-SOLDE3          PIC -(11)9,99.
       77 ED-SOLDE4          PIC -(11)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME INTEGGL - INTEGRATION GRAND LIVRE ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CONTROLER-NUIT-VIERGE
           PERFORM CHARGER-PLAN-COMPTABLE
           PERFORM CHARGER-PERIODES
           PERFORM OUV-FICHIERS

           PERFORM LECT-JOURNAUX
           PERFORM UNTIL WS-FF-JGLNUIT = 1
               PERFORM CHARGER-JOURNAL
               PERFORM TRAITER-JOURNAL
           END-PERFORM

           PERFORM ECRIRE-TOTAUX-INTEGRATION
           PERFORM EDITER-BALANCE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-FICHIERS
           DISPLAY 'JOURNAUX LUS      : ' WS-NB-JOURNAUX
           DISPLAY 'JOURNAUX INTEGRES : ' WS-NB-INTEGRES
           DISPLAY 'JOURNAUX REJETES  : ' WS-NB-REJETES
           IF WS-NB-REJETES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME INTEGGL'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-DATE-NUIT FROM SYSIN
           IF WS-DATE-NUIT (1:4) NOT NUMERIC
              OR WS-DATE-NUIT (5:1) NOT = '-'
              OR WS-DATE-NUIT (6:2) NOT NUMERIC
              OR WS-DATE-NUIT (8:1) NOT = '-'
              OR WS-DATE-NUIT (9:2) NOT NUMERIC
               DISPLAY 'DATE DE LA NUIT ABSENTE OU INVALIDE - RUN '
                       'REFUSE'
               PERFORM ABEND-PROG
           END-IF
           ACCEPT WS-MODE-RUN FROM SYSIN
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NUMERIC
              AND WS-PERIODE-SAISIE (5:1) = '-'
              AND WS-PERIODE-SAISIE (6:2) NUMERIC
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE-BAL
           ELSE
               MOVE WS-DATE-NUIT (1:7) TO WS-PERIODE-BAL
           END-IF
           MOVE WS-PERIODE-BAL (1:4) TO WS-ANNEE-BAL
           DISPLAY 'NUIT DU ' WS-DATE-NUIT ' - BALANCE ' WS-PERIODE-BAL
           IF RUN-REPRISE
               DISPLAY 'REPRISE DE JOURNAUX REJETES CORRIGES'
           END-IF
           .

      * UNE NUIT DEJA INTEGREE N'EST PAS REJOUEE (DOUBLE CUMUL AU
      * GRAND LIVRE) ; EN REPRISE, LA NUMEROTATION DES JOURNAUX
      * CONTINUE APRES LE DERNIER DE LA NUIT
       CONTROLER-NUIT-VIERGE.
           MOVE WS-DATE-NUIT TO JNL-DATE-NUIT
           EXEC SQL
               SELECT COUNT(*), VALUE(MAX(NUM_JOURNAL), 0)
               INTO :WS-NB-DEJA-INTEG, :WS-DERNIER-JOURNAL
               FROM API6.JOURNAUX_GL
               WHERE DATE_NUIT = :JNL-DATE-NUIT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-DEJA-INTEG > ZERO AND NOT RUN-REPRISE
               DISPLAY 'NUIT ' WS-DATE-NUIT
                       ' DEJA INTEGREE - RUN REFUSE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DERNIER-JOURNAL TO WS-NUM-JOURNAL
           .

      * SANS PLAN COMPTABLE AUCUN COMPTE NE PEUT ETRE CONTROLE : LE
      * RUN EST ARRETE
       CHARGER-PLAN-COMPTABLE.
           OPEN INPUT PLAN-COMPTABLE
           IF FS-PLANCPT NOT = ZERO
               DISPLAY 'ERR OPEN PLANCPT - FS : ' FS-PLANCPT
               PERFORM ABEND-PROG
           END-IF
           MOVE ZERO TO WS-FF-PLANCPT
           PERFORM UNTIL WS-FF-PLANCPT = 1
               READ PLAN-COMPTABLE
                   AT END
                       MOVE 1 TO WS-FF-PLANCPT
                   NOT AT END
                       IF NB-COMPTES < 1000
                           ADD 1 TO NB-COMPTES
                           MOVE PCP-COMPTE TO PL-COMPTE(NB-COMPTES)
                           MOVE PCP-LIBELLE TO PL-LIBELLE(NB-COMPTES)
                           MOVE PCP-ACTIF TO PL-ACTIF(NB-COMPTES)
                       ELSE
                           DISPLAY 'TAB-PLAN PLEINE - COMPTE IGNORE : '
                                   PCP-COMPTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-COMPTABLE
           DISPLAY 'COMPTES AU PLAN   : ' NB-COMPTES
           .

       CHARGER-PERIODES.
           OPEN INPUT PERIODES-COMPTABLES
           IF FS-PERCTRL = ZERO
               MOVE ZERO TO WS-FF-PERCTRL
               PERFORM UNTIL WS-FF-PERCTRL = 1
                   READ PERIODES-COMPTABLES
                       AT END
                           MOVE 1 TO WS-FF-PERCTRL
                       NOT AT END
                           IF NB-PERIODES < 240
                               ADD 1 TO NB-PERIODES
                               MOVE PCT-PERIODE
                                   TO PR-PERIODE(NB-PERIODES)
                               MOVE PCT-STATUT
                                   TO PR-STATUT(NB-PERIODES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODES-COMPTABLES
           ELSE
               DISPLAY 'PAS DE FICHIER PERCTRL (FS=' FS-PERCTRL
                       ') - TOUTES LES PERIODES SONT OUVERTES'
           END-IF
           .

      * LECTURE D'UN JOURNAL : LES ENREGISTREMENTS SONT EMPILES
      * JUSQU'AU TRAILER TOTCREDI QUI LE TERMINE (OU LA FIN DU
      * FICHIER, CE QUI LE REND INCOMPLET)
       CHARGER-JOURNAL.
           ADD 1 TO WS-NUM-JOURNAL
           ADD 1 TO WS-NB-JOURNAUX
           MOVE ZERO TO NB-ENR-JOURNAL
           MOVE ZERO TO WS-NB-ECR-JOURNAL
           MOVE 'N' TO WS-FIN-JOURNAL
           MOVE 'N' TO WS-JOURNAL-PLEIN
           MOVE 'N' TO WS-TRL-NBECRIT-VU
           MOVE 'N' TO WS-TRL-TOTDEBIT-VU
           MOVE ZERO TO WS-TRL-NB
           MOVE ZERO TO WS-TRL-DEBIT
           MOVE ZERO TO WS-TRL-CREDIT
           SET JOURNAL-VALIDE TO TRUE
           MOVE SPACES TO WS-RAISON-REJET

           PERFORM UNTIL WS-FF-JGLNUIT = 1 OR FIN-JOURNAL
               PERFORM EMPILER-ENREGISTREMENT
               PERFORM LECT-JOURNAUX
           END-PERFORM
           .

       EMPILER-ENREGISTREMENT.
           IF NB-ENR-JOURNAL < 2000
               ADD 1 TO NB-ENR-JOURNAL
               MOVE ENR-JOURNLGL TO TJ-IMAGE(NB-ENR-JOURNAL)
           ELSE
               MOVE 'O' TO WS-JOURNAL-PLEIN
           END-IF

           EVALUATE TRUE
               WHEN JGL-TYPE = 'E'
                   ADD 1 TO WS-NB-ECR-JOURNAL
               WHEN JGL-TYPE = 'T' AND JGL-COMPTE = 'NBECRIT '
                   MOVE 'O' TO WS-TRL-NBECRIT-VU
                   IF JGL-LIBELLE (1:5) NUMERIC
                       MOVE JGL-LIBELLE (1:5) TO WS-TRL-NB
                   END-IF
               WHEN JGL-TYPE = 'T' AND JGL-COMPTE = 'TOTDEBIT'
                   MOVE 'O' TO WS-TRL-TOTDEBIT-VU
                   IF JGL-MONTANT NUMERIC
                       MOVE JGL-MONTANT TO WS-TRL-DEBIT
                   END-IF
               WHEN JGL-TYPE = 'T' AND JGL-COMPTE = 'TOTCREDI'
                   MOVE 'O' TO WS-FIN-JOURNAL
                   IF JGL-MONTANT NUMERIC
                       MOVE JGL-MONTANT TO WS-TRL-CREDIT
                   END-IF
               WHEN OTHER
                   IF JOURNAL-VALIDE
                       MOVE 'ENREGISTREMENT NON RECONNU'
                           TO WS-RAISON-REJET
                   END-IF
                   SET JOURNAL-REJETE TO TRUE
           END-EVALUATE
           .

       TRAITER-JOURNAL.
           PERFORM CONTROLER-JOURNAL
           IF JOURNAL-VALIDE
               PERFORM INTEGRER-JOURNAL
           ELSE
               PERFORM REJETER-JOURNAL
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

      * CONTROLE DU JOURNAL ENTIER ; LA PREMIERE ANOMALIE DONNE LA
      * RAISON DU REJET, CHAQUE ECRITURE FAUTIVE EST LISTEE
       CONTROLER-JOURNAL.
           MOVE ZERO TO NB-SOC-JOURNAL
           MOVE ZERO TO WS-JRN-DEBIT
           MOVE ZERO TO WS-JRN-CREDIT
           MOVE ZERO TO WS-NUM-ECRITURE

           IF NOT FIN-JOURNAL
               IF JOURNAL-VALIDE
                   MOVE 'JOURNAL SANS TRAILER TOTCREDI'
                       TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
           END-IF
           IF JOURNAL-PLEIN
               IF JOURNAL-VALIDE
                   MOVE 'JOURNAL TROP LONG (2000 ENREG.)'
                       TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
           END-IF
           PERFORM VARYING IDX-JRN FROM 1 BY 1
               UNTIL IDX-JRN > NB-ENR-JOURNAL
               MOVE TJ-IMAGE(IDX-JRN) TO WS-ECRITURE
               IF ECR-TYPE = 'E'
                   ADD 1 TO WS-NUM-ECRITURE
                   PERFORM CONTROLER-ECRITURE
               END-IF
           END-PERFORM

           IF WS-TRL-NBECRIT-VU = 'O'
              AND WS-TRL-NB NOT = WS-NB-ECR-JOURNAL
               IF JOURNAL-VALIDE
                   MOVE 'NOMBRE D ECRITURES # TRAILER'
                       TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
           END-IF
           IF WS-TRL-TOTDEBIT-VU = 'O'
              AND WS-TRL-DEBIT NOT = WS-JRN-DEBIT
               IF JOURNAL-VALIDE
                   MOVE 'TOTAL DEBIT # TRAILER' TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
           END-IF
           IF FIN-JOURNAL AND WS-TRL-CREDIT NOT = WS-JRN-CREDIT
               IF JOURNAL-VALIDE
                   MOVE 'TOTAL CREDIT # TRAILER' TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
           END-IF

           PERFORM VARYING IDX-SJ FROM 1 BY 1
               UNTIL IDX-SJ > NB-SOC-JOURNAL
               IF SJ-DEBIT(IDX-SJ) NOT = SJ-CREDIT(IDX-SJ)
                   IF JOURNAL-VALIDE
                       MOVE SPACES TO WS-RAISON-REJET
                       STRING 'DESEQUILIBRE SOCIETE '
                              SJ-SOCIETE(IDX-SJ)
                           DELIMITED BY SIZE INTO WS-RAISON-REJET
                       END-STRING
                   END-IF
                   SET JOURNAL-REJETE TO TRUE
                   MOVE SJ-DEBIT(IDX-SJ) TO ED-MONTANT
                   MOVE SJ-CREDIT(IDX-SJ) TO ED-MONTANT2
                   MOVE SPACES TO ENR-RAPGL
                   STRING '   SOCIETE ' SJ-SOCIETE(IDX-SJ)
                          ' DEBIT=' ED-MONTANT
                          ' CREDIT=' ED-MONTANT2
                          ' *DESEQUILIBRE*' DELIMITED BY SIZE
                       INTO ENR-RAPGL
                   END-STRING
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM
           .

       CONTROLER-ECRITURE.
           MOVE SPACES TO WS-RAISON-ECR

           SET IDX-CPT TO 1
           SEARCH COMPTE-ENTRY
               AT END
                   MOVE 'COMPTE ABSENT DU PLAN' TO WS-RAISON-ECR
               WHEN IDX-CPT > NB-COMPTES
                   MOVE 'COMPTE ABSENT DU PLAN' TO WS-RAISON-ECR
               WHEN PL-COMPTE(IDX-CPT) = ECR-COMPTE
                   IF PL-ACTIF(IDX-CPT) NOT = 'O'
                       MOVE 'COMPTE FERME AU PLAN' TO WS-RAISON-ECR
                   END-IF
           END-SEARCH

           IF ECR-SENS NOT = 'D' AND ECR-SENS NOT = 'C'
               MOVE 'SENS AUTRE QUE D OU C' TO WS-RAISON-ECR
           END-IF
           IF ECR-MONTANT NOT NUMERIC
               MOVE 'MONTANT NON NUMERIQUE' TO WS-RAISON-ECR
               MOVE ZERO TO ECR-MONTANT
           END-IF
           IF ECR-DATE (1:4) NOT NUMERIC OR ECR-DATE (5:1) NOT = '-'
              OR ECR-DATE (6:2) NOT NUMERIC
              OR ECR-DATE (8:1) NOT = '-'
              OR ECR-DATE (9:2) NOT NUMERIC
               MOVE 'DATE D ECRITURE INVALIDE' TO WS-RAISON-ECR
           ELSE
               MOVE ECR-DATE (1:7) TO WS-PERIODE-ECR
               PERFORM LIRE-STATUT-PERIODE
               IF PERIODE-FERMEE
                   MOVE SPACES TO WS-RAISON-ECR
                   STRING 'PERIODE ' WS-PERIODE-ECR ' FERMEE'
                       DELIMITED BY SIZE INTO WS-RAISON-ECR
                   END-STRING
               END-IF
           END-IF

           IF ECR-SOCIETE = SPACE OR ECR-SOCIETE = LOW-VALUE
               MOVE 'A' TO WS-SOCIETE-ECR
           ELSE
               MOVE ECR-SOCIETE TO WS-SOCIETE-ECR
           END-IF
           PERFORM CUMULER-SOCIETE-JOURNAL

           IF WS-RAISON-ECR NOT = SPACES
               IF JOURNAL-VALIDE
                   MOVE WS-RAISON-ECR TO WS-RAISON-REJET
               END-IF
               SET JOURNAL-REJETE TO TRUE
               MOVE WS-NUM-ECRITURE TO ED-NB
               MOVE SPACES TO ENR-RAPGL
               STRING '   ECRITURE ' ED-NB ' COMPTE ' ECR-COMPTE
                      ' : ' WS-RAISON-ECR DELIMITED BY SIZE
                   INTO ENR-RAPGL
               END-STRING
               PERFORM ECRIRE-RAPPORT
           END-IF
           .

       CUMULER-SOCIETE-JOURNAL.
           SET IDX-SJ TO 1
           SEARCH SOC-JRN-ENTRY
               AT END
                   PERFORM AJOUTER-SOCIETE-JOURNAL
               WHEN IDX-SJ > NB-SOC-JOURNAL
                   PERFORM AJOUTER-SOCIETE-JOURNAL
               WHEN SJ-SOCIETE(IDX-SJ) = WS-SOCIETE-ECR
                   CONTINUE
           END-SEARCH

           IF ECR-SENS = 'D'
               ADD ECR-MONTANT TO WS-JRN-DEBIT
               ADD ECR-MONTANT TO SJ-DEBIT(IDX-SJ)
           ELSE
               ADD ECR-MONTANT TO WS-JRN-CREDIT
               ADD ECR-MONTANT TO SJ-CREDIT(IDX-SJ)
           END-IF
           .

       AJOUTER-SOCIETE-JOURNAL.
           IF NB-SOC-JOURNAL < 10
               ADD 1 TO NB-SOC-JOURNAL
               SET IDX-SJ TO NB-SOC-JOURNAL
               MOVE WS-SOCIETE-ECR TO SJ-SOCIETE(IDX-SJ)
               MOVE ZERO TO SJ-DEBIT(IDX-SJ)
               MOVE ZERO TO SJ-CREDIT(IDX-SJ)
           ELSE
               DISPLAY 'TAB-SOC-JOURNAL PLEINE - JOURNAL '
                       WS-NUM-JOURNAL
               PERFORM ABEND-PROG
           END-IF
           .

       LIRE-STATUT-PERIODE.
           MOVE 'O' TO WS-STATUT-PERIODE
           PERFORM VARYING IDX-PER FROM 1 BY 1
               UNTIL IDX-PER > NB-PERIODES
               IF PR-PERIODE(IDX-PER) = WS-PERIODE-ECR
                   MOVE PR-STATUT(IDX-PER) TO WS-STATUT-PERIODE
               END-IF
           END-PERFORM
           .

      * CUMUL DE CHAQUE ECRITURE AU GRAND LIVRE DE SA SOCIETE, DE SA
      * PERIODE ET DE SON COMPTE ; LA LIGNE EST CREEE AU PREMIER
      * MOUVEMENT
       INTEGRER-JOURNAL.
           PERFORM VARYING IDX-JRN FROM 1 BY 1
               UNTIL IDX-JRN > NB-ENR-JOURNAL
               MOVE TJ-IMAGE(IDX-JRN) TO WS-ECRITURE
               IF ECR-TYPE = 'E'
                   PERFORM CUMULER-GRAND-LIVRE
               END-IF
           END-PERFORM

           MOVE 'I' TO JNL-STATUT
           MOVE SPACES TO JNL-RAISON
           PERFORM TRACER-JOURNAL

           ADD 1 TO WS-NB-INTEGRES
           ADD WS-NB-ECR-JOURNAL TO WS-NB-ECR-INTEGREES
           ADD WS-JRN-DEBIT TO WS-TOTAL-INTEGRE

           MOVE WS-NUM-JOURNAL TO ED-NUM
           MOVE WS-NB-ECR-JOURNAL TO ED-NB
           MOVE WS-JRN-DEBIT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPGL
           STRING 'JOURNAL ' ED-NUM ' ECRITURES=' ED-NB
                  ' MONTANT=' ED-MONTANT '  INTEGRE'
               DELIMITED BY SIZE INTO ENR-RAPGL
           END-STRING
           PERFORM ECRIRE-RAPPORT
           .

       CUMULER-GRAND-LIVRE.
           IF ECR-SOCIETE = SPACE OR ECR-SOCIETE = LOW-VALUE
               MOVE 'A' TO GLV-SOCIETE
           ELSE
               MOVE ECR-SOCIETE TO GLV-SOCIETE
           END-IF
           MOVE ECR-DATE (1:7) TO GLV-PERIODE
           MOVE ECR-COMPTE TO GLV-COMPTE
           IF ECR-SENS = 'D'
               MOVE ECR-MONTANT TO GLV-TOTAL-DEBIT
               MOVE ZERO TO GLV-TOTAL-CREDIT
           ELSE
               MOVE ZERO TO GLV-TOTAL-DEBIT
               MOVE ECR-MONTANT TO GLV-TOTAL-CREDIT
           END-IF

           EXEC SQL
               UPDATE API6.GRAND_LIVRE
               SET TOTAL_DEBIT = TOTAL_DEBIT + :GLV-TOTAL-DEBIT,
                   TOTAL_CREDIT = TOTAL_CREDIT + :GLV-TOTAL-CREDIT
               WHERE SOCIETE = :GLV-SOCIETE
                 AND PERIODE = :GLV-PERIODE
                 AND COMPTE = :GLV-COMPTE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   EXEC SQL
                       INSERT INTO API6.GRAND_LIVRE
                       (SOCIETE, PERIODE, COMPTE, TOTAL_DEBIT,
                        TOTAL_CREDIT)
                       VALUES (:GLV-SOCIETE, :GLV-PERIODE,
                               :GLV-COMPTE, :GLV-TOTAL-DEBIT,
                               :GLV-TOTAL-CREDIT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

      * LE JOURNAL REJETE EST RECOPIE TEL QUEL (ECRITURES ET
      * TRAILERS) POUR ETRE CORRIGE PUIS REPRIS
       REJETER-JOURNAL.
           PERFORM VARYING IDX-JRN FROM 1 BY 1
               UNTIL IDX-JRN > NB-ENR-JOURNAL
               MOVE TJ-IMAGE(IDX-JRN) TO ENR-JGLREJ
               WRITE ENR-JGLREJ
               IF FS-JGLREJ NOT = ZERO
                   DISPLAY 'ERR WRITE JGLREJ - FS : ' FS-JGLREJ
                   PERFORM ABEND-PROG
               END-IF
           END-PERFORM

           MOVE 'R' TO JNL-STATUT
           MOVE WS-RAISON-REJET TO JNL-RAISON
           PERFORM TRACER-JOURNAL

           ADD 1 TO WS-NB-REJETES
           MOVE WS-NUM-JOURNAL TO ED-NUM
           MOVE WS-NB-ECR-JOURNAL TO ED-NB
           MOVE SPACES TO ENR-RAPGL
           STRING 'JOURNAL ' ED-NUM ' ECRITURES=' ED-NB
                  '  *REJETE* ' WS-RAISON-REJET
               DELIMITED BY SIZE INTO ENR-RAPGL
           END-STRING
           PERFORM ECRIRE-RAPPORT
           DISPLAY 'JOURNAL ' WS-NUM-JOURNAL ' REJETE : '
                   WS-RAISON-REJET
           .

       TRACER-JOURNAL.
           MOVE WS-DATE-NUIT TO JNL-DATE-NUIT
           MOVE WS-NUM-JOURNAL TO JNL-NUM-JOURNAL
           MOVE WS-NB-ECR-JOURNAL TO JNL-NB-ECRIT
           MOVE WS-JRN-DEBIT TO JNL-TOTAL-DEBIT
           MOVE WS-JRN-CREDIT TO JNL-TOTAL-CREDIT
           EXEC SQL
               INSERT INTO API6.JOURNAUX_GL
               (DATE_NUIT, NUM_JOURNAL, NB_ECRIT, TOTAL_DEBIT,
                TOTAL_CREDIT, STATUT, RAISON)
               VALUES (:JNL-DATE-NUIT, :JNL-NUM-JOURNAL,
                       :JNL-NB-ECRIT, :JNL-TOTAL-DEBIT,
                       :JNL-TOTAL-CREDIT, :JNL-STATUT, :JNL-RAISON)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-TOTAUX-INTEGRATION.
           MOVE SPACES TO ENR-RAPGL
           WRITE ENR-RAPGL

           MOVE WS-NB-JOURNAUX TO ED-NB
           MOVE SPACES TO ENR-RAPGL
           STRING 'JOURNAUX LUS             : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGL
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-INTEGRES TO ED-NB
           MOVE SPACES TO ENR-RAPGL
           STRING 'JOURNAUX INTEGRES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGL
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-REJETES TO ED-NB
           MOVE SPACES TO ENR-RAPGL
           STRING 'JOURNAUX REJETES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPGL
           PERFORM ECRIRE-RAPPORT

           MOVE WS-NB-ECR-INTEGREES TO ED-NB7
           MOVE SPACES TO ENR-RAPGL
           STRING 'ECRITURES INTEGREES      : ' ED-NB7
               DELIMITED BY SIZE INTO ENR-RAPGL
           PERFORM ECRIRE-RAPPORT

           MOVE WS-TOTAL-INTEGRE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPGL
           STRING 'MONTANT INTEGRE (DEBIT)  : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPGL
           PERFORM ECRIRE-RAPPORT
           .

      *****************************************************
      * BALANCE GENERALE DU MOIS PAR SOCIETE : OUVERTURE,
      * MOUVEMENTS DU MOIS ET SOLDE PAR COMPTE ; L'EN-TETE
      * REPREND LE STATUT DE LA PERIODE DANS PERCTRL
      * (OUVERTE = PROVISOIRE, FERMEE = DEFINITIVE)
      *****************************************************
       EDITER-BALANCE.
           MOVE WS-PERIODE-BAL TO WS-PERIODE-ECR
           PERFORM LIRE-STATUT-PERIODE
           IF PERIODE-FERMEE
               MOVE 'PERIODE FERMEE - BALANCE DEFINITIVE'
                   TO WS-LIB-STATUT-BAL
           ELSE
               MOVE 'PERIODE OUVERTE - BALANCE PROVISOIRE'
                   TO WS-LIB-STATUT-BAL
           END-IF

           MOVE SPACES TO WS-SOC-COURANTE

           EXEC SQL
               OPEN CBALANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-BALANCE

           PERFORM UNTIL SQLCODE = +100
               IF WS-BAL-SOCIETE NOT = WS-SOC-COURANTE
                   PERFORM TOTALISER-SOCIETE-BALANCE
                   MOVE WS-BAL-SOCIETE TO WS-SOC-COURANTE
                   PERFORM EDITER-ENTETE-BALANCE
               END-IF
               PERFORM EDITER-LIGNE-BALANCE
               PERFORM FETCH-BALANCE
           END-PERFORM

           PERFORM TOTALISER-SOCIETE-BALANCE

           EXEC SQL
               CLOSE CBALANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-COMPTES-BAL = ZERO
               MOVE SPACES TO ENR-BALGL
               STRING '=== BALANCE GENERALE - PERIODE ' WS-PERIODE-BAL
                      ' : AUCUN MOUVEMENT ===' DELIMITED BY SIZE
                   INTO ENR-BALGL
               END-STRING
               PERFORM ECRIRE-BALANCE
           END-IF
           .

       FETCH-BALANCE.
           EXEC SQL
               FETCH CBALANCE
               INTO :WS-BAL-SOCIETE,
                    :WS-BAL-COMPTE,
                    :WS-BAL-OUVERTURE,
                    :WS-BAL-DEBIT,
                    :WS-BAL-CREDIT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-ENTETE-BALANCE.
           MOVE ZERO TO WS-TOT-OUVERTURE
           MOVE ZERO TO WS-TOT-DEBIT
           MOVE ZERO TO WS-TOT-CREDIT
           MOVE ZERO TO WS-TOT-SOLDE

           MOVE SPACES TO ENR-BALGL
           STRING '=== BALANCE GENERALE SOCIETE ' WS-SOC-COURANTE
                  ' - PERIODE ' WS-PERIODE-BAL ' - '
                  WS-LIB-STATUT-BAL ' ===' DELIMITED BY SIZE
               INTO ENR-BALGL
           END-STRING
           PERFORM ECRIRE-BALANCE

           MOVE SPACES TO ENR-BALGL
           STRING 'COMPTE    LIBELLE                       '
                  '       OUVERTURE'
                  '     DEBIT MOIS'
                  '    CREDIT MOIS'
                  '           SOLDE' DELIMITED BY SIZE
               INTO ENR-BALGL
           END-STRING
           PERFORM ECRIRE-BALANCE
           .

      * LES COMPTES SANS OUVERTURE NI MOUVEMENT NE SONT PAS EDITES
       EDITER-LIGNE-BALANCE.
           IF WS-BAL-OUVERTURE NOT = ZERO OR WS-BAL-DEBIT NOT = ZERO
              OR WS-BAL-CREDIT NOT = ZERO
               COMPUTE WS-BAL-SOLDE =
                   WS-BAL-OUVERTURE + WS-BAL-DEBIT - WS-BAL-CREDIT
               ADD WS-BAL-OUVERTURE TO WS-TOT-OUVERTURE
               ADD WS-BAL-DEBIT TO WS-TOT-DEBIT
               ADD WS-BAL-CREDIT TO WS-TOT-CREDIT
               ADD WS-BAL-SOLDE TO WS-TOT-SOLDE
               ADD 1 TO WS-NB-COMPTES-BAL

               MOVE 'COMPTE ABSENT DU PLAN' TO WS-BAL-LIBELLE
               SET IDX-CPT TO 1
               SEARCH COMPTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IDX-CPT > NB-COMPTES
                       CONTINUE
                   WHEN PL-COMPTE(IDX-CPT) = WS-BAL-COMPTE
                       MOVE PL-LIBELLE(IDX-CPT) TO WS-BAL-LIBELLE
               END-SEARCH

               MOVE WS-BAL-OUVERTURE TO ED-SOLDE
               MOVE WS-BAL-DEBIT TO ED-SOLDE2
               MOVE WS-BAL-CREDIT TO ED-SOLDE3
               MOVE WS-BAL-SOLDE TO ED-SOLDE4
               MOVE SPACES TO ENR-BALGL
               STRING WS-BAL-COMPTE '  ' WS-BAL-LIBELLE
                      ' ' ED-SOLDE ' ' ED-SOLDE2
                      ' ' ED-SOLDE3 ' ' ED-SOLDE4
                   DELIMITED BY SIZE INTO ENR-BALGL
               END-STRING
               PERFORM ECRIRE-BALANCE
           END-IF
           .

      * TOTAUX DE LA SOCIETE PRECEDENTE ; LES MOUVEMENTS DU MOIS
      * DOIVENT S'EQUILIBRER, LES JOURNAUX NE PASSANT QU'EQUILIBRES
       TOTALISER-SOCIETE-BALANCE.
           IF WS-SOC-COURANTE NOT = SPACES
               MOVE WS-TOT-OUVERTURE TO ED-SOLDE
               MOVE WS-TOT-DEBIT TO ED-SOLDE2
               MOVE WS-TOT-CREDIT TO ED-SOLDE3
               MOVE WS-TOT-SOLDE TO ED-SOLDE4
               MOVE SPACES TO ENR-BALGL
               STRING 'TOTAL     SOCIETE ' WS-SOC-COURANTE
                      '                    '
                      ' ' ED-SOLDE ' ' ED-SOLDE2
                      ' ' ED-SOLDE3 ' ' ED-SOLDE4
                   DELIMITED BY SIZE INTO ENR-BALGL
               END-STRING
               PERFORM ECRIRE-BALANCE

               MOVE SPACES TO ENR-BALGL
               IF WS-TOT-DEBIT = WS-TOT-CREDIT
                   STRING 'MOUVEMENTS DU MOIS EQUILIBRES'
                       DELIMITED BY SIZE INTO ENR-BALGL
                   END-STRING
               ELSE
                   STRING '*MOUVEMENTS DU MOIS DESEQUILIBRES*'
                       DELIMITED BY SIZE INTO ENR-BALGL
                   END-STRING
               END-IF
               PERFORM ECRIRE-BALANCE
               MOVE SPACES TO ENR-BALGL
               PERFORM ECRIRE-BALANCE
           END-IF
           .

       ECRIRE-RAPPORT.
           WRITE ENR-RAPGL
           IF FS-RAPGL NOT = ZERO
               DISPLAY 'ERR WRITE RAPGL - FS : ' FS-RAPGL
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-BALANCE.
           WRITE ENR-BALGL
           IF FS-BALGL NOT = ZERO
               DISPLAY 'ERR WRITE BALGL - FS : ' FS-BALGL
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-FICHIERS.
           OPEN INPUT JOURNAUX-NUIT
           IF FS-JGLNUIT NOT = ZERO
               DISPLAY 'ERR OPEN JGLNUIT - FS : ' FS-JGLNUIT
               MOVE 1 TO WS-FF-JGLNUIT
           END-IF
           OPEN OUTPUT JOURNAUX-REJETES
           IF FS-JGLREJ NOT = ZERO
               DISPLAY 'ERR OPEN JGLREJ - FS : ' FS-JGLREJ
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-INTEGGL
           IF FS-RAPGL NOT = ZERO
               DISPLAY 'ERR OPEN RAPGL - FS : ' FS-RAPGL
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT BALANCE-GL
           IF FS-BALGL NOT = ZERO
               DISPLAY 'ERR OPEN BALGL - FS : ' FS-BALGL
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPGL
           STRING '=== INTEGRATION GRAND LIVRE - NUIT DU '
                  WS-DATE-NUIT ' ===' DELIMITED BY SIZE
               INTO ENR-RAPGL
           END-STRING
           PERFORM ECRIRE-RAPPORT
           .

       FERM-FICHIERS.
           CLOSE JOURNAUX-NUIT
           CLOSE JOURNAUX-REJETES
           CLOSE RAPPORT-INTEGGL
           CLOSE BALANCE-GL
           .

       LECT-JOURNAUX.
           READ JOURNAUX-NUIT AT END
               MOVE 1 TO WS-FF-JGLNUIT
           END-READ.

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
