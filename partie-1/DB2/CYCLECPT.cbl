       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECPT.

      * PLANIFICATION QUOTIDIENNE DES COMPTAGES TOURNANTS, A LA PLACE
      * DE L'INVENTAIRE COMPLET : D'APRES LE CLASSEMENT DE ABCCLASS
      * (API6.CLASSES_ABC), CHAQUE PRODUIT A EST COMPTE UNE FOIS PAR
      * MOIS, CHAQUE B UNE FOIS PAR TRIMESTRE ET CHAQUE C UNE FOIS PAR
      * AN. POUR CHAQUE CLASSE, LES PRODUITS NON COMPTES DEPUIS LE
      * DEBUT DU CYCLE EN COURS SONT REPARTIS EGALEMENT SUR LES JOURS
      * OUVRES RESTANT JUSQU'A LA FIN DU CYCLE (WEEK-ENDS ET JOURS
      * FERIES DU CALENDRIER CALJOUR EXCLUS) ; LES PLUS ANCIENNEMENT
      * COMPTES PASSENT EN PREMIER. LES PRODUITS DU JOUR SONT EDITES
      * SUR UNE FEUILLE DE COMPTAGE PAR DEPOT (FICHIER FEUILCPT) ; LE
      * TOTAL COMPTE PAR PRODUIT ALIMENTE LE FICHIER COMPTAGE DES
      * PASSES 'C' ET 'A' D'INVCOUNT, QUI DATE LE COMPTAGE. LE RAPPORT
      * RAPCYCL DONNE LA COUVERTURE PAR CLASSE ET LISTE LES PRODUITS
      * EN RETARD DE COMPTAGE. LA DATE DE TRAITEMENT EST LUE EN SYSIN
      * (AAAA-MM-JJ), A DEFAUT LA DATE DU JOUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDRIER-FERIES ASSIGN TO CALJOUR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CALJOUR.

           SELECT FEUILLES-COMPTAGE ASSIGN TO FEUILCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FEUILCPT.

           SELECT RAPPORT-CYCLE ASSIGN TO RAPCYCL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPCYCL.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE CALENDRIER DES JOURS FERIES D'ORDOBAT
       FD CALENDRIER-FERIES.
       01 ENR-CALJOUR           PIC X(10).

       FD FEUILLES-COMPTAGE.
       01 ENR-FEUILCPT          PIC X(80).

       FD RAPPORT-CYCLE.
       01 ENR-RAPCYCL           PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PRODABC
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKDEP
           END-EXEC.

      * PRODUITS D'UNE CLASSE NON COMPTES DEPUIS LE DEBUT DU CYCLE,
      * LES PLUS ANCIENNEMENT COMPTES EN TETE
           EXEC SQL
               DECLARE CCYCLE CURSOR
               FOR
               SELECT
                   A.P_NO,
                   P.DESCRIPTION,
                   CHAR(A.DATE_DERN_CPT, ISO)
               FROM
                   API6.CLASSES_ABC A
               INNER JOIN API6.PRODUCTS P ON P.P_NO = A.P_NO
               WHERE
                   A.CLASSE = :ABC-CLASSE
                   AND A.DATE_DERN_CPT < :WS-DEBUT-CYCLE
               ORDER BY
                   A.DATE_DERN_CPT, A.P_NO
           END-EXEC.

      * PRODUITS EN RETARD : NON COMPTES DEPUIS PLUS D'UN CYCLE
      * COMPLET DE LEUR CLASSE (1 MOIS, 3 MOIS, 1 AN)
           EXEC SQL
               DECLARE CRETARD CURSOR
               FOR
               SELECT
                   A.P_NO,
                   A.CLASSE,
                   CHAR(A.DATE_DERN_CPT, ISO)
               FROM
                   API6.CLASSES_ABC A
               WHERE
                   (A.CLASSE = 'A'
                    AND A.DATE_DERN_CPT < DATE(:WS-DATE-TRAIT-ISO)
                                          - 1 MONTH)
                OR (A.CLASSE = 'B'
                    AND A.DATE_DERN_CPT < DATE(:WS-DATE-TRAIT-ISO)
                                          - 3 MONTHS)
                OR (A.CLASSE = 'C'
                    AND A.DATE_DERN_CPT < DATE(:WS-DATE-TRAIT-ISO)
                                          - 1 YEAR)
               ORDER BY
                   A.CLASSE, A.DATE_DERN_CPT, A.P_NO
           END-EXEC.

      * VARIABLES DES CURSEURS
       77 WS-P-NO            PIC X(3).
       77 WS-CLASSE          PIC X(1).
       77 WS-DATE-DERN-CPT   PIC X(10).
       01 WS-DESCRIPTION.
           49 WS-DESCRIPTION-LEN  PIC S9(4) USAGE COMP.
           49 WS-DESCRIPTION-TEXT PIC X(30).

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-CALJOUR         PIC XX.
       77 FS-FEUILCPT        PIC 99.
       77 FS-RAPCYCL         PIC 99.
       77 WS-FIN-CALJOUR     PIC 9 VALUE ZERO.
       01 TAB-FERIES.
           05 NB-FERIES         PIC 99 VALUE ZERO.
           05 JOUR-FERIE OCCURS 30 TIMES INDEXED BY IDX-FER
                                PIC X(10).

      * DATE DE TRAITEMENT ET CALCUL DES JOURS OUVRES
       77 WS-DATE-SAISIE     PIC X(10) VALUE SPACES.
       77 WS-DATE-TRAIT-ISO  PIC X(10) VALUE SPACES.
       01 WS-DATE-TRAIT-NUM  PIC 9(8) VALUE ZERO.
       01 WS-DATE-TRAIT-R REDEFINES WS-DATE-TRAIT-NUM.
           05 WS-TRAIT-ANNEE    PIC 9(4).
           05 WS-TRAIT-MOIS     PIC 99.
           05 WS-TRAIT-JOUR     PIC 99.
       77 WS-JOUR-TRAIT      PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-COURANT    PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-FIN        PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-SEMAINE    PIC 9 VALUE ZERO.
       77 WS-DATE-TEST-NUM   PIC 9(8) VALUE ZERO.
       77 WS-DATE-TEST-ISO   PIC X(10) VALUE SPACES.
       77 WS-DATE-OUVREE     PIC X VALUE 'N'.
       77 WS-JOUR-TRAIT-OUVRE PIC X VALUE 'N'.
           88 JOUR-TRAIT-OUVRE   VALUE 'O'.

      * CYCLE DE LA CLASSE EN COURS : BORNES ET REPARTITION
       01 WS-DEBUT-CYCLE-NUM PIC 9(8) VALUE ZERO.
       01 WS-DEBUT-CYCLE-R REDEFINES WS-DEBUT-CYCLE-NUM.
           05 WS-DEBUT-ANNEE    PIC 9(4).
           05 WS-DEBUT-MOIS     PIC 99.
           05 WS-DEBUT-JOUR     PIC 99.
       77 WS-DEBUT-CYCLE     PIC X(10) VALUE SPACES.
       01 WS-SUITE-CYCLE-NUM PIC 9(8) VALUE ZERO.
       01 WS-SUITE-CYCLE-R REDEFINES WS-SUITE-CYCLE-NUM.
           05 WS-SUITE-ANNEE    PIC 9(4).
           05 WS-SUITE-MOIS     PIC 99.
           05 WS-SUITE-JOUR     PIC 99.
       77 WS-NB-MOIS-CYCLE   PIC 99 VALUE ZERO.
       77 WS-TRIMESTRE       PIC 9 VALUE ZERO.
       77 WS-NB-TOTAL        PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-DUS          PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-JOURS-RESTANT PIC S9(5) COMP-3 VALUE ZERO.
       77 WS-QUOTA           PIC S9(5) COMP-3 VALUE ZERO.

      * SYNTHESE PAR CLASSE (A, B, C)
       01 TAB-CLASSES.
           05 CLASSE-ENTRY OCCURS 3 TIMES INDEXED BY IDX-CL.
               10 TC-CLASSE        PIC X(1).
               10 TC-LIBELLE-CYCLE PIC X(11).
               10 TC-NB-TOTAL      PIC S9(9) COMP-3.
               10 TC-NB-DUS        PIC S9(9) COMP-3.
               10 TC-NB-JOURS      PIC S9(5) COMP-3.
               10 TC-NB-PLANIFIES  PIC S9(5) COMP-3.
               10 TC-NB-RETARD     PIC S9(5) COMP-3.

      * PRODUITS A COMPTER AUJOURD'HUI
       01 TAB-SELECTION.
           05 NB-SELECTION     PIC 9(3) VALUE ZERO.
           05 SELECTION-ENTRY OCCURS 300 TIMES INDEXED BY IDX-SEL.
               10 TS-P-NO          PIC X(3).
               10 TS-CLASSE        PIC X(1).
               10 TS-DESCRIPTION   PIC X(30).
               10 TS-DATE-DERN-CPT PIC X(10).

      * FEUILLES DE COMPTAGE PAR DEPOT
       01 TAB-DEPOTS-CPT.
           05 FILLER           PIC X(2) VALUE 'EU'.
           05 FILLER           PIC X(2) VALUE 'AM'.
       01 TAB-DEPOTS-CPT-R REDEFINES TAB-DEPOTS-CPT.
           05 DEPOT-CPT OCCURS 2 TIMES INDEXED BY IDX-DEP
                                PIC X(2).
       77 WS-NB-DEPOTS-PROD  PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-LIGNES-FEUILLE PIC 9(3) VALUE ZERO.
       77 WS-SUR-FEUILLE     PIC X VALUE 'N'.
           88 SUR-FEUILLE        VALUE 'O'.

      * ZONES EDITEES
       77 WS-DERNIER-CPT-ED  PIC X(10) VALUE SPACES.
       77 ED-NB              PIC Z(4)9.
       77 ED-NB2             PIC Z(4)9.
       77 ED-NB3             PIC Z(4)9.
       77 ED-NB4             PIC Z(4)9.
       77 ED-NB5             PIC Z(4)9.
       77 ED-JOURS           PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME CYCLECPT - COMPTAGES TOURNANTS ==='

           PERFORM LIRE-DATE-TRAITEMENT
           PERFORM CHARGER-CALENDRIER-FERIES
           PERFORM OUV-FICHIERS

           MOVE WS-JOUR-TRAIT TO WS-JOUR-COURANT
           PERFORM CONTROLER-JOUR-OUVRE
           IF WS-DATE-OUVREE = 'O'
               SET JOUR-TRAIT-OUVRE TO TRUE
           ELSE
               DISPLAY 'JOUR NON OUVRE - AUCUN COMPTAGE PLANIFIE'
           END-IF

           INITIALIZE TAB-CLASSES
           MOVE 'A' TO TC-CLASSE(1)
           MOVE 'MENSUEL' TO TC-LIBELLE-CYCLE(1)
           MOVE 'B' TO TC-CLASSE(2)
           MOVE 'TRIMESTRIEL' TO TC-LIBELLE-CYCLE(2)
           MOVE 'C' TO TC-CLASSE(3)
           MOVE 'ANNUEL' TO TC-LIBELLE-CYCLE(3)

           PERFORM VARYING IDX-CL FROM 1 BY 1 UNTIL IDX-CL > 3
               PERFORM PLANIFIER-CLASSE
           END-PERFORM

           PERFORM EDITER-FEUILLES-DEPOT
           PERFORM EDITER-RETARDS
           PERFORM EDITER-COUVERTURE
           PERFORM FERM-FICHIERS

           DISPLAY 'PRODUITS A COMPTER CE JOUR : ' NB-SELECTION
           DISPLAY 'FIN PROGRAMME CYCLECPT'
           GOBACK.

       LIRE-DATE-TRAITEMENT.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE (1:4) NUMERIC
              AND WS-DATE-SAISIE (5:1) = '-'
              AND WS-DATE-SAISIE (6:2) NUMERIC
              AND WS-DATE-SAISIE (8:1) = '-'
              AND WS-DATE-SAISIE (9:2) NUMERIC
               MOVE WS-DATE-SAISIE (1:4) TO WS-TRAIT-ANNEE
               MOVE WS-DATE-SAISIE (6:2) TO WS-TRAIT-MOIS
               MOVE WS-DATE-SAISIE (9:2) TO WS-TRAIT-JOUR
           ELSE
               ACCEPT WS-DATE-TRAIT-NUM FROM DATE YYYYMMDD
           END-IF
           MOVE WS-DATE-TRAIT-NUM TO WS-DATE-TEST-NUM
           PERFORM FORMATER-DATE-ISO
           MOVE WS-DATE-TEST-ISO TO WS-DATE-TRAIT-ISO
           COMPUTE WS-JOUR-TRAIT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-TRAIT-NUM)
           DISPLAY 'DATE DE TRAITEMENT : ' WS-DATE-TRAIT-ISO
           .

       CHARGER-CALENDRIER-FERIES.
           MOVE ZERO TO NB-FERIES
           OPEN INPUT CALENDRIER-FERIES
           IF FS-CALJOUR = '00'
               MOVE ZERO TO WS-FIN-CALJOUR
               PERFORM UNTIL WS-FIN-CALJOUR = 1
                   READ CALENDRIER-FERIES
                       AT END
                           MOVE 1 TO WS-FIN-CALJOUR
                       NOT AT END
                           IF NB-FERIES < 30
                               ADD 1 TO NB-FERIES
                               MOVE ENR-CALJOUR
                                   TO JOUR-FERIE(NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FERIES
           ELSE
               DISPLAY 'PAS DE CALENDRIER CALJOUR (FS=' FS-CALJOUR
                       ') - SEULS LES WEEK-ENDS SONT EXCLUS'
           END-IF
           .

      * JOUR OUVRE = NI SAMEDI NI DIMANCHE NI DANS CALJOUR, MEME
      * CALCUL QUE L'ORDONNANCEUR (1 = LUNDI ... 6 = SAMEDI,
      * 0 = DIMANCHE) ; LE JOUR TESTE EST WS-JOUR-COURANT
       CONTROLER-JOUR-OUVRE.
           MOVE 'O' TO WS-DATE-OUVREE
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(WS-JOUR-COURANT, 7)
           IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0
               MOVE 'N' TO WS-DATE-OUVREE
           ELSE
               COMPUTE WS-DATE-TEST-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-COURANT)
               PERFORM FORMATER-DATE-ISO
               PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > NB-FERIES
                   IF JOUR-FERIE(IDX-FER) = WS-DATE-TEST-ISO
                       MOVE 'N' TO WS-DATE-OUVREE
                   END-IF
               END-PERFORM
           END-IF
           .

       FORMATER-DATE-ISO.
           MOVE SPACES TO WS-DATE-TEST-ISO
           STRING WS-DATE-TEST-NUM (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-TEST-NUM (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-TEST-NUM (7:2) DELIMITED BY SIZE
               INTO WS-DATE-TEST-ISO
           END-STRING.

      * ===== REPARTITION DES COMPTAGES D'UNE CLASSE =====
      * CYCLE A = MOIS CIVIL, B = TRIMESTRE CIVIL, C = ANNEE CIVILE ;
      * QUOTA DU JOUR = PRODUITS DUS / JOURS OUVRES RESTANTS DU CYCLE
      * (Y COMPRIS CE JOUR), ARRONDI A L'UNITE SUPERIEURE
       PLANIFIER-CLASSE.
           PERFORM CALCULER-BORNES-CYCLE
           MOVE TC-CLASSE(IDX-CL) TO ABC-CLASSE

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN DATE_DERN_CPT
                                              < :WS-DEBUT-CYCLE
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-NB-TOTAL, :WS-NB-DUS
               FROM API6.CLASSES_ABC
               WHERE CLASSE = :ABC-CLASSE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-NB-TOTAL TO TC-NB-TOTAL(IDX-CL)
           MOVE WS-NB-DUS TO TC-NB-DUS(IDX-CL)

           PERFORM COMPTER-JOURS-RESTANTS
           MOVE WS-NB-JOURS-RESTANT TO TC-NB-JOURS(IDX-CL)

           MOVE ZERO TO WS-QUOTA
           IF JOUR-TRAIT-OUVRE AND WS-NB-DUS > ZERO
               COMPUTE WS-QUOTA =
                   (WS-NB-DUS + WS-NB-JOURS-RESTANT - 1)
                   / WS-NB-JOURS-RESTANT
           END-IF
           MOVE ZERO TO TC-NB-PLANIFIES(IDX-CL)

           IF WS-QUOTA > ZERO
               EXEC SQL
                   OPEN CCYCLE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF

               PERFORM FETCH-CYCLE
               PERFORM UNTIL SQLCODE = +100
                          OR TC-NB-PLANIFIES(IDX-CL) >= WS-QUOTA
                          OR NB-SELECTION >= 300
                   PERFORM SELECTIONNER-PRODUIT
                   PERFORM FETCH-CYCLE
               END-PERFORM

               EXEC SQL
                   CLOSE CCYCLE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF

           DISPLAY 'CLASSE ' TC-CLASSE(IDX-CL)
                   ' : DUS=' WS-NB-DUS
                   ' JOURS RESTANTS=' WS-NB-JOURS-RESTANT
                   ' PLANIFIES=' TC-NB-PLANIFIES(IDX-CL).

       CALCULER-BORNES-CYCLE.
           MOVE WS-TRAIT-ANNEE TO WS-DEBUT-ANNEE
           MOVE 01 TO WS-DEBUT-JOUR
           EVALUATE TC-CLASSE(IDX-CL)
               WHEN 'A'
                   MOVE WS-TRAIT-MOIS TO WS-DEBUT-MOIS
                   MOVE 1 TO WS-NB-MOIS-CYCLE
               WHEN 'B'
                   COMPUTE WS-TRIMESTRE = (WS-TRAIT-MOIS - 1) / 3
                   COMPUTE WS-DEBUT-MOIS = WS-TRIMESTRE * 3 + 1
                   MOVE 3 TO WS-NB-MOIS-CYCLE
               WHEN OTHER
                   MOVE 01 TO WS-DEBUT-MOIS
                   MOVE 12 TO WS-NB-MOIS-CYCLE
           END-EVALUATE

           MOVE WS-DEBUT-CYCLE-NUM TO WS-DATE-TEST-NUM
           PERFORM FORMATER-DATE-ISO
           MOVE WS-DATE-TEST-ISO TO WS-DEBUT-CYCLE

      * LENDEMAIN DU DERNIER JOUR DU CYCLE = 1ER DU CYCLE SUIVANT
           MOVE WS-DEBUT-CYCLE-NUM TO WS-SUITE-CYCLE-NUM
           ADD WS-NB-MOIS-CYCLE TO WS-SUITE-MOIS
           IF WS-SUITE-MOIS > 12
               SUBTRACT 12 FROM WS-SUITE-MOIS
               ADD 1 TO WS-SUITE-ANNEE
           END-IF
           COMPUTE WS-JOUR-FIN =
               FUNCTION INTEGER-OF-DATE(WS-SUITE-CYCLE-NUM) - 1.

       COMPTER-JOURS-RESTANTS.
           MOVE ZERO TO WS-NB-JOURS-RESTANT
           PERFORM VARYING WS-JOUR-COURANT FROM WS-JOUR-TRAIT BY 1
               UNTIL WS-JOUR-COURANT > WS-JOUR-FIN
               PERFORM CONTROLER-JOUR-OUVRE
               IF WS-DATE-OUVREE = 'O'
                   ADD 1 TO WS-NB-JOURS-RESTANT
               END-IF
           END-PERFORM
           IF WS-NB-JOURS-RESTANT = ZERO
               MOVE 1 TO WS-NB-JOURS-RESTANT
           END-IF.

       FETCH-CYCLE.
           EXEC SQL
               FETCH CCYCLE
               INTO :WS-P-NO,
                    :WS-DESCRIPTION,
                    :WS-DATE-DERN-CPT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * AU-DELA DE 300 PRODUITS DANS LA JOURNEE, LE RESTE EST REPORTE
      * AUX JOURS SUIVANTS PAR LE CALCUL DU QUOTA
       SELECTIONNER-PRODUIT.
           ADD 1 TO NB-SELECTION
           MOVE WS-P-NO TO TS-P-NO(NB-SELECTION)
           MOVE TC-CLASSE(IDX-CL) TO TS-CLASSE(NB-SELECTION)
           MOVE WS-DESCRIPTION-TEXT TO TS-DESCRIPTION(NB-SELECTION)
           MOVE WS-DATE-DERN-CPT TO TS-DATE-DERN-CPT(NB-SELECTION)
           ADD 1 TO TC-NB-PLANIFIES(IDX-CL)
           IF NB-SELECTION >= 300
               DISPLAY 'TAB-SELECTION PLEINE - SUITE REPORTEE'
           END-IF.

      * ===== FEUILLES DE COMPTAGE, UNE PAR DEPOT =====
      * LE STOCK THEORIQUE N'Y FIGURE PAS (COMPTAGE EN AVEUGLE) ; UN
      * PRODUIT SANS LIGNE DE STOCK PAR DEPOT EST COMPTE A EU
       EDITER-FEUILLES-DEPOT.
           PERFORM VARYING IDX-DEP FROM 1 BY 1 UNTIL IDX-DEP > 2
               PERFORM EDITER-FEUILLE-DEPOT
           END-PERFORM.

       EDITER-FEUILLE-DEPOT.
           MOVE ALL '=' TO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE SPACES TO ENR-FEUILCPT
           STRING 'FEUILLE DE COMPTAGE TOURNANT - DEPOT '
                  DEPOT-CPT(IDX-DEP)
                  ' - ' WS-DATE-TRAIT-ISO
               DELIMITED BY SIZE INTO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE ALL '=' TO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE SPACES TO ENR-FEUILCPT
           STRING 'PROD CL DESCRIPTION                    '
                  'DERN. CPT    QTE COMPTEE'
               DELIMITED BY SIZE INTO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE ALL '-' TO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT

           MOVE ZERO TO WS-NB-LIGNES-FEUILLE
           PERFORM VARYING IDX-SEL FROM 1 BY 1
               UNTIL IDX-SEL > NB-SELECTION
               PERFORM CONTROLER-PRODUIT-DEPOT
               IF SUR-FEUILLE
                   PERFORM EDITER-LIGNE-FEUILLE
               END-IF
           END-PERFORM

           IF WS-NB-LIGNES-FEUILLE = ZERO
               MOVE SPACES TO ENR-FEUILCPT
               STRING 'AUCUN PRODUIT A COMPTER DANS CE DEPOT'
                   DELIMITED BY SIZE INTO ENR-FEUILCPT
               PERFORM ECRIRE-FEUILCPT
           END-IF

           MOVE ALL '-' TO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE WS-NB-LIGNES-FEUILLE TO ED-NB
           MOVE SPACES TO ENR-FEUILCPT
           STRING 'PRODUITS : ' ED-NB
                  '     COMPTE PAR : ________  LE : __________'
               DELIMITED BY SIZE INTO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT
           MOVE SPACES TO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT.

       CONTROLER-PRODUIT-DEPOT.
           MOVE 'N' TO WS-SUR-FEUILLE
           MOVE TS-P-NO(IDX-SEL) TO SDEP-P-NO
           MOVE DEPOT-CPT(IDX-DEP) TO SDEP-DEPOT
           EXEC SQL
               SELECT QTE_STOCK
               INTO :SDEP-QTE-STOCK
               FROM API6.STOCKS_DEPOT
               WHERE P_NO = :SDEP-P-NO
                 AND DEPOT = :SDEP-DEPOT
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET SUR-FEUILLE TO TRUE
               WHEN +100
                   IF SDEP-DEPOT = 'EU'
                       EXEC SQL
                           SELECT COUNT(*)
                           INTO :WS-NB-DEPOTS-PROD
                           FROM API6.STOCKS_DEPOT
                           WHERE P_NO = :SDEP-P-NO
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           PERFORM ABEND-PROG
                       END-IF
                       IF WS-NB-DEPOTS-PROD = ZERO
                           SET SUR-FEUILLE TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       EDITER-LIGNE-FEUILLE.
           ADD 1 TO WS-NB-LIGNES-FEUILLE
           IF TS-DATE-DERN-CPT(IDX-SEL) = '0001-01-01'
               MOVE 'JAMAIS' TO WS-DERNIER-CPT-ED
           ELSE
               MOVE TS-DATE-DERN-CPT(IDX-SEL) TO WS-DERNIER-CPT-ED
           END-IF
           MOVE SPACES TO ENR-FEUILCPT
           STRING TS-P-NO(IDX-SEL) '   '
                  TS-CLASSE(IDX-SEL) '  '
                  TS-DESCRIPTION(IDX-SEL) ' '
                  WS-DERNIER-CPT-ED '   ________'
               DELIMITED BY SIZE INTO ENR-FEUILCPT
           PERFORM ECRIRE-FEUILCPT.

       ECRIRE-FEUILCPT.
           WRITE ENR-FEUILCPT
           IF FS-FEUILCPT NOT = ZERO
               DISPLAY 'ERR WRITE FEUILCPT - FS : ', FS-FEUILCPT
               PERFORM ABEND-PROG
           END-IF.

      * ===== COUVERTURE : PRODUITS EN RETARD DE COMPTAGE =====
       EDITER-RETARDS.
           MOVE SPACES TO ENR-RAPCYCL
           STRING '--- PRODUITS EN RETARD DE COMPTAGE ---'
               DELIMITED BY SIZE INTO ENR-RAPCYCL
           PERFORM ECRIRE-RAPCYCL

           EXEC SQL
               OPEN CRETARD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-RETARD
           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-LIGNE-RETARD
               PERFORM FETCH-RETARD
           END-PERFORM

           EXEC SQL
               CLOSE CRETARD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-RETARD.
           EXEC SQL
               FETCH CRETARD
               INTO :WS-P-NO,
                    :WS-CLASSE,
                    :WS-DATE-DERN-CPT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-LIGNE-RETARD.
           PERFORM VARYING IDX-CL FROM 1 BY 1 UNTIL IDX-CL > 3
               IF TC-CLASSE(IDX-CL) = WS-CLASSE
                   ADD 1 TO TC-NB-RETARD(IDX-CL)
               END-IF
           END-PERFORM
           IF WS-DATE-DERN-CPT = '0001-01-01'
               MOVE 'JAMAIS' TO WS-DERNIER-CPT-ED
           ELSE
               MOVE WS-DATE-DERN-CPT TO WS-DERNIER-CPT-ED
           END-IF
           MOVE SPACES TO ENR-RAPCYCL
           STRING 'EN RETARD  PROD=' WS-P-NO
                  '  CLASSE=' WS-CLASSE
                  '  DERNIER COMPTAGE=' WS-DERNIER-CPT-ED
               DELIMITED BY SIZE INTO ENR-RAPCYCL
           PERFORM ECRIRE-RAPCYCL.

       EDITER-COUVERTURE.
           MOVE SPACES TO ENR-RAPCYCL
           PERFORM ECRIRE-RAPCYCL
           MOVE SPACES TO ENR-RAPCYCL
           STRING '--- COUVERTURE PAR CLASSE ---'
               DELIMITED BY SIZE INTO ENR-RAPCYCL
           PERFORM ECRIRE-RAPCYCL
           MOVE SPACES TO ENR-RAPCYCL
           STRING 'CL CYCLE       PRODUITS  COMPTES  RESTANT  JOURS'
                  '  CE JOUR  RETARD'
               DELIMITED BY SIZE INTO ENR-RAPCYCL
           PERFORM ECRIRE-RAPCYCL

           PERFORM VARYING IDX-CL FROM 1 BY 1 UNTIL IDX-CL > 3
               MOVE TC-NB-TOTAL(IDX-CL) TO ED-NB
               COMPUTE WS-NB-DUS =
                   TC-NB-TOTAL(IDX-CL) - TC-NB-DUS(IDX-CL)
               MOVE WS-NB-DUS TO ED-NB2
               MOVE TC-NB-DUS(IDX-CL) TO ED-NB3
               MOVE TC-NB-JOURS(IDX-CL) TO ED-JOURS
               MOVE TC-NB-PLANIFIES(IDX-CL) TO ED-NB4
               MOVE TC-NB-RETARD(IDX-CL) TO ED-NB5
               MOVE SPACES TO ENR-RAPCYCL
               STRING TC-CLASSE(IDX-CL) '  '
                      TC-LIBELLE-CYCLE(IDX-CL) '     '
                      ED-NB '    ' ED-NB2 '    ' ED-NB3
                      '    ' ED-JOURS '    ' ED-NB4
                      '   ' ED-NB5
                   DELIMITED BY SIZE INTO ENR-RAPCYCL
               PERFORM ECRIRE-RAPCYCL
           END-PERFORM.

       ECRIRE-RAPCYCL.
           WRITE ENR-RAPCYCL
           IF FS-RAPCYCL NOT = ZERO
               DISPLAY 'ERR WRITE RAPCYCL - FS : ', FS-RAPCYCL
           END-IF.

       OUV-FICHIERS.
           OPEN OUTPUT FEUILLES-COMPTAGE
           IF FS-FEUILCPT NOT = ZERO
               DISPLAY 'ERR OPEN FEUILCPT - FS : ', FS-FEUILCPT
           END-IF
           OPEN OUTPUT RAPPORT-CYCLE
           IF FS-RAPCYCL NOT = ZERO
               DISPLAY 'ERR OPEN RAPCYCL - FS : ', FS-RAPCYCL
           END-IF
           MOVE SPACES TO ENR-RAPCYCL
           STRING '=== COMPTAGES TOURNANTS - '
                  WS-DATE-TRAIT-ISO ' ===' DELIMITED BY SIZE
               INTO ENR-RAPCYCL
           END-STRING
           PERFORM ECRIRE-RAPCYCL
           .

       FERM-FICHIERS.
           CLOSE FEUILLES-COMPTAGE
           CLOSE RAPPORT-CYCLE
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
