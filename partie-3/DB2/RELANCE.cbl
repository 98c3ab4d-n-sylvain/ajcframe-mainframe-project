      * VENTILATION PAR TRANCHES D'AGE QUE AGECLI (COMMANDES OUVERTES
      * UNIQUEMENT, LES COMMANDES SOLDEES PAR L'ENCAISSEMENT ETANT
      * EXCLUES) : UN COURRIER PAR CLIENT EN RETARD, AVEC UNE
      * SEVERITE QUI MONTE AVEC LA TRANCHE DE RETARD LA PLUS ANCIENNE
      * SUR L'ECHEANCE ORDERS.DATE_ECHEANCE, FIXEE PAR LES CONDITIONS
      * DE PAIEMENT DU CLIENT (RAPPEL AIMABLE / DEUXIEME RAPPEL / MISE
      * EN DEMEURE), LA DATE DU
      * COURRIER FORMATEE PAR DATEFMT DANS LA LANGUE DE L'ETAT DU
      * CLIENT, ET UN FICHIER RECAPITULATIF DES LETTRES EMISES POUR
      * LE SUIVI DU RECOUVREMENT. LES CLIENTS INTRAGROUPE (MARQUES
      * DANS SOCIECLI) NE SONT JAMAIS RELANCES : LEURS SOLDES SE
      * REGLENT ENTRE ENTITES ET SONT SUIVIS PAR ELIMGRP.
      * LES COMMANDES PLACEES AUPRES DE L'AGENCE DE RECOUVREMENT
      * (PLACAGC, API6.PLACEMENTS_AGENCE AU STATUT 'P') SONT HORS
      * RELANCE JUSQU'A LEUR RAPPEL OU LEUR RESTITUTION.
      * UNE PROMESSE DE REGLEMENT EN COURS, NOTEE PAR LE GESTIONNAIRE
      * DANS LE JOURNAL DES CONTACTS (A5CONT, API6.CONTACTS_RECOUVR)
      * DEPUIS MOINS DE 30 JOURS ET NON ENCORE ECHUE, SUSPEND LE
      * COURRIER ; ROMPUE (SUIVREC), ELLE REND LA MAIN A LA RELANCE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RELSUM-STATUS.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SOCIECLI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTRES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RELSUM                PIC X(80).

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
               INCLUDE LITIGE
           END-EXEC.

           EXEC SQL
               INCLUDE CONTACT
           END-EXEC.

      * MEME VENTILATION QUE CAGECLI DANS AGECLI.cbl (JOURS DE RETARD
      * SUR L'ECHEANCE), ENRICHIE DE L'ADRESSE POUR L'EN-TETE DU
      * COURRIER
           EXEC SQL
               DECLARE CRELANCE CURSOR
               FOR
                   C.ZIP,
                   O.O_NO,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE), 9, 2) AS O_TOTAL,
                   (DAYS(:WS-AS-OF-DATE)
                    - DAYS(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)))
                       AS AGE_JOURS
               FROM
                   API6.CUSTOMERS C
               INNER JOIN API6.ORDERS O ON O.C_NO = C.C_NO
                       (SELECT 1 FROM API6.ORDER_STATUS S
                        WHERE S.O_NO = O.O_NO
                          AND (S.STATUT = 'P' OR S.STATUT = 'W'))
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.PLACEMENTS_AGENCE G
                        WHERE G.O_NO = O.O_NO
                          AND G.STATUT = 'P')
               GROUP BY
                   C.C_NO, C.COMPANY, C.ADDRESS, C.CITY, C.STATE,
                   C.ZIP, O.O_NO, O.O_DATE, O.DATE_ECHEANCE
               ORDER BY
                   C.C_NO, O.O_DATE
           END-EXEC.
        77 WS-NB-LETTRES     PIC 9(4) VALUE ZERO.
        77 WS-NB-CLIENTS     PIC 9(4) VALUE ZERO.

      * CLIENTS INTRAGROUPE LUS DANS SOCIECLI ; FICHIER ABSENT = AUCUN
        77 WS-SOCIECLI-STATUS PIC XX.
        77 WS-FF-SOCIECLI    PIC 9 VALUE ZERO.
       01 TAB-INTERCO.
           05 NB-INTERCO         PIC 999 VALUE ZERO.
           05 INTERCO-ENTRY OCCURS 200 TIMES INDEXED BY IDX-ITC.
               10 ITC-C-NO           PIC 9(4).
        77 WS-CLIENT-INTERCO PIC X VALUE 'N'.
            88 CLIENT-INTERCO VALUE 'O'.
        77 WS-NB-INTERCO     PIC 9(4) VALUE ZERO.

      * RUPTURE DE CLIENT ET TRANCHES D'AGE DU CLIENT EN COURS
        77 WS-CURRENT-C-NO   PIC S9(4)V USAGE COMP-3 VALUE ZERO.
        77 WS-HDR-COMPANY    PIC X(30).
        77 WS-TR-90-PLUS     PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOTAL-RETARD   PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.

      * NIVEAU DE SEVERITE DU COURRIER, EN JOURS DE RETARD SUR
      * L'ECHEANCE : 1 = RAPPEL AIMABLE (1-30J), 2 = DEUXIEME RAPPEL
      * (31-60J), 3 = MISE EN DEMEURE (60J+)
        77 WS-NIVEAU         PIC 9 VALUE ZERO.

      * PLAN D'APUREMENT DU CLIENT EN COURS (API6.PAYMENT_PLANS, TENU
        77 WS-NB-RETENUES    PIC 9(4) VALUE ZERO.
        77 WS-NB-AGGRAVEES   PIC 9(4) VALUE ZERO.

      * PROMESSE DE REGLEMENT EN COURS DU CLIENT (JOURNAL DES CONTACTS
      * DU RECOUVREMENT)
        77 WS-NB-PROM-COURS  PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-NB-PROMESSES   PIC 9(4) VALUE ZERO.

      * MONTANT CONTESTE NON RESOLU DE LA COMMANDE EN COURS
      * (API6.LITIGES, TENU PAR LITIGES.cbl) : DEDUIT DU MONTANT
      * VENTILE POUR QUE LES SOMMES EN LITIGE NE FASSENT PAS MONTER
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(28) VALUE
                  'RETARD DE 1 A 30 JOURS    : '.
           05 LR30-AMOUNT           PIC Z(6).ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(28) VALUE
                  'RETARD DE 31 A 60 JOURS   : '.
           05 LR60-AMOUNT           PIC Z(6).ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(28) VALUE
                  'RETARD DE PLUS DE 60 JOURS: '.
           05 LR90-AMOUNT           PIC Z(6).ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           DISPLAY '=== DEBUT GENERATION DES LETTRES DE RELANCE ==='

           PERFORM LIRE-AS-OF-DATE
           PERFORM CHARGER-CLIENTS-INTERCO

           OPEN OUTPUT LETTRES-FILE
           IF WS-LETTRES-STATUS NOT = '00'
                   WS-NB-RETENUES, ' ==='
           DISPLAY '=== LETTRES AGGRAVEES (ECH. MANQUEE) : ',
                   WS-NB-AGGRAVEES, ' ==='
           DISPLAY '=== LETTRES RETENUES (PROMESSE) : ',
                   WS-NB-PROMESSES, ' ==='
           DISPLAY '=== CLIENTS INTRAGROUPE EXCLUS : ',
                   WS-NB-INTERCO, ' ==='
           DISPLAY '=== FIN GENERATION DES LETTRES DE RELANCE ==='

           GOBACK.
           END-IF
           .

      * CHARGEMENT DES CLIENTS INTRAGROUPE DEPUIS SOCIECLI (ZONE
      * INTERCO RENSEIGNEE), COMME INTERETS
       CHARGER-CLIENTS-INTERCO.
           MOVE ZERO TO NB-INTERCO
           OPEN INPUT SOCIETES-CLIENTS
           IF WS-SOCIECLI-STATUS = '00'
               MOVE ZERO TO WS-FF-SOCIECLI
               PERFORM UNTIL WS-FF-SOCIECLI = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-SOCIECLI
                       NOT AT END
                           IF SCL-INTERCO NOT = SPACE
                              AND NB-INTERCO < 200
                               ADD 1 TO NB-INTERCO
                               MOVE SCL-C-NO TO ITC-C-NO(NB-INTERCO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS='
                       WS-SOCIECLI-STATUS ') - AUCUN CLIENT INTRAGROUPE'
           END-IF
           .

       FETCH-COMMANDE.
           EXEC SQL
               FETCH CRELANCE
           MOVE ZERO TO WS-TR-90-PLUS
           .

      * SEULES LES COMMANDES ECHUES (ECHEANCE DEPASSEE) ALIMENTENT
      * LES TRANCHES DU COURRIER ; LE NON ECHU NE SE RELANCE PAS, ET
      * LE MONTANT CONTESTE NON RESOLU DE LA COMMANDE EST DEDUIT
       VENTILER-COMMANDE.
           PERFORM DEDUIRE-MONTANT-LITIGE
           EVALUATE TRUE
               WHEN WS-O-TOTAL <= ZERO
                   CONTINUE
               WHEN WS-AGE-JOURS <= 0
                   CONTINUE
               WHEN WS-AGE-JOURS <= 30
                   ADD WS-O-TOTAL TO WS-TR-30
               WHEN WS-AGE-JOURS <= 60
                   ADD WS-O-TOTAL TO WS-TR-60
               WHEN OTHER
                   ADD WS-O-TOTAL TO WS-TR-90-PLUS
               MOVE 3 TO WS-NIVEAU
           END-IF

           IF WS-NIVEAU > ZERO
               PERFORM CONTROLER-CLIENT-INTERCO
           END-IF

           IF WS-NIVEAU > ZERO
               PERFORM CONTROLER-PLAN-APUREMENT
           END-IF

           IF WS-NIVEAU > ZERO
               PERFORM CONTROLER-PROMESSE-EN-COURS
           END-IF

           IF WS-NIVEAU > ZERO
               COMPUTE WS-TOTAL-RETARD = WS-TR-30 + WS-TR-60
                                       + WS-TR-90-PLUS
           END-IF
           .

      * UN CLIENT INTRAGROUPE N'EST PAS RELANCE : SON SOLDE EST UNE
      * CREANCE ENTRE ENTITES DU GROUPE, PAS UN RETARD DE TIERS
       CONTROLER-CLIENT-INTERCO.
           MOVE 'N' TO WS-CLIENT-INTERCO
           PERFORM VARYING IDX-ITC FROM 1 BY 1
               UNTIL IDX-ITC > NB-INTERCO
               IF ITC-C-NO(IDX-ITC) = WS-CURRENT-C-NO
                   MOVE 'O' TO WS-CLIENT-INTERCO
               END-IF
           END-PERFORM

           IF CLIENT-INTERCO
               MOVE ZERO TO WS-NIVEAU
               ADD 1 TO WS-NB-INTERCO
               DISPLAY 'RELANCE EXCLUE (CLIENT INTRAGROUPE) - CLIENT '
                       WS-CURRENT-C-NO
           END-IF
           .

      * ETAT DU PLAN D'APUREMENT DU CLIENT : UN PLAN DONT AUCUNE
      * ECHEANCE N'EST MANQUEE SUSPEND LE COURRIER (NIVEAU REMIS A
      * ZERO) ; UNE ECHEANCE MANQUEE AGGRAVE LA SEVERITE D'UN CRAN,
           END-IF
           .

      * PROMESSE DE REGLEMENT EN COURS : PRISE DANS LES 30 DERNIERS
      * JOURS ET DONT LA DATE N'EST PAS PASSEE, ELLE SUSPEND LE
      * COURRIER LE TEMPS QUE LE CLIENT LA TIENNE
       CONTROLER-PROMESSE-EN-COURS.
           MOVE WS-CURRENT-C-NO TO CTC-C-NO

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-PROM-COURS
               FROM API6.CONTACTS_RECOUVR
               WHERE C_NO = :CTC-C-NO
                 AND STATUT_PROMESSE = 'E'
                 AND DATE_PROMESSE >= DATE(:WS-AS-OF-DATE)
                 AND DATE_CONTACT >= DATE(:WS-AS-OF-DATE) - 30 DAYS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM TEST-SQLCODE
           END-IF

           IF WS-NB-PROM-COURS > ZERO
               MOVE ZERO TO WS-NIVEAU
               ADD 1 TO WS-NB-PROMESSES
               DISPLAY 'RELANCE RETENUE (PROMESSE EN COURS) - CLIENT '
                       WS-CURRENT-C-NO
           END-IF
           .

      * DATE DU COURRIER DANS LA LANGUE DE L'ETAT DU CLIENT, PAR LE
      * MEME SOUS-PROGRAMME DATEFMT QUE FACTURE
       FORMATER-DATE-LETTRE.
