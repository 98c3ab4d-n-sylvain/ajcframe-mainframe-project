       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFAUD.

      * LETTRES DE CONFIRMATION DE SOLDE CLIENT POUR LES COMMISSAIRES
      * AUX COMPTES (CIRCULARISATION) : A UNE DATE D'ARRETE LUE EN
      * SYSIN, LE SOLDE DE CHAQUE CLIENT EST LE CUMUL DES RESTES DUS
      * DE SES COMMANDES DANS ORDER_STATUS (O_TOTAL MOINS
      * MONTANT_REGLE, COMME PREUVEAR), LIMITE AUX COMMANDES PASSEES
      * AU PLUS TARD A L'ARRETE, LES REGLEMENTS ENCAISSES APRES
      * L'ARRETE (API6.PAYMENT_EVENTS) ETANT REINTEGRES POUR RETROUVER
      * LE RESTE DU A LA DATE D'ARRETE. LES COMMANDES PASSEES EN PERTE
      * (STATUT 'W') OU RETENUES (STATUT 'H') NE SONT PAS CONFIRMEES.
      * SONT RETENUS :
      *   - TOUS LES CLIENTS DONT LE SOLDE DEPASSE LE SEUIL,
      *   - UN ECHANTILLON DE TAILLE FIXE DES AUTRES CLIENTS A SOLDE
      *     DEBITEUR, TIRE PAR SELECTION SEQUENTIELLE SUR LA LISTE
      *     TRIEE PAR NUMERO DE CLIENT AVEC UN GENERATEUR PSEUDO-
      *     ALEATOIRE (PARK-MILLER) INITIALISE PAR LA GRAINE : LA MEME
      *     GRAINE SUR LES MEMES DONNEES REDONNE LE MEME ECHANTILLON,
      *     CE QUE LES AUDITEURS PEUVENT REFAIRE.
      * UN COURRIER PAR CLIENT RETENU, SUR LA MISE EN PAGE DE RELANCE,
      * AVEC LE DETAIL DES COMMANDES OUVERTES ET LE SOLDE, LES DATES
      * FORMATEES PAR DATEFMT DANS LA LANGUE DE L'ETAT DU CLIENT, ET
      * UN COUPON-REPONSE A RETOURNER AUX AUDITEURS.
      *   CONFLET : LETTRES (119 COLONNES, COMME RELANCE)
      *   REGCONF : REGISTRE DE CONTROLE DES LETTRES EMISES, AVEC
      *             CARACTERE ASA EN COLONNE 1 (55 LIGNES PAR PAGE),
      *             LAISSANT LA PLACE POUR NOTER LA REPONSE DE CHAQUE
      *             CLIENT
      * SYSIN : DATE D'ARRETE AAAA-MM-JJ (DEFAUT 31/12 DE L'ANNEE
      * PRECEDENTE), SEUIL (DEFAUT 10000), GRAINE (DEFAUT 1), TAILLE
      * DE L'ECHANTILLON (DEFAUT 20). AUCUNE LETTRE : CODE RETOUR 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTRES-FILE ASSIGN TO CONFLET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LETTRES-STATUS.

           SELECT REGISTRE-CONF ASSIGN TO REGCONF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGCONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTRES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS.
       01  LETTRE-RECORD             PIC X(119).

      * LISTING AVEC CARACTERE DE COMMANDE CHARIOT ASA EN COLONNE 1 :
      * '1' = SAUT DE PAGE, ' ' = SIMPLE INTERLIGNE
       FD  REGISTRE-CONF.
       01  ENR-REGCONF.
           05 REGCONF-ASA           PIC X(1).
           05 REGCONF-LIGNE         PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE ORDSTAT
           END-EXEC.

      * NOMBRE DE CLIENTS A SOLDE DEBITEUR SOUS LE SEUIL : POPULATION
      * DANS LAQUELLE L'ECHANTILLON EST TIRE. MEME DEFINITION DU RESTE
      * DU A L'ARRETE QUE LE CURSEUR CSOLDES
           EXEC SQL
               DECLARE CPOPUL CURSOR
               FOR
               SELECT COUNT(*)
               FROM
                   (SELECT X.C_NO, SUM(X.RESTE_DU) AS SOLDE
                    FROM
                        (SELECT S.C_NO,
                                S.O_TOTAL - S.MONTANT_REGLE
                                + VALUE((SELECT SUM(P.MONTANT)
                                         FROM API6.PAYMENT_EVENTS P
                                         WHERE P.O_NO = S.O_NO
                                           AND P.DATE_PAIEMENT
                                               > :WS-ARRETE), 0)
                                    AS RESTE_DU
                         FROM API6.ORDER_STATUS S
                         INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
                         WHERE O.O_DATE <= :WS-ARRETE
                           AND (S.STATUT = 'O' OR S.STATUT = 'P')) X
                    GROUP BY X.C_NO) T
               WHERE
                   T.SOLDE > 0
                   AND T.SOLDE <= :WS-SEUIL
           END-EXEC.

      * SOLDE DE CHAQUE CLIENT A LA DATE D'ARRETE : RESTE DU DES
      * COMMANDES PASSEES AU PLUS TARD A L'ARRETE, REGLEMENTS
      * POSTERIEURS REINTEGRES, PAR NUMERO DE CLIENT (ORDRE DU TIRAGE)
           EXEC SQL
               DECLARE CSOLDES CURSOR
               FOR
               SELECT
                   C.C_NO,
                   C.COMPANY,
                   C.ADDRESS,
                   C.CITY,
                   C.STATE,
                   C.ZIP,
                   DECIMAL(T.SOLDE, 11, 2),
                   T.NB_PIECES
               FROM
                   API6.CUSTOMERS C
               INNER JOIN
                   (SELECT X.C_NO,
                           SUM(X.RESTE_DU) AS SOLDE,
                           SUM(CASE WHEN X.RESTE_DU <> 0
                                    THEN 1 ELSE 0 END) AS NB_PIECES
                    FROM
                        (SELECT S.C_NO,
                                S.O_TOTAL - S.MONTANT_REGLE
                                + VALUE((SELECT SUM(P.MONTANT)
                                         FROM API6.PAYMENT_EVENTS P
                                         WHERE P.O_NO = S.O_NO
                                           AND P.DATE_PAIEMENT
                                               > :WS-ARRETE), 0)
                                    AS RESTE_DU
                         FROM API6.ORDER_STATUS S
                         INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
                         WHERE O.O_DATE <= :WS-ARRETE
                           AND (S.STATUT = 'O' OR S.STATUT = 'P')) X
                    GROUP BY X.C_NO) T
                   ON T.C_NO = C.C_NO
               WHERE
                   T.SOLDE > 0
               ORDER BY
                   C.C_NO
           END-EXEC.

      * COMMANDES OUVERTES A L'ARRETE DU CLIENT RETENU, POUR LE DETAIL
      * DU COURRIER : LE REGLE EST CELUI CONNU A LA DATE D'ARRETE
           EXEC SQL
               DECLARE CPIECES CURSOR
               FOR
               SELECT
                   X.O_NO,
                   X.O_DATE,
                   X.ECHEANCE,
                   X.O_TOTAL,
                   X.O_TOTAL - X.RESTE_DU,
                   X.RESTE_DU
               FROM
                   (SELECT S.O_NO,
                           O.O_DATE,
                           VALUE(O.DATE_ECHEANCE, ' ') AS ECHEANCE,
                           S.O_TOTAL,
                           S.O_TOTAL - S.MONTANT_REGLE
                           + VALUE((SELECT SUM(P.MONTANT)
                                    FROM API6.PAYMENT_EVENTS P
                                    WHERE P.O_NO = S.O_NO
                                      AND P.DATE_PAIEMENT
                                          > :WS-ARRETE), 0)
                               AS RESTE_DU
                    FROM API6.ORDER_STATUS S
                    INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
                    WHERE S.C_NO = :STAT-C-NO
                      AND O.O_DATE <= :WS-ARRETE
                      AND (S.STATUT = 'O' OR S.STATUT = 'P')) X
               WHERE
                   X.RESTE_DU <> 0
               ORDER BY
                   X.O_DATE, X.O_NO
           END-EXEC.

      * PARAMETRES LUS EN SYSIN
        77 WS-ARRETE-SAISIE  PIC X(10).
        77 WS-ARRETE         PIC X(10).
        77 WS-ARRETE-AAAAMMJJ PIC X(8).
        77 WS-SEUIL-SAISI    PIC X(15).
        77 WS-SEUIL          PIC S9(9)V9(2) USAGE COMP-3 VALUE 10000.
        77 WS-GRAINE-SAISIE  PIC X(10).
        77 WS-GRAINE         PIC S9(10) USAGE COMP-3 VALUE 1.
        77 WS-TAILLE-SAISIE  PIC X(5).
        77 WS-TAILLE         PIC S9(5) USAGE COMP-3 VALUE 20.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-RUN-ISO   PIC X(10).
        77 WS-ANNEE-PREC     PIC 9(4).

      * TIRAGE : GENERATEUR DE PARK-MILLER (X = 16807 * X MOD 2**31-1)
      * ET SELECTION SEQUENTIELLE (CHAQUE CLIENT DE LA POPULATION EST
      * RETENU AVEC LA PROBABILITE RESTE A TIRER / RESTE A EXAMINER,
      * CE QUI DONNE EXACTEMENT LA TAILLE DEMANDEE)
        77 WS-ALEA           PIC S9(15) USAGE COMP-3 VALUE ZERO.
        77 WS-MODULE-ALEA    PIC S9(10) USAGE COMP-3 VALUE 2147483647.
        77 WS-POPULATION     PIC S9(9) USAGE COMP-3 VALUE ZERO.
        77 WS-POP-VUS        PIC S9(9) USAGE COMP-3 VALUE ZERO.
        77 WS-POP-TIRES      PIC S9(9) USAGE COMP-3 VALUE ZERO.
        77 WS-TIRAGE-GAUCHE  PIC S9(18) USAGE COMP-3 VALUE ZERO.
        77 WS-TIRAGE-DROITE  PIC S9(18) USAGE COMP-3 VALUE ZERO.

      * CLIENT EN COURS
        77 WS-C-NO           PIC S9(4)V USAGE COMP-3.
        77 WS-COMPANY        PIC X(30).
        77 WS-ADDRESS        PIC X(100).
        77 WS-CITY           PIC X(20).
        77 WS-STATE          PIC X(2).
        77 WS-ZIP            PIC X(5).
        77 WS-SOLDE          PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-NB-PIECES      PIC S9(9) USAGE COMP-3.
        77 WS-MOTIF          PIC X(6).
            88 MOTIF-SEUIL   VALUE 'SEUIL '.
            88 MOTIF-ECHANT  VALUE 'ECHANT'.
            88 CLIENT-ECARTE VALUE SPACES.

      * COMMANDE OUVERTE EN COURS
        77 WS-O-DATE         PIC X(10).
        77 WS-ECHEANCE       PIC X(10).
        77 WS-REGLE-ARRETE   PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-RESTE-DU       PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-TOTAL-PIECES   PIC S9(9)V9(2) USAGE COMP-3.

      * DATES DU COURRIER FORMATEES PAR DATEFMT SELON L'ETAT DU CLIENT
        77 WS-DATE-IN        PIC X(8) VALUE SPACES.
        77 WS-LOCALE-ETAT    PIC X(2) VALUE SPACES.
        77 WS-DATE-FORMATEE  PIC X(40).
        77 WS-DATE-ARRETE-FMT PIC X(40).

      * CUMULS DU RUN
        77 WS-NB-CLIENTS     PIC 9(5) VALUE ZERO.
        77 WS-NB-LETTRES     PIC 9(5) VALUE ZERO.
        77 WS-NB-SEUIL       PIC 9(5) VALUE ZERO.
        77 WS-NB-ECHANT      PIC 9(5) VALUE ZERO.
        77 WS-TOTAL-ENCOURS  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOTAL-CONFIRME PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-COUVERTURE     PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.

      * MISE EN PAGE DU REGISTRE
        77 WS-LIGNES-PAGE    PIC 99 VALUE 55.
        77 WS-LIGNES-SUR-PAGE PIC 99 VALUE ZERO.
        77 WS-PAGE-REGISTRE  PIC 999 VALUE ZERO.
        77 WS-LIGNE-IMPRESSION PIC X(132).

      * VARIABLES DE CONTROLE DES FICHIERS
        77 WS-LETTRES-STATUS PIC XX.
        77 WS-REGCONF-STATUS PIC XX.

      * ZONES EDITEES
        77 ED-REF            PIC 9(4).
        77 ED-C-NO           PIC 9(4).
        77 ED-O-NO           PIC 9(7).
        77 ED-MONTANT        PIC -(7)9,99.
        77 ED-TOTAL          PIC -(10)9,99.
        77 ED-NB             PIC ZZZZ9.
        77 ED-POP            PIC ZZZZ9.
        77 ED-GRAINE         PIC Z(9)9.
        77 ED-POURCENT       PIC ZZ9,99.
        77 ED-PAGE           PIC ZZ9.

      * LIGNES DU COURRIER - LARGEUR 119, SUR LE MEME MODELE QUE
      * RELANCE.cbl
       01 LIGNE-VIDE                PIC X(119) VALUE SPACES.

       01 LIGNE-CADRE-HAUT.
           05 FILLER                PIC X(1) VALUE '+'.
           05 FILLER                PIC X(117) VALUE ALL '-'.
           05 FILLER                PIC X(1) VALUE '+'.

       01 LIGNE-CADRE-BAS.
           05 FILLER                PIC X(1) VALUE '+'.
           05 FILLER                PIC X(117) VALUE ALL '-'.
           05 FILLER                PIC X(1) VALUE '+'.

       01 LIGNE-TITRE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(40) VALUE
                  'DEMANDE DE CONFIRMATION DE SOLDE'.
           05 FILLER                PIC X(40) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'REFERENCE : '.
           05 LT-REF                PIC 9(4).
           05 FILLER                PIC X(17) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-COMPANY.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LC-COMPANY            PIC X(30).
           05 FILLER                PIC X(83) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-ADRESSE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LA-ADDRESS            PIC X(40).
           05 FILLER                PIC X(73) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-VILLE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LV-CITY               PIC X(20).
           05 FILLER                PIC X(2) VALUE ', '.
           05 LV-STATE              PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 LV-ZIP                PIC X(5).
           05 FILLER                PIC X(85) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-DATE-LETTRE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LD-DATE               PIC X(40).
           05 FILLER                PIC X(74) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-TEXTE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LX-TEXTE              PIC X(110).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-ENTETE-PIECES.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'COMMANDE'.
           05 FILLER                PIC X(12) VALUE 'DATE'.
           05 FILLER                PIC X(12) VALUE 'ECHEANCE'.
           05 FILLER                PIC X(15) VALUE '        MONTANT'.
           05 FILLER                PIC X(15) VALUE '          REGLE'.
           05 FILLER                PIC X(15) VALUE '       RESTE DU'.
           05 FILLER                PIC X(35) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-PIECE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LP-O-NO               PIC 9(7).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 LP-O-DATE             PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LP-ECHEANCE           PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LP-MONTANT            PIC -(7)9,99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LP-REGLE              PIC -(7)9,99.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LP-RESTE              PIC -(7)9,99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(30) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-SOLDE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(28) VALUE
                  'SOLDE EN NOTRE FAVEUR     : '.
           05 LS-SOLDE              PIC -(10)9,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(66) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       PROCEDURE DIVISION.

           DISPLAY '=== DEBUT CONFIRMATIONS DE SOLDE CLIENTS ==='

           PERFORM LIRE-PARAMETRES
           PERFORM COMPTER-POPULATION

           OPEN OUTPUT LETTRES-FILE
           IF WS-LETTRES-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CONFLET : ', WS-LETTRES-STATUS
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT REGISTRE-CONF
           IF WS-REGCONF-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE REGCONF : ', WS-REGCONF-STATUS
               PERFORM ABEND-PROG
           END-IF

           PERFORM OUVRIR-PAGE-REGISTRE

           EXEC SQL
               OPEN CSOLDES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-SOLDE
           PERFORM UNTIL SQLCODE = +100
               PERFORM SELECTIONNER-CLIENT
               IF NOT CLIENT-ECARTE
                   PERFORM EMETTRE-CONFIRMATION
               END-IF
               PERFORM FETCH-SOLDE
           END-PERFORM

           EXEC SQL
               CLOSE CSOLDES
           END-EXEC

           PERFORM EDITER-TOTAUX-REGISTRE

           CLOSE LETTRES-FILE
           CLOSE REGISTRE-CONF

           MOVE WS-TOTAL-CONFIRME TO ED-TOTAL
           DISPLAY 'CLIENTS A SOLDE DEBITEUR  : ' WS-NB-CLIENTS
           DISPLAY 'LETTRES EMISES            : ' WS-NB-LETTRES
           DISPLAY '  DONT AU-DESSUS DU SEUIL : ' WS-NB-SEUIL
           DISPLAY '  DONT ECHANTILLON        : ' WS-NB-ECHANT
           DISPLAY 'SOLDES SOUMIS A CONFIRMATION : ' ED-TOTAL

           IF WS-NB-LETTRES = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '=== FIN CONFIRMATIONS DE SOLDE CLIENTS ==='
           GOBACK.

      * DATE D'ARRETE, SEUIL, GRAINE ET TAILLE D'ECHANTILLON EN SYSIN
       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) '-' WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO

           ACCEPT WS-ARRETE-SAISIE FROM SYSIN
           DISPLAY "DATE D'ARRETE LUE DEPUIS SYSIN : '",
                   WS-ARRETE-SAISIE, "'"
           IF WS-ARRETE-SAISIE (1:4) IS NUMERIC
               AND WS-ARRETE-SAISIE (5:1) = '-'
               AND WS-ARRETE-SAISIE (6:2) IS NUMERIC
               AND WS-ARRETE-SAISIE (8:1) = '-'
               AND WS-ARRETE-SAISIE (9:2) IS NUMERIC
               MOVE WS-ARRETE-SAISIE TO WS-ARRETE
           ELSE
               MOVE WS-DATE-SYS (1:4) TO WS-ANNEE-PREC
               SUBTRACT 1 FROM WS-ANNEE-PREC
               MOVE SPACES TO WS-ARRETE
               STRING WS-ANNEE-PREC '-12-31'
                   DELIMITED BY SIZE INTO WS-ARRETE
               DISPLAY "DATE D'ARRETE ABSENTE OU INVALIDE - ",
                       'FIN D''EXERCICE PRECEDENT RETENUE : ', WS-ARRETE
           END-IF
           MOVE SPACES TO WS-ARRETE-AAAAMMJJ
           STRING WS-ARRETE (1:4) WS-ARRETE (6:2) WS-ARRETE (9:2)
               DELIMITED BY SIZE INTO WS-ARRETE-AAAAMMJJ

           ACCEPT WS-SEUIL-SAISI FROM SYSIN
           IF WS-SEUIL-SAISI NOT = SPACES
               COMPUTE WS-SEUIL = FUNCTION NUMVAL(WS-SEUIL-SAISI)
               IF WS-SEUIL NOT > ZERO
                   MOVE 10000 TO WS-SEUIL
               END-IF
           END-IF
           MOVE WS-SEUIL TO ED-TOTAL
           DISPLAY 'SEUIL DE CONFIRMATION SYSTEMATIQUE : ' ED-TOTAL

           ACCEPT WS-GRAINE-SAISIE FROM SYSIN
           IF WS-GRAINE-SAISIE NOT = SPACES
               COMPUTE WS-GRAINE = FUNCTION NUMVAL(WS-GRAINE-SAISIE)
           END-IF
           IF WS-GRAINE < ZERO
               MULTIPLY -1 BY WS-GRAINE
           END-IF
           COMPUTE WS-ALEA = FUNCTION MOD(WS-GRAINE, WS-MODULE-ALEA)
           IF WS-ALEA = ZERO
               MOVE 1 TO WS-ALEA
           END-IF
           MOVE WS-GRAINE TO ED-GRAINE
           DISPLAY 'GRAINE DU TIRAGE : ' ED-GRAINE

           ACCEPT WS-TAILLE-SAISIE FROM SYSIN
           IF WS-TAILLE-SAISIE NOT = SPACES
               COMPUTE WS-TAILLE = FUNCTION NUMVAL(WS-TAILLE-SAISIE)
               IF WS-TAILLE < ZERO
                   MOVE 20 TO WS-TAILLE
               END-IF
           END-IF
           MOVE WS-TAILLE TO ED-NB
           DISPLAY "TAILLE DE L'ECHANTILLON : " ED-NB
           .

      * TAILLE DE LA POPULATION SOUS LE SEUIL ; UN ECHANTILLON PLUS
      * GRAND QUE LA POPULATION LA PREND EN ENTIER
       COMPTER-POPULATION.
           EXEC SQL
               OPEN CPOPUL
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               FETCH CPOPUL
               INTO :WS-POPULATION
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               CLOSE CPOPUL
           END-EXEC

           IF WS-TAILLE > WS-POPULATION
               MOVE WS-POPULATION TO WS-TAILLE
           END-IF
           MOVE WS-POPULATION TO ED-NB
           DISPLAY 'CLIENTS SOUS LE SEUIL (POPULATION) : ' ED-NB
           .

       FETCH-SOLDE.
           MOVE SPACES TO WS-COMPANY WS-ADDRESS WS-CITY WS-STATE
                          WS-ZIP
           EXEC SQL
               FETCH CSOLDES
               INTO :WS-C-NO, :WS-COMPANY, :WS-ADDRESS, :WS-CITY,
                    :WS-STATE, :WS-ZIP, :WS-SOLDE, :WS-NB-PIECES
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      ******************************************************************
      * RETENUE DU CLIENT : AU-DESSUS DU SEUIL TOUJOURS, SOUS LE SEUIL
      * SI LE TIRAGE LE DESIGNE. LE GENERATEUR AVANCE D'UN PAS POUR
      * CHAQUE CLIENT DE LA POPULATION, RETENU OU NON, POUR QUE LE
      * TIRAGE NE DEPENDE QUE DE LA GRAINE ET DE LA LISTE DES CLIENTS
      ******************************************************************
       SELECTIONNER-CLIENT.
           ADD 1 TO WS-NB-CLIENTS
           ADD WS-SOLDE TO WS-TOTAL-ENCOURS
           MOVE SPACES TO WS-MOTIF

           IF WS-SOLDE > WS-SEUIL
               SET MOTIF-SEUIL TO TRUE
           ELSE
               COMPUTE WS-ALEA =
                   FUNCTION MOD(WS-ALEA * 16807, WS-MODULE-ALEA)
      * RETENU SI ALEA / MODULE < RESTE A TIRER / RESTE A EXAMINER
               COMPUTE WS-TIRAGE-GAUCHE =
                   WS-ALEA * (WS-POPULATION - WS-POP-VUS)
               COMPUTE WS-TIRAGE-DROITE =
                   (WS-TAILLE - WS-POP-TIRES) * WS-MODULE-ALEA
               IF WS-POP-TIRES < WS-TAILLE
                   IF WS-POP-VUS >= WS-POPULATION
                      OR WS-TIRAGE-GAUCHE < WS-TIRAGE-DROITE
                       SET MOTIF-ECHANT TO TRUE
                       ADD 1 TO WS-POP-TIRES
                   END-IF
               END-IF
               ADD 1 TO WS-POP-VUS
           END-IF
           .

      ******************************************************************
      * COURRIER DE CONFIRMATION ET LIGNE DU REGISTRE DE CONTROLE
      ******************************************************************
       EMETTRE-CONFIRMATION.
           ADD 1 TO WS-NB-LETTRES
           IF MOTIF-SEUIL
               ADD 1 TO WS-NB-SEUIL
           ELSE
               ADD 1 TO WS-NB-ECHANT
           END-IF
           ADD WS-SOLDE TO WS-TOTAL-CONFIRME

           PERFORM FORMATER-DATES-LETTRE
           PERFORM ECRIRE-LETTRE
           PERFORM ECRIRE-LIGNE-REGISTRE
           .

      * DATE DU COURRIER ET DATE D'ARRETE DANS LA LANGUE DE L'ETAT DU
      * CLIENT, PAR LE MEME SOUS-PROGRAMME DATEFMT QUE RELANCE
       FORMATER-DATES-LETTRE.
           MOVE WS-STATE TO WS-LOCALE-ETAT
           MOVE SPACES TO WS-DATE-IN
           CALL 'DATEFMT' USING BY REFERENCE WS-DATE-IN
                                BY REFERENCE WS-LOCALE-ETAT
                                BY REFERENCE WS-DATE-FORMATEE

           MOVE WS-ARRETE-AAAAMMJJ TO WS-DATE-IN
           CALL 'DATEFMT' USING BY REFERENCE WS-DATE-IN
                                BY REFERENCE WS-LOCALE-ETAT
                                BY REFERENCE WS-DATE-ARRETE-FMT
           .

       ECRIRE-LETTRE.
           MOVE LIGNE-CADRE-HAUT TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-NB-LETTRES TO LT-REF
           MOVE LIGNE-TITRE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-COMPANY TO LC-COMPANY
           MOVE LIGNE-COMPANY TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-ADDRESS (1:40) TO LA-ADDRESS
           MOVE LIGNE-ADRESSE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-CITY TO LV-CITY
           MOVE WS-STATE TO LV-STATE
           MOVE WS-ZIP TO LV-ZIP
           MOVE LIGNE-VILLE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-DATE-FORMATEE TO LD-DATE
           MOVE LIGNE-DATE-LETTRE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE SPACES TO LX-TEXTE
           STRING 'A LA DEMANDE DE NOS COMMISSAIRES AUX COMPTES, '
                  'NOUS VOUS PRIONS DE BIEN VOULOIR CONFIRMER LE '
                  'SOLDE DE'
               DELIMITED BY SIZE INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE SPACES TO LX-TEXTE
           STRING 'VOTRE COMPTE DANS NOS LIVRES AU ' DELIMITED BY SIZE
                  WS-DATE-ARRETE-FMT DELIMITED BY '  '
                  ', TEL QUE DETAILLE CI-DESSOUS. ' DELIMITED BY SIZE
                  'CE COURRIER N''EST PAS UNE DEMANDE DE PAIEMENT.'
                  DELIMITED BY SIZE
               INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE LIGNE-ENTETE-PIECES TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           PERFORM ECRIRE-PIECES-OUVERTES

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE WS-SOLDE TO LS-SOLDE
           MOVE LIGNE-SOLDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE SPACES TO LX-TEXTE
           STRING 'MERCI DE COMPLETER, SIGNER ET RETOURNER CE '
                  'COURRIER DIRECTEMENT A NOS COMMISSAIRES AUX COMPTES.'
               DELIMITED BY SIZE INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE SPACES TO LX-TEXTE
           STRING '[ ] SOLDE CONFIRME        [ ] SOLDE CONTESTE - '
                  'SOLDE SELON VOS LIVRES : ____________________ USD'
               DELIMITED BY SIZE INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE SPACES TO LX-TEXTE
           STRING 'EXPLICATION DE L''ECART : '
                  '____________________________________________________'
                  '__________________________'
               DELIMITED BY SIZE INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE SPACES TO LX-TEXTE
           STRING 'DATE : ____________    NOM ET FONCTION : '
                  '____________________    SIGNATURE ET CACHET : '
                  '____________'
               DELIMITED BY SIZE INTO LX-TEXTE
           PERFORM ECRIRE-LIGNE-TEXTE

           MOVE LIGNE-CADRE-BAS TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE

           MOVE LIGNE-VIDE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE
           .

      * DETAIL DES COMMANDES OUVERTES A L'ARRETE ; UN DETAIL QUI NE
      * REDONNE PAS LE SOLDE DU CURSEUR EST SIGNALE A L'EXPLOITATION
       ECRIRE-PIECES-OUVERTES.
           MOVE ZERO TO WS-TOTAL-PIECES
           MOVE WS-C-NO TO STAT-C-NO
           EXEC SQL
               OPEN CPIECES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PIECE
           PERFORM UNTIL SQLCODE = +100
               MOVE STAT-O-NO TO LP-O-NO
               MOVE WS-O-DATE TO LP-O-DATE
               MOVE WS-ECHEANCE TO LP-ECHEANCE
               MOVE STAT-O-TOTAL TO LP-MONTANT
               MOVE WS-REGLE-ARRETE TO LP-REGLE
               MOVE WS-RESTE-DU TO LP-RESTE
               MOVE LIGNE-PIECE TO LETTRE-RECORD
               PERFORM ECRIRE-LIGNE-LETTRE
               ADD WS-RESTE-DU TO WS-TOTAL-PIECES
               PERFORM FETCH-PIECE
           END-PERFORM

           EXEC SQL
               CLOSE CPIECES
           END-EXEC

           IF WS-TOTAL-PIECES NOT = WS-SOLDE
               MOVE WS-C-NO TO ED-C-NO
               DISPLAY 'DETAIL DIFFERENT DU SOLDE - CLIENT ' ED-C-NO
           END-IF
           .

       FETCH-PIECE.
           MOVE SPACES TO WS-O-DATE WS-ECHEANCE
           EXEC SQL
               FETCH CPIECES
               INTO :STAT-O-NO, :WS-O-DATE, :WS-ECHEANCE,
                    :STAT-O-TOTAL, :WS-REGLE-ARRETE, :WS-RESTE-DU
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       ECRIRE-LIGNE-TEXTE.
           MOVE LIGNE-TEXTE TO LETTRE-RECORD
           PERFORM ECRIRE-LIGNE-LETTRE
           .

       ECRIRE-LIGNE-LETTRE.
           WRITE LETTRE-RECORD
           IF WS-LETTRES-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE CONFLET : ', WS-LETTRES-STATUS
               PERFORM ABEND-PROG
           END-IF
           .

      ******************************************************************
      * REGISTRE DE CONTROLE : UNE LIGNE PAR LETTRE, AVEC LES COLONNES
      * LAISSEES EN BLANC POUR LA DATE DE RETOUR, L'ACCORD, LE SOLDE
      * CONFIRME PAR LE CLIENT, L'ECART ET LE VISA DE L'AUDITEUR
      ******************************************************************
       OUVRIR-PAGE-REGISTRE.
           ADD 1 TO WS-PAGE-REGISTRE
           MOVE ZERO TO WS-LIGNES-SUR-PAGE
           MOVE WS-PAGE-REGISTRE TO ED-PAGE
           MOVE WS-GRAINE TO ED-GRAINE

           MOVE SPACES TO ENR-REGCONF
           MOVE '1' TO REGCONF-ASA
           STRING 'REGISTRE DES CONFIRMATIONS DE SOLDE - ARRETE AU '
                  WS-ARRETE
                  '   EDITE LE ' WS-DATE-RUN-ISO
                  '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO REGCONF-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE WS-SEUIL TO ED-TOTAL
           MOVE WS-TAILLE TO ED-NB
           MOVE SPACES TO ENR-REGCONF
           STRING 'SEUIL ' ED-TOTAL
                  '   GRAINE ' ED-GRAINE
                  '   ECHANTILLON DEMANDE ' ED-NB
               DELIMITED BY SIZE INTO REGCONF-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE SPACES TO ENR-REGCONF
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE SPACES TO ENR-REGCONF
           MOVE 'REF. CLIENT RAISON SOCIALE' TO REGCONF-LIGNE
           MOVE 'ET' TO REGCONF-LIGNE (38:)
           MOVE 'SOLDE ARRETE' TO REGCONF-LIGNE (40:)
           MOVE 'MOTIF' TO REGCONF-LIGNE (53:)
           MOVE 'RETOUR LE' TO REGCONF-LIGNE (60:)
           MOVE 'O/N' TO REGCONF-LIGNE (71:)
           MOVE 'SOLDE CONFIRME' TO REGCONF-LIGNE (75:)
           MOVE 'ECART' TO REGCONF-LIGNE (90:)
           MOVE 'VISA' TO REGCONF-LIGNE (104:)
           MOVE 'OBSERVATIONS' TO REGCONF-LIGNE (113:)
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 4 TO WS-LIGNES-SUR-PAGE
           .

       ECRIRE-LIGNE-REGISTRE.
           MOVE WS-NB-LETTRES TO ED-REF
           MOVE WS-C-NO TO ED-C-NO
           MOVE WS-SOLDE TO ED-MONTANT

           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING ED-REF ' ' ED-C-NO '   ' WS-COMPANY (1:24)
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           MOVE WS-STATE TO WS-LIGNE-IMPRESSION (38:)
           MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (41:)
           MOVE WS-MOTIF TO WS-LIGNE-IMPRESSION (53:)
           MOVE '__________' TO WS-LIGNE-IMPRESSION (60:)
           MOVE '___' TO WS-LIGNE-IMPRESSION (71:)
           MOVE '_____________' TO WS-LIGNE-IMPRESSION (75:)
           MOVE '_____________' TO WS-LIGNE-IMPRESSION (90:)
           MOVE '________' TO WS-LIGNE-IMPRESSION (104:)
           MOVE '____________________' TO WS-LIGNE-IMPRESSION (113:)
           PERFORM ECRIRE-LIGNE-DETAIL

      * INTERLIGNE POUR LAISSER LA PLACE D'ANNOTER A LA MAIN
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL
           .

      * TOTAUX DU REGISTRE : NOMBRE DE LETTRES PAR MOTIF, TAILLE DE LA
      * POPULATION TIREE ET COUVERTURE DE L'ENCOURS CLIENTS
       EDITER-TOTAUX-REGISTRE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE WS-NB-LETTRES TO ED-NB
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'LETTRES EMISES : ' ED-NB
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE WS-NB-SEUIL TO ED-NB
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING '  DONT SOLDES AU-DESSUS DU SEUIL      : ' ED-NB
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE WS-NB-ECHANT TO ED-NB
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           MOVE WS-POPULATION TO ED-POP
           STRING '  DONT ECHANTILLON                    : ' ED-NB
                  ' TIRES SUR ' ED-POP ' CLIENTS SOUS LE SEUIL'
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE WS-TOTAL-CONFIRME TO ED-TOTAL
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'SOLDES SOUMIS A CONFIRMATION          : ' ED-TOTAL
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE WS-TOTAL-ENCOURS TO ED-TOTAL
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'ENCOURS CLIENTS DEBITEURS A L''ARRETE : ' ED-TOTAL
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL

           MOVE ZERO TO WS-COUVERTURE
           IF WS-TOTAL-ENCOURS > ZERO
               COMPUTE WS-COUVERTURE ROUNDED =
                   WS-TOTAL-CONFIRME * 100 / WS-TOTAL-ENCOURS
           END-IF
           MOVE WS-COUVERTURE TO ED-POURCENT
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'COUVERTURE DE L''ENCOURS               : '
                  ED-POURCENT ' %'
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-DETAIL
           .

       ECRIRE-LIGNE-DETAIL.
           IF WS-LIGNES-SUR-PAGE >= WS-LIGNES-PAGE
               PERFORM OUVRIR-PAGE-REGISTRE
           END-IF
           MOVE ' ' TO REGCONF-ASA
           MOVE WS-LIGNE-IMPRESSION TO REGCONF-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 1 TO WS-LIGNES-SUR-PAGE
           .

       ECRIRE-LIGNE-PHYSIQUE.
           WRITE ENR-REGCONF
           IF WS-REGCONF-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE REGCONF : ', WS-REGCONF-STATUS
               PERFORM ABEND-PROG
           END-IF
           MOVE ' ' TO REGCONF-ASA
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
