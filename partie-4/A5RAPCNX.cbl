       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5RAPCNX.

      * RAPPORT QUOTIDIEN DES CONNEXIONS ET VIOLATIONS DE SECURITE
      * DES ECRANS A5, A PARTIR DE L'EXTRACTION DE LA JOURNEE DE LA
      * TD QUEUE 'CNXJ' (TENTATIVES DE CONNEXION SUR A5CNX ET REFUS
      * D'HABILITATION RENDUS PAR A5HABIL). LE RAPPORT LISTE :
      *   - LES COMPTES VERROUILLES DANS LA JOURNEE APRES TROP
      *     D'ECHECS ;
      *   - LES TERMINAUX AYANT ECHOUE SUR PLUSIEURS COMPTES
      *     DIFFERENTS (AU MOINS LE SEUIL SAISI), AVEC LES COMPTES ;
      *   - LES CONNEXIONS REUSSIES HORS DES HEURES OUVRABLES OU LE
      *     SAMEDI ET LE DIMANCHE ;
      *   - LES REFUS D'HABILITATION DES ECRANS AVAL, RATTACHES AU
      *     COMPTE DE LA DERNIERE CONNEXION REUSSIE DU TERMINAL ;
      *   - LES COMPTES ACTIFS DE A5EMPK SANS CONNEXION DEPUIS LE
      *     NOMBRE DE JOURS SAISI, A DESACTIVER PAR A5ADMIN (ACTION X).
      * LA DATE DE DERNIERE CONNEXION DE CHAQUE COMPTE EST TENUE
      * DANS UN HISTORIQUE EN GENERATION SUIVANTE (CNXHISI EN
      * ENTREE, CNXHISO EN SORTIE) ; UN COMPTE ABSENT DE L'HISTORIQUE
      * (PREMIER PASSAGE OU COMPTE NOUVEAU) Y ENTRE AVEC LA DATE DU
      * JOUR COMME DATE DE PREMIERE VUE, DONT PART LE DELAI DE
      * DORMANCE TANT QU'IL NE S'EST JAMAIS CONNECTE.
      * SYSIN (CHAQUE CARTE PEUT ETRE A BLANC) : DEBUT DES HEURES
      * OUVRABLES HHMM (0700 PAR DEFAUT), FIN HHMM (2000), NOMBRE DE
      * COMPTES EN ECHEC PAR TERMINAL A SIGNALER (3), NOMBRE DE JOURS
      * SANS CONNEXION D'UN COMPTE DORMANT (90)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-CNX ASSIGN TO CNXJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CNXJRN.

           SELECT EMPK ASSIGN FEMPK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-EMPK
           FILE STATUS IS FS-EMPK.

           SELECT HISTORIQUE-ANCIEN ASSIGN TO CNXHISI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CNXHISI.

           SELECT HISTORIQUE-NOUVEAU ASSIGN TO CNXHISO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CNXHISO.

           SELECT RAPPORT-CNX ASSIGN TO RAPCNX
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPCNX.

       DATA DIVISION.
       FILE SECTION.
      * EXTRACTION DE LA TD QUEUE 'CNXJ', DANS L'ORDRE D'ECRITURE
       FD JOURNAL-CNX
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY A5CNXJ.

      * COMPTE DE CONNEXION, MEME DESSIN QUE DANS A5CNX (79 OCTETS)
       FD EMPK.
       01 ENR-EMPK.
           05 ID-EMPK          PIC X(5).
           05 NOM-EMPK         PIC X(15).
           05 PREN-EMPK        PIC X(15).
           05 CP-EMPK          PIC X(5).
           05 VILLE-EMPK       PIC X(20).
           05 SAL-EMPK         PIC 9(5)V99.
           05 ECHECS-EMPK      PIC 9.
           05 VERROU-EMPK      PIC X.
               88 COMPTE-VERROUILLE VALUE 'O'.
           05 FILLER           PIC X(1).
           05 ROLE-EMPK        PIC X.
           05 DATE-MDP-EMPK    PIC X(8).

      * DERNIERE CONNEXION REUSSIE PAR COMPTE (AAAAMMJJ, A BLANC SI
      * JAMAIS CONNECTE) ET DATE DE PREMIERE VUE DU COMPTE
       FD HISTORIQUE-ANCIEN
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01 ENR-CNXHISI.
           05 CHI-COMPTE        PIC X(5).
           05 CHI-DERNIERE      PIC X(8).
           05 CHI-PREMIERE      PIC X(8).

       FD HISTORIQUE-NOUVEAU
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01 ENR-CNXHISO.
           05 CHO-COMPTE        PIC X(5).
           05 CHO-DERNIERE      PIC X(8).
           05 CHO-PREMIERE      PIC X(8).

       FD RAPPORT-CNX.
       01 ENR-RAPCNX            PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-CNXJRN         PIC 99.
       77 FS-EMPK           PIC 99.
       77 FS-CNXHISI        PIC 99.
       77 FS-CNXHISO        PIC 99.
       77 FS-RAPCNX         PIC 99.
       77 WS-FIN-FICHIER    PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN
       77 WS-CARTE-SAISIE   PIC X(4) VALUE SPACES.
       77 WS-HEURE-DEBUT    PIC 9(4) VALUE 0700.
       77 WS-HEURE-FIN      PIC 9(4) VALUE 2000.
       77 WS-SEUIL-COMPTES  PIC 9(4) VALUE 3.
       77 WS-JOURS-DORMANCE PIC 9(4) VALUE 90.

      * EVENEMENTS DE LA JOURNEE, DANS L'ORDRE DU JOURNAL ; LE COMPTE
      * D'UN REFUS D'HABILITATION EST COMPLETE AU CHARGEMENT
       01 TAB-EVENEMENTS.
           05 NB-EVENEMENTS     PIC 9(5) VALUE ZERO.
           05 EVENEMENT OCCURS 9999 TIMES INDEXED BY IDX-EV.
               10 EV-COMPTE         PIC X(5).
               10 EV-USERID         PIC X(8).
               10 EV-TERMINAL       PIC X(4).
               10 EV-DATE           PIC X(8).
               10 EV-HEURE          PIC 9(6).
               10 EV-TRANS          PIC X(4).
               10 EV-RESULTAT       PIC X(1).
               10 EV-ROLE           PIC X(1).
               10 EV-ACTION         PIC X(1).
               10 EV-DETAIL         PIC X(20).
       77 WS-MAX-EVENEMENTS PIC 9(5) VALUE 9999.

      * DERNIER COMPTE CONNECTE AVEC SUCCES SUR CHAQUE TERMINAL
       01 TAB-TERMINAUX.
           05 NB-TERMINAUX      PIC 9(4) VALUE ZERO.
           05 TERMINAL-CNX OCCURS 1000 TIMES INDEXED BY IDX-TM.
               10 TM-TERMINAL       PIC X(4).
               10 TM-COMPTE         PIC X(5).
       77 WS-MAX-TERMINAUX  PIC 9(4) VALUE 1000.

      * COUPLES (TERMINAL, COMPTE) DISTINCTS EN ECHEC DE CONNEXION
       01 TAB-ECHECS.
           05 NB-ECHECS         PIC 9(4) VALUE ZERO.
           05 ECHEC-CNX OCCURS 2000 TIMES INDEXED BY IDX-EC IDX-EC2.
               10 EC-TERMINAL       PIC X(4).
               10 EC-COMPTE         PIC X(5).
               10 EC-NB             PIC 9(4).
               10 EC-EDITE          PIC X(1).
       77 WS-MAX-ECHECS     PIC 9(4) VALUE 2000.

      * HISTORIQUE DES CONNEXIONS, MIS A JOUR PAR LA JOURNEE
       01 TAB-HISTORIQUE.
           05 NB-HISTO          PIC 9(5) VALUE ZERO.
           05 HISTO-CNX OCCURS 5000 TIMES INDEXED BY IDX-HI.
               10 HI-COMPTE         PIC X(5).
               10 HI-DERNIERE       PIC X(8).
               10 HI-PREMIERE       PIC X(8).
       77 WS-MAX-HISTO      PIC 9(5) VALUE 5000.

       77 WS-TROUVE         PIC X VALUE 'N'.
       77 WS-NB-COMPTES-TM  PIC 9(4).

      * DATES ET HEURES
       77 WS-DATE-JOUR      PIC X(8).
       77 WS-DATE-EDIT      PIC X(10).
       77 WS-DATE-CNX-EDIT  PIC X(10).
       77 WS-HEURE-EDIT     PIC X(8).
       77 WS-DATE-NUM       PIC 9(8).
       77 WS-JOUR-INT       PIC 9(7).
       77 WS-JOUR-SEMAINE   PIC 9.
       77 WS-HHMM           PIC 9(4).
       77 WS-SIECLE-AN      PIC 9(3).
       77 WS-QUANTIEME      PIC 9(3).
       77 WS-DATE-QUANT     PIC 9(7).
       77 WS-DATE-LIMITE    PIC X(8).
       77 WS-DATE-REF       PIC X(8).
       77 WS-MOTIF          PIC X(12).

      * COMPTEURS DU RAPPORT
       77 WS-NB-SUCCES      PIC 9(5) VALUE ZERO.
       77 WS-NB-ECHECS-CNX  PIC 9(5) VALUE ZERO.
       77 WS-NB-VERROUS     PIC 9(5) VALUE ZERO.
       77 WS-NB-TERM-SUSP   PIC 9(5) VALUE ZERO.
       77 WS-NB-HORS-HEURES PIC 9(5) VALUE ZERO.
       77 WS-NB-REFUS       PIC 9(5) VALUE ZERO.
       77 WS-NB-DORMANTS    PIC 9(5) VALUE ZERO.
       77 WS-NB-COMPTES     PIC 9(5) VALUE ZERO.
       77 WS-NB-EDIT        PIC ZZZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== A5RAPCNX - CONNEXIONS ET SECURITE A5 ==='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-NUM
           STRING WS-DATE-JOUR (7:2) '/' WS-DATE-JOUR (5:2) '/'
                  WS-DATE-JOUR (1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           END-STRING

           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-HISTORIQUE
           PERFORM CHARGER-JOURNAL

           OPEN OUTPUT RAPPORT-CNX
           IF FS-RAPCNX NOT = ZERO
               DISPLAY 'ERR OPEN RAPCNX - FS : ' FS-RAPCNX
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-ENTETE
           PERFORM EDITER-VERROUILLAGES
           PERFORM EDITER-TERMINAUX-SUSPECTS
           PERFORM EDITER-HORS-HEURES
           PERFORM EDITER-REFUS-HABILITATION
           PERFORM EDITER-COMPTES-DORMANTS
           PERFORM ECRIRE-RECAPITULATION

           CLOSE RAPPORT-CNX

           DISPLAY 'EVENEMENTS LUS      : ' NB-EVENEMENTS
           DISPLAY 'COMPTES VERROUILLES : ' WS-NB-VERROUS
           DISPLAY 'TERMINAUX SUSPECTS  : ' WS-NB-TERM-SUSP
           DISPLAY 'HORS HEURES         : ' WS-NB-HORS-HEURES
           DISPLAY 'REFUS D HABILITATION: ' WS-NB-REFUS
           DISPLAY 'COMPTES DORMANTS    : ' WS-NB-DORMANTS

           DISPLAY '=== FIN A5RAPCNX ==='
           GOBACK.

      * UNE CARTE A BLANC OU NON NUMERIQUE GARDE LA VALEUR PAR DEFAUT
       LIRE-PARAMETRES.
           MOVE SPACES TO WS-CARTE-SAISIE
           ACCEPT WS-CARTE-SAISIE FROM SYSIN
           IF WS-CARTE-SAISIE IS NUMERIC
               MOVE WS-CARTE-SAISIE TO WS-HEURE-DEBUT
           END-IF
           MOVE SPACES TO WS-CARTE-SAISIE
           ACCEPT WS-CARTE-SAISIE FROM SYSIN
           IF WS-CARTE-SAISIE IS NUMERIC
               MOVE WS-CARTE-SAISIE TO WS-HEURE-FIN
           END-IF
           IF WS-HEURE-DEBUT > 2359 OR WS-HEURE-FIN > 2400
              OR WS-HEURE-DEBUT >= WS-HEURE-FIN
               DISPLAY 'HEURES OUVRABLES INVALIDES : ' WS-HEURE-DEBUT
                       ' - ' WS-HEURE-FIN ' - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO WS-CARTE-SAISIE
           ACCEPT WS-CARTE-SAISIE FROM SYSIN
           IF WS-CARTE-SAISIE NOT = SPACES
               COMPUTE WS-SEUIL-COMPTES =
                   FUNCTION NUMVAL(WS-CARTE-SAISIE)
               IF WS-SEUIL-COMPTES < 2
                   MOVE 3 TO WS-SEUIL-COMPTES
               END-IF
           END-IF

           MOVE SPACES TO WS-CARTE-SAISIE
           ACCEPT WS-CARTE-SAISIE FROM SYSIN
           IF WS-CARTE-SAISIE NOT = SPACES
               COMPUTE WS-JOURS-DORMANCE =
                   FUNCTION NUMVAL(WS-CARTE-SAISIE)
               IF WS-JOURS-DORMANCE = ZERO
                   MOVE 90 TO WS-JOURS-DORMANCE
               END-IF
           END-IF

      * UN COMPTE EST DORMANT SI SA DATE DE REFERENCE EST ANTERIEURE
      * A CETTE LIMITE
           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-JOURS-DORMANCE
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-JOUR-INT)
           MOVE WS-DATE-NUM TO WS-DATE-LIMITE
           MOVE WS-DATE-JOUR TO WS-DATE-NUM

           DISPLAY 'HEURES OUVRABLES ' WS-HEURE-DEBUT ' A '
                   WS-HEURE-FIN ' - SEUIL TERMINAL ' WS-SEUIL-COMPTES
                   ' COMPTES - DORMANCE ' WS-JOURS-DORMANCE ' JOURS'
           .

      * L'HISTORIQUE PRECEDENT PEUT MANQUER AU PREMIER PASSAGE
       CHARGER-HISTORIQUE.
           OPEN INPUT HISTORIQUE-ANCIEN
           IF FS-CNXHISI = ZERO
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ HISTORIQUE-ANCIEN
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           IF NB-HISTO >= WS-MAX-HISTO
                               DISPLAY 'HISTORIQUE SATURE ('
                                       WS-MAX-HISTO ')'
                               PERFORM ABEND-PROG
                           END-IF
                           ADD 1 TO NB-HISTO
                           MOVE CHI-COMPTE TO HI-COMPTE(NB-HISTO)
                           MOVE CHI-DERNIERE TO HI-DERNIERE(NB-HISTO)
                           MOVE CHI-PREMIERE TO HI-PREMIERE(NB-HISTO)
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-ANCIEN
           ELSE
               DISPLAY 'PAS D ANCIEN HISTORIQUE (FS=' FS-CNXHISI
                       ') - PREMIERE MISE EN SERVICE'
           END-IF
           .

      * LE JOURNAL EST LU DANS L'ORDRE D'ECRITURE : LE DERNIER COMPTE
      * CONNECTE SUR UN TERMINAL EST CELUI QUI EST A L'ORIGINE DES
      * REFUS D'HABILITATION QUI SUIVENT SUR CE TERMINAL
       CHARGER-JOURNAL.
           OPEN INPUT JOURNAL-CNX
           IF FS-CNXJRN NOT = ZERO
               DISPLAY 'ERR OPEN CNXJRN - FS : ' FS-CNXJRN
               PERFORM ABEND-PROG
           END-IF

           MOVE ZERO TO WS-FIN-FICHIER
           PERFORM UNTIL WS-FIN-FICHIER = 1
               READ JOURNAL-CNX
                   AT END
                       MOVE 1 TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM CHARGER-EVENEMENT
               END-READ
           END-PERFORM

           IF FS-CNXJRN NOT = 10
               DISPLAY 'ERR READ CNXJRN - FS : ' FS-CNXJRN
               PERFORM ABEND-PROG
           END-IF
           CLOSE JOURNAL-CNX
           .

       CHARGER-EVENEMENT.
           IF NB-EVENEMENTS >= WS-MAX-EVENEMENTS
               DISPLAY 'TABLE DES EVENEMENTS SATUREE ('
                       WS-MAX-EVENEMENTS ')'
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO NB-EVENEMENTS
           SET IDX-EV TO NB-EVENEMENTS
           MOVE CNJ-COMPTE TO EV-COMPTE(IDX-EV)
           MOVE CNJ-USERID TO EV-USERID(IDX-EV)
           MOVE CNJ-TERMINAL TO EV-TERMINAL(IDX-EV)
           MOVE CNJ-HEURE TO EV-HEURE(IDX-EV)
           MOVE CNJ-TRANS TO EV-TRANS(IDX-EV)
           MOVE CNJ-RESULTAT TO EV-RESULTAT(IDX-EV)
           MOVE CNJ-ROLE TO EV-ROLE(IDX-EV)
           MOVE CNJ-ACTION TO EV-ACTION(IDX-EV)
           MOVE CNJ-DETAIL TO EV-DETAIL(IDX-EV)

      * DATE CICS 0CYYDDD CONVERTIE EN AAAAMMJJ
           DIVIDE CNJ-DATE BY 1000 GIVING WS-SIECLE-AN
               REMAINDER WS-QUANTIEME
           COMPUTE WS-DATE-QUANT =
               (1900 + WS-SIECLE-AN) * 1000 + WS-QUANTIEME
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(WS-DATE-QUANT))
           MOVE WS-DATE-NUM TO EV-DATE(IDX-EV)

           EVALUATE TRUE
               WHEN CNJ-SUCCES
                   ADD 1 TO WS-NB-SUCCES
                   PERFORM MEMORISER-TERMINAL
                   PERFORM MEMORISER-CONNEXION
               WHEN CNJ-ECHEC
                   ADD 1 TO WS-NB-ECHECS-CNX
                   PERFORM CUMULER-ECHEC
               WHEN CNJ-REFUS-HABIL
                   PERFORM RETROUVER-COMPTE-TERMINAL
           END-EVALUATE
           .

       MEMORISER-TERMINAL.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING IDX-TM FROM 1 BY 1
               UNTIL IDX-TM > NB-TERMINAUX OR WS-TROUVE = 'O'
               IF TM-TERMINAL(IDX-TM) = CNJ-TERMINAL
                   MOVE CNJ-COMPTE TO TM-COMPTE(IDX-TM)
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'N'
               IF NB-TERMINAUX >= WS-MAX-TERMINAUX
                   DISPLAY 'TABLE DES TERMINAUX SATUREE ('
                           WS-MAX-TERMINAUX ')'
                   PERFORM ABEND-PROG
               END-IF
               ADD 1 TO NB-TERMINAUX
               MOVE CNJ-TERMINAL TO TM-TERMINAL(NB-TERMINAUX)
               MOVE CNJ-COMPTE TO TM-COMPTE(NB-TERMINAUX)
           END-IF
           .

       RETROUVER-COMPTE-TERMINAL.
           MOVE SPACES TO EV-COMPTE(IDX-EV)
           PERFORM VARYING IDX-TM FROM 1 BY 1
               UNTIL IDX-TM > NB-TERMINAUX
               IF TM-TERMINAL(IDX-TM) = CNJ-TERMINAL
                   MOVE TM-COMPTE(IDX-TM) TO EV-COMPTE(IDX-EV)
               END-IF
           END-PERFORM
           .

      * DATE DE DERNIERE CONNEXION REUSSIE DANS L'HISTORIQUE ; UN
      * COMPTE QUI N'Y EST PAS ENCORE Y SERA AJOUTE AU PASSAGE SUR
      * A5EMPK
       MEMORISER-CONNEXION.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING IDX-HI FROM 1 BY 1
               UNTIL IDX-HI > NB-HISTO OR WS-TROUVE = 'O'
               IF HI-COMPTE(IDX-HI) = CNJ-COMPTE
                   MOVE 'O' TO WS-TROUVE
                   IF HI-DERNIERE(IDX-HI) = SPACES
                      OR HI-DERNIERE(IDX-HI) < EV-DATE(IDX-EV)
                       MOVE EV-DATE(IDX-EV) TO HI-DERNIERE(IDX-HI)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'N'
               IF NB-HISTO >= WS-MAX-HISTO
                   DISPLAY 'HISTORIQUE SATURE (' WS-MAX-HISTO ')'
                   PERFORM ABEND-PROG
               END-IF
               ADD 1 TO NB-HISTO
               MOVE CNJ-COMPTE TO HI-COMPTE(NB-HISTO)
               MOVE EV-DATE(IDX-EV) TO HI-DERNIERE(NB-HISTO)
               MOVE EV-DATE(IDX-EV) TO HI-PREMIERE(NB-HISTO)
           END-IF
           .

       CUMULER-ECHEC.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING IDX-EC FROM 1 BY 1
               UNTIL IDX-EC > NB-ECHECS OR WS-TROUVE = 'O'
               IF EC-TERMINAL(IDX-EC) = CNJ-TERMINAL
                  AND EC-COMPTE(IDX-EC) = CNJ-COMPTE
                   ADD 1 TO EC-NB(IDX-EC)
                   MOVE 'O' TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE = 'N'
               IF NB-ECHECS >= WS-MAX-ECHECS
                   DISPLAY 'TABLE DES ECHECS SATUREE ('
                           WS-MAX-ECHECS ')'
                   PERFORM ABEND-PROG
               END-IF
               ADD 1 TO NB-ECHECS
               MOVE CNJ-TERMINAL TO EC-TERMINAL(NB-ECHECS)
               MOVE CNJ-COMPTE TO EC-COMPTE(NB-ECHECS)
               MOVE 1 TO EC-NB(NB-ECHECS)
               MOVE 'N' TO EC-EDITE(NB-ECHECS)
           END-IF
           .

       ECRIRE-ENTETE.
           MOVE SPACES TO ENR-RAPCNX
           STRING 'CONNEXIONS ET SECURITE DES ECRANS A5 - RAPPORT DU '
                  WS-DATE-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '=' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE
           .

       ECRIRE-TITRE.
           MOVE SPACES TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE
           PERFORM ECRIRE-LIGNE
           .

       EDITER-VERROUILLAGES.
           PERFORM ECRIRE-TITRE
           STRING 'COMPTES VERROUILLES APRES TROP D''ECHECS'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-EV FROM 1 BY 1
               UNTIL IDX-EV > NB-EVENEMENTS
               IF EV-RESULTAT(IDX-EV) = 'V'
                   ADD 1 TO WS-NB-VERROUS
                   PERFORM EDITER-DATE-HEURE
                   MOVE SPACES TO ENR-RAPCNX
                   STRING '    COMPTE ' EV-COMPTE(IDX-EV)
                          '  LE ' WS-DATE-CNX-EDIT
                          ' A ' WS-HEURE-EDIT
                          '  TERMINAL ' EV-TERMINAL(IDX-EV)
                          '  USERID ' EV-USERID(IDX-EV)
                       DELIMITED BY SIZE INTO ENR-RAPCNX
                   END-STRING
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM
           IF WS-NB-VERROUS = ZERO
               MOVE SPACES TO ENR-RAPCNX
               STRING '    AUCUN' DELIMITED BY SIZE INTO ENR-RAPCNX
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF
           .

      * UN TERMINAL EST SIGNALE S'IL A ECHOUE SUR AU MOINS LE SEUIL
      * DE COMPTES DIFFERENTS ; SES COMPTES SONT LISTES UNE FOIS
       EDITER-TERMINAUX-SUSPECTS.
           PERFORM ECRIRE-TITRE
           MOVE WS-SEUIL-COMPTES TO WS-NB-EDIT
           STRING 'TERMINAUX EN ECHEC SUR PLUSIEURS COMPTES (SEUIL '
                  WS-NB-EDIT ')'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-EC FROM 1 BY 1
               UNTIL IDX-EC > NB-ECHECS
               IF EC-EDITE(IDX-EC) = 'N'
                   MOVE ZERO TO WS-NB-COMPTES-TM
                   PERFORM VARYING IDX-EC2 FROM IDX-EC BY 1
                       UNTIL IDX-EC2 > NB-ECHECS
                       IF EC-TERMINAL(IDX-EC2) = EC-TERMINAL(IDX-EC)
                           ADD 1 TO WS-NB-COMPTES-TM
                       END-IF
                   END-PERFORM
                   IF WS-NB-COMPTES-TM >= WS-SEUIL-COMPTES
                       PERFORM EDITER-TERMINAL-SUSPECT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-TERM-SUSP = ZERO
               MOVE SPACES TO ENR-RAPCNX
               STRING '    AUCUN' DELIMITED BY SIZE INTO ENR-RAPCNX
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF
           .

       EDITER-TERMINAL-SUSPECT.
           ADD 1 TO WS-NB-TERM-SUSP
           MOVE WS-NB-COMPTES-TM TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    TERMINAL ' EC-TERMINAL(IDX-EC)
                  ' : ' WS-NB-EDIT ' COMPTES EN ECHEC'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           PERFORM VARYING IDX-EC2 FROM IDX-EC BY 1
               UNTIL IDX-EC2 > NB-ECHECS
               IF EC-TERMINAL(IDX-EC2) = EC-TERMINAL(IDX-EC)
                   MOVE 'O' TO EC-EDITE(IDX-EC2)
                   MOVE EC-NB(IDX-EC2) TO WS-NB-EDIT
                   MOVE SPACES TO ENR-RAPCNX
                   STRING '        COMPTE ' EC-COMPTE(IDX-EC2)
                          ' : ' WS-NB-EDIT ' ECHEC(S)'
                       DELIMITED BY SIZE INTO ENR-RAPCNX
                   END-STRING
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM
           .

      * JOUR DE LA SEMAINE PAR LE NUMERO DE JOUR MODULO 7 (LE JOUR 1
      * DU CALENDRIER EST UN LUNDI) : 6 SAMEDI, 0 DIMANCHE
       EDITER-HORS-HEURES.
           PERFORM ECRIRE-TITRE
           STRING 'CONNEXIONS REUSSIES HORS HEURES OUVRABLES ('
                  WS-HEURE-DEBUT ' - ' WS-HEURE-FIN
                  ') OU LE WEEK-END'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-EV FROM 1 BY 1
               UNTIL IDX-EV > NB-EVENEMENTS
               IF EV-RESULTAT(IDX-EV) = 'S'
                   MOVE SPACES TO WS-MOTIF
                   MOVE EV-DATE(IDX-EV) TO WS-DATE-NUM
                   COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM), 7)
                   DIVIDE EV-HEURE(IDX-EV) BY 100 GIVING WS-HHMM
                   EVALUATE TRUE
                       WHEN WS-JOUR-SEMAINE = 6
                           MOVE 'SAMEDI' TO WS-MOTIF
                       WHEN WS-JOUR-SEMAINE = 0
                           MOVE 'DIMANCHE' TO WS-MOTIF
                       WHEN WS-HHMM < WS-HEURE-DEBUT
                         OR WS-HHMM >= WS-HEURE-FIN
                           MOVE 'HORS HEURES' TO WS-MOTIF
                   END-EVALUATE
                   IF WS-MOTIF NOT = SPACES
                       ADD 1 TO WS-NB-HORS-HEURES
                       PERFORM EDITER-DATE-HEURE
                       MOVE SPACES TO ENR-RAPCNX
                       STRING '    COMPTE ' EV-COMPTE(IDX-EV)
                              '  LE ' WS-DATE-CNX-EDIT
                              ' A ' WS-HEURE-EDIT
                              '  TERMINAL ' EV-TERMINAL(IDX-EV)
                              '  ROLE ' EV-ROLE(IDX-EV)
                              '  ' WS-MOTIF
                           DELIMITED BY SIZE INTO ENR-RAPCNX
                       END-STRING
                       PERFORM ECRIRE-LIGNE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DATE-JOUR TO WS-DATE-NUM
           IF WS-NB-HORS-HEURES = ZERO
               MOVE SPACES TO ENR-RAPCNX
               STRING '    AUCUNE' DELIMITED BY SIZE INTO ENR-RAPCNX
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF
           .

       EDITER-REFUS-HABILITATION.
           PERFORM ECRIRE-TITRE
           STRING 'REFUS D''HABILITATION DES ECRANS (COMPTE DE LA '
                  'DERNIERE CONNEXION DU TERMINAL)'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-EV FROM 1 BY 1
               UNTIL IDX-EV > NB-EVENEMENTS
               IF EV-RESULTAT(IDX-EV) = 'D'
                   ADD 1 TO WS-NB-REFUS
                   PERFORM EDITER-DATE-HEURE
                   IF EV-COMPTE(IDX-EV) = SPACES
                       MOVE '?????' TO EV-COMPTE(IDX-EV)
                   END-IF
                   MOVE SPACES TO ENR-RAPCNX
                   STRING '    COMPTE ' EV-COMPTE(IDX-EV)
                          '  LE ' WS-DATE-CNX-EDIT
                          ' A ' WS-HEURE-EDIT
                          '  TERMINAL ' EV-TERMINAL(IDX-EV)
                          '  ' EV-TRANS(IDX-EV)
                          ' ACTION ' EV-ACTION(IDX-EV)
                          ' ROLE ' EV-ROLE(IDX-EV)
                          '  ' EV-DETAIL(IDX-EV)
                       DELIMITED BY SIZE INTO ENR-RAPCNX
                   END-STRING
                   PERFORM ECRIRE-LIGNE
               END-IF
           END-PERFORM
           IF WS-NB-REFUS = ZERO
               MOVE SPACES TO ENR-RAPCNX
               STRING '    AUCUN' DELIMITED BY SIZE INTO ENR-RAPCNX
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF
           .

      * PASSAGE SUR TOUS LES COMPTES DE A5EMPK : LE NOUVEL HISTORIQUE
      * EST ECRIT DANS LE MEME ORDRE ET NE GARDE QUE LES COMPTES
      * EXISTANTS. LES COMPTES DEJA VERROUILLES NE SONT PAS PROPOSES.
       EDITER-COMPTES-DORMANTS.
           PERFORM ECRIRE-TITRE
           MOVE WS-JOURS-DORMANCE TO WS-NB-EDIT
           STRING 'COMPTES SANS CONNEXION DEPUIS ' WS-NB-EDIT
                  ' JOURS - A DESACTIVER PAR A5ADMIN (ACTION X)'
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE

           OPEN INPUT EMPK
           IF FS-EMPK NOT = ZERO
               DISPLAY 'ERR OPEN EMPK - FS : ' FS-EMPK
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT HISTORIQUE-NOUVEAU
           IF FS-CNXHISO NOT = ZERO
               DISPLAY 'ERR OPEN CNXHISO - FS : ' FS-CNXHISO
               PERFORM ABEND-PROG
           END-IF

           PERFORM UNTIL FS-EMPK NOT = ZERO
               READ EMPK NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EXAMINER-COMPTE
               END-READ
           END-PERFORM

           IF FS-EMPK NOT = 10
               DISPLAY 'ERR READ EMPK - FS : ' FS-EMPK
               PERFORM ABEND-PROG
           END-IF
           CLOSE EMPK
           CLOSE HISTORIQUE-NOUVEAU

           IF WS-NB-DORMANTS = ZERO
               MOVE SPACES TO ENR-RAPCNX
               STRING '    AUCUN' DELIMITED BY SIZE INTO ENR-RAPCNX
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF
           .

       EXAMINER-COMPTE.
           ADD 1 TO WS-NB-COMPTES
           MOVE SPACES TO ENR-CNXHISO
           MOVE ID-EMPK TO CHO-COMPTE
           MOVE WS-DATE-JOUR TO CHO-PREMIERE
           SET IDX-HI TO 1
           SEARCH HISTO-CNX
               AT END
                   CONTINUE
               WHEN IDX-HI > NB-HISTO
                   CONTINUE
               WHEN HI-COMPTE(IDX-HI) = ID-EMPK
                   MOVE HI-DERNIERE(IDX-HI) TO CHO-DERNIERE
                   MOVE HI-PREMIERE(IDX-HI) TO CHO-PREMIERE
           END-SEARCH

           WRITE ENR-CNXHISO
           IF FS-CNXHISO NOT = ZERO
               DISPLAY 'ERR WRITE CNXHISO - FS : ' FS-CNXHISO
               PERFORM ABEND-PROG
           END-IF

           IF CHO-DERNIERE = SPACES
               MOVE CHO-PREMIERE TO WS-DATE-REF
           ELSE
               MOVE CHO-DERNIERE TO WS-DATE-REF
           END-IF
           IF NOT COMPTE-VERROUILLE AND WS-DATE-REF < WS-DATE-LIMITE
               ADD 1 TO WS-NB-DORMANTS
               MOVE SPACES TO ENR-RAPCNX
               IF CHO-DERNIERE = SPACES
                   STRING '    COMPTE ' ID-EMPK '  ' NOM-EMPK
                          '  ROLE ' ROLE-EMPK
                          '  JAMAIS CONNECTE (CONNU DEPUIS LE '
                          WS-DATE-REF (7:2) '/' WS-DATE-REF (5:2) '/'
                          WS-DATE-REF (1:4) ')'
                       DELIMITED BY SIZE INTO ENR-RAPCNX
                   END-STRING
               ELSE
                   STRING '    COMPTE ' ID-EMPK '  ' NOM-EMPK
                          '  ROLE ' ROLE-EMPK
                          '  DERNIERE CONNEXION LE '
                          WS-DATE-REF (7:2) '/' WS-DATE-REF (5:2) '/'
                          WS-DATE-REF (1:4)
                       DELIMITED BY SIZE INTO ENR-RAPCNX
                   END-STRING
               END-IF
               PERFORM ECRIRE-LIGNE
           END-IF
           .

       EDITER-DATE-HEURE.
           MOVE SPACES TO WS-DATE-CNX-EDIT WS-HEURE-EDIT
           STRING EV-DATE(IDX-EV) (7:2) '/' EV-DATE(IDX-EV) (5:2) '/'
                  EV-DATE(IDX-EV) (1:4)
               DELIMITED BY SIZE INTO WS-DATE-CNX-EDIT
           END-STRING
           STRING EV-HEURE(IDX-EV) (1:2) ':' EV-HEURE(IDX-EV) (3:2) ':'
                  EV-HEURE(IDX-EV) (5:2)
               DELIMITED BY SIZE INTO WS-HEURE-EDIT
           END-STRING
           .

       ECRIRE-RECAPITULATION.
           PERFORM ECRIRE-TITRE
           STRING 'RECAPITULATION' DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '-' TO ENR-RAPCNX
           PERFORM ECRIRE-LIGNE
           MOVE NB-EVENEMENTS TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    EVENEMENTS DU JOURNAL      : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-SUCCES TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    CONNEXIONS REUSSIES        : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-ECHECS-CNX TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    CONNEXIONS EN ECHEC        : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-VERROUS TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    COMPTES VERROUILLES        : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-TERM-SUSP TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    TERMINAUX SUSPECTS         : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-HORS-HEURES TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    CONNEXIONS HORS HEURES     : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-REFUS TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    REFUS D''HABILITATION       : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-COMPTES TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    COMPTES DE A5EMPK          : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-DORMANTS TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPCNX
           STRING '    DONT DORMANTS A DESACTIVER : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPCNX
           END-STRING
           PERFORM ECRIRE-LIGNE
           .

       ECRIRE-LIGNE.
           WRITE ENR-RAPCNX
           IF FS-RAPCNX NOT = ZERO
               DISPLAY 'ERR WRITE RAPCNX - FS : ' FS-RAPCNX
               PERFORM ABEND-PROG
           END-IF
           MOVE SPACES TO ENR-RAPCNX
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
