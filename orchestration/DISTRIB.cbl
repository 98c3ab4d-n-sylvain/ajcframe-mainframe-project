       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

      * DISTRIBUTION DES LISTINGS DE LA NUIT ET DES TRAITEMENTS DE
      * PERIODE, LANCE EN FIN DE CHAINE : AU LIEU D'IMPRIMER TOUS LES
      * RAPPORTS ET DE TRIER LE PAPIER A LA MAIN, CHAQUE DESTINATAIRE
      * RECOIT UN PAQUET (PQ + CODE DESTINATAIRE) AVEC UNE PAGE DE
      * GARDE, UN SOMMAIRE, PUIS LES RAPPORTS OU SECTIONS DE RAPPORT
      * QUI LUI REVIENNENT.
      * LE FICHIER DE CONTROLE DISTCTL DECRIT :
      *   - PAR RAPPORT ('R') : SON NOM DE FICHIER (RAPCTL, PICKEU,
      *     AGECLI...), S'IL EST ATTENDU CHAQUE NUIT, ET S'IL EST
      *     DECOUPE EN SECTIONS (REGION, DEPOT, SOCIETE, COMMERCIAL)
      *     LE DEBUT DES LIGNES D'EN-TETE DE SECTION ET LA POSITION
      *     DE LA CLE DE SECTION DANS CES LIGNES ;
      *   - PAR DESTINATAIRE ('D') : LE RAPPORT, LA SECTION (A BLANC =
      *     RAPPORT COMPLET) ET LE DESTINATAIRE.
      * LES LIGNES D'UN RAPPORT QUI PRECEDENT SA PREMIERE SECTION
      * (TITRE, DATE) ACCOMPAGNENT CHAQUE SECTION ; LES LIGNES QUI
      * SUIVENT UN EN-TETE DE SECTION LUI APPARTIENNENT JUSQU'A
      * L'EN-TETE SUIVANT.
      * LE JOURNAL DISTLOG TRACE CE QUI A ETE LIVRE A QUI ET SIGNALE
      * TOUT RAPPORT ATTENDU QUI N'A PAS ETE PRODUIT (FICHIER ABSENT
      * OU VIDE) ; UN RAPPORT ATTENDU MANQUANT DONNE UN CODE RETOUR 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-DISTRIB ASSIGN TO DISTCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DISTCTL.

      * LISTING EN COURS DE LECTURE, OUVERT SOUS LE NOM DU RAPPORT
           SELECT LISTING ASSIGN TO WS-NOM-LISTING
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-LISTING.

      * PAQUET DU DESTINATAIRE EN COURS
           SELECT PAQUET ASSIGN TO WS-NOM-PAQUET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PAQUET.

           SELECT JOURNAL-DISTRIB ASSIGN TO DISTLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DISTLOG.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-DISTRIB
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-DISTCTL.
           05 DCT-TYPE           PIC X(1).
           05 DCT-DONNEES        PIC X(79).
      * DESCRIPTION D'UN RAPPORT
       01 ENR-DISTCTL-RAPPORT.
           05 FILLER             PIC X(1).
           05 DCR-RAPPORT        PIC X(8).
           05 DCR-ATTENDU        PIC X(1).
           05 DCR-MARQUEUR       PIC X(20).
           05 DCR-LG-MARQUEUR    PIC 9(2).
           05 DCR-POS-CLE        PIC 9(3).
           05 DCR-LG-CLE         PIC 9(2).
           05 DCR-LIBELLE        PIC X(30).
           05 FILLER             PIC X(13).
      * AFFECTATION D'UN RAPPORT OU D'UNE SECTION A UN DESTINATAIRE
       01 ENR-DISTCTL-DESTIN.
           05 FILLER             PIC X(1).
           05 DCD-RAPPORT        PIC X(8).
           05 DCD-SECTION        PIC X(20).
           05 DCD-DESTINATAIRE   PIC X(6).
           05 DCD-NOM-DEST       PIC X(30).
           05 FILLER             PIC X(15).

      * LES LISTINGS N'ONT PAS TOUS LA MEME LONGUEUR
       FD LISTING
           RECORD IS VARYING IN SIZE FROM 1 TO 133 CHARACTERS
           DEPENDING ON WS-LG-LIGNE.
       01 ENR-LISTING           PIC X(133).

       FD PAQUET
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01 ENR-PAQUET            PIC X(133).

       FD JOURNAL-DISTRIB
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 ENR-DISTLOG           PIC X(100).

       WORKING-STORAGE SECTION.
      * VARIABLES DE CONTROLE FICHIERS
       77 FS-DISTCTL       PIC 99.
       77 FS-LISTING       PIC 99.
       77 FS-PAQUET        PIC 99.
       77 FS-DISTLOG       PIC 99.
       77 WS-FF-DISTCTL    PIC 9 VALUE ZERO.
       77 WS-FF-LISTING    PIC 9 VALUE ZERO.
       77 WS-NOM-LISTING   PIC X(8) VALUE SPACES.
       77 WS-NOM-PAQUET    PIC X(8) VALUE SPACES.
       77 WS-LG-LIGNE      PIC 9(3) VALUE 133.
       77 WS-LIGNE-LUE     PIC X(133).

      * RAPPORTS DECLARES DANS DISTCTL
       01 TAB-RAPPORTS.
           05 NB-RAPPORTS        PIC 99 VALUE ZERO.
           05 RAPPORT-ENTRY OCCURS 50 TIMES INDEXED BY IDX-RAP.
               10 TR-RAPPORT         PIC X(8).
               10 TR-ATTENDU         PIC X(1).
               10 TR-MARQUEUR        PIC X(20).
               10 TR-LG-MARQUEUR     PIC 9(2).
               10 TR-POS-CLE         PIC 9(3).
               10 TR-LG-CLE          PIC 9(2).
               10 TR-LIBELLE         PIC X(30).
               10 TR-PRODUIT         PIC X(1).
               10 TR-NB-LIGNES       PIC 9(7).

      * AFFECTATIONS AUX DESTINATAIRES ; TD-IDX-RAP = RANG DU RAPPORT
      * DANS TAB-RAPPORTS
       01 TAB-DISTRIB.
           05 NB-DISTRIB         PIC 999 VALUE ZERO.
           05 DISTRIB-ENTRY OCCURS 200 TIMES INDEXED BY IDX-DIS.
               10 TD-IDX-RAP         PIC 99.
               10 TD-SECTION         PIC X(20).
               10 TD-DESTINATAIRE    PIC X(6).
               10 TD-NB-LIGNES       PIC 9(7).
               10 TD-STATUT          PIC X(1).

      * DESTINATAIRES DISTINCTS, DANS L'ORDRE DE DISTCTL
       01 TAB-DESTINATAIRES.
           05 NB-DESTINATAIRES   PIC 99 VALUE ZERO.
           05 DESTIN-ENTRY OCCURS 50 TIMES INDEXED BY IDX-DST.
               10 DS-CODE            PIC X(6).
               10 DS-NOM             PIC X(30).

       77 WS-IDX-RAP-TROUVE PIC 99 VALUE ZERO.
       77 WS-DST-TROUVE    PIC X VALUE 'N'.
           88 DESTINATAIRE-CONNU VALUE 'O'.

      * PARCOURS D'UN LISTING POUR UNE AFFECTATION : 'C' = COMPTAGE
      * DES LIGNES, 'E' = ECRITURE DANS LE PAQUET. ETAT DU PARCOURS :
      * 'T' = TETE DU RAPPORT (AVANT LA PREMIERE SECTION) OU RAPPORT
      * COMPLET, 'O' = DANS LA SECTION DEMANDEE, 'N' = AUTRE SECTION
       77 WS-MODE-PARCOURS PIC X VALUE 'C'.
           88 PARCOURS-COMPTAGE VALUE 'C'.
           88 PARCOURS-ECRITURE VALUE 'E'.
       77 WS-ETAT-SECTION  PIC X VALUE 'T'.
       77 WS-SECTION-TROUVEE PIC X VALUE 'N'.
           88 SECTION-TROUVEE VALUE 'O'.
       77 WS-NB-LIGNES     PIC 9(7) VALUE ZERO.

      * DATE DU RUN ET STATISTIQUES
       77 WS-DATE-SYS      PIC X(8).
       77 WS-DATE-RUN      PIC X(10) VALUE SPACES.
       77 WS-NB-LIVRAISONS PIC 9(5) VALUE ZERO.
       77 WS-NB-PAQUETS    PIC 9(5) VALUE ZERO.
       77 WS-NB-MANQUANTS  PIC 9(5) VALUE ZERO.
       77 WS-NB-ANOMALIES  PIC 9(5) VALUE ZERO.
       77 WS-RANG          PIC 999 VALUE ZERO.
       77 ED-RANG          PIC ZZ9.
       77 ED-NB-LIGNES     PIC Z(6)9.
       77 WS-LIBELLE-STATUT PIC X(16).

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME DISTRIB - DISTRIBUTION LISTINGS ==='

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           STRING WS-DATE-SYS (1:4) '-'
                  WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN
           END-STRING

           PERFORM OUV-DISTLOG
           PERFORM CHARGER-CONTROLE
           PERFORM VERIFIER-PRODUCTION

           PERFORM VARYING IDX-DST FROM 1 BY 1
               UNTIL IDX-DST > NB-DESTINATAIRES
               PERFORM CONSTITUER-PAQUET
           END-PERFORM

           MOVE SPACES TO ENR-DISTLOG
           STRING 'PAQUETS CONSTITUES : ' WS-NB-PAQUETS
                  '  LIVRAISONS : ' WS-NB-LIVRAISONS
                  '  RAPPORTS ATTENDUS MANQUANTS : ' WS-NB-MANQUANTS
               DELIMITED BY SIZE INTO ENR-DISTLOG
           PERFORM ECRIRE-DISTLOG
           PERFORM FERM-DISTLOG

           DISPLAY 'PAQUETS CONSTITUES          : ' WS-NB-PAQUETS
           DISPLAY 'LIVRAISONS                  : ' WS-NB-LIVRAISONS
           DISPLAY 'RAPPORTS ATTENDUS MANQUANTS : ' WS-NB-MANQUANTS
           DISPLAY 'LIGNES DE CONTROLE REJETEES : ' WS-NB-ANOMALIES
           IF WS-NB-MANQUANTS > ZERO OR WS-NB-ANOMALIES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '=== FIN PROGRAMME DISTRIB ==='
           GOBACK.

      *****************************************************
      * CHARGEMENT DU FICHIER DE CONTROLE : RAPPORTS PUIS
      * AFFECTATIONS (UNE AFFECTATION PEUT PRECEDER LA
      * DECLARATION DE SON RAPPORT, ELLE EST RATTACHEE
      * APRES LECTURE COMPLETE)
      *****************************************************
       CHARGER-CONTROLE.
           OPEN INPUT CONTROLE-DISTRIB
           IF FS-DISTCTL NOT = ZERO
               DISPLAY 'ERR OPEN DISTCTL - FS : ', FS-DISTCTL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LECT-DISTCTL
           PERFORM UNTIL WS-FF-DISTCTL = 1
               IF DCT-TYPE = 'R'
                   PERFORM CHARGER-RAPPORT
               END-IF
               PERFORM LECT-DISTCTL
           END-PERFORM
           CLOSE CONTROLE-DISTRIB

      * SECONDE LECTURE POUR LES AFFECTATIONS
           MOVE ZERO TO WS-FF-DISTCTL
           OPEN INPUT CONTROLE-DISTRIB
           PERFORM LECT-DISTCTL
           PERFORM UNTIL WS-FF-DISTCTL = 1
               IF DCT-TYPE = 'D'
                   PERFORM CHARGER-AFFECTATION
               END-IF
               PERFORM LECT-DISTCTL
           END-PERFORM
           CLOSE CONTROLE-DISTRIB

           DISPLAY 'RAPPORTS DECLARES  : ' NB-RAPPORTS
           DISPLAY 'AFFECTATIONS       : ' NB-DISTRIB
           DISPLAY 'DESTINATAIRES      : ' NB-DESTINATAIRES
           .

       CHARGER-RAPPORT.
           IF DCR-RAPPORT = SPACES
              OR DCR-LG-MARQUEUR NOT NUMERIC
              OR DCR-POS-CLE NOT NUMERIC
              OR DCR-LG-CLE NOT NUMERIC
               MOVE 'RAPPORT MAL DECRIT' TO WS-LIBELLE-STATUT
               PERFORM SIGNALER-LIGNE-CONTROLE
           ELSE
               IF DCR-MARQUEUR NOT = SPACES
                  AND (DCR-LG-MARQUEUR = ZERO OR DCR-LG-MARQUEUR > 20
                       OR DCR-POS-CLE = ZERO OR DCR-LG-CLE = ZERO
                       OR DCR-LG-CLE > 20
                       OR DCR-POS-CLE + DCR-LG-CLE > 134)
                   MOVE 'SECTION MAL DECRITE' TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-LIGNE-CONTROLE
               ELSE
                   IF NB-RAPPORTS < 50
                       ADD 1 TO NB-RAPPORTS
                       SET IDX-RAP TO NB-RAPPORTS
                       MOVE DCR-RAPPORT TO TR-RAPPORT(IDX-RAP)
                       MOVE DCR-ATTENDU TO TR-ATTENDU(IDX-RAP)
                       MOVE DCR-MARQUEUR TO TR-MARQUEUR(IDX-RAP)
                       MOVE DCR-LG-MARQUEUR TO TR-LG-MARQUEUR(IDX-RAP)
                       MOVE DCR-POS-CLE TO TR-POS-CLE(IDX-RAP)
                       MOVE DCR-LG-CLE TO TR-LG-CLE(IDX-RAP)
                       MOVE DCR-LIBELLE TO TR-LIBELLE(IDX-RAP)
                       MOVE 'N' TO TR-PRODUIT(IDX-RAP)
                       MOVE ZERO TO TR-NB-LIGNES(IDX-RAP)
                   ELSE
                       MOVE 'TABLE RAPPORTS PLEINE' TO WS-LIBELLE-STATUT
                       PERFORM SIGNALER-LIGNE-CONTROLE
                   END-IF
               END-IF
           END-IF
           .

       CHARGER-AFFECTATION.
           MOVE DCD-RAPPORT TO WS-NOM-LISTING
           PERFORM CHERCHER-RAPPORT
           EVALUATE TRUE
               WHEN WS-IDX-RAP-TROUVE = ZERO
                   MOVE 'RAPPORT NON DECLARE' TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-LIGNE-CONTROLE
               WHEN DCD-DESTINATAIRE = SPACES
                   MOVE 'DESTINATAIRE ABSENT' TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-LIGNE-CONTROLE
               WHEN NB-DISTRIB >= 200
                   MOVE 'TABLE AFFECT. PLEINE' TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-LIGNE-CONTROLE
               WHEN OTHER
                   PERFORM AJOUTER-DESTINATAIRE
                   IF DESTINATAIRE-CONNU
                       ADD 1 TO NB-DISTRIB
                       SET IDX-DIS TO NB-DISTRIB
                       MOVE WS-IDX-RAP-TROUVE TO TD-IDX-RAP(IDX-DIS)
                       MOVE DCD-SECTION TO TD-SECTION(IDX-DIS)
                       MOVE DCD-DESTINATAIRE
                           TO TD-DESTINATAIRE(IDX-DIS)
                       MOVE ZERO TO TD-NB-LIGNES(IDX-DIS)
                       MOVE SPACE TO TD-STATUT(IDX-DIS)
                   END-IF
           END-EVALUATE
           .

       CHERCHER-RAPPORT.
           MOVE ZERO TO WS-IDX-RAP-TROUVE
           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > NB-RAPPORTS
               IF TR-RAPPORT(IDX-RAP) = WS-NOM-LISTING
                   SET WS-IDX-RAP-TROUVE TO IDX-RAP
               END-IF
           END-PERFORM
           .

       AJOUTER-DESTINATAIRE.
           MOVE 'N' TO WS-DST-TROUVE
           PERFORM VARYING IDX-DST FROM 1 BY 1
               UNTIL IDX-DST > NB-DESTINATAIRES
               IF DS-CODE(IDX-DST) = DCD-DESTINATAIRE
                   MOVE 'O' TO WS-DST-TROUVE
               END-IF
           END-PERFORM
           IF NOT DESTINATAIRE-CONNU
               IF NB-DESTINATAIRES < 50
                   ADD 1 TO NB-DESTINATAIRES
                   SET IDX-DST TO NB-DESTINATAIRES
                   MOVE DCD-DESTINATAIRE TO DS-CODE(IDX-DST)
                   MOVE DCD-NOM-DEST TO DS-NOM(IDX-DST)
                   MOVE 'O' TO WS-DST-TROUVE
               ELSE
                   MOVE 'TABLE DESTIN. PLEINE' TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-LIGNE-CONTROLE
               END-IF
           END-IF
           .

       SIGNALER-LIGNE-CONTROLE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO ENR-DISTLOG
           STRING 'LIGNE DISTCTL REJETEE (' WS-LIBELLE-STATUT ') : '
                  ENR-DISTCTL (1:50)
               DELIMITED BY SIZE INTO ENR-DISTLOG
           PERFORM ECRIRE-DISTLOG
           .

      *****************************************************
      * PRODUCTION DE LA NUIT : UN RAPPORT ABSENT OU VIDE
      * N'EST PAS PRODUIT ; S'IL ETAIT ATTENDU, IL EST
      * SIGNALE
      *****************************************************
       VERIFIER-PRODUCTION.
           MOVE SPACES TO ENR-DISTLOG
           STRING '=== DISTRIBUTION DES LISTINGS DU ' WS-DATE-RUN
                  ' ==='
               DELIMITED BY SIZE INTO ENR-DISTLOG
           PERFORM ECRIRE-DISTLOG

           PERFORM VARYING IDX-RAP FROM 1 BY 1
               UNTIL IDX-RAP > NB-RAPPORTS
               MOVE TR-RAPPORT(IDX-RAP) TO WS-NOM-LISTING
               MOVE ZERO TO WS-NB-LIGNES
               OPEN INPUT LISTING
               IF FS-LISTING = ZERO
                   MOVE ZERO TO WS-FF-LISTING
                   PERFORM LECT-LISTING
                   PERFORM UNTIL WS-FF-LISTING = 1
                       ADD 1 TO WS-NB-LIGNES
                       PERFORM LECT-LISTING
                   END-PERFORM
                   CLOSE LISTING
               END-IF
               MOVE WS-NB-LIGNES TO TR-NB-LIGNES(IDX-RAP)
               IF WS-NB-LIGNES > ZERO
                   MOVE 'O' TO TR-PRODUIT(IDX-RAP)
               ELSE
                   IF TR-ATTENDU(IDX-RAP) = 'O'
                       ADD 1 TO WS-NB-MANQUANTS
                       MOVE SPACES TO ENR-DISTLOG
                       STRING 'RAPPORT ATTENDU NON PRODUIT : '
                              TR-RAPPORT(IDX-RAP) '  '
                              TR-LIBELLE(IDX-RAP)
                           DELIMITED BY SIZE INTO ENR-DISTLOG
                       PERFORM ECRIRE-DISTLOG
                       DISPLAY 'RAPPORT ATTENDU NON PRODUIT : '
                               TR-RAPPORT(IDX-RAP)
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************
      * PAQUET D'UN DESTINATAIRE : COMPTAGE DE CHAQUE
      * AFFECTATION POUR LE SOMMAIRE, PAGE DE GARDE ET
      * SOMMAIRE, PUIS COPIE DES RAPPORTS ET SECTIONS
      *****************************************************
       CONSTITUER-PAQUET.
           MOVE 'C' TO WS-MODE-PARCOURS
           PERFORM VARYING IDX-DIS FROM 1 BY 1
               UNTIL IDX-DIS > NB-DISTRIB
               IF TD-DESTINATAIRE(IDX-DIS) = DS-CODE(IDX-DST)
                   PERFORM PARCOURIR-LISTING
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NOM-PAQUET
           STRING 'PQ' DS-CODE(IDX-DST)
               DELIMITED BY SIZE INTO WS-NOM-PAQUET
           OPEN OUTPUT PAQUET
           IF FS-PAQUET NOT = ZERO
               DISPLAY 'ERR OPEN ' WS-NOM-PAQUET ' - FS : ', FS-PAQUET
               MOVE SPACES TO ENR-DISTLOG
               STRING 'PAQUET NON CONSTITUE : ' WS-NOM-PAQUET
                      '  ' DS-NOM(IDX-DST)
                   DELIMITED BY SIZE INTO ENR-DISTLOG
               PERFORM ECRIRE-DISTLOG
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               ADD 1 TO WS-NB-PAQUETS
               PERFORM ECRIRE-PAGE-DE-GARDE
               PERFORM ECRIRE-SOMMAIRE
               MOVE 'E' TO WS-MODE-PARCOURS
               PERFORM VARYING IDX-DIS FROM 1 BY 1
                   UNTIL IDX-DIS > NB-DISTRIB
                   IF TD-DESTINATAIRE(IDX-DIS) = DS-CODE(IDX-DST)
                       PERFORM JOURNALISER-LIVRAISON
                       IF TD-STATUT(IDX-DIS) = 'L'
                           PERFORM ECRIRE-SEPARATEUR
                           PERFORM PARCOURIR-LISTING
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAQUET
           END-IF
           .

      * LECTURE D'UN LISTING POUR L'AFFECTATION IDX-DIS. EN COMPTAGE,
      * POSITIONNE LE STATUT : 'L' = A LIVRER, 'P' = RAPPORT NON
      * PRODUIT, 'S' = SECTION ABSENTE DU RAPPORT
       PARCOURIR-LISTING.
           SET IDX-RAP TO TD-IDX-RAP(IDX-DIS)
           MOVE ZERO TO WS-NB-LIGNES
           MOVE 'N' TO WS-SECTION-TROUVEE
           MOVE 'T' TO WS-ETAT-SECTION

           IF TR-PRODUIT(IDX-RAP) = 'O'
               MOVE TR-RAPPORT(IDX-RAP) TO WS-NOM-LISTING
               OPEN INPUT LISTING
               IF FS-LISTING = ZERO
                   MOVE ZERO TO WS-FF-LISTING
                   PERFORM LECT-LISTING
                   PERFORM UNTIL WS-FF-LISTING = 1
                       PERFORM TRAITER-LIGNE-LISTING
                       PERFORM LECT-LISTING
                   END-PERFORM
                   CLOSE LISTING
               END-IF
           END-IF

           IF PARCOURS-COMPTAGE
               EVALUATE TRUE
                   WHEN TR-PRODUIT(IDX-RAP) NOT = 'O'
                       MOVE 'P' TO TD-STATUT(IDX-DIS)
                       MOVE ZERO TO TD-NB-LIGNES(IDX-DIS)
                   WHEN TD-SECTION(IDX-DIS) NOT = SPACES
                        AND TR-MARQUEUR(IDX-RAP) NOT = SPACES
                        AND NOT SECTION-TROUVEE
                       MOVE 'S' TO TD-STATUT(IDX-DIS)
                       MOVE ZERO TO TD-NB-LIGNES(IDX-DIS)
                   WHEN OTHER
                       MOVE 'L' TO TD-STATUT(IDX-DIS)
                       MOVE WS-NB-LIGNES TO TD-NB-LIGNES(IDX-DIS)
               END-EVALUATE
           END-IF
           .

      * UNE LIGNE D'EN-TETE DE SECTION FAIT PASSER DANS LA SECTION
      * DEMANDEE OU HORS D'ELLE ; SANS SECTION DEMANDEE OU POUR UN
      * RAPPORT NON DECOUPE, TOUT LE RAPPORT EST RETENU
       TRAITER-LIGNE-LISTING.
           IF TD-SECTION(IDX-DIS) NOT = SPACES
              AND TR-MARQUEUR(IDX-RAP) NOT = SPACES
              AND WS-LIGNE-LUE (1:TR-LG-MARQUEUR(IDX-RAP)) =
                  TR-MARQUEUR(IDX-RAP) (1:TR-LG-MARQUEUR(IDX-RAP))
               IF WS-LIGNE-LUE (TR-POS-CLE(IDX-RAP):
                                TR-LG-CLE(IDX-RAP)) =
                  TD-SECTION(IDX-DIS) (1:TR-LG-CLE(IDX-RAP))
                   MOVE 'O' TO WS-ETAT-SECTION
                   MOVE 'O' TO WS-SECTION-TROUVEE
               ELSE
                   MOVE 'N' TO WS-ETAT-SECTION
               END-IF
           END-IF

           IF WS-ETAT-SECTION NOT = 'N'
               ADD 1 TO WS-NB-LIGNES
               IF PARCOURS-ECRITURE
                   MOVE WS-LIGNE-LUE TO ENR-PAQUET
                   PERFORM ECRIRE-PAQUET
               END-IF
           END-IF
           .

       ECRIRE-PAGE-DE-GARDE.
           MOVE ALL '*' TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           STRING '     PAQUET DE DISTRIBUTION DES LISTINGS DU '
                  WS-DATE-RUN
               DELIMITED BY SIZE INTO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           STRING '     DESTINATAIRE : ' DS-CODE(IDX-DST)
                  '  ' DS-NOM(IDX-DST)
               DELIMITED BY SIZE INTO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE ALL '*' TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           .

       ECRIRE-SOMMAIRE.
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE 'SOMMAIRE' TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET

           MOVE ZERO TO WS-RANG
           PERFORM VARYING IDX-DIS FROM 1 BY 1
               UNTIL IDX-DIS > NB-DISTRIB
               IF TD-DESTINATAIRE(IDX-DIS) = DS-CODE(IDX-DST)
                   SET IDX-RAP TO TD-IDX-RAP(IDX-DIS)
                   ADD 1 TO WS-RANG
                   MOVE WS-RANG TO ED-RANG
                   PERFORM DETERMINER-LIBELLE-STATUT
                   MOVE SPACES TO ENR-PAQUET
                   STRING ED-RANG '. ' TR-RAPPORT(IDX-RAP) ' '
                          TR-LIBELLE(IDX-RAP) ' '
                          TD-SECTION(IDX-DIS) ' '
                          WS-LIBELLE-STATUT
                       DELIMITED BY SIZE INTO ENR-PAQUET
                   PERFORM ECRIRE-PAQUET
               END-IF
           END-PERFORM
           .

       DETERMINER-LIBELLE-STATUT.
           EVALUATE TD-STATUT(IDX-DIS)
               WHEN 'L'
                   MOVE TD-NB-LIGNES(IDX-DIS) TO ED-NB-LIGNES
                   MOVE SPACES TO WS-LIBELLE-STATUT
                   STRING ED-NB-LIGNES ' LIGNES'
                       DELIMITED BY SIZE INTO WS-LIBELLE-STATUT
               WHEN 'P'
                   MOVE 'NON PRODUIT' TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE 'SECTION ABSENTE' TO WS-LIBELLE-STATUT
           END-EVALUATE
           .

       ECRIRE-SEPARATEUR.
           MOVE SPACES TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE ALL '=' TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           MOVE SPACES TO ENR-PAQUET
           STRING '=== ' TR-RAPPORT(IDX-RAP) ' - '
                  TR-LIBELLE(IDX-RAP)
               DELIMITED BY SIZE INTO ENR-PAQUET
           IF TD-SECTION(IDX-DIS) NOT = SPACES
               MOVE 'SECTION' TO ENR-PAQUET (50:7)
               MOVE TD-SECTION(IDX-DIS) TO ENR-PAQUET (58:20)
           END-IF
           PERFORM ECRIRE-PAQUET
           MOVE ALL '=' TO ENR-PAQUET
           PERFORM ECRIRE-PAQUET
           .

      * TRACE DE CHAQUE AFFECTATION DU DESTINATAIRE : LIVREE, OU NON
      * LIVREE FAUTE DE RAPPORT OU DE SECTION
       JOURNALISER-LIVRAISON.
           SET IDX-RAP TO TD-IDX-RAP(IDX-DIS)
           PERFORM DETERMINER-LIBELLE-STATUT
           MOVE SPACES TO ENR-DISTLOG
           IF TD-STATUT(IDX-DIS) = 'L'
               ADD 1 TO WS-NB-LIVRAISONS
               STRING 'LIVRE     ' WS-NOM-PAQUET ' '
                      DS-CODE(IDX-DST) ' ' TR-RAPPORT(IDX-RAP) ' '
                      TD-SECTION(IDX-DIS) ' ' WS-LIBELLE-STATUT
                   DELIMITED BY SIZE INTO ENR-DISTLOG
           ELSE
               STRING 'NON LIVRE ' WS-NOM-PAQUET ' '
                      DS-CODE(IDX-DST) ' ' TR-RAPPORT(IDX-RAP) ' '
                      TD-SECTION(IDX-DIS) ' ' WS-LIBELLE-STATUT
                   DELIMITED BY SIZE INTO ENR-DISTLOG
           END-IF
           PERFORM ECRIRE-DISTLOG
           .

       LECT-DISTCTL.
           READ CONTROLE-DISTRIB AT END
               MOVE 1 TO WS-FF-DISTCTL
           END-READ.

       LECT-LISTING.
           MOVE SPACES TO WS-LIGNE-LUE
           READ LISTING INTO WS-LIGNE-LUE AT END
               MOVE 1 TO WS-FF-LISTING
           END-READ.

       ECRIRE-PAQUET.
           WRITE ENR-PAQUET
           IF FS-PAQUET NOT = ZERO
               DISPLAY 'ERR WRITE ' WS-NOM-PAQUET ' - FS : ', FS-PAQUET
           END-IF.

       OUV-DISTLOG.
           OPEN OUTPUT JOURNAL-DISTRIB
           IF FS-DISTLOG NOT = ZERO THEN
               DISPLAY 'ERR OPEN DISTLOG - FS : ', FS-DISTLOG
           END-IF.

       ECRIRE-DISTLOG.
           WRITE ENR-DISTLOG
           IF FS-DISTLOG NOT = ZERO
               DISPLAY 'ERR WRITE DISTLOG - FS : ', FS-DISTLOG
           END-IF.

       FERM-DISTLOG.
           CLOSE JOURNAL-DISTRIB
           IF FS-DISTLOG NOT = ZERO THEN
               DISPLAY 'ERR CLOSE DISTLOG - FS : ', FS-DISTLOG
           END-IF.
