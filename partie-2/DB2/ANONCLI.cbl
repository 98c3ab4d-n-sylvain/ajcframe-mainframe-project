       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCLI.

      * ANONYMISATION DES DONNEES PERSONNELLES DES CLIENTS FERMES :
      * COMPTES FUSIONNES PAR MERGECLI ('*FUSIONNE') OU CLIENTS
      * INACTIFS DEPUIS DES ANNEES DONT L'EFFACEMENT A ETE DEMANDE.
      * POUR CHAQUE CLIENT DU FICHIER DES DEMANDES (DEMANON), LE
      * PROGRAMME REFUSE L'ANONYMISATION SI LE CLIENT A ENCORE :
      *   - UNE BALANCE NON NULLE ;
      *   - UN HOLD DE CREDIT EN ATTENTE ('A') ;
      *   - UN LITIGE NON RESOLU ('O' OU 'R') ;
      *   - UNE ECHEANCE DE PLAN D'APUREMENT EN ATTENTE ('A') ;
      *   - UN MANDAT DE PRELEVEMENT ACTIF ;
      *   - UNE ACTIVITE (COMMANDE EN BASE OU ARCHIVEE, PAIEMENT)
      *     DANS LA DUREE LEGALE DE CONSERVATION SAISIE EN SYSIN.
      * SINON LES CHAMPS PERSONNELS SONT REMPLACES PAR DES VALEURS
      * NEUTRES : RAISON SOCIALE '*ANONYMISE' ('*ANONYMISE->NNNN'
      * POUR UN COMPTE FUSIONNE), ADRESSE ET TELEPHONE A
      * NULL, VILLE 'ANONYME', CODE POSTAL '00000' DANS CUSTOMERS ;
      * MEME TRAITEMENT DES ADRESSES DE LIVRAISON (SHIP_TO) ET IBAN/BIC
      * MASQUES DANS LES MANDATS INACTIFS. LE C_NO, LE CODE ETAT
      * (DECLARATIONS FISCALES PAR ETAT) ET TOUT L'HISTORIQUE
      * FINANCIER (COMMANDES, PAIEMENTS, INTERETS, COMMISSIONS...)
      * SONT CONSERVES. LES LIGNES DE L'ARCHIVE DES COMMANDES D'ARCHORD
      * SONT TRAITEES DE MEME : EN ENTREE LA CONCATENATION DES
      * GENERATIONS D'ARCHIVE (ARCHIVI), EN SORTIE L'ARCHIVE
      * CONSOLIDEE (ARCHIVO) QUI LES REMPLACE, AVEC LA RAISON SOCIALE
      * DES CLIENTS ANONYMISES A '*ANONYMISE'. UN CLIENT DEJA
      * ANONYMISE EN BASE EST REPRIS POUR L'ARCHIVE SEULE, CE QUI
      * REND LE RUN REJOUABLE.
      * TOUT SE JOUE SOUS UN COMMIT UNIQUE DE FIN DE RUN, APRES
      * L'ECRITURE COMPLETE DE LA NOUVELLE ARCHIVE ; CHAQUE DEMANDE,
      * ACCORDEE OU REFUSEE, EST ALORS TRACEE DANS LE JOURNAL
      * D'ANONYMISATION JRNANON (ECRIT EN EXTENSION) ET DANS LE
      * RAPPORT RAPANON.
      * SYSIN : OPERATEUR (OBLIGATOIRE), DUREE DE CONSERVATION EN
      * ANNEES (10 PAR DEFAUT, DUREE LEGALE DES PIECES COMPTABLES)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDES-ANON ASSIGN TO DEMANON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DEMANON.

           SELECT ARCHIVE-ANCIENNE ASSIGN TO ARCHIVI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVI.

           SELECT ARCHIVE-NOUVELLE ASSIGN TO ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ARCHIVO.

           SELECT JOURNAL-ANON ASSIGN TO JRNANON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JRNANON.

           SELECT RAPPORT-ANON ASSIGN TO RAPANON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPANON.

       DATA DIVISION.
       FILE SECTION.
      * UNE DEMANDE PAR CLIENT : C_NO ET REFERENCE DE LA DEMANDE
      * (COURRIER DU CLIENT, DOSSIER DE FUSION...)
       FD DEMANDES-ANON
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 ENR-DEMANON.
           05 DEM-C-NO          PIC X(4).
           05 DEM-REFERENCE     PIC X(20).
           05 FILLER            PIC X(16).

      * MEME DESSIN QUE L'ARCHIVE D'ARCHORD ET DE RESTORD
       FD ARCHIVE-ANCIENNE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 ARCHIVE-RECORD-I.
           05 ARI-O-NO              PIC 9(7).
           05 ARI-C-NO              PIC 9(4).
           05 ARI-S-NO              PIC 9(2).
           05 ARI-ODATE-ISO         PIC X(10).
           05 ARI-COMPANY           PIC X(30).
           05 FILLER                PIC X(67).

       FD ARCHIVE-NOUVELLE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 ARCHIVE-RECORD-O.
           05 ARO-O-NO              PIC 9(7).
           05 ARO-C-NO              PIC 9(4).
           05 ARO-S-NO              PIC 9(2).
           05 ARO-ODATE-ISO         PIC X(10).
           05 ARO-COMPANY           PIC X(30).
           05 FILLER                PIC X(67).

      * UNE LIGNE PAR DEMANDE TRAITEE ; RESULTAT 'A' ANONYMISE,
      * 'D' DEJA ANONYMISE (ARCHIVE SEULE), 'R' REFUSE
       FD JOURNAL-ANON
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 ENR-JRNANON.
           05 JAN-DATE          PIC X(10).
           05 JAN-HEURE         PIC X(6).
           05 JAN-OPERATEUR     PIC X(8).
           05 JAN-C-NO          PIC X(4).
           05 JAN-REFERENCE     PIC X(20).
           05 JAN-RESULTAT      PIC X(1).
           05 JAN-MOTIF         PIC X(30).
           05 JAN-NB-ARCHIVE    PIC 9(6).
           05 JAN-DERNIERE-ACT  PIC X(10).
           05 FILLER            PIC X(5).

       FD RAPPORT-ANON.
       01 ENR-RAPANON        PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

      * PARAMETRES SYSIN
       77 WS-OPERATEUR       PIC X(8) VALUE SPACES.
       77 WS-DUREE-SAISIE    PIC X(2) VALUE SPACES.
       77 WS-DUREE-ANS       PIC 9(2) VALUE 10.

      * DATES : UNE ACTIVITE POSTERIEURE OU EGALE A LA LIMITE EST
      * DANS LA DUREE DE CONSERVATION
       77 WS-DATE-SYS        PIC X(8).
       77 WS-HEURE-SYS       PIC X(8).
       77 WS-DATE-JOUR-ISO   PIC X(10).
       77 WS-DATE-LIMITE     PIC X(10).
       77 WS-ANNEE-LIMITE    PIC 9(4).
       77 WS-DERNIERE-CMD    PIC X(10).
       77 WS-DERNIER-PAIE    PIC X(10).

      * DEMANDES DE LA JOURNEE ET LEUR SORT
       01 TAB-DEMANDES.
           05 NB-DEMANDES        PIC 9(4) VALUE ZERO.
           05 DEMANDE OCCURS 500 TIMES INDEXED BY IDX-DM.
               10 DM-C-NO            PIC 9(4).
               10 DM-REFERENCE       PIC X(20).
               10 DM-RESULTAT        PIC X(1).
                   88 DM-ANONYMISE       VALUE 'A'.
                   88 DM-DEJA-ANONYMISE  VALUE 'D'.
                   88 DM-REFUSE          VALUE 'R'.
               10 DM-MOTIF           PIC X(30).
               10 DM-COMPANY         PIC X(30).
               10 DM-DERNIERE-ACT    PIC X(10).
               10 DM-NB-ARCHIVE      PIC 9(6).
       77 WS-MAX-DEMANDES    PIC 9(4) VALUE 500.

      * ETAT DU CLIENT EN COURS D'EXAMEN
       77 WS-C-NO            PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-C-NO-SAISI      PIC 9(4).
       77 WS-BALANCE         PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-IND-BALANCE     PIC S9(4) COMP VALUE ZERO.
       77 WS-NB-LIGNES-SQL   PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-COMPANY-ANON    PIC X(30) VALUE '*ANONYMISE'.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-DEMANON         PIC 99.
       77 FS-ARCHIVI         PIC 99.
       77 FS-ARCHIVO         PIC 99.
       77 FS-JRNANON         PIC 99.
       77 FS-RAPANON         PIC 99.
       77 WS-FF-FICHIER      PIC 9 VALUE ZERO.
       77 WS-ARCHIVE-PRESENTE PIC X VALUE 'N'.

      * COMPTEURS
       77 WS-NB-ANONYMISES   PIC 9(4) VALUE ZERO.
       77 WS-NB-DEJA         PIC 9(4) VALUE ZERO.
       77 WS-NB-REFUSES      PIC 9(4) VALUE ZERO.
       77 WS-NB-ARCH-LUES    PIC 9(7) VALUE ZERO.
       77 WS-NB-ARCH-ANON    PIC 9(7) VALUE ZERO.
       77 ED-NB              PIC Z(6)9.
       77 ED-C-NO            PIC Z(3)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME ANONCLI - ANONYMISATION CLIENTS ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-DEMANDES
           PERFORM DATER-ARCHIVE

           PERFORM VARYING IDX-DM FROM 1 BY 1
               UNTIL IDX-DM > NB-DEMANDES
               PERFORM TRAITER-DEMANDE
           END-PERFORM

           PERFORM RECOPIER-ARCHIVE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM JOURNALISER-DEMANDES
           PERFORM ECRIRE-RAPPORT

           DISPLAY 'DEMANDES TRAITEES   : ' NB-DEMANDES
           DISPLAY 'CLIENTS ANONYMISES  : ' WS-NB-ANONYMISES
           DISPLAY 'DEJA ANONYMISES     : ' WS-NB-DEJA
           DISPLAY 'DEMANDES REFUSEES   : ' WS-NB-REFUSES
           DISPLAY 'LIGNES D ARCHIVE ANONYMISEES : ' WS-NB-ARCH-ANON
           DISPLAY 'FIN PROGRAMME ANONCLI'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-OPERATEUR FROM SYSIN
           IF WS-OPERATEUR = SPACES
               DISPLAY 'OPERATEUR ABSENT - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF

           ACCEPT WS-DUREE-SAISIE FROM SYSIN
           IF WS-DUREE-SAISIE NOT = SPACES
               IF WS-DUREE-SAISIE IS NUMERIC
                   MOVE WS-DUREE-SAISIE TO WS-DUREE-ANS
               ELSE
                   DISPLAY 'DUREE DE CONSERVATION INVALIDE : '
                           WS-DUREE-SAISIE ' - RUN REFUSE'
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           IF WS-DUREE-ANS = ZERO
               DISPLAY 'DUREE DE CONSERVATION NULLE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE SPACES TO WS-DATE-JOUR-ISO
           STRING WS-DATE-SYS (1:4) '-' WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-JOUR-ISO
           END-STRING
           MOVE WS-DATE-SYS (1:4) TO WS-ANNEE-LIMITE
           SUBTRACT WS-DUREE-ANS FROM WS-ANNEE-LIMITE
           MOVE SPACES TO WS-DATE-LIMITE
           STRING WS-ANNEE-LIMITE '-' WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-LIMITE
           END-STRING

           DISPLAY 'ANONYMISATION PAR ' WS-OPERATEUR
                   ' - CONSERVATION ' WS-DUREE-ANS ' ANS'
                   ' - ACTIVITE AVANT LE ' WS-DATE-LIMITE
           .

      * LES DEMANDES SONT GARDEES EN MEMOIRE POUR LE PASSAGE SUR
      * L'ARCHIVE ; UN C_NO NON NUMERIQUE OU EN DOUBLE EST ECARTE
       CHARGER-DEMANDES.
           OPEN INPUT DEMANDES-ANON
           IF FS-DEMANON NOT = ZERO
               DISPLAY 'ERR OPEN DEMANON - FS : ' FS-DEMANON
               PERFORM ABEND-PROG
           END-IF

           MOVE ZERO TO WS-FF-FICHIER
           PERFORM UNTIL WS-FF-FICHIER = 1
               READ DEMANDES-ANON
                   AT END
                       MOVE 1 TO WS-FF-FICHIER
                   NOT AT END
                       PERFORM CHARGER-DEMANDE
               END-READ
           END-PERFORM
           CLOSE DEMANDES-ANON

           IF NB-DEMANDES = ZERO
               DISPLAY 'AUCUNE DEMANDE D ANONYMISATION'
           END-IF
           .

       CHARGER-DEMANDE.
           IF DEM-C-NO NOT NUMERIC
               DISPLAY 'DEMANDE IGNOREE - C_NO INVALIDE : ' DEM-C-NO
           ELSE
               MOVE DEM-C-NO TO WS-C-NO-SAISI
               SET IDX-DM TO 1
               SEARCH DEMANDE
                   AT END
                       PERFORM AJOUTER-DEMANDE
                   WHEN IDX-DM > NB-DEMANDES
                       PERFORM AJOUTER-DEMANDE
                   WHEN DM-C-NO(IDX-DM) = WS-C-NO-SAISI
                       DISPLAY 'DEMANDE EN DOUBLE IGNOREE : ' DEM-C-NO
               END-SEARCH
           END-IF
           .

       AJOUTER-DEMANDE.
           IF NB-DEMANDES >= WS-MAX-DEMANDES
               DISPLAY 'TROP DE DEMANDES (' WS-MAX-DEMANDES ')'
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO NB-DEMANDES
           MOVE WS-C-NO-SAISI TO DM-C-NO(NB-DEMANDES)
           MOVE DEM-REFERENCE TO DM-REFERENCE(NB-DEMANDES)
           MOVE SPACES TO DM-RESULTAT(NB-DEMANDES)
                          DM-MOTIF(NB-DEMANDES)
                          DM-COMPANY(NB-DEMANDES)
           MOVE '0001-01-01' TO DM-DERNIERE-ACT(NB-DEMANDES)
           MOVE ZERO TO DM-NB-ARCHIVE(NB-DEMANDES)
           .

      * PREMIER PASSAGE SUR L'ARCHIVE : DATE DE LA DERNIERE COMMANDE
      * ARCHIVEE DE CHAQUE CLIENT DEMANDE, QUI COMPTE DANS LA DUREE
      * DE CONSERVATION COMME LES COMMANDES ENCORE EN BASE
       DATER-ARCHIVE.
           OPEN INPUT ARCHIVE-ANCIENNE
           IF FS-ARCHIVI NOT = ZERO
               DISPLAY 'PAS D ARCHIVE DES COMMANDES (FS=' FS-ARCHIVI
                       ') - BASE SEULE'
               MOVE 'N' TO WS-ARCHIVE-PRESENTE
           ELSE
               MOVE 'O' TO WS-ARCHIVE-PRESENTE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ ARCHIVE-ANCIENNE
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM DATER-LIGNE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-ANCIENNE
           END-IF
           .

       DATER-LIGNE-ARCHIVE.
           SET IDX-DM TO 1
           SEARCH DEMANDE
               AT END
                   CONTINUE
               WHEN IDX-DM > NB-DEMANDES
                   CONTINUE
               WHEN DM-C-NO(IDX-DM) = ARI-C-NO
                   IF ARI-ODATE-ISO > DM-DERNIERE-ACT(IDX-DM)
                       MOVE ARI-ODATE-ISO TO DM-DERNIERE-ACT(IDX-DM)
                   END-IF
           END-SEARCH
           .

      * CONTROLES DANS L'ORDRE DU PLUS FREQUENT ; LE PREMIER MOTIF
      * DE REFUS RENCONTRE EST RETENU ET ARRETE L'EXAMEN
       TRAITER-DEMANDE.
           MOVE DM-C-NO(IDX-DM) TO WS-C-NO
           PERFORM LIRE-CLIENT
           IF DM-RESULTAT(IDX-DM) = SPACE
               PERFORM CONTROLER-ENCOURS
           END-IF
           IF DM-RESULTAT(IDX-DM) = SPACE
               PERFORM DATER-ACTIVITE
           END-IF
           IF DM-RESULTAT(IDX-DM) = SPACE
               PERFORM ANONYMISER-CLIENT
               MOVE 'A' TO DM-RESULTAT(IDX-DM)
               MOVE 'ANONYMISE' TO DM-MOTIF(IDX-DM)
           END-IF

           EVALUATE TRUE
               WHEN DM-ANONYMISE(IDX-DM)
                   ADD 1 TO WS-NB-ANONYMISES
               WHEN DM-DEJA-ANONYMISE(IDX-DM)
                   ADD 1 TO WS-NB-DEJA
               WHEN OTHER
                   ADD 1 TO WS-NB-REFUSES
           END-EVALUATE
           .

       LIRE-CLIENT.
           MOVE WS-C-NO TO CUST-C-NO
           EXEC SQL
               SELECT COMPANY, BALANCE
               INTO :CUST-COMPANY, :WS-BALANCE :WS-IND-BALANCE
               FROM API6.CUSTOMERS
               WHERE C_NO = :CUST-C-NO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'R' TO DM-RESULTAT(IDX-DM)
                   MOVE 'CLIENT INCONNU' TO DM-MOTIF(IDX-DM)
               WHEN SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               WHEN OTHER
                   MOVE CUST-COMPANY-TEXT TO DM-COMPANY(IDX-DM)
                   IF WS-IND-BALANCE < ZERO
                       MOVE ZERO TO WS-BALANCE
                   END-IF
                   IF CUST-COMPANY-TEXT (1:10) = WS-COMPANY-ANON
                       MOVE 'D' TO DM-RESULTAT(IDX-DM)
                       MOVE 'DEJA ANONYMISE - ARCHIVE SEULE'
                           TO DM-MOTIF(IDX-DM)
                   ELSE
                       IF WS-BALANCE NOT = ZERO
                           MOVE 'R' TO DM-RESULTAT(IDX-DM)
                           MOVE 'BALANCE NON NULLE' TO DM-MOTIF(IDX-DM)
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * HOLD DE CREDIT, LITIGE, PLAN D'APUREMENT OU MANDAT ENCORE
      * VIVANT : LE CLIENT RESTE IDENTIFIABLE
       CONTROLER-ENCOURS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LIGNES-SQL
               FROM API6.CREDIT_HOLDS
               WHERE C_NO = :WS-C-NO
                 AND STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-LIGNES-SQL > ZERO
               MOVE 'R' TO DM-RESULTAT(IDX-DM)
               MOVE 'HOLD DE CREDIT EN ATTENTE' TO DM-MOTIF(IDX-DM)
           END-IF

           IF DM-RESULTAT(IDX-DM) = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-LIGNES-SQL
                   FROM API6.LITIGES
                   WHERE C_NO = :WS-C-NO
                     AND STATUT IN ('O', 'R')
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               IF WS-NB-LIGNES-SQL > ZERO
                   MOVE 'R' TO DM-RESULTAT(IDX-DM)
                   MOVE 'LITIGE NON RESOLU' TO DM-MOTIF(IDX-DM)
               END-IF
           END-IF

           IF DM-RESULTAT(IDX-DM) = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-LIGNES-SQL
                   FROM API6.PAYMENT_PLANS
                   WHERE C_NO = :WS-C-NO
                     AND STATUT = 'A'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               IF WS-NB-LIGNES-SQL > ZERO
                   MOVE 'R' TO DM-RESULTAT(IDX-DM)
                   MOVE 'PLAN D''APUREMENT EN COURS' TO DM-MOTIF(IDX-DM)
               END-IF
           END-IF

           IF DM-RESULTAT(IDX-DM) = SPACE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-LIGNES-SQL
                   FROM API6.MANDATS
                   WHERE C_NO = :WS-C-NO
                     AND ACTIF = 'O'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
               IF WS-NB-LIGNES-SQL > ZERO
                   MOVE 'R' TO DM-RESULTAT(IDX-DM)
                   MOVE 'MANDAT DE PRELEVEMENT ACTIF'
                       TO DM-MOTIF(IDX-DM)
               END-IF
           END-IF
           .

      * DERNIERE ACTIVITE : COMMANDE EN BASE, PAIEMENT RECU, OU
      * COMMANDE ARCHIVEE (DEJA PORTEE PAR DATER-ARCHIVE) ; ELLE DOIT
      * ETRE SORTIE DE LA DUREE DE CONSERVATION
       DATER-ACTIVITE.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(O_DATE), ISO), '0001-01-01')
               INTO :WS-DERNIERE-CMD
               FROM API6.ORDERS
               WHERE C_NO = :WS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-DERNIERE-CMD > DM-DERNIERE-ACT(IDX-DM)
               MOVE WS-DERNIERE-CMD TO DM-DERNIERE-ACT(IDX-DM)
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(DATE_PAIEMENT), '0001-01-01')
               INTO :WS-DERNIER-PAIE
               FROM API6.PAYMENT_EVENTS
               WHERE C_NO = :WS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-DERNIER-PAIE > DM-DERNIERE-ACT(IDX-DM)
               MOVE WS-DERNIER-PAIE TO DM-DERNIERE-ACT(IDX-DM)
           END-IF

           IF DM-DERNIERE-ACT(IDX-DM) >= WS-DATE-LIMITE
               MOVE 'R' TO DM-RESULTAT(IDX-DM)
               MOVE 'DANS LA DUREE DE CONSERVATION' TO DM-MOTIF(IDX-DM)
           END-IF
           .

      * LE CODE ETAT RESTE : IL SERT AUX DECLARATIONS PAR ETAT DE
      * L'HISTORIQUE CONSERVE
      * UN COMPTE FUSIONNE GARDE LE RENVOI VERS SON SURVIVANT, QUI
      * N'EST PAS UNE DONNEE PERSONNELLE
       ANONYMISER-CLIENT.
           MOVE WS-C-NO TO CUST-C-NO
           MOVE SPACES TO CUST-COMPANY-TEXT
           IF DM-COMPANY(IDX-DM) (1:11) = '*FUSIONNE->'
               STRING WS-COMPANY-ANON (1:10) '->'
                      DM-COMPANY(IDX-DM) (12:4)
                   DELIMITED BY SIZE INTO CUST-COMPANY-TEXT
               END-STRING
               MOVE 16 TO CUST-COMPANY-LEN
           ELSE
               MOVE WS-COMPANY-ANON TO CUST-COMPANY-TEXT
               MOVE 10 TO CUST-COMPANY-LEN
           END-IF
           MOVE 'ANONYME' TO CUST-CITY-TEXT
           MOVE 7 TO CUST-CITY-LEN

           EXEC SQL
               UPDATE API6.CUSTOMERS
               SET COMPANY      = :CUST-COMPANY,
                   ADDRESS      = NULL,
                   CITY         = :CUST-CITY,
                   ZIP          = '00000',
                   PHONE        = NULL,
                   CREDIT_LIMIT = 0
               WHERE C_NO = :CUST-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               UPDATE API6.SHIP_TO
               SET NOM_SITE = '*ANONYMISE',
                   ADDRESS  = '*ANONYMISE',
                   CITY     = 'ANONYME',
                   ZIP      = '00000'
               WHERE C_NO = :WS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               UPDATE API6.MANDATS
               SET IBAN = '*ANONYMISE',
                   BIC  = '*ANONYMISE'
               WHERE C_NO = :WS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           .

      * SECOND PASSAGE : RECOPIE DE L'ARCHIVE, RAISON SOCIALE
      * NEUTRALISEE POUR LES CLIENTS ANONYMISES (OU DEJA ANONYMISES)
       RECOPIER-ARCHIVE.
           IF WS-ARCHIVE-PRESENTE = 'O'
               OPEN INPUT ARCHIVE-ANCIENNE
               IF FS-ARCHIVI NOT = ZERO
                   DISPLAY 'ERR OPEN ARCHIVI - FS : ' FS-ARCHIVI
                   PERFORM ABEND-PROG
               END-IF
               OPEN OUTPUT ARCHIVE-NOUVELLE
               IF FS-ARCHIVO NOT = ZERO
                   DISPLAY 'ERR OPEN ARCHIVO - FS : ' FS-ARCHIVO
                   PERFORM ABEND-PROG
               END-IF

               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ ARCHIVE-ANCIENNE
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM RECOPIER-LIGNE-ARCHIVE
                   END-READ
               END-PERFORM

               CLOSE ARCHIVE-ANCIENNE
               CLOSE ARCHIVE-NOUVELLE
           END-IF
           .

       RECOPIER-LIGNE-ARCHIVE.
           ADD 1 TO WS-NB-ARCH-LUES
           MOVE ARCHIVE-RECORD-I TO ARCHIVE-RECORD-O
           SET IDX-DM TO 1
           SEARCH DEMANDE
               AT END
                   CONTINUE
               WHEN IDX-DM > NB-DEMANDES
                   CONTINUE
               WHEN DM-C-NO(IDX-DM) = ARI-C-NO
                   IF DM-ANONYMISE(IDX-DM)
                      OR DM-DEJA-ANONYMISE(IDX-DM)
                       MOVE WS-COMPANY-ANON TO ARO-COMPANY
                       ADD 1 TO DM-NB-ARCHIVE(IDX-DM)
                       ADD 1 TO WS-NB-ARCH-ANON
                   END-IF
           END-SEARCH

           WRITE ARCHIVE-RECORD-O
           IF FS-ARCHIVO NOT = ZERO
               DISPLAY 'ERR WRITE ARCHIVO - FS : ' FS-ARCHIVO
               PERFORM ABEND-PROG
           END-IF
           .

      * APRES LE COMMIT : LE JOURNAL NE TRACE QUE CE QUI EST ACQUIS
       JOURNALISER-DEMANDES.
           OPEN EXTEND JOURNAL-ANON
           IF FS-JRNANON NOT = ZERO
               OPEN OUTPUT JOURNAL-ANON
               IF FS-JRNANON NOT = ZERO
                   DISPLAY 'ERR OPEN JRNANON - FS : ' FS-JRNANON
                   PERFORM ABEND-PROG
               END-IF
           END-IF

           PERFORM VARYING IDX-DM FROM 1 BY 1
               UNTIL IDX-DM > NB-DEMANDES
               MOVE SPACES TO ENR-JRNANON
               MOVE WS-DATE-JOUR-ISO TO JAN-DATE
               MOVE WS-HEURE-SYS (1:6) TO JAN-HEURE
               MOVE WS-OPERATEUR TO JAN-OPERATEUR
               MOVE DM-C-NO(IDX-DM) TO JAN-C-NO
               MOVE DM-REFERENCE(IDX-DM) TO JAN-REFERENCE
               MOVE DM-RESULTAT(IDX-DM) TO JAN-RESULTAT
               MOVE DM-MOTIF(IDX-DM) TO JAN-MOTIF
               MOVE DM-NB-ARCHIVE(IDX-DM) TO JAN-NB-ARCHIVE
               MOVE DM-DERNIERE-ACT(IDX-DM) TO JAN-DERNIERE-ACT
               WRITE ENR-JRNANON
               IF FS-JRNANON NOT = ZERO
                   DISPLAY 'ERR WRITE JRNANON - FS : ' FS-JRNANON
                   PERFORM ABEND-PROG
               END-IF
           END-PERFORM

           CLOSE JOURNAL-ANON
           .

       ECRIRE-RAPPORT.
           OPEN OUTPUT RAPPORT-ANON
           IF FS-RAPANON NOT = ZERO
               DISPLAY 'ERR OPEN RAPANON - FS : ' FS-RAPANON
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPANON
           STRING '=== ANONYMISATION DES CLIENTS DU ' WS-DATE-JOUR-ISO
                  ' PAR ' WS-OPERATEUR ' ==='
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE SPACES TO ENR-RAPANON
           STRING 'DERNIERE ACTIVITE EXIGEE AVANT LE ' WS-DATE-LIMITE
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE SPACES TO ENR-RAPANON
           WRITE ENR-RAPANON

           PERFORM VARYING IDX-DM FROM 1 BY 1
               UNTIL IDX-DM > NB-DEMANDES
               MOVE DM-C-NO(IDX-DM) TO ED-C-NO
               MOVE SPACES TO ENR-RAPANON
               STRING 'CLIENT ' ED-C-NO '  ' DM-COMPANY(IDX-DM)
                      '  ' DM-REFERENCE(IDX-DM)
                   DELIMITED BY SIZE INTO ENR-RAPANON
               WRITE ENR-RAPANON
               MOVE DM-NB-ARCHIVE(IDX-DM) TO ED-NB
               MOVE SPACES TO ENR-RAPANON
               IF DM-REFUSE(IDX-DM)
                   STRING '    REFUSE : ' DM-MOTIF(IDX-DM)
                          '  DERNIERE ACTIVITE '
                          DM-DERNIERE-ACT(IDX-DM)
                       DELIMITED BY SIZE INTO ENR-RAPANON
               ELSE
                   STRING '    ' DM-MOTIF(IDX-DM)
                          '  LIGNES D''ARCHIVE : ' ED-NB
                       DELIMITED BY SIZE INTO ENR-RAPANON
               END-IF
               WRITE ENR-RAPANON
           END-PERFORM

           MOVE SPACES TO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE WS-NB-ANONYMISES TO ED-NB
           MOVE SPACES TO ENR-RAPANON
           STRING 'CLIENTS ANONYMISES          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE WS-NB-DEJA TO ED-NB
           MOVE SPACES TO ENR-RAPANON
           STRING 'DEJA ANONYMISES (ARCHIVE)   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE WS-NB-REFUSES TO ED-NB
           MOVE SPACES TO ENR-RAPANON
           STRING 'DEMANDES REFUSEES           : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE WS-NB-ARCH-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPANON
           STRING 'LIGNES D''ARCHIVE RECOPIEES  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON
           MOVE WS-NB-ARCH-ANON TO ED-NB
           MOVE SPACES TO ENR-RAPANON
           STRING 'DONT ANONYMISEES            : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPANON
           WRITE ENR-RAPANON

           IF FS-RAPANON NOT = ZERO
               DISPLAY 'ERR WRITE RAPANON - FS : ' FS-RAPANON
           END-IF
           CLOSE RAPPORT-ANON
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
