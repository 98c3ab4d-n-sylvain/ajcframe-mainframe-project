       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTMOIS.

      * PILOTE DE LA CLOTURE MENSUELLE, SUR LE MODELE D'ORDOBAT :
      * ENCHAINE POUR LA PERIODE SAISIE, DANS L'ORDRE DES
      * DEPENDANCES, SNAPVENT, VALSTOCK, FXREVAL, INTERETS, COMSETL,
      * RELEVE ET AGECLI, PUIS FERME LA PERIODE PAR PERREOUV -- AU
      * LIEU D'UNE LISTE COCHEE A LA MAIN OU LES ETAPES PASSAIENT
      * DANS LE DESORDRE OU DEUX FOIS. AVANT TOUTE ETAPE :
      *   - LA PERIODE NE DOIT PAS ETRE DEJA FERMEE (PERCTRL) ;
      *   - LA DERNIERE CHAINE DE NUIT DU MOIS DOIT ETRE TERMINEE
      *     (DATCTRL D'ORDOBAT AU-DELA DU MOIS, OU SUR SON DERNIER
      *     JOUR OUVRE AVEC LE STATUT 'T' -- CALENDRIER CALJOUR) ;
      *   - CHAQUE ETAPE A SES PROPRES PREREQUIS (PERIODE NON ENCORE
      *     PHOTOGRAPHIEE, VALORISEE, CHARGEE D'INTERETS OU REGLEE EN
      *     COMMISSIONS ; FICHIER TAUX ALIMENTE POUR FXREVAL).
      * LA PERIODE EST PASSEE EN PARAMETRE AUX PROGRAMMES APPELES (LE
      * DERNIER JOUR DU MOIS COMME DATE DE REFERENCE POUR AGECLI), QUI
      * NE LA LISENT PLUS EN SYSIN QUAND ILS SONT LANCES PAR CE
      * PILOTE. LA DERNIERE ETAPE REUSSIE EST NOTEE DANS LE POINT DE
      * REPRISE CHKMOIS (PERIODE + ETAPE) : UNE RELANCE REPREND A
      * L'ETAPE EN ECHEC SANS REJOUER CELLES DEJA FAITES, ET UNE
      * CLOTURE INACHEVEE D'UNE AUTRE PERIODE BLOQUE LE LANCEMENT. LA
      * PERIODE N'EST FERMEE QUE SI TOUTES LES ETAPES ONT REUSSI.
      * CHAQUE ETAPE EST JOURNALISEE DANS JRNLMOIS (MEME DESSIN QUE
      * LE JOURNAL DE RUN D'ORDOBAT).
      * SYSIN : 1. PERIODE AAAA-MM (OBLIGATOIRE)
      *         2. RESPONSABLE DE LA CLOTURE (OBLIGATOIRE, TRACE PAR
      *            PERREOUV)
      *         PUIS LES CARTES PROPRES AUX PROGRAMMES APPELES, DANS
      *         L'ORDRE DES ETAPES : TAUX MENSUEL D'INTERETS (1 CARTE)
      *         ET OPTION DE REGROUPEMENT DU RELEVE (1 CARTE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-DATE ASSIGN TO DATCTRL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DATCTRL.

           SELECT CALENDRIER-FERIES ASSIGN TO CALJOUR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CALJOUR.

           SELECT PERIODES-COMPTABLES ASSIGN TO PERCTRL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PERCTRL.

           SELECT TAUX ASSIGN TO TAUX
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-TAUX.

      * POINT DE REPRISE DE LA CLOTURE : PERIODE ET DERNIERE ETAPE
      * TERMINEE AVEC SUCCES, EFFACE QUAND LA PERIODE EST FERMEE
           SELECT CLOTURE-CHECKPOINT ASSIGN TO CHKMOIS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CHKMOIS.

           SELECT JOURNAL-CLOTURE ASSIGN TO JRNLMOIS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-JRNLMOIS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-DATE
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01 ENR-DATCTRL.
           05 DCT-DATE-METIER   PIC X(10).
           05 DCT-STATUT        PIC X(1).

       FD CALENDRIER-FERIES.
       01 ENR-CALJOUR           PIC X(10).

       FD PERIODES-COMPTABLES
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 ENR-PERCTRL.
           05 PCT-PERIODE       PIC X(7).
           05 PCT-STATUT        PIC X(1).

       FD TAUX.
       01 LIGNE-TAUX            PIC X(30).

       FD CLOTURE-CHECKPOINT
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 ENR-CHKMOIS.
           05 CKM-PERIODE       PIC X(7).
           05 CKM-ETAPE         PIC 9(1).

       FD JOURNAL-CLOTURE
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS.
       01 ENR-JRNLMOIS.
           05 JRN-TYPE          PIC X(1).
           05 JRN-ETAPE         PIC 9(1).
           05 JRN-PROG          PIC X(8).
           05 JRN-DEBUT         PIC X(6).
           05 JRN-FIN           PIC X(6).
           05 JRN-RC            PIC 9(4).
           05 JRN-DETAIL        PIC X(60).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       77 FS-DATCTRL            PIC XX.
       77 FS-CALJOUR            PIC XX.
       77 FS-PERCTRL            PIC XX.
       77 FS-TAUX               PIC XX.
       77 FS-CHKMOIS            PIC XX.
       77 FS-JRNLMOIS           PIC XX.
       77 WS-LIBELLE-PREREQUIS  PIC X(30).
       77 WS-FIN-FICHIER        PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN, PASSES AUX PROGRAMMES APPELES
       01 WS-PERIODE            PIC X(7) VALUE SPACES.
       01 WS-RESPONSABLE        PIC X(8) VALUE SPACES.
       01 WS-ACTION-FERMETURE   PIC X(1) VALUE 'F'.
       01 WS-DATE-FIN-PERIODE   PIC X(10) VALUE SPACES.
       77 WS-MOIS-NUM           PIC 99 VALUE ZERO.
       77 WS-ANNEE-NUM          PIC 9(4) VALUE ZERO.

      * ETAPES DE LA CLOTURE ET NOMBRE DE CARTES SYSIN QUE CHACUNE
      * CONSOMME (INTERETS 1, RELEVE 1) : UNE ETAPE SAUTEE EN REPRISE
      * DOIT CONSOMMER SES CARTES POUR NE PAS DECALER CELLES DES
      * ETAPES SUIVANTES, COMME DANS ORDOBAT
       01 TAB-PROGS-ETAPES.
           05 FILLER            PIC X(9) VALUE 'SNAPVENT0'.
           05 FILLER            PIC X(9) VALUE 'VALSTOCK0'.
           05 FILLER            PIC X(9) VALUE 'FXREVAL 0'.
           05 FILLER            PIC X(9) VALUE 'INTERETS1'.
           05 FILLER            PIC X(9) VALUE 'COMSETL 0'.
           05 FILLER            PIC X(9) VALUE 'RELEVE  1'.
           05 FILLER            PIC X(9) VALUE 'AGECLI  0'.
           05 FILLER            PIC X(9) VALUE 'PERREOUV0'.
       01 TAB-PROGS-R REDEFINES TAB-PROGS-ETAPES.
           05 ETAPE-DEF OCCURS 8 TIMES.
               10 ED-PROG           PIC X(8).
               10 ED-NB-CARTES      PIC 9.
       77 NB-ETAPES             PIC 9 VALUE 8.
       77 WS-IDX-CARTE          PIC 9 VALUE ZERO.
       77 WS-CARTE-PERDUE       PIC X(80).

      * DERNIERE ETAPE TERMINEE AVEC SUCCES (0 = AUCUNE)
       77 WS-DERNIERE-ETAPE-OK  PIC 9 VALUE ZERO.
       77 WS-ETAPE-COURANTE     PIC 9 VALUE ZERO.
       77 WS-PROG-COURANT       PIC X(8).

      * CONTROLE DE LA CHAINE DE NUIT
       77 WS-DATE-METIER        PIC X(10) VALUE SPACES.
       77 WS-STATUT-DATE        PIC X(1) VALUE SPACE.
       77 WS-DATE-SUIVANTE      PIC X(10) VALUE SPACES.
       77 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       77 WS-DATE-AAAAMMJJ      PIC X(8).
       77 WS-JOUR-ENTIER        PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-SEMAINE       PIC 9 VALUE ZERO.
       77 WS-DATE-OUVREE        PIC X VALUE 'N'.
       01 TAB-FERIES.
           05 NB-FERIES         PIC 99 VALUE ZERO.
           05 JOUR-FERIE OCCURS 30 TIMES INDEXED BY IDX-FER
                                PIC X(10).

      * PREREQUIS EN BASE
       77 WS-NB-EXISTANTS       PIC S9(9) COMP VALUE ZERO.

      * JOURNAL
       77 WS-HEURE-SYS          PIC X(8).
       77 WS-HEURE-DEBUT        PIC X(6).
       77 WS-HEURE-FIN          PIC X(6).
       77 WS-RC-ETAPE           PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY '=== CLOTMOIS - CLOTURE MENSUELLE ==='

           PERFORM OUVRIR-JOURNAL-CLOTURE
           PERFORM LIRE-PARAMETRES
           PERFORM LIRE-CHECKPOINT-CLOTURE
           PERFORM VERIFIER-PERIODE-OUVERTE
           PERFORM VERIFIER-CHAINE-NUIT

           MOVE 1 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 1
               DISPLAY '--- ETAPE 1/8 : SNAPVENT ---'
               PERFORM ETAPE1-SNAPVENT
           ELSE
               DISPLAY '--- ETAPE 1/8 : SNAPVENT - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 2 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 2
               DISPLAY '--- ETAPE 2/8 : VALSTOCK ---'
               PERFORM ETAPE2-VALSTOCK
           ELSE
               DISPLAY '--- ETAPE 2/8 : VALSTOCK - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 3 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 3
               DISPLAY '--- ETAPE 3/8 : FXREVAL ---'
               PERFORM ETAPE3-FXREVAL
           ELSE
               DISPLAY '--- ETAPE 3/8 : FXREVAL - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 4 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 4
               DISPLAY '--- ETAPE 4/8 : INTERETS ---'
               PERFORM ETAPE4-INTERETS
           ELSE
               DISPLAY '--- ETAPE 4/8 : INTERETS - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 5 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 5
               DISPLAY '--- ETAPE 5/8 : COMSETL ---'
               PERFORM ETAPE5-COMSETL
           ELSE
               DISPLAY '--- ETAPE 5/8 : COMSETL - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 6 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 6
               DISPLAY '--- ETAPE 6/8 : RELEVE ---'
               PERFORM ETAPE6-RELEVE
           ELSE
               DISPLAY '--- ETAPE 6/8 : RELEVE - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

           MOVE 7 TO WS-ETAPE-COURANTE
           IF WS-DERNIERE-ETAPE-OK < 7
               DISPLAY '--- ETAPE 7/8 : AGECLI ---'
               PERFORM ETAPE7-AGECLI
           ELSE
               DISPLAY '--- ETAPE 7/8 : AGECLI - DEJA FAITE ---'
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF

      * LA PERIODE N'EST FERMEE QUE SI LES SEPT ETAPES PRECEDENTES
      * ONT REUSSI (DANS CE RUN OU UN RUN INTERROMPU DE LA MEME
      * PERIODE) ; TOUT ECHEC A DEJA ARRETE LE PILOTE PLUS HAUT
           MOVE 8 TO WS-ETAPE-COURANTE
           DISPLAY '--- ETAPE 8/8 : PERREOUV (FERMETURE) ---'
           PERFORM ETAPE8-PERREOUV

           PERFORM EFFACER-CHECKPOINT-CLOTURE
           PERFORM FERMER-JOURNAL-CLOTURE

           DISPLAY '=== CLOTMOIS - PERIODE ' WS-PERIODE
                   ' CLOTUREE AVEC SUCCES ==='
           GOBACK.

      * PERIODE ET RESPONSABLE OBLIGATOIRES ; LE DERNIER JOUR DE LA
      * PERIODE EST LA DATE DE REFERENCE DE LA BALANCE AGEE
       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE FROM SYSIN
           ACCEPT WS-RESPONSABLE FROM SYSIN

           IF WS-PERIODE (1:4) NOT NUMERIC
              OR WS-PERIODE (5:1) NOT = '-'
              OR WS-PERIODE (6:2) NOT NUMERIC
               MOVE 'PERIODE ABSENTE OU INVALIDE' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           MOVE WS-PERIODE (6:2) TO WS-MOIS-NUM
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               MOVE 'MOIS INVALIDE' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           IF WS-RESPONSABLE = SPACES
               MOVE 'RESPONSABLE ABSENT' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF

      * DERNIER JOUR DU MOIS = VEILLE DU PREMIER JOUR DU MOIS SUIVANT
           MOVE WS-PERIODE (1:4) TO WS-ANNEE-NUM
           IF WS-MOIS-NUM = 12
               ADD 1 TO WS-ANNEE-NUM
               MOVE 1 TO WS-MOIS-NUM
           ELSE
               ADD 1 TO WS-MOIS-NUM
           END-IF
           COMPUTE WS-DATE-NUM = WS-ANNEE-NUM * 10000
               + WS-MOIS-NUM * 100 + 1
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
           MOVE WS-DATE-NUM TO WS-DATE-AAAAMMJJ
           STRING WS-DATE-AAAAMMJJ (1:4) '-'
                  WS-DATE-AAAAMMJJ (5:2) '-'
                  WS-DATE-AAAAMMJJ (7:2)
               DELIMITED BY SIZE INTO WS-DATE-FIN-PERIODE
           END-STRING

           DISPLAY 'PERIODE A CLOTURER : ' WS-PERIODE
                   ' (FIN ' WS-DATE-FIN-PERIODE ') PAR '
                   WS-RESPONSABLE
           .

      * REPRISE : UN POINT DE REPRISE DE LA MEME PERIODE FAIT SAUTER
      * LES ETAPES DEJA TERMINEES ; CELUI D'UNE AUTRE PERIODE SIGNALE
      * UNE CLOTURE RESTEE INACHEVEE, QUI DOIT ETRE MENEE A SON TERME
      * AVANT D'EN COMMENCER UNE NOUVELLE
       LIRE-CHECKPOINT-CLOTURE.
           MOVE ZERO TO WS-DERNIERE-ETAPE-OK
           OPEN INPUT CLOTURE-CHECKPOINT
           IF FS-CHKMOIS = '00'
               READ CLOTURE-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKM-PERIODE = WS-PERIODE
                           MOVE CKM-ETAPE TO WS-DERNIERE-ETAPE-OK
                       ELSE
                           IF CKM-ETAPE > ZERO
                               DISPLAY 'CLOTURE DE ' CKM-PERIODE
                                       ' INACHEVEE (ETAPE '
                                       CKM-ETAPE ' TERMINEE)'
                               CLOSE CLOTURE-CHECKPOINT
                               MOVE 'AUTRE CLOTURE INACHEVEE' TO
                                   WS-LIBELLE-PREREQUIS
                               PERFORM ARRET-CHAINE
                           END-IF
                       END-IF
               END-READ
               CLOSE CLOTURE-CHECKPOINT
           END-IF

           IF WS-DERNIERE-ETAPE-OK > ZERO
               DISPLAY 'REPRISE DE LA CLOTURE APRES L ETAPE '
                       WS-DERNIERE-ETAPE-OK
           END-IF
           .

       ECRIRE-CHECKPOINT-CLOTURE.
           OPEN OUTPUT CLOTURE-CHECKPOINT
           IF FS-CHKMOIS NOT = '00'
               MOVE 'CHKMOIS - ERREUR OUVERTURE' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           MOVE WS-PERIODE TO CKM-PERIODE
           MOVE WS-DERNIERE-ETAPE-OK TO CKM-ETAPE
           WRITE ENR-CHKMOIS
           CLOSE CLOTURE-CHECKPOINT
           .

       EFFACER-CHECKPOINT-CLOTURE.
           OPEN OUTPUT CLOTURE-CHECKPOINT
           CLOSE CLOTURE-CHECKPOINT
           .

      * UNE PERIODE DEJA FERMEE NE SE CLOTURE PAS UNE SECONDE FOIS
       VERIFIER-PERIODE-OUVERTE.
           OPEN INPUT PERIODES-COMPTABLES
           IF FS-PERCTRL = '00'
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ PERIODES-COMPTABLES
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           IF PCT-PERIODE = WS-PERIODE
                              AND PCT-STATUT = 'F'
                               CLOSE PERIODES-COMPTABLES
                               MOVE 'PERIODE DEJA FERMEE' TO
                                   WS-LIBELLE-PREREQUIS
                               PERFORM ARRET-CHAINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODES-COMPTABLES
           END-IF
           .

      * LA DERNIERE CHAINE DE NUIT DU MOIS EST TERMINEE QUAND LA DATE
      * METIER D'ORDOBAT A QUITTE LE MOIS, OU QU'ELLE EN EST LE
      * DERNIER JOUR OUVRE AVEC LE STATUT 'T'
       VERIFIER-CHAINE-NUIT.
           MOVE SPACES TO WS-DATE-METIER
           OPEN INPUT CONTROLE-DATE
           IF FS-DATCTRL = '00'
               READ CONTROLE-DATE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DCT-DATE-METIER TO WS-DATE-METIER
                       MOVE DCT-STATUT TO WS-STATUT-DATE
               END-READ
               CLOSE CONTROLE-DATE
           END-IF

           IF WS-DATE-METIER = SPACES
               MOVE 'DATCTRL INTROUVABLE OU VIDE' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF

           IF WS-DATE-METIER (1:7) < WS-PERIODE
               DISPLAY 'DATE METIER DE LA CHAINE : ' WS-DATE-METIER
               MOVE 'CHAINE DE NUIT EN RETARD' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF

           IF WS-DATE-METIER (1:7) = WS-PERIODE
               IF WS-STATUT-DATE NOT = 'T'
                   DISPLAY 'DATE METIER ' WS-DATE-METIER
                           ' NON TERMINEE'
                   MOVE 'CHAINE DE NUIT NON TERMINEE' TO
                       WS-LIBELLE-PREREQUIS
                   PERFORM ARRET-CHAINE
               END-IF
               PERFORM CHARGER-CALENDRIER-FERIES
               PERFORM CALCULER-JOUR-OUVRE-SUIVANT
               IF WS-DATE-SUIVANTE (1:7) = WS-PERIODE
                   DISPLAY 'IL RESTE AU MOINS LA NUIT DU '
                           WS-DATE-SUIVANTE ' DANS LE MOIS'
                   MOVE 'MOIS NON ENTIEREMENT TRAITE' TO
                       WS-LIBELLE-PREREQUIS
                   PERFORM ARRET-CHAINE
               END-IF
           END-IF

           DISPLAY 'CHAINE DE NUIT DU MOIS TERMINEE (DATE METIER '
                   WS-DATE-METIER ' ' WS-STATUT-DATE ')'
           .

      * CALENDRIER DES JOURS FERIES (UNE DATE ISO PAR LIGNE) ; UN
      * FICHIER ABSENT VAUT CALENDRIER VIDE
       CHARGER-CALENDRIER-FERIES.
           MOVE ZERO TO NB-FERIES
           OPEN INPUT CALENDRIER-FERIES
           IF FS-CALJOUR = '00'
               MOVE ZERO TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = 1
                   READ CALENDRIER-FERIES
                       AT END
                           MOVE 1 TO WS-FIN-FICHIER
                       NOT AT END
                           IF NB-FERIES < 30
                               ADD 1 TO NB-FERIES
                               MOVE ENR-CALJOUR
                                   TO JOUR-FERIE(NB-FERIES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDRIER-FERIES
           END-IF
           .

      * JOUR OUVRE SUIVANT LA DATE METIER (WEEK-ENDS ET FERIES
      * SAUTES, MEME REGLE QU'ORDOBAT : 6 = SAMEDI, 0 = DIMANCHE)
       CALCULER-JOUR-OUVRE-SUIVANT.
           MOVE WS-DATE-METIER (1:4) TO WS-DATE-AAAAMMJJ (1:4)
           MOVE WS-DATE-METIER (6:2) TO WS-DATE-AAAAMMJJ (5:2)
           MOVE WS-DATE-METIER (9:2) TO WS-DATE-AAAAMMJJ (7:2)
           MOVE WS-DATE-AAAAMMJJ TO WS-DATE-NUM
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           MOVE 'N' TO WS-DATE-OUVREE
           PERFORM UNTIL WS-DATE-OUVREE = 'O'
               ADD 1 TO WS-JOUR-ENTIER
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               MOVE WS-DATE-NUM TO WS-DATE-AAAAMMJJ
               MOVE SPACES TO WS-DATE-SUIVANTE
               STRING WS-DATE-AAAAMMJJ (1:4) '-'
                      WS-DATE-AAAAMMJJ (5:2) '-'
                      WS-DATE-AAAAMMJJ (7:2)
                   DELIMITED BY SIZE INTO WS-DATE-SUIVANTE
               END-STRING
               MOVE 'O' TO WS-DATE-OUVREE
               COMPUTE WS-JOUR-SEMAINE =
                   FUNCTION MOD(WS-JOUR-ENTIER, 7)
               IF WS-JOUR-SEMAINE = 6 OR WS-JOUR-SEMAINE = 0
                   MOVE 'N' TO WS-DATE-OUVREE
               END-IF
               PERFORM VARYING IDX-FER FROM 1 BY 1
                   UNTIL IDX-FER > NB-FERIES
                   IF JOUR-FERIE(IDX-FER) = WS-DATE-SUIVANTE
                       MOVE 'N' TO WS-DATE-OUVREE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       ETAPE1-SNAPVENT.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.SALES_SNAPSHOT
               WHERE PERIODE = :WS-PERIODE
           END-EXEC
           PERFORM CONTROLER-PERIODE-VIERGE
           MOVE ED-PROG(1) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'SNAPVENT' USING WS-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE2-VALSTOCK.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.STOCK_VALO
               WHERE PERIODE = :WS-PERIODE
           END-EXEC
           PERFORM CONTROLER-PERIODE-VIERGE
           MOVE ED-PROG(2) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'VALSTOCK' USING WS-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE3-FXREVAL.
           PERFORM VERIFIER-TAUX
           MOVE ED-PROG(3) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'FXREVAL'
           PERFORM TERMINER-ETAPE
           .

       ETAPE4-INTERETS.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.INTERETS
               WHERE PERIODE = :WS-PERIODE
           END-EXEC
           PERFORM CONTROLER-PERIODE-VIERGE
           MOVE ED-PROG(4) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'INTERETS' USING WS-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE5-COMSETL.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.COMMISSION_LEDGER
               WHERE PERIODE = :WS-PERIODE
           END-EXEC
           PERFORM CONTROLER-PERIODE-VIERGE
           MOVE ED-PROG(5) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'COMSETL' USING WS-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE6-RELEVE.
           MOVE ED-PROG(6) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'RELEVE' USING WS-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE7-AGECLI.
           MOVE ED-PROG(7) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'AGECLI' USING WS-DATE-FIN-PERIODE
           PERFORM TERMINER-ETAPE
           .

       ETAPE8-PERREOUV.
           IF WS-DERNIERE-ETAPE-OK NOT = 7
               MOVE 'ETAPES DE CLOTURE INCOMPLETES' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           MOVE ED-PROG(8) TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'PERREOUV' USING WS-PERIODE WS-ACTION-FERMETURE
                                 WS-RESPONSABLE
           PERFORM TERMINER-ETAPE
           .

      * PREREQUIS COMMUN DES ETAPES QUI ECRIVENT UN HISTORIQUE PAR
      * PERIODE : RIEN NE DOIT DEJA EXISTER POUR LA PERIODE (LE
      * PROGRAMME LE REFUSERAIT DE TOUTE FACON, MAIS LE PILOTE
      * S'ARRETE AVANT D'APPELER, AVEC L'ETAPE EN CAUSE)
       CONTROLER-PERIODE-VIERGE.
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR SQL : ' SQLCODE
               MOVE 'LECTURE DB2 DES PREREQUIS' TO
                   WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           IF WS-NB-EXISTANTS > ZERO
               DISPLAY 'PERIODE ' WS-PERIODE ' DEJA TRAITEE PAR '
                       ED-PROG(WS-ETAPE-COURANTE) ' ('
                       WS-NB-EXISTANTS ' LIGNES)'
               MOVE 'PERIODE DEJA TRAITEE' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           .

      * LA TABLE DE TAUX EST REQUISE PAR FXREVAL
       VERIFIER-TAUX.
           OPEN INPUT TAUX
           IF FS-TAUX = '35'
               MOVE 'TAUX INTROUVABLE' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           IF FS-TAUX NOT = '00'
               MOVE 'TAUX - ERREUR OUVERTURE' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-CHAINE
           END-IF
           READ TAUX
               AT END
                   MOVE 'TAUX VIDE' TO WS-LIBELLE-PREREQUIS
                   PERFORM ARRET-CHAINE
           END-READ
           CLOSE TAUX
           .

      * FIN D'ETAPE : JOURNAL, ARRET SUR CODE RETOUR NON NUL, SINON
      * POINT DE REPRISE AVANCE
       TERMINER-ETAPE.
           MOVE RETURN-CODE TO WS-RC-ETAPE
           PERFORM ECRIRE-JOURNAL-ETAPE
           IF WS-RC-ETAPE NOT = ZERO
               MOVE WS-PROG-COURANT TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-PROG
           END-IF
           MOVE WS-ETAPE-COURANTE TO WS-DERNIERE-ETAPE-OK
           PERFORM ECRIRE-CHECKPOINT-CLOTURE
           .

      * CONSOMME (ET IGNORE) LES CARTES SYSIN DE L'ETAPE DEJA FAITE
       CONSOMMER-CARTES-ETAPE.
           PERFORM VARYING WS-IDX-CARTE FROM 1 BY 1
               UNTIL WS-IDX-CARTE > ED-NB-CARTES(WS-ETAPE-COURANTE)
               MOVE SPACES TO WS-CARTE-PERDUE
               ACCEPT WS-CARTE-PERDUE FROM SYSIN
           END-PERFORM
           .

       OUVRIR-JOURNAL-CLOTURE.
           OPEN OUTPUT JOURNAL-CLOTURE
           IF FS-JRNLMOIS NOT = '00'
               DISPLAY 'ERR OPEN JRNLMOIS - FS : ' FS-JRNLMOIS
           END-IF
           .

       FERMER-JOURNAL-CLOTURE.
           CLOSE JOURNAL-CLOTURE
           IF FS-JRNLMOIS NOT = '00'
               DISPLAY 'ERR CLOSE JRNLMOIS - FS : ' FS-JRNLMOIS
           END-IF
           .

       NOTER-HEURE-DEBUT.
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-HEURE-SYS (1:6) TO WS-HEURE-DEBUT
           .

      * ENREGISTREMENT 'S' DU JOURNAL : UNE LIGNE PAR ETAPE EXECUTEE,
      * LA PERIODE EN DETAIL
       ECRIRE-JOURNAL-ETAPE.
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-HEURE-SYS (1:6) TO WS-HEURE-FIN

           MOVE SPACES TO ENR-JRNLMOIS
           MOVE 'S' TO JRN-TYPE
           MOVE WS-ETAPE-COURANTE TO JRN-ETAPE
           MOVE WS-PROG-COURANT TO JRN-PROG
           MOVE WS-HEURE-DEBUT TO JRN-DEBUT
           MOVE WS-HEURE-FIN TO JRN-FIN
           MOVE WS-RC-ETAPE TO JRN-RC
           MOVE WS-PERIODE TO JRN-DETAIL
           WRITE ENR-JRNLMOIS
           IF FS-JRNLMOIS NOT = '00'
               DISPLAY 'ERR WRITE JRNLMOIS - FS : ' FS-JRNLMOIS
           END-IF
           .

      * ARRET NET AU PREMIER PREREQUIS MANQUANT, AVEC UN CODE RETOUR
      * NON NUL POUR L'ORDONNANCEUR ; LE POINT DE REPRISE RESTE EN
      * PLACE POUR LA RELANCE
       ARRET-CHAINE.
           PERFORM FERMER-JOURNAL-CLOTURE
           DISPLAY '*** ARRET DE LA CLOTURE CLOTMOIS ***'
           DISPLAY 'PREREQUIS EN CAUSE : ' WS-LIBELLE-PREREQUIS
           MOVE 16 TO RETURN-CODE
           GOBACK
           .

      * ARRET NET QUAND UN PROGRAMME APPELE REND UN CODE RETOUR NON
      * NUL : LA PERIODE RESTE OUVERTE ET LE CODE EST PROPAGE TEL QUEL
       ARRET-PROG.
           PERFORM FERMER-JOURNAL-CLOTURE
           DISPLAY '*** ARRET DE LA CLOTURE CLOTMOIS ***'
           DISPLAY 'PROGRAMME EN ECHEC : ' WS-LIBELLE-PREREQUIS
           MOVE WS-RC-ETAPE TO RETURN-CODE
           DISPLAY 'RETURN-CODE : ' RETURN-CODE
           GOBACK
           .
