       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVACC.

      * SUIVI MENSUEL DES ACCORDS CADRE (API6.ACCORDS_CADRE) :
      * ENGAGEMENT ANNUEL D'UN CLIENT SUR UN PRODUIT, A PRIX ACCORDE,
      * ENTRE DEUX DATES. LES APPELS SONT DECOMPTES PAR MAJDB (CODE DE
      * L'ACCORD DANS LA ZONE RESERVE DES FLUX) ET PAR A5CMDE.
      *   - MISE A JOUR : LE FICHIER ACCIN, FACULTATIF, CREE OU MODIFIE
      *     LES ACCORDS (CLIENT, CODE, PRODUIT, QUANTITE ENGAGEE, PRIX,
      *     DATES, REGLE DE DEPASSEMENT 'R' REFUS OU 'C' PRIX
      *     CATALOGUE) ; LA QUANTITE DEJA APPELEE EST CONSERVEE
      *   - ETAT RAPACC : POUR CHAQUE ACCORD EN VIGUEUR A LA DATE DE
      *     TRAITEMENT OU ECHU DANS LE MOIS ECOULE, TAUX DE
      *     CONSOMMATION, TAUX DE TEMPS ECOULE ET PROJECTION DE LA
      *     QUANTITE APPELEE A ECHEANCE AU RYTHME CONSTATE ; L'ECART
      *     AVEC L'ENGAGEMENT EST LE MANQUE PREVISIBLE
      * DATE DE TRAITEMENT LUE EN SYSIN (AAAA-MM-JJ), DATE SYSTEME A
      * DEFAUT, COMME SUIVREC. COMMIT UNIQUE DE FIN DE RUN ; CODE
      * RETOUR 4 SI DES MISES A JOUR ONT ETE REJETEES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCORDS-ENTREE ASSIGN TO ACCIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ACCIN.

           SELECT RAPPORT-ACCORDS ASSIGN TO RAPACC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPACC.

       DATA DIVISION.
       FILE SECTION.
       FD ACCORDS-ENTREE.
       01 ENR-ACCIN.
           05 ACI-NUM-CLI       PIC 9(4).
           05 ACI-CODE-ACCORD   PIC X(3).
           05 ACI-NUM-PROD      PIC X(3).
           05 ACI-QTE-ENGAGEE   PIC 9(7).
           05 ACI-PRIX          PIC 9(3)V99.
           05 ACI-DATE-DEBUT    PIC X(10).
           05 ACI-DATE-FIN      PIC X(10).
           05 ACI-REGLE         PIC X(1).
           05 FILLER            PIC X(37).

       FD RAPPORT-ACCORDS.
       01 ENR-RAPACC            PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE ACCORD
           END-EXEC.

      * ACCORDS EN VIGUEUR A LA DATE DE TRAITEMENT OU ECHUS DANS LE
      * MOIS ECOULE, AVEC LEUR DUREE ET LE NOMBRE DE JOURS ECOULES
           EXEC SQL
               DECLARE CACCORDS CURSOR
               FOR
               SELECT
                   C_NO,
                   CODE_ACCORD,
                   P_NO,
                   QTE_ENGAGEE,
                   QTE_APPELEE,
                   DATE_FIN,
                   DAYS(DATE_FIN) - DAYS(DATE_DEBUT) + 1,
                   DAYS(DATE(:WS-DATE-TRAIT)) - DAYS(DATE_DEBUT) + 1
               FROM
                   API6.ACCORDS_CADRE
               WHERE
                   DATE_DEBUT <= DATE(:WS-DATE-TRAIT)
                   AND DATE_FIN >= DATE(:WS-DATE-TRAIT) - 1 MONTH
               ORDER BY
                   C_NO, CODE_ACCORD
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-ACCIN         PIC 99.
       77 FS-RAPACC        PIC 99.
       77 WS-FF-ACCIN      PIC 9 VALUE ZERO.

      * DATE DE TRAITEMENT
       77 WS-DATE-SAISIE   PIC X(10).
       77 WS-DATE-TRAIT    PIC X(10).
       77 WS-SYSTEM-DATE   PIC X(8).

      * CONTROLE D'UNE DATE DU FICHIER ACCIN (AAAA-MM-JJ)
       01 WS-DATE-CTRL.
           05 WS-DC-AAAA    PIC X(4).
           05 WS-DC-SEP1    PIC X.
           05 WS-DC-MM      PIC X(2).
           05 WS-DC-SEP2    PIC X.
           05 WS-DC-JJ      PIC X(2).
       77 WS-DATE-VALIDE   PIC X VALUE 'O'.
           88 DATE-VALIDE       VALUE 'O'.
           88 DATE-INVALIDE     VALUE 'N'.
       77 WS-MOTIF-REJET   PIC X(30).

      * CONSOMMATION ET PROJECTION DE L'ACCORD EXAMINE
       77 WS-JOURS-DUREE   PIC S9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-JOURS-ECOULES PIC S9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-CONSO    PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-TEMPS    PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-QTE-PROJETEE  PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-QTE-MANQUE    PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-ETAT-ACCORD   PIC X(6).

      * COMPTEURS
       77 WS-NB-ACC-LUS    PIC 9(5) VALUE ZERO.
       77 WS-NB-CREES      PIC 9(5) VALUE ZERO.
       77 WS-NB-MODIFIES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETES    PIC 9(5) VALUE ZERO.
       77 WS-NB-SUIVIS     PIC 9(5) VALUE ZERO.
       77 WS-NB-MANQUES    PIC 9(5) VALUE ZERO.
       77 WS-NB-EPUISES    PIC 9(5) VALUE ZERO.
       77 ED-NB            PIC Z(4)9.
       77 ED-C-NO          PIC 9(4).
       77 ED-QTE-ENGAGEE   PIC Z(6)9.
       77 ED-QTE-APPELEE   PIC Z(6)9.
       77 ED-QTE-PROJETEE  PIC Z(6)9.
       77 ED-QTE-MANQUE    PIC Z(6)9.
       77 ED-TAUX-CONSO    PIC ZZ9.
       77 ED-TAUX-TEMPS    PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME SUIVACC - SUIVI DES ACCORDS CADRE ==='
           PERFORM LIRE-DATE-TRAITEMENT
           PERFORM OUV-RAPACC

           MOVE SPACES TO ENR-RAPACC
           STRING '=== SUIVI DES ACCORDS CADRE AU '
                  WS-DATE-TRAIT ' ==='
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           PERFORM APPLIQUER-MISES-A-JOUR
           PERFORM LISTER-ACCORDS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX
           PERFORM FERM-RAPACC

           IF WS-NB-REJETES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME SUIVACC'
           GOBACK.

      * DATE DE TRAITEMENT DEPUIS SYSIN, COMME RELANCE
       LIRE-DATE-TRAITEMENT.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE (1:4) IS NUMERIC
               AND WS-DATE-SAISIE (5:1) = '-'
               AND WS-DATE-SAISIE (6:2) IS NUMERIC
               AND WS-DATE-SAISIE (8:1) = '-'
               AND WS-DATE-SAISIE (9:2) IS NUMERIC
               MOVE WS-DATE-SAISIE TO WS-DATE-TRAIT
           ELSE
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               STRING WS-SYSTEM-DATE (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (7:2) DELIMITED BY SIZE
                   INTO WS-DATE-TRAIT
               END-STRING
               DISPLAY 'DATE DE TRAITEMENT ABSENTE OU INVALIDE - '
                       'DATE SYSTEME UTILISEE : ' WS-DATE-TRAIT
           END-IF
           .

      *****************************************************
      * CREATIONS ET MODIFICATIONS D'ACCORDS ; SANS FICHIER
      * ACCIN, LES ACCORDS RESTENT EN L'ETAT
      *****************************************************
       APPLIQUER-MISES-A-JOUR.
           OPEN INPUT ACCORDS-ENTREE
           IF FS-ACCIN NOT = ZERO
               DISPLAY 'PAS DE FICHIER ACCIN - FS : ' FS-ACCIN
           ELSE
               PERFORM LECT-ACCIN
               PERFORM UNTIL WS-FF-ACCIN = 1
                   ADD 1 TO WS-NB-ACC-LUS
                   PERFORM TRAITER-MISE-A-JOUR
                   PERFORM LECT-ACCIN
               END-PERFORM
               CLOSE ACCORDS-ENTREE
           END-IF
           .

       LECT-ACCIN.
           READ ACCORDS-ENTREE AT END
               MOVE 1 TO WS-FF-ACCIN
           END-READ.

       TRAITER-MISE-A-JOUR.
           MOVE SPACES TO WS-MOTIF-REJET

           IF ACI-NUM-CLI NOT NUMERIC OR ACI-NUM-CLI = ZERO
              OR ACI-CODE-ACCORD = SPACES
               MOVE 'CLIENT OU CODE ACCORD INVALIDE' TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
              AND (ACI-QTE-ENGAGEE NOT NUMERIC
                   OR ACI-QTE-ENGAGEE = ZERO
                   OR ACI-PRIX NOT NUMERIC
                   OR ACI-PRIX = ZERO)
               MOVE 'QUANTITE OU PRIX INVALIDE' TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
              AND ACI-REGLE NOT = 'R' AND ACI-REGLE NOT = 'C'
               MOVE 'REGLE DE DEPASSEMENT INVALIDE' TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE ACI-DATE-DEBUT TO WS-DATE-CTRL
               PERFORM CONTROLER-DATE-ACCIN
               IF DATE-VALIDE
                   MOVE ACI-DATE-FIN TO WS-DATE-CTRL
                   PERFORM CONTROLER-DATE-ACCIN
               END-IF
               IF DATE-INVALIDE
                  OR ACI-DATE-FIN < ACI-DATE-DEBUT
                   MOVE 'DATES DE VALIDITE INVALIDES' TO WS-MOTIF-REJET
               END-IF
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE ACI-NUM-CLI TO CUST-C-NO
               EXEC SQL
                   SELECT C_NO
                   INTO :CUST-C-NO
                   FROM API6.CUSTOMERS
                   WHERE C_NO = :CUST-C-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       MOVE 'CLIENT INCONNU' TO WS-MOTIF-REJET
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE ACI-NUM-PROD TO PROD-P-NO
               EXEC SQL
                   SELECT P_NO
                   INTO :PROD-P-NO
                   FROM API6.PRODUCTS
                   WHERE P_NO = :PROD-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       MOVE 'PRODUIT INCONNU' TO WS-MOTIF-REJET
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF WS-MOTIF-REJET = SPACES
               PERFORM ENREGISTRER-ACCORD
           ELSE
               MOVE SPACES TO ENR-RAPACC
               STRING 'MISE A JOUR REJETEE ' ENR-ACCIN(1:10) ' : '
                      WS-MOTIF-REJET
                   DELIMITED BY SIZE INTO ENR-RAPACC
               PERFORM ECRIRE-RAPACC
               ADD 1 TO WS-NB-REJETES
           END-IF
           .

       CONTROLER-DATE-ACCIN.
           SET DATE-VALIDE TO TRUE
           IF WS-DC-AAAA IS NOT NUMERIC
              OR WS-DC-MM IS NOT NUMERIC
              OR WS-DC-JJ IS NOT NUMERIC
              OR WS-DC-SEP1 NOT = '-'
              OR WS-DC-SEP2 NOT = '-'
               SET DATE-INVALIDE TO TRUE
           ELSE
               IF WS-DC-MM < '01' OR WS-DC-MM > '12'
                  OR WS-DC-JJ < '01' OR WS-DC-JJ > '31'
                   SET DATE-INVALIDE TO TRUE
               END-IF
           END-IF
           .

      * MODIFICATION D'UN ACCORD EXISTANT SANS TOUCHER A LA QUANTITE
      * APPELEE ; A DEFAUT, CREATION AVEC UNE QUANTITE APPELEE NULLE
       ENREGISTRER-ACCORD.
           MOVE ACI-NUM-CLI TO ACC-C-NO
           MOVE ACI-CODE-ACCORD TO ACC-CODE-ACCORD
           MOVE ACI-NUM-PROD TO ACC-P-NO
           MOVE ACI-QTE-ENGAGEE TO ACC-QTE-ENGAGEE
           MOVE ACI-PRIX TO ACC-PRIX-ACCORDE
           MOVE ACI-DATE-DEBUT TO ACC-DATE-DEBUT
           MOVE ACI-DATE-FIN TO ACC-DATE-FIN
           MOVE ACI-REGLE TO ACC-REGLE-DEPASS

           EXEC SQL
               UPDATE API6.ACCORDS_CADRE
               SET P_NO = :ACC-P-NO,
                   QTE_ENGAGEE = :ACC-QTE-ENGAGEE,
                   PRIX_ACCORDE = :ACC-PRIX-ACCORDE,
                   DATE_DEBUT = :ACC-DATE-DEBUT,
                   DATE_FIN = :ACC-DATE-FIN,
                   REGLE_DEPASS = :ACC-REGLE-DEPASS
               WHERE C_NO = :ACC-C-NO
                 AND CODE_ACCORD = :ACC-CODE-ACCORD
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-MODIFIES
               WHEN +100
                   EXEC SQL
                       INSERT INTO API6.ACCORDS_CADRE
                       (C_NO, CODE_ACCORD, P_NO, QTE_ENGAGEE,
                        PRIX_ACCORDE, DATE_DEBUT, DATE_FIN,
                        QTE_APPELEE, REGLE_DEPASS)
                       VALUES (:ACC-C-NO, :ACC-CODE-ACCORD, :ACC-P-NO,
                               :ACC-QTE-ENGAGEE, :ACC-PRIX-ACCORDE,
                               :ACC-DATE-DEBUT, :ACC-DATE-FIN,
                               0, :ACC-REGLE-DEPASS)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-CREES
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

      *****************************************************
      * ETAT DE CONSOMMATION ET MANQUE PREVISIBLE
      *****************************************************
       LISTER-ACCORDS.
           MOVE SPACES TO ENR-RAPACC
           PERFORM ECRIRE-RAPACC
           MOVE 'CLI  ACC PRD  ENGAGE  APPELE %CON %TPS PROJETE   MANQ
      -         'UE ECHEANCE' TO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           EXEC SQL
               OPEN CACCORDS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-ACCORD
           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-SUIVIS
               PERFORM EVALUER-ACCORD
               PERFORM FETCH-ACCORD
           END-PERFORM

           EXEC SQL
               CLOSE CACCORDS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-ACCORD.
           EXEC SQL
               FETCH CACCORDS
               INTO :ACC-C-NO,
                    :ACC-CODE-ACCORD,
                    :ACC-P-NO,
                    :ACC-QTE-ENGAGEE,
                    :ACC-QTE-APPELEE,
                    :ACC-DATE-FIN,
                    :WS-JOURS-DUREE,
                    :WS-JOURS-ECOULES
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * PROJECTION AU RYTHME CONSTATE DEPUIS LE DEBUT DE L'ACCORD :
      * APPELE x DUREE / JOURS ECOULES (ACCORD ECHU : L'APPELE EST
      * DEFINITIF)
       EVALUER-ACCORD.
           IF WS-JOURS-ECOULES > WS-JOURS-DUREE
               MOVE WS-JOURS-DUREE TO WS-JOURS-ECOULES
           END-IF

           MOVE ZERO TO WS-TAUX-CONSO
           IF ACC-QTE-ENGAGEE > ZERO
               COMPUTE WS-TAUX-CONSO ROUNDED =
                   ACC-QTE-APPELEE * 100 / ACC-QTE-ENGAGEE
           END-IF
           COMPUTE WS-TAUX-TEMPS ROUNDED =
               WS-JOURS-ECOULES * 100 / WS-JOURS-DUREE
           COMPUTE WS-QTE-PROJETEE ROUNDED =
               ACC-QTE-APPELEE * WS-JOURS-DUREE / WS-JOURS-ECOULES
           COMPUTE WS-QTE-MANQUE = ACC-QTE-ENGAGEE - WS-QTE-PROJETEE

           EVALUATE TRUE
               WHEN ACC-QTE-APPELEE >= ACC-QTE-ENGAGEE
                   MOVE 'EPUISE' TO WS-ETAT-ACCORD
                   MOVE ZERO TO WS-QTE-MANQUE
                   ADD 1 TO WS-NB-EPUISES
               WHEN WS-QTE-MANQUE > ZERO
                   MOVE 'MANQUE' TO WS-ETAT-ACCORD
                   ADD 1 TO WS-NB-MANQUES
               WHEN OTHER
                   MOVE SPACES TO WS-ETAT-ACCORD
                   MOVE ZERO TO WS-QTE-MANQUE
           END-EVALUATE

           IF WS-TAUX-CONSO > 999
               MOVE 999 TO WS-TAUX-CONSO
           END-IF

           MOVE ACC-C-NO TO ED-C-NO
           MOVE ACC-QTE-ENGAGEE TO ED-QTE-ENGAGEE
           MOVE ACC-QTE-APPELEE TO ED-QTE-APPELEE
           MOVE WS-TAUX-CONSO TO ED-TAUX-CONSO
           MOVE WS-TAUX-TEMPS TO ED-TAUX-TEMPS
           MOVE WS-QTE-PROJETEE TO ED-QTE-PROJETEE
           MOVE WS-QTE-MANQUE TO ED-QTE-MANQUE
           MOVE SPACES TO ENR-RAPACC
           STRING ED-C-NO ' ' ACC-CODE-ACCORD ' ' ACC-P-NO ' '
                  ED-QTE-ENGAGEE ' ' ED-QTE-APPELEE '  '
                  ED-TAUX-CONSO '  ' ED-TAUX-TEMPS ' '
                  ED-QTE-PROJETEE '  ' ED-QTE-MANQUE ' '
                  ACC-DATE-FIN ' ' WS-ETAT-ACCORD
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC
           .

       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-ACC-LUS TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'MISES A JOUR LUES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-CREES TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'ACCORDS CREES            : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-MODIFIES TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'ACCORDS MODIFIES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-REJETES TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'MISES A JOUR REJETEES    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-SUIVIS TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'ACCORDS SUIVIS           : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-MANQUES TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'ACCORDS EN MANQUE PREVU  : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           MOVE WS-NB-EPUISES TO ED-NB
           MOVE SPACES TO ENR-RAPACC
           STRING 'ACCORDS EPUISES          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPACC
           PERFORM ECRIRE-RAPACC

           DISPLAY 'ACCORDS SUIVIS          : ' WS-NB-SUIVIS
           DISPLAY 'ACCORDS EN MANQUE PREVU : ' WS-NB-MANQUES
           DISPLAY 'MISES A JOUR REJETEES   : ' WS-NB-REJETES
           .

       ECRIRE-RAPACC.
           WRITE ENR-RAPACC
           IF FS-RAPACC NOT = ZERO
               DISPLAY 'ERR WRITE RAPACC - FS : ', FS-RAPACC
           END-IF.

       OUV-RAPACC.
           OPEN OUTPUT RAPPORT-ACCORDS
           IF FS-RAPACC NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPACC - FS : ', FS-RAPACC
           END-IF.

       FERM-RAPACC.
           CLOSE RAPPORT-ACCORDS
           IF FS-RAPACC NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPACC - FS : ', FS-RAPACC
           END-IF.

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
