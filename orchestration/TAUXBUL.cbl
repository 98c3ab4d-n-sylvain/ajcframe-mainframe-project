       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUXBUL.

      * INTEGRATION DU BULLETIN DES TAUX DE REFERENCE PUBLIE PAR LA
      * BANQUE DANS LE KSDS A5TAUXK, A LA PLACE DE LA RESSAISIE DANS
      * A5TAUX : CHAQUE TAUX DU BULLETIN EST CREE EN ATTENTE ('P') A
      * LA DATE D'EFFET DU BULLETIN ET RESTE SOUMIS A L'APPROBATION A
      * QUATRE YEUX DE A5TXAPP, PUIS A L'EXPORT TAUXEXT.
      * FORMAT DU BULLETIN : UNE LIGNE D'EN-TETE 'DATE;AAAAMMJJ' (DATE
      * D'EFFET DES TAUX PUBLIES), PUIS UNE LIGNE 'DEVISE;TAUX' PAR
      * DEVISE, LE TAUX AVEC POINT OU VIRGULE DECIMALE.
      * CHAQUE TAUX EST COMPARE AU DERNIER TAUX APPROUVE DE LA DEVISE
      * ANTERIEUR A LA DATE D'EFFET, AVEC LA MEME TOLERANCE DE
      * MOUVEMENT QUE MAJPROD ET MAJDB (SEUIL EN SYSIN, 50 % PAR
      * DEFAUT) : UN TAUX HORS TOLERANCE EST TOUT DE MEME CREE, MAIS
      * SON COMMENTAIRE LE SIGNALE A L'APPROBATEUR DANS A5TXAPP.
      * UNE CLE DEJA PRESENTE DANS LE KSDS (SAISIE MANUELLE OU BULLETIN
      * DEJA PASSE) N'EST PAS ECRASEE. LES DEVISES CONNUES DU KSDS
      * ABSENTES DU BULLETIN SONT SIGNALEES. LE RAPPORT RAPTXB DONNE A
      * LA TRESORERIE LA LISTE PRE-REMPLIE A APPROUVER.
      * CODE RETOUR 4 SI UN TAUX EST HORS TOLERANCE, REJETE OU SI UNE
      * DEVISE MANQUE AU BULLETIN ; 8 SI LE BULLETIN N'A PAS DE DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULLETIN ASSIGN TO BULLETIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-BULLETIN.

           SELECT TAUXK ASSIGN FTAUXK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLE-TAUXK
           FILE STATUS IS FS-TAUXK.

           SELECT RAPPORT-BULLETIN ASSIGN TO RAPTXB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPTXB.

       DATA DIVISION.
       FILE SECTION.
       FD BULLETIN.
       01 LIGNE-BULLETIN        PIC X(80).

      * MEME DESSIN QUE DANS TAUXEXT, A5TAUX ET A5TXAPP
       FD TAUXK.
       01 ENR-TAUXK.
           05 CLE-TAUXK.
               10 DEVISE-TAUXK  PIC X(3).
               10 DATEF-TAUXK   PIC X(8).
           05 TAUX-TAUXK        PIC X(10).
           05 USER-TAUXK        PIC X(8).
           05 HEURE-TAUXK       PIC 9(6).
           05 STATUT-TAUXK      PIC X(1).
           05 APPROB-TAUXK      PIC X(8).
           05 COMMENT-TAUXK     PIC X(20).

       FD RAPPORT-BULLETIN.
       01 LIGNE-RAPTXB          PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-BULLETIN       PIC 99.
       77 FS-TAUXK          PIC 99.
       77 FS-RAPTXB         PIC 99.
       77 FF-BULLETIN       PIC 9 VALUE ZERO.

       77 WS-NB-LUS         PIC 9(4) VALUE ZERO.
       77 WS-NB-CREES       PIC 9(4) VALUE ZERO.
       77 WS-NB-HORS-TOL    PIC 9(4) VALUE ZERO.
       77 WS-NB-EXISTANTS   PIC 9(4) VALUE ZERO.
       77 WS-NB-REJETES     PIC 9(4) VALUE ZERO.
       77 WS-NB-MANQUANTS   PIC 9(4) VALUE ZERO.

      * DATE D'EFFET DU BULLETIN ET IDENTIFICATION DE LA CREATION
       77 WS-DATE-EFFET     PIC X(8) VALUE SPACES.
       77 WS-HEURE-SYS      PIC 9(8).
       77 WS-AUTEUR         PIC X(8) VALUE 'TAUXBUL'.

      * SEUIL DE TOLERANCE, MEME PARAMETRAGE QUE MAJPROD
       77 WS-SEUIL-TAUX-SAISI   PIC X(6) VALUE SPACES.
       77 WS-SEUIL-TAUX-PCT     PIC 9(3)V99 VALUE 050,00.
       77 WS-ECART-TAUX-PCT     PIC S9(5)V99 VALUE ZERO.

      * ZONES DE LA LIGNE DE BULLETIN
       77 WS-CHAMP-1        PIC X(10).
       77 WS-CHAMP-2        PIC X(20).
       77 WS-DEVISE-LUE     PIC X(3).
       77 WS-TAUX-LU        PIC X(10).
       77 WS-TAUX-NOUVEAU   PIC 9(3)V9(5) VALUE ZERO.
       77 WS-MOTIF          PIC X(30).

      * CONTROLE D'EXPLOITABILITE DU TAUX, COMME DANS TAUXEXT
       77 WS-I              PIC 99 VALUE ZERO.
       77 WS-NB-CHIFFRES    PIC 99 VALUE ZERO.
       77 WS-NB-VIRGULES    PIC 99 VALUE ZERO.
       77 WS-TAUX-VALIDE    PIC X VALUE 'O'.
           88 TAUX-VALIDE       VALUE 'O'.
           88 TAUX-INVALIDE     VALUE 'N'.

      * DEVISES CONNUES DU KSDS AVEC LEUR DERNIER TAUX APPROUVE
      * ANTERIEUR A LA DATE D'EFFET, ET PRESENCE AU BULLETIN
       01 TAB-DEVISES.
           05 NB-DEVISES       PIC 99 VALUE ZERO.
           05 DEVISE-CONNUE OCCURS 50 TIMES INDEXED BY IDX-DEV.
               10 CODE-DEVISE     PIC X(3).
               10 TAUX-ACTIF      PIC 9(3)V9(5).
               10 DATE-TAUX-ACTIF PIC X(8).
               10 DEVISE-PUBLIEE  PIC X.
       77 WS-IDX-TROUVE     PIC 99 VALUE ZERO.

      * LIGNES DU RAPPORT
       01 LIGNE-DETAIL.
           05 DET-DEVISE        PIC X(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-DATEF         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-TAUX          PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-TAUX-ACTIF    PIC ZZ9,99999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-DATE-ACTIF    PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-ECART         PIC Z(3)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 DET-MOTIF         PIC X(30).
           05 FILLER            PIC X(45) VALUE SPACES.
       77 ED-ECART          PIC ZZ9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== TAUXBUL - INTEGRATION DU BULLETIN DES TAUX ==='

           PERFORM LIRE-SEUIL-TAUX

           OPEN INPUT BULLETIN
           IF FS-BULLETIN NOT = ZERO
               DISPLAY 'ERR OPEN BULLETIN - FS : ' FS-BULLETIN
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT RAPPORT-BULLETIN
           IF FS-RAPTXB NOT = ZERO
               DISPLAY 'ERR OPEN RAPTXB - FS : ' FS-RAPTXB
               PERFORM ABEND-PROG
           END-IF

           PERFORM LIRE-DATE-BULLETIN

           IF WS-DATE-EFFET = SPACES
               MOVE SPACES TO LIGNE-RAPTXB
               STRING 'BULLETIN SANS LIGNE DATE;AAAAMMJJ EN TETE - '
                      'AUCUN TAUX CREE'
                   DELIMITED BY SIZE INTO LIGNE-RAPTXB
               WRITE LIGNE-RAPTXB
               DISPLAY 'BULLETIN SANS DATE D EFFET - AUCUN TAUX CREE'
               CLOSE BULLETIN
               CLOSE RAPPORT-BULLETIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-HEURE-SYS FROM TIME
           PERFORM CHARGER-TAUX-ACTIFS
           PERFORM EDITER-ENTETE

           OPEN I-O TAUXK
           IF FS-TAUXK NOT = ZERO
               DISPLAY 'ERR OPEN I-O TAUXK - FS : ' FS-TAUXK
               PERFORM ABEND-PROG
           END-IF

           PERFORM LECT-BULLETIN
           PERFORM UNTIL FF-BULLETIN = 1
               ADD 1 TO WS-NB-LUS
               PERFORM TRAITER-LIGNE-BULLETIN
               PERFORM LECT-BULLETIN
           END-PERFORM

           CLOSE TAUXK
           CLOSE BULLETIN

           PERFORM SIGNALER-DEVISES-MANQUANTES

           MOVE SPACES TO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB
           MOVE SPACES TO LIGNE-RAPTXB
           STRING 'TAUX LUS ' WS-NB-LUS ' - CREES EN ATTENTE '
                  WS-NB-CREES ' DONT HORS TOLERANCE ' WS-NB-HORS-TOL
                  ' - DEJA PRESENTS ' WS-NB-EXISTANTS
                  ' - REJETES ' WS-NB-REJETES
                  ' - DEVISES MANQUANTES ' WS-NB-MANQUANTS
               DELIMITED BY SIZE INTO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB
           CLOSE RAPPORT-BULLETIN

           DISPLAY 'TAUX LUS            : ' WS-NB-LUS
           DISPLAY 'TAUX CREES (P)      : ' WS-NB-CREES
           DISPLAY 'DONT HORS TOLERANCE : ' WS-NB-HORS-TOL
           DISPLAY 'CLES DEJA PRESENTES : ' WS-NB-EXISTANTS
           DISPLAY 'LIGNES REJETEES     : ' WS-NB-REJETES
           DISPLAY 'DEVISES MANQUANTES  : ' WS-NB-MANQUANTS

           IF WS-NB-HORS-TOL > ZERO OR WS-NB-REJETES > ZERO
              OR WS-NB-MANQUANTS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '=== FIN TAUXBUL ==='
           GOBACK.

       LIRE-SEUIL-TAUX.
           ACCEPT WS-SEUIL-TAUX-SAISI FROM SYSIN
           IF WS-SEUIL-TAUX-SAISI = SPACES
               DISPLAY 'SEUIL DE TOLERANCE TAUX PAR DEFAUT : '
                       WS-SEUIL-TAUX-PCT '%'
           ELSE
               COMPUTE WS-SEUIL-TAUX-PCT =
                   FUNCTION NUMVAL(WS-SEUIL-TAUX-SAISI)
               IF WS-SEUIL-TAUX-PCT = ZERO
                   MOVE 050,00 TO WS-SEUIL-TAUX-PCT
               END-IF
               DISPLAY 'SEUIL DE TOLERANCE TAUX : '
                       WS-SEUIL-TAUX-PCT '%'
           END-IF.

      * LA PREMIERE LIGNE DU BULLETIN PORTE LA DATE D'EFFET
       LIRE-DATE-BULLETIN.
           PERFORM LECT-BULLETIN
           IF FF-BULLETIN = 0
               MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2
               UNSTRING LIGNE-BULLETIN DELIMITED BY ';'
                   INTO WS-CHAMP-1 WS-CHAMP-2
               END-UNSTRING
               IF WS-CHAMP-1 = 'DATE'
                  AND WS-CHAMP-2 (1:8) IS NUMERIC
                  AND WS-CHAMP-2 (9:) = SPACES
                   MOVE WS-CHAMP-2 (1:8) TO WS-DATE-EFFET
                   DISPLAY 'DATE D EFFET DU BULLETIN : ' WS-DATE-EFFET
               END-IF
           END-IF.

      * PREMIER PASSAGE SUR LE KSDS : DEVISES CONNUES ET DERNIER TAUX
      * APPROUVE (OU ANTERIEUR AU CONTROLE, STATUT A BLANC) DONT LA
      * DATE D'EFFET PRECEDE CELLE DU BULLETIN ; LE FICHIER EST EN
      * ORDRE DEVISE + DATE, LE DERNIER LU EST DONC LE PLUS RECENT
       CHARGER-TAUX-ACTIFS.
           OPEN INPUT TAUXK
           IF FS-TAUXK NOT = ZERO
               DISPLAY 'ERR OPEN TAUXK - FS : ' FS-TAUXK
               PERFORM ABEND-PROG
           END-IF

           PERFORM UNTIL FS-TAUXK NOT = ZERO
               READ TAUXK NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RETENIR-TAUX-ACTIF
               END-READ
           END-PERFORM

           IF FS-TAUXK NOT = 10 AND FS-TAUXK NOT = 0
               DISPLAY 'ERR READ TAUXK - FS : ' FS-TAUXK
               PERFORM ABEND-PROG
           END-IF

           CLOSE TAUXK
           DISPLAY 'DEVISES CONNUES DU KSDS : ' NB-DEVISES.

       RETENIR-TAUX-ACTIF.
           PERFORM RECHERCHER-DEVISE-TAB
           IF WS-IDX-TROUVE = ZERO
               IF NB-DEVISES < 50
                   ADD 1 TO NB-DEVISES
                   MOVE NB-DEVISES TO WS-IDX-TROUVE
                   MOVE DEVISE-TAUXK TO CODE-DEVISE (WS-IDX-TROUVE)
                   MOVE ZERO TO TAUX-ACTIF (WS-IDX-TROUVE)
                   MOVE SPACES TO DATE-TAUX-ACTIF (WS-IDX-TROUVE)
                   MOVE 'N' TO DEVISE-PUBLIEE (WS-IDX-TROUVE)
               ELSE
                   DISPLAY 'ATTENTION : TABLE DES DEVISES PLEINE - '
                           DEVISE-TAUXK ' IGNOREE'
               END-IF
           END-IF

           IF WS-IDX-TROUVE > ZERO
              AND (STATUT-TAUXK = 'A' OR STATUT-TAUXK = SPACE)
              AND DATEF-TAUXK < WS-DATE-EFFET
               MOVE TAUX-TAUXK TO WS-TAUX-LU
               PERFORM VALIDER-TAUX-LU
               IF TAUX-VALIDE
                   COMPUTE TAUX-ACTIF (WS-IDX-TROUVE) =
                       FUNCTION NUMVAL(WS-TAUX-LU)
                   MOVE DATEF-TAUXK TO DATE-TAUX-ACTIF (WS-IDX-TROUVE)
               END-IF
           END-IF.

       RECHERCHER-DEVISE-TAB.
           MOVE ZERO TO WS-IDX-TROUVE
           PERFORM VARYING IDX-DEV FROM 1 BY 1
               UNTIL IDX-DEV > NB-DEVISES OR WS-IDX-TROUVE > ZERO
               IF CODE-DEVISE (IDX-DEV) = DEVISE-TAUXK
                   SET WS-IDX-TROUVE TO IDX-DEV
               END-IF
           END-PERFORM.

       EDITER-ENTETE.
           MOVE SPACES TO LIGNE-RAPTXB
           STRING '=== BULLETIN DES TAUX - DATE D EFFET '
                  WS-DATE-EFFET
                  ' - TAUX CREES EN ATTENTE D APPROBATION (A5TXAPP)'
                  ' ==='
               DELIMITED BY SIZE INTO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB
           MOVE SPACES TO LIGNE-RAPTXB
           STRING 'DEV  EFFET     TAUX        TAUX ACTIF DU        '
                  '   ECART %  OBSERVATION'
               DELIMITED BY SIZE INTO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB.

       TRAITER-LIGNE-BULLETIN.
           MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2 WS-MOTIF
           UNSTRING LIGNE-BULLETIN DELIMITED BY ';'
               INTO WS-CHAMP-1 WS-CHAMP-2
           END-UNSTRING
           MOVE WS-CHAMP-1 (1:3) TO WS-DEVISE-LUE
           MOVE WS-CHAMP-2 (1:10) TO WS-TAUX-LU
           INSPECT WS-TAUX-LU REPLACING ALL '.' BY ','

           IF LIGNE-BULLETIN = SPACES
               SUBTRACT 1 FROM WS-NB-LUS
           ELSE
               IF WS-DEVISE-LUE IS NOT ALPHABETIC-UPPER
                  OR WS-DEVISE-LUE (3:1) = SPACE
                  OR WS-CHAMP-1 (4:) NOT = SPACES
                   MOVE 'CODE DEVISE INVALIDE' TO WS-MOTIF
               ELSE
                   PERFORM VALIDER-TAUX-LU
                   IF TAUX-INVALIDE OR WS-CHAMP-2 (11:) NOT = SPACES
                       MOVE 'TAUX INEXPLOITABLE' TO WS-MOTIF
                   ELSE
                       IF FUNCTION NUMVAL(WS-TAUX-LU) = ZERO
                           MOVE 'TAUX NUL' TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF

               IF WS-MOTIF NOT = SPACES
                   PERFORM REJETER-LIGNE
               ELSE
                   PERFORM CREER-TAUX-ATTENTE
               END-IF
           END-IF.

       REJETER-LIGNE.
           ADD 1 TO WS-NB-REJETES
           MOVE SPACES TO LIGNE-RAPTXB
           STRING '*** LIGNE REJETEE (' WS-MOTIF ') : '
                  LIGNE-BULLETIN
               DELIMITED BY SIZE INTO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB
           DISPLAY 'LIGNE DE BULLETIN REJETEE : ' LIGNE-BULLETIN.

      * CREATION DU TAUX EN ATTENTE, AVEC LE CONTROLE DE TOLERANCE DE
      * MAJPROD PAR RAPPORT AU DERNIER TAUX APPROUVE DE LA DEVISE
       CREER-TAUX-ATTENTE.
           MOVE WS-DEVISE-LUE TO DEVISE-TAUXK
           PERFORM RECHERCHER-DEVISE-TAB
           COMPUTE WS-TAUX-NOUVEAU = FUNCTION NUMVAL(WS-TAUX-LU)

           MOVE SPACES TO LIGNE-DETAIL
           MOVE WS-DEVISE-LUE TO DET-DEVISE
           MOVE WS-DATE-EFFET TO DET-DATEF
           MOVE WS-TAUX-LU TO DET-TAUX
           MOVE ZERO TO WS-ECART-TAUX-PCT
           MOVE ZERO TO DET-TAUX-ACTIF
           MOVE ZERO TO DET-ECART

           INITIALIZE ENR-TAUXK
           MOVE WS-DEVISE-LUE TO DEVISE-TAUXK
           MOVE WS-DATE-EFFET TO DATEF-TAUXK
           MOVE WS-TAUX-LU TO TAUX-TAUXK
           MOVE WS-AUTEUR TO USER-TAUXK
           MOVE WS-HEURE-SYS (1:6) TO HEURE-TAUXK
           MOVE 'P' TO STATUT-TAUXK
           MOVE SPACES TO APPROB-TAUXK
           MOVE SPACES TO COMMENT-TAUXK

           IF WS-IDX-TROUVE = ZERO
               MOVE 'DEVISE NOUVELLE' TO COMMENT-TAUXK
               MOVE 'DEVISE NOUVELLE - A VERIFIER' TO DET-MOTIF
           ELSE
               MOVE 'O' TO DEVISE-PUBLIEE (WS-IDX-TROUVE)
               IF TAUX-ACTIF (WS-IDX-TROUVE) > ZERO
                   COMPUTE WS-ECART-TAUX-PCT =
                       FUNCTION ABS(WS-TAUX-NOUVEAU
                           - TAUX-ACTIF (WS-IDX-TROUVE))
                       * 100 / TAUX-ACTIF (WS-IDX-TROUVE)
                   MOVE TAUX-ACTIF (WS-IDX-TROUVE) TO DET-TAUX-ACTIF
                   MOVE DATE-TAUX-ACTIF (WS-IDX-TROUVE)
                       TO DET-DATE-ACTIF
                   MOVE WS-ECART-TAUX-PCT TO DET-ECART
                   IF WS-ECART-TAUX-PCT > WS-SEUIL-TAUX-PCT
                       MOVE WS-ECART-TAUX-PCT TO ED-ECART
                       STRING 'HORS TOL. ' ED-ECART '%'
                           DELIMITED BY SIZE INTO COMMENT-TAUXK
                       MOVE '* HORS TOLERANCE, A VERIFIER'
                           TO DET-MOTIF
                   END-IF
               ELSE
                   MOVE 'SANS TAUX APPROUVE' TO COMMENT-TAUXK
                   MOVE 'PAS DE TAUX APPROUVE ANTERIEUR' TO DET-MOTIF
               END-IF
           END-IF

           WRITE ENR-TAUXK
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE FS-TAUXK
               WHEN ZERO
                   ADD 1 TO WS-NB-CREES
                   IF COMMENT-TAUXK (1:9) = 'HORS TOL.'
                       ADD 1 TO WS-NB-HORS-TOL
                       DISPLAY 'MOUVEMENT DE TAUX HORS TOLERANCE - '
                               WS-DEVISE-LUE ' ECART '
                               WS-ECART-TAUX-PCT '% - A VERIFIER'
                   END-IF
               WHEN 22
      * CLE DEJA PRESENTE : LE TAUX EXISTANT (SAISI, APPROUVE OU
      * REFUSE) N'EST PAS ECRASE PAR LE BULLETIN
                   ADD 1 TO WS-NB-EXISTANTS
                   MOVE 'DEJA PRESENT DANS A5TAUXK - IGNORE'
                       TO DET-MOTIF
               WHEN OTHER
                   DISPLAY 'ERR WRITE TAUXK - FS : ' FS-TAUXK
                   PERFORM ABEND-PROG
           END-EVALUATE

           MOVE LIGNE-DETAIL TO LIGNE-RAPTXB
           WRITE LIGNE-RAPTXB.

      * DEVISES TENUES DANS LE KSDS QUE LE BULLETIN NE PUBLIE PAS
       SIGNALER-DEVISES-MANQUANTES.
           PERFORM VARYING IDX-DEV FROM 1 BY 1
               UNTIL IDX-DEV > NB-DEVISES
               IF DEVISE-PUBLIEE (IDX-DEV) = 'N'
                   ADD 1 TO WS-NB-MANQUANTS
                   MOVE SPACES TO LIGNE-RAPTXB
                   STRING '*** DEVISE ABSENTE DU BULLETIN : '
                          CODE-DEVISE (IDX-DEV)
                          ' - DERNIER TAUX APPROUVE DU '
                          DATE-TAUX-ACTIF (IDX-DEV)
                       DELIMITED BY SIZE INTO LIGNE-RAPTXB
                   WRITE LIGNE-RAPTXB
                   DISPLAY 'DEVISE ABSENTE DU BULLETIN : '
                           CODE-DEVISE (IDX-DEV)
               END-IF
           END-PERFORM.

      * CHIFFRES ET UNE VIRGULE AU PLUS, AU MOINS UN CHIFFRE
       VALIDER-TAUX-LU.
           SET TAUX-VALIDE TO TRUE
           MOVE ZERO TO WS-NB-CHIFFRES
           MOVE ZERO TO WS-NB-VIRGULES
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               EVALUATE TRUE
                   WHEN WS-TAUX-LU(WS-I:1) >= '0'
                        AND WS-TAUX-LU(WS-I:1) <= '9'
                       ADD 1 TO WS-NB-CHIFFRES
                   WHEN WS-TAUX-LU(WS-I:1) = ','
                       ADD 1 TO WS-NB-VIRGULES
                   WHEN WS-TAUX-LU(WS-I:1) = SPACE
                       CONTINUE
                   WHEN OTHER
                       SET TAUX-INVALIDE TO TRUE
               END-EVALUATE
           END-PERFORM
           IF WS-NB-CHIFFRES = ZERO OR WS-NB-VIRGULES > 1
               SET TAUX-INVALIDE TO TRUE
           END-IF.

       LECT-BULLETIN.
           READ BULLETIN
               AT END
                   MOVE 1 TO FF-BULLETIN
           END-READ
           IF FS-BULLETIN NOT = ZERO AND FS-BULLETIN NOT = 10
               DISPLAY 'ERR READ BULLETIN - FS : ' FS-BULLETIN
               PERFORM ABEND-PROG
           END-IF.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
