       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPPRIX.

      * APPLICATION DES CHANGEMENTS DE PRIX CATALOGUE PLANIFIES : LES
      * NOUVEAUX PRIX ANNONCES A L'AVANCE (11EME CHAMP DATE D'EFFET
      * DE NEWPRODS DANS MAJPROD, ACTION 'P'/'Q' DE A5PROD) ATTENDENT
      * DANS API6.PRIX_FUTURS ; CE BATCH, PASSE CHAQUE NUIT APRES LA
      * CHAINE ORDOBAT, APPLIQUE A PRODUCTS.PRICE CEUX DONT LA DATE
      * D'EFFET EST ATTEINTE, AVEC LE MEME CONTROLE DE TOLERANCE QUE
      * MAJPROD (ECART DE PLUS DE 20% AVEC LE PRIX DU JOUR = MIS EN
      * REVUE DANS PRIXREVU, SAUF PRIX CONFIRME A LA SAISIE PAR
      * L'ACTION 'Q' DE A5PROD) ET LA MEME TRACE DANS
      * PRODUCTS_PRICE_HISTORY. SI PLUSIEURS CHANGEMENTS D'UN MEME
      * PRODUIT SONT ECHUS (NUIT SAUTEE), SEUL LE PLUS RECENT EST
      * APPLIQUE, LES AUTRES SONT MARQUES REMPLACES.
      * LE RAPPORT RAPPRIX LISTE ENSUITE LES CHANGEMENTS APPLIQUES OU
      * MIS EN REVUE, PUIS LES CHANGEMENTS A VENIR SUR L'HORIZON
      * DEMANDE, AVEC LE NOMBRE DE DEVIS OUVERTS QUI COURENT AU-DELA
      * DE LA DATE D'EFFET, POUR QUE LES VENTES PREVIENNENT LES
      * CLIENTS.
      *   STATUT DE API6.PRIX_FUTURS :
      *     'A' EN ATTENTE, 'P' APPLIQUE, 'R' MIS EN REVUE,
      *     'X' REMPLACE PAR UN CHANGEMENT PLUS RECENT
      *   SYSIN :
      *     CARTE 1 : DATE D'APPLICATION AAAAMMJJ (BLANC = DATE
      *               SYSTEME, LE JOB TOURNANT APRES MINUIT)
      *     CARTE 2 : HORIZON DU RAPPORT DES PRIX A VENIR EN JOURS
      *               (BLANC = 30)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIX-A-REVOIR ASSIGN TO PRIXREVU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRIXREVU.

           SELECT RAPPORT-PRIX ASSIGN TO RAPPRIX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPPRIX.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE FICHIER PRIXREVU DE MAJPROD
       FD PRIX-A-REVOIR.
       01 ENR-PRIXREVU.
           05 PXR-NUMERO        PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PXR-PRIX-ACTUEL   PIC ZZZ,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PXR-PRIX-NOUVEAU  PIC ZZZ,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PXR-ECART-PCT     PIC Z(3)9,99.

       FD RAPPORT-PRIX.
       01 ENR-RAPPRIX           PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE PRIXFUT
           END-EXEC.

      * CHANGEMENTS ECHUS A LA DATE D'APPLICATION : LE PLUS RECENT
      * DE CHAQUE PRODUIT
           EXEC SQL
               DECLARE CPXDUS CURSOR
               FOR
               SELECT
                   F.P_NO,
                   CHAR(F.DATE_EFFET, ISO),
                   F.NOUVEAU_PRIX,
                   F.PRIX_CONFIRME,
                   F.ORIGINE,
                   F.FOURNISSEUR
               FROM
                   API6.PRIX_FUTURS F
               WHERE
                   F.STATUT = 'A'
                   AND F.DATE_EFFET = (SELECT MAX(F2.DATE_EFFET)
                                       FROM API6.PRIX_FUTURS F2
                                       WHERE F2.P_NO = F.P_NO
                                         AND F2.STATUT = 'A'
                                         AND F2.DATE_EFFET <=
                                             DATE(:WS-DATE-APPLI-ISO))
               ORDER BY
                   F.P_NO
           END-EXEC.

      * CHANGEMENTS A VENIR SUR L'HORIZON, AVEC LE PRIX DU JOUR ET LE
      * NOMBRE DE DEVIS OUVERTS DONT LA VALIDITE DEPASSE LA DATE
      * D'EFFET (CEUX QUE A5DEVIS A SIGNALES A LA SAISIE)
           EXEC SQL
               DECLARE CPXAVEN CURSOR
               FOR
               SELECT
                   F.P_NO,
                   CHAR(F.DATE_EFFET, ISO),
                   F.NOUVEAU_PRIX,
                   F.PRIX_CONFIRME,
                   F.ORIGINE,
                   P.DESCRIPTION,
                   P.PRICE,
                   (SELECT COUNT(*)
                    FROM API6.QUOTES Q
                    INNER JOIN API6.QUOTE_ITEMS I ON I.Q_NO = Q.Q_NO
                    WHERE I.P_NO = F.P_NO
                      AND Q.STATUT = 'O'
                      AND Q.DATE_EXPIR >= F.DATE_EFFET)
               FROM
                   API6.PRIX_FUTURS F
               INNER JOIN API6.PRODUCTS P ON P.P_NO = F.P_NO
               WHERE
                   F.STATUT = 'A'
                   AND F.DATE_EFFET > DATE(:WS-DATE-APPLI-ISO)
                   AND F.DATE_EFFET <= DATE(:WS-DATE-APPLI-ISO)
                                       + :WS-HORIZON DAYS
               ORDER BY
                   F.DATE_EFFET, F.P_NO
           END-EXEC.

      * CHANGEMENTS ECHUS CHARGES EN MEMOIRE AVANT LES MISES A JOUR,
      * POUR NE PAS MODIFIER API6.PRIX_FUTURS SOUS UN CURSEUR OUVERT ;
      * AU-DELA DE LA TABLE, LE RESTE ATTEND LA NUIT SUIVANTE
       01 TAB-PRIX-DUS.
           05 NB-PRIX-DUS       PIC 9(3) VALUE ZERO.
           05 PRIX-DU OCCURS 500 TIMES INDEXED BY IDX-PD.
               10 PD-P-NO           PIC X(3).
               10 PD-DATE-EFFET     PIC X(10).
               10 PD-NOUVEAU-PRIX   PIC S9(3)V9(2) COMP-3.
               10 PD-CONFIRME       PIC X(1).
               10 PD-ORIGINE        PIC X(8).
               10 PD-FOURNISSEUR    PIC X(5).
       77 WS-TABLE-PLEINE   PIC X VALUE 'N'.

      * PARAMETRES SYSIN
       77 WS-DATE-SAISIE    PIC X(8) VALUE SPACES.
       77 WS-DATE-APPLI     PIC X(8) VALUE SPACES.
       77 WS-DATE-APPLI-ISO PIC X(10) VALUE SPACES.
       77 WS-HORIZON-SAISI  PIC X(3) VALUE SPACES.
       77 WS-HORIZON        PIC S9(3) COMP-3 VALUE 30.

      * TOLERANCE ALIGNEE SUR MAJPROD ET A5PROD
       77 WS-SEUIL-ECART-PCT   PIC 9(3)V99 VALUE 020,00.
       77 WS-PRIX-ACTUEL       PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       77 WS-ECART-PCT         PIC S9(5)V99 VALUE ZERO.
       77 WS-NB-DEVIS          PIC S9(9) COMP VALUE ZERO.
       77 WS-NB-REMPLACES-PRD  PIC S9(9) COMP VALUE ZERO.
       77 WS-STATUT-NOUVEAU    PIC X(1) VALUE SPACE.
       77 WS-MOTIF             PIC X(30) VALUE SPACES.

      * VARIABLES DE CONTROLE ET COMPTEURS
       77 FS-PRIXREVU       PIC 99.
       77 FS-RAPPRIX        PIC 99.
       77 WS-NB-APPLIQUES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REVUE       PIC 9(5) VALUE ZERO.
       77 WS-NB-REMPLACES   PIC 9(5) VALUE ZERO.
       77 WS-NB-A-VENIR     PIC 9(5) VALUE ZERO.

      * ZONES D'EDITION
       77 ED-PRIX-ACTUEL    PIC ZZ9,99.
       77 ED-PRIX-NOUVEAU   PIC ZZ9,99.
       77 ED-ECART          PIC -ZZZ9,99.
       77 ED-NB             PIC Z(4)9.
       77 ED-NB-DEVIS       PIC ZZZZ9.
       77 ED-HORIZON        PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME APPPRIX - PRIX PLANIFIES ==='

           PERFORM LIRE-PARAMETRES

           OPEN OUTPUT PRIX-A-REVOIR
           IF FS-PRIXREVU NOT = ZERO
               DISPLAY 'ERR OPEN PRIXREVU - FS : ' FS-PRIXREVU
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-PRIX
           IF FS-RAPPRIX NOT = ZERO
               DISPLAY 'ERR OPEN RAPPRIX - FS : ' FS-RAPPRIX
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPPRIX
           STRING '=== CHANGEMENTS DE PRIX CATALOGUE AU '
                  WS-DATE-APPLI-ISO ' ===' DELIMITED BY SIZE
               INTO ENR-RAPPRIX
           END-STRING
           WRITE ENR-RAPPRIX

           PERFORM CHARGER-PRIX-DUS

           MOVE SPACES TO ENR-RAPPRIX
           WRITE ENR-RAPPRIX
           MOVE SPACES TO ENR-RAPPRIX
           STRING '--- CHANGEMENTS ECHUS ---'
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           PERFORM VARYING IDX-PD FROM 1 BY 1
               UNTIL IDX-PD > NB-PRIX-DUS
               PERFORM APPLIQUER-PRIX-DU
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR COMMIT - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM LISTER-PRIX-A-VENIR
           PERFORM ECRIRE-TOTAUX

           CLOSE PRIX-A-REVOIR
           CLOSE RAPPORT-PRIX

           DISPLAY 'CHANGEMENTS APPLIQUES : ' WS-NB-APPLIQUES
           DISPLAY 'MIS EN REVUE          : ' WS-NB-REVUE
           DISPLAY 'REMPLACES             : ' WS-NB-REMPLACES
           DISPLAY 'A VENIR (HORIZON)     : ' WS-NB-A-VENIR
           IF WS-TABLE-PLEINE = 'O'
               DISPLAY 'TABLE DES PRIX ECHUS PLEINE - RESTE A LA '
                       'NUIT SUIVANTE'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME APPPRIX'
           GOBACK.

      * DATE D'APPLICATION ET HORIZON, AVEC LEURS VALEURS PAR DEFAUT
       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE = SPACES
               ACCEPT WS-DATE-APPLI FROM DATE YYYYMMDD
           ELSE
               IF WS-DATE-SAISIE IS NOT NUMERIC
                   DISPLAY 'DATE D APPLICATION INVALIDE : '
                           WS-DATE-SAISIE
                   PERFORM ABEND-PROG
               END-IF
               MOVE WS-DATE-SAISIE TO WS-DATE-APPLI
           END-IF
           MOVE SPACES TO WS-DATE-APPLI-ISO
           STRING WS-DATE-APPLI (1:4) '-'
                  WS-DATE-APPLI (5:2) '-'
                  WS-DATE-APPLI (7:2)
               DELIMITED BY SIZE INTO WS-DATE-APPLI-ISO
           END-STRING

           ACCEPT WS-HORIZON-SAISI FROM SYSIN
           IF WS-HORIZON-SAISI NOT = SPACES
               COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-HORIZON-SAISI)
               IF WS-HORIZON NOT > ZERO
                   MOVE 30 TO WS-HORIZON
               END-IF
           END-IF

           MOVE WS-HORIZON TO ED-HORIZON
           DISPLAY 'DATE D APPLICATION : ' WS-DATE-APPLI-ISO
           DISPLAY 'HORIZON A VENIR    : ' ED-HORIZON ' JOURS'
           .

       CHARGER-PRIX-DUS.
           MOVE ZERO TO NB-PRIX-DUS
           EXEC SQL
               OPEN CPXDUS
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR OPEN CPXDUS - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PRIX-DU
           PERFORM UNTIL SQLCODE = +100
               IF NB-PRIX-DUS < 500
                   ADD 1 TO NB-PRIX-DUS
                   SET IDX-PD TO NB-PRIX-DUS
                   MOVE PXF-P-NO TO PD-P-NO(IDX-PD)
                   MOVE PXF-DATE-EFFET TO PD-DATE-EFFET(IDX-PD)
                   MOVE PXF-NOUVEAU-PRIX TO PD-NOUVEAU-PRIX(IDX-PD)
                   MOVE PXF-PRIX-CONFIRME TO PD-CONFIRME(IDX-PD)
                   MOVE PXF-ORIGINE TO PD-ORIGINE(IDX-PD)
                   MOVE PXF-FOURNISSEUR TO PD-FOURNISSEUR(IDX-PD)
               ELSE
                   MOVE 'O' TO WS-TABLE-PLEINE
               END-IF
               PERFORM FETCH-PRIX-DU
           END-PERFORM

           EXEC SQL
               CLOSE CPXDUS
           END-EXEC
           DISPLAY 'CHANGEMENTS ECHUS  : ' NB-PRIX-DUS
           .

       FETCH-PRIX-DU.
           EXEC SQL
               FETCH CPXDUS
               INTO :PXF-P-NO,
                    :PXF-DATE-EFFET,
                    :PXF-NOUVEAU-PRIX,
                    :PXF-PRIX-CONFIRME,
                    :PXF-ORIGINE,
                    :PXF-FOURNISSEUR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'ERREUR FETCH CPXDUS - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF.

      *****************************************************
      * APPLICATION D'UN CHANGEMENT ECHU : CONTROLE DE
      * L'ECART AVEC LE PRIX DU JOUR COMME DANS MAJPROD,
      * PUIS MAJ DU PRIX ET DE L'HISTORIQUE, OU MISE EN
      * REVUE ; LES CHANGEMENTS PLUS ANCIENS ENCORE EN
      * ATTENTE SUR LE PRODUIT SONT MARQUES REMPLACES
      *****************************************************
       APPLIQUER-PRIX-DU.
           MOVE PD-P-NO(IDX-PD) TO PROD-P-NO
           MOVE PD-NOUVEAU-PRIX(IDX-PD) TO PROD-PRICE
           MOVE SPACES TO WS-MOTIF
           MOVE ZERO TO WS-PRIX-ACTUEL
           MOVE ZERO TO WS-ECART-PCT

           EXEC SQL
               SELECT PRICE
               INTO :WS-PRIX-ACTUEL
               FROM API6.PRODUCTS
               WHERE P_NO = :PROD-P-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'R' TO WS-STATUT-NOUVEAU
                   MOVE 'PRODUIT INCONNU AU CATALOGUE' TO WS-MOTIF
               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'ERREUR LECTURE PRODUIT ' PROD-P-NO
                           ' - SQLCODE : ' SQLCODE
                   PERFORM ABEND-PROG
               WHEN OTHER
                   MOVE 'P' TO WS-STATUT-NOUVEAU
                   IF WS-PRIX-ACTUEL > ZERO
                       COMPUTE WS-ECART-PCT =
                           FUNCTION ABS(PROD-PRICE - WS-PRIX-ACTUEL)
                           * 100 / WS-PRIX-ACTUEL
                       IF WS-ECART-PCT > WS-SEUIL-ECART-PCT
                          AND PD-CONFIRME(IDX-PD) NOT = 'O'
                           MOVE 'R' TO WS-STATUT-NOUVEAU
                           MOVE 'ECART HORS TOLERANCE' TO WS-MOTIF
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-STATUT-NOUVEAU = 'P'
               PERFORM MAJ-PRIX-PRODUIT
           ELSE
               PERFORM SIGNALER-PRIX-A-REVOIR
           END-IF

           PERFORM MAJ-STATUT-PRIX-FUTUR
           PERFORM REMPLACER-PRIX-ANCIENS
           PERFORM EDITER-PRIX-DU
           .

       MAJ-PRIX-PRODUIT.
           MOVE PD-FOURNISSEUR(IDX-PD) TO PXF-FOURNISSEUR
           EXEC SQL
               UPDATE API6.PRODUCTS
               SET PRICE = :PROD-PRICE
               WHERE P_NO = :PROD-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR MAJ PRIX ' PROD-P-NO
                       ' - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF

      * MEME TRACE AVANT/APRES QUE LE MERGE DE MAJPROD
           EXEC SQL
               INSERT INTO PRODUCTS_PRICE_HISTORY
                   (P_NO, ANCIEN_PRIX_USD, NOUVEAU_PRIX_USD, DATE_MAJ,
                    FOURNISSEUR)
               VALUES
                   (:PROD-P-NO, :WS-PRIX-ACTUEL, :PROD-PRICE,
                    CURRENT DATE, :PXF-FOURNISSEUR)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR SQL HISTORIQUE PRIX : ' SQLCODE
                       ' SUR PRODUIT ' PROD-P-NO
           END-IF
           ADD 1 TO WS-NB-APPLIQUES
           .

      * ECART TROP IMPORTANT : MEME FICHIER DE REVUE QUE MAJPROD
       SIGNALER-PRIX-A-REVOIR.
           MOVE PROD-P-NO TO PXR-NUMERO
           MOVE WS-PRIX-ACTUEL TO PXR-PRIX-ACTUEL
           MOVE PROD-PRICE TO PXR-PRIX-NOUVEAU
           MOVE WS-ECART-PCT TO PXR-ECART-PCT
           WRITE ENR-PRIXREVU
           ADD 1 TO WS-NB-REVUE
           DISPLAY 'PRIX A REVOIR - PRODUIT ' PROD-P-NO
                   ' ' WS-MOTIF
           .

       MAJ-STATUT-PRIX-FUTUR.
           MOVE PD-P-NO(IDX-PD) TO PXF-P-NO
           MOVE PD-DATE-EFFET(IDX-PD) TO PXF-DATE-EFFET
           MOVE WS-STATUT-NOUVEAU TO PXF-STATUT
           EXEC SQL
               UPDATE API6.PRIX_FUTURS
               SET STATUT   = :PXF-STATUT,
                   DATE_MAJ = CURRENT DATE
               WHERE P_NO = :PXF-P-NO
                 AND DATE_EFFET = :PXF-DATE-EFFET
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR MAJ PRIX_FUTURS ' PXF-P-NO
                       ' - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF
           .

       REMPLACER-PRIX-ANCIENS.
           EXEC SQL
               UPDATE API6.PRIX_FUTURS
               SET STATUT   = 'X',
                   DATE_MAJ = CURRENT DATE
               WHERE P_NO = :PXF-P-NO
                 AND STATUT = 'A'
                 AND DATE_EFFET < :PXF-DATE-EFFET
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-NB-REMPLACES-PRD
                   ADD WS-NB-REMPLACES-PRD TO WS-NB-REMPLACES
               WHEN SQLCODE = +100
                   MOVE ZERO TO WS-NB-REMPLACES-PRD
               WHEN OTHER
                   DISPLAY 'ERREUR REMPLACEMENT ' PXF-P-NO
                           ' - SQLCODE : ' SQLCODE
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

       EDITER-PRIX-DU.
           MOVE WS-PRIX-ACTUEL TO ED-PRIX-ACTUEL
           MOVE PROD-PRICE TO ED-PRIX-NOUVEAU
           MOVE SPACES TO ENR-RAPPRIX
           IF WS-STATUT-NOUVEAU = 'P'
               STRING PROD-P-NO ' EFFET ' PD-DATE-EFFET(IDX-PD)
                      ' ANCIEN ' ED-PRIX-ACTUEL
                      ' NOUVEAU ' ED-PRIX-NOUVEAU
                      ' ORIGINE ' PD-ORIGINE(IDX-PD)
                      ' APPLIQUE'
                   DELIMITED BY SIZE INTO ENR-RAPPRIX
               END-STRING
           ELSE
               STRING PROD-P-NO ' EFFET ' PD-DATE-EFFET(IDX-PD)
                      ' ANCIEN ' ED-PRIX-ACTUEL
                      ' NOUVEAU ' ED-PRIX-NOUVEAU
                      ' ORIGINE ' PD-ORIGINE(IDX-PD)
                      ' EN REVUE : ' WS-MOTIF
                   DELIMITED BY SIZE INTO ENR-RAPPRIX
               END-STRING
           END-IF
           WRITE ENR-RAPPRIX

           IF WS-NB-REMPLACES-PRD > ZERO
               MOVE WS-NB-REMPLACES-PRD TO ED-NB
               MOVE SPACES TO ENR-RAPPRIX
               STRING '    ' ED-NB ' CHANGEMENT(S) PLUS ANCIEN(S) '
                      'REMPLACE(S)'
                   DELIMITED BY SIZE INTO ENR-RAPPRIX
               END-STRING
               WRITE ENR-RAPPRIX
           END-IF
           .

      *****************************************************
      * LISTE DES CHANGEMENTS A VENIR POUR LES VENTES : UN
      * CHANGEMENT HORS TOLERANCE NON CONFIRME EST MARQUE,
      * IL PARTIRA EN REVUE A SA DATE SAUF CONFIRMATION
      *****************************************************
       LISTER-PRIX-A-VENIR.
           MOVE SPACES TO ENR-RAPPRIX
           WRITE ENR-RAPPRIX
           MOVE SPACES TO ENR-RAPPRIX
           STRING '--- CHANGEMENTS A VENIR SUR ' ED-HORIZON
                  ' JOURS ---'
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX
           MOVE SPACES TO ENR-RAPPRIX
           STRING 'PRD EFFET      LIBELLE'
                  '                        ACTUEL   NOUV.'
                  '    VAR %  DEVIS ORIGINE'
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           EXEC SQL
               OPEN CPXAVEN
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR OPEN CPXAVEN - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PRIX-A-VENIR
           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-PRIX-A-VENIR
               PERFORM FETCH-PRIX-A-VENIR
           END-PERFORM

           EXEC SQL
               CLOSE CPXAVEN
           END-EXEC
           .

       FETCH-PRIX-A-VENIR.
           EXEC SQL
               FETCH CPXAVEN
               INTO :PXF-P-NO,
                    :PXF-DATE-EFFET,
                    :PXF-NOUVEAU-PRIX,
                    :PXF-PRIX-CONFIRME,
                    :PXF-ORIGINE,
                    :PROD-DESCRIPTION,
                    :PROD-PRICE,
                    :WS-NB-DEVIS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'ERREUR FETCH CPXAVEN - SQLCODE : ' SQLCODE
               PERFORM ABEND-PROG
           END-IF.

       EDITER-PRIX-A-VENIR.
           ADD 1 TO WS-NB-A-VENIR
           MOVE ZERO TO WS-ECART-PCT
           IF PROD-PRICE > ZERO
               COMPUTE WS-ECART-PCT =
                   (PXF-NOUVEAU-PRIX - PROD-PRICE) * 100 / PROD-PRICE
           END-IF
           MOVE PROD-PRICE TO ED-PRIX-ACTUEL
           MOVE PXF-NOUVEAU-PRIX TO ED-PRIX-NOUVEAU
           MOVE WS-ECART-PCT TO ED-ECART
           MOVE WS-NB-DEVIS TO ED-NB-DEVIS

           MOVE SPACES TO ENR-RAPPRIX
           STRING PXF-P-NO ' ' PXF-DATE-EFFET ' '
                  PROD-DESCRIPTION-TEXT ' '
                  ED-PRIX-ACTUEL '  ' ED-PRIX-NOUVEAU ' '
                  ED-ECART '  ' ED-NB-DEVIS ' ' PXF-ORIGINE
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           END-STRING
           IF FUNCTION ABS(WS-ECART-PCT) > WS-SEUIL-ECART-PCT
              AND PXF-PRIX-CONFIRME NOT = 'O'
               MOVE '* HORS TOLERANCE, A CONFIRMER'
                   TO ENR-RAPPRIX (87:31)
           END-IF
           WRITE ENR-RAPPRIX
           .

       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           MOVE WS-NB-APPLIQUES TO ED-NB
           MOVE SPACES TO ENR-RAPPRIX
           STRING 'CHANGEMENTS APPLIQUES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           MOVE WS-NB-REVUE TO ED-NB
           MOVE SPACES TO ENR-RAPPRIX
           STRING 'MIS EN REVUE (PRIXREVU)   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           MOVE WS-NB-REMPLACES TO ED-NB
           MOVE SPACES TO ENR-RAPPRIX
           STRING 'REMPLACES PAR PLUS RECENT : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX

           MOVE WS-NB-A-VENIR TO ED-NB
           MOVE SPACES TO ENR-RAPPRIX
           STRING 'CHANGEMENTS A VENIR       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRIX
           WRITE ENR-RAPPRIX
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
