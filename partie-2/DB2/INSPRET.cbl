       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPRET.

      * INSPECTION DES RETOURS EN QUARANTAINE : RETOURS NE REMET PLUS
      * LA MARCHANDISE RETOURNEE EN STOCK DISPONIBLE, IL L'INSCRIT EN
      * QUARANTAINE AU DEPOT DE LA COMMANDE (API6.RETOURS_QUARANTAINE,
      * STATUT 'Q'). LE FICHIER INSPRET PORTE, PAR NUMERO DE RMA, LA
      * DECISION DE L'INSPECTEUR REPARTIE EN QUATRE QUANTITES DONT LA
      * SOMME DOIT EGALER LA QUANTITE RECUE :
      *   - REMISE EN STOCK : SEULE QUANTITE QUI REVIENT A QTE_STOCK
      *     (STOCK TOTAL ET LIGNE DU DEPOT, COMME MAJDB A L'ANNULATION)
      *   - RECONDITIONNEMENT : SORT DE LA QUARANTAINE VERS L'ATELIER,
      *     SANS RETOUR AU STOCK
      *   - RETOUR FOURNISSEUR : LISTE RETFRN GROUPEE PAR FOURNISSEUR
      *     (CODE DE LA DERNIERE MAJ CATALOGUE, LIBELLE DU REFERENTIEL
      *     FOURNIS, COMME REAPPRO) POUR RECLAMER L'AVOIR
      *   - REBUT : VALORISE AU PRIX CATALOGUE (MEME BASE QUE
      *     VALSTOCK) ET PASSE EN PERTE AU FORMAT JOURNLGL DE FACTURE
      * LA LIGNE INSPECTEE PASSE AU STATUT 'I'. UNE DECISION INVALIDE
      * (RMA INCONNU OU DEJA INSPECTE, QUANTITES INCOHERENTES) EST
      * LISTEE ET DONNE UN CODE RETOUR 4. LE RAPPORT SE TERMINE PAR LA
      * QUARANTAINE RESTANTE PAR DEPOT. COMMIT UNIQUE DE FIN DE RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSPECTIONS ASSIGN TO INSPRET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-INSPRET.

           SELECT FOURNISSEURS ASSIGN TO FOURNIS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOURNIS.

           SELECT RETOURS-FOURNISSEURS ASSIGN TO RETFRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RETFRN.

           SELECT JOURNAL-GL ASSIGN TO JNLINSP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLINSP.

           SELECT RAPPORT-INSPECTION ASSIGN TO RAPINSP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPINSP.

       DATA DIVISION.
       FILE SECTION.
       FD INSPECTIONS.
       01 ENR-INSPRET.
           05 INS-RMA-NO        PIC 9(7).
           05 INS-QTE-REMISE    PIC 9(2).
           05 INS-QTE-RECOND    PIC 9(2).
           05 INS-QTE-FOURN     PIC 9(2).
           05 INS-QTE-REBUT     PIC 9(2).
           05 INS-INSPECTEUR    PIC X(8).
           05 FILLER            PIC X(57).

      * MEME DESSIN QUE LE REFERENTIEL FOURNISSEURS DE MAJPROD
       FD FOURNISSEURS.
       01 ENR-FOURNIS.
           05 FRN-CODE          PIC X(5).
           05 FRN-NOM           PIC X(30).
           05 FRN-CONTACT       PIC X(30).

       FD RETOURS-FOURNISSEURS.
       01 ENR-RETFRN            PIC X(80).

      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAL-GL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-JOURNLGL.
           05 JGL-TYPE               PIC X(1).
           05 JGL-DATE               PIC X(10).
           05 JGL-COMPTE             PIC X(8).
           05 JGL-LIBELLE            PIC X(30).
           05 JGL-SENS               PIC X(1).
           05 JGL-MONTANT            PIC 9(9)V99.
           05 FILLER                 PIC X(19).

       FD RAPPORT-INSPECTION.
       01 ENR-RAPINSP           PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE STOCK
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE RETQUAR
           END-EXEC.

      * LIGNES DESTINEES AU RETOUR FOURNISSEUR DECIDEES CE JOUR,
      * GROUPEES PAR FOURNISSEUR (CODE DE LA DERNIERE MAJ CATALOGUE,
      * A BLANC POUR UN PRODUIT SANS HISTORIQUE), COMME REAPPRO
           EXEC SQL
               DECLARE CRETFRN CURSOR
               FOR
               SELECT
                   COALESCE(
                       (SELECT MAX(H.FOURNISSEUR)
                        FROM PRODUCTS_PRICE_HISTORY H
                        WHERE H.P_NO = Q.P_NO
                          AND H.DATE_MAJ =
                              (SELECT MAX(H2.DATE_MAJ)
                               FROM PRODUCTS_PRICE_HISTORY H2
                               WHERE H2.P_NO = Q.P_NO)), ' ')
                       AS FOURNISSEUR,
                   Q.P_NO,
                   Q.RMA_NO,
                   Q.O_NO,
                   Q.DEPOT,
                   Q.QTE_FOURN
               FROM
                   API6.RETOURS_QUARANTAINE Q
               WHERE
                   Q.STATUT = 'I'
                   AND Q.DATE_INSPECTION = :WS-DATE-RUN-ISO
                   AND Q.QTE_FOURN > 0
               ORDER BY
                   1, 2, 3
           END-EXEC.

      * QUARANTAINE RESTANTE PAR DEPOT ET PRODUIT
           EXEC SQL
               DECLARE CQUARANT CURSOR
               FOR
               SELECT
                   DEPOT,
                   P_NO,
                   SUM(QTE),
                   MIN(DATE_RECEPTION)
               FROM
                   API6.RETOURS_QUARANTAINE
               WHERE
                   STATUT = 'Q'
               GROUP BY
                   DEPOT, P_NO
               ORDER BY
                   DEPOT, P_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-INSPRET         PIC 99.
       77 FS-FOURNIS         PIC 99.
       77 FS-RETFRN          PIC 99.
       77 FS-JNLINSP         PIC 99.
       77 FS-RAPINSP         PIC 99.
       77 WS-FF-INSPRET      PIC 9 VALUE ZERO.
       77 WS-FF-FOURNIS      PIC 9 VALUE ZERO.

      * DATE DU RUN
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).

      * DECISION EN COURS
       77 WS-TOTAL-DECIDE    PIC S9(3)V USAGE COMP-3 VALUE ZERO.
       77 WS-MOTIF-REJET     PIC X(30).
       77 WS-VALEUR-REBUT    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.

      * REFERENTIEL FOURNISSEURS CHARGE EN MEMOIRE, COMME REAPPRO
       01 TAB-FOURNISSEURS.
           05 NB-FOURNISSEURS  PIC 99 VALUE ZERO.
           05 FOURNISSEUR-ENTRY OCCURS 50 TIMES INDEXED BY IDX-FRN.
               10 TF-CODE          PIC X(5).
               10 TF-NOM           PIC X(30).
       77 WS-NOM-FOURNISSEUR PIC X(30) VALUE SPACES.

      * RUPTURE SUR FOURNISSEUR DANS LA LISTE DES RETOURS FOURNISSEUR
       77 WS-FOURNISSEUR     PIC X(5).
       77 WS-FRN-COURANT     PIC X(5) VALUE HIGH-VALUES.
       77 WS-QTE-QUARANT     PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-DATE-PLUS-ANC   PIC X(10).

      * TOTAUX DU JOURNAL COMPTABLE
       77 WS-TOTAL-REBUT     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB           PIC 9(5).

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-LUES         PIC 9(5) VALUE ZERO.
       77 WS-NB-INSPECTEES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETEES     PIC 9(5) VALUE ZERO.
       77 WS-QTE-REMISES     PIC 9(7) VALUE ZERO.
       77 WS-QTE-RECONDS     PIC 9(7) VALUE ZERO.
       77 WS-QTE-FOURNS      PIC 9(7) VALUE ZERO.
       77 WS-QTE-REBUTS      PIC 9(7) VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-QTE             PIC Z(6)9.
       77 ED-RMA-NO          PIC 9(7).
       77 ED-O-NO            PIC 9(7).
       77 ED-MONTANT         PIC Z(8)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME INSPRET - INSPECTION DES RETOURS ==='

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM CHARGER-FOURNISSEURS
           PERFORM OUV-FICHIERS

           MOVE SPACES TO ENR-RAPINSP
           STRING '=== INSPECTION DES RETOURS DU ' WS-DATE-RUN-ISO
                  ' ==='
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           PERFORM LECT-INSPRET
           PERFORM UNTIL WS-FF-INSPRET = 1
               ADD 1 TO WS-NB-LUES
               PERFORM TRAITER-INSPECTION
               PERFORM LECT-INSPRET
           END-PERFORM

           PERFORM LISTER-RETOURS-FOURNISSEUR
           PERFORM ECRIRE-JOURNAL-REBUTS
           PERFORM LISTER-QUARANTAINE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX
           PERFORM FERM-FICHIERS

           IF WS-NB-REJETEES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME INSPRET'
           GOBACK.

      *****************************************************
      * CONTROLE DE LA DECISION CONTRE LA LIGNE EN
      * QUARANTAINE PUIS APPLICATION
      *****************************************************
       TRAITER-INSPECTION.
           MOVE SPACES TO WS-MOTIF-REJET

           IF INS-RMA-NO NOT NUMERIC OR INS-RMA-NO = ZERO
               MOVE 'NUMERO DE RMA INVALIDE' TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
              AND (INS-QTE-REMISE NOT NUMERIC
                   OR INS-QTE-RECOND NOT NUMERIC
                   OR INS-QTE-FOURN NOT NUMERIC
                   OR INS-QTE-REBUT NOT NUMERIC)
               MOVE 'QUANTITES NON NUMERIQUES' TO WS-MOTIF-REJET
           END-IF

           IF WS-MOTIF-REJET = SPACES
               MOVE INS-RMA-NO TO QRT-RMA-NO
               EXEC SQL
                   SELECT O_NO, P_NO, DEPOT, QTE, STATUT
                   INTO :QRT-O-NO, :QRT-P-NO, :QRT-DEPOT, :QRT-QTE,
                        :QRT-STATUT
                   FROM API6.RETOURS_QUARANTAINE
                   WHERE RMA_NO = :QRT-RMA-NO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       MOVE 'RMA ABSENT DE LA QUARANTAINE'
                           TO WS-MOTIF-REJET
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   WHEN QRT-STATUT NOT = 'Q'
                       MOVE 'RETOUR DEJA INSPECTE' TO WS-MOTIF-REJET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-MOTIF-REJET = SPACES
               COMPUTE WS-TOTAL-DECIDE = INS-QTE-REMISE
                   + INS-QTE-RECOND + INS-QTE-FOURN + INS-QTE-REBUT
               IF WS-TOTAL-DECIDE NOT = QRT-QTE
                   MOVE 'QUANTITES DIFFERENTES DU RECU'
                       TO WS-MOTIF-REJET
               END-IF
           END-IF

           IF WS-MOTIF-REJET = SPACES
               PERFORM APPLIQUER-INSPECTION
           ELSE
               MOVE SPACES TO ENR-RAPINSP
               STRING 'DECISION REJETEE ' ENR-INSPRET(1:15) ' : '
                      WS-MOTIF-REJET
                   DELIMITED BY SIZE INTO ENR-RAPINSP
               PERFORM ECRIRE-RAPINSP
               ADD 1 TO WS-NB-REJETEES
           END-IF
           .

       APPLIQUER-INSPECTION.
           IF INS-QTE-REMISE > ZERO
               PERFORM REMETTRE-EN-STOCK
           END-IF

           MOVE ZERO TO WS-VALEUR-REBUT
           IF INS-QTE-REBUT > ZERO
               PERFORM VALORISER-REBUT
           END-IF

           MOVE INS-QTE-REMISE TO QRT-QTE-REMISE
           MOVE INS-QTE-RECOND TO QRT-QTE-RECOND
           MOVE INS-QTE-FOURN TO QRT-QTE-FOURN
           MOVE INS-QTE-REBUT TO QRT-QTE-REBUT
           MOVE WS-VALEUR-REBUT TO QRT-VALEUR-REBUT
           MOVE WS-DATE-RUN-ISO TO QRT-DATE-INSPECTION
           MOVE INS-INSPECTEUR TO QRT-INSPECTEUR

           EXEC SQL
               UPDATE API6.RETOURS_QUARANTAINE
               SET STATUT = 'I',
                   QTE_REMISE = :QRT-QTE-REMISE,
                   QTE_RECOND = :QRT-QTE-RECOND,
                   QTE_FOURN = :QRT-QTE-FOURN,
                   QTE_REBUT = :QRT-QTE-REBUT,
                   VALEUR_REBUT = :QRT-VALEUR-REBUT,
                   DATE_INSPECTION = :QRT-DATE-INSPECTION,
                   INSPECTEUR = :QRT-INSPECTEUR
               WHERE RMA_NO = :QRT-RMA-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-INSPECTEES
           ADD INS-QTE-REMISE TO WS-QTE-REMISES
           ADD INS-QTE-RECOND TO WS-QTE-RECONDS
           ADD INS-QTE-FOURN TO WS-QTE-FOURNS
           ADD INS-QTE-REBUT TO WS-QTE-REBUTS

           MOVE INS-RMA-NO TO ED-RMA-NO
           MOVE WS-VALEUR-REBUT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPINSP
           STRING 'RMA ' ED-RMA-NO ' PROD=' QRT-P-NO
                  ' DEPOT=' QRT-DEPOT
                  ' STK=' INS-QTE-REMISE ' REC=' INS-QTE-RECOND
                  ' FRN=' INS-QTE-FOURN ' REB=' INS-QTE-REBUT
                  ' ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP
           .

      * SEULE LA QUANTITE REMISE EN STOCK REVIENT AU DISPONIBLE :
      * STOCK TOTAL, PUIS LIGNE DU DEPOT DE QUARANTAINE, CREEE AU
      * BESOIN COMME DANS MAJDB ; UNE QUARANTAINE SANS DEPOT NE
      * TOUCHE AUCUNE LIGNE DE DEPOT
       REMETTRE-EN-STOCK.
           MOVE QRT-P-NO TO STK-P-NO
           MOVE INS-QTE-REMISE TO STK-QTE-STOCK

           EXEC SQL
               UPDATE API6.STOCKS
               SET QTE_STOCK = QTE_STOCK + :STK-QTE-STOCK
               WHERE P_NO = :STK-P-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   DISPLAY 'PAS DE LIGNE DE STOCK POUR LE PRODUIT : '
                           STK-P-NO
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF QRT-DEPOT NOT = SPACES
               MOVE QRT-P-NO TO SDEP-P-NO
               MOVE QRT-DEPOT TO SDEP-DEPOT
               MOVE INS-QTE-REMISE TO SDEP-QTE-STOCK
               EXEC SQL
                   UPDATE API6.STOCKS_DEPOT
                   SET QTE_STOCK = QTE_STOCK + :SDEP-QTE-STOCK
                   WHERE P_NO = :SDEP-P-NO
                     AND DEPOT = :SDEP-DEPOT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       EXEC SQL
                           INSERT INTO API6.STOCKS_DEPOT
                           (P_NO, DEPOT, QTE_STOCK)
                           VALUES (:SDEP-P-NO, :SDEP-DEPOT,
                                   :SDEP-QTE-STOCK)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           PERFORM ABEND-PROG
                       END-IF
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF
           .

      * REBUT VALORISE AU PRIX CATALOGUE EN VIGUEUR, MEME BASE QUE LA
      * VALORISATION DE STOCK DE VALSTOCK
       VALORISER-REBUT.
           MOVE QRT-P-NO TO PROD-P-NO
           EXEC SQL
               SELECT PRICE
               INTO :PROD-PRICE
               FROM API6.PRODUCTS
               WHERE P_NO = :PROD-P-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   COMPUTE WS-VALEUR-REBUT =
                       INS-QTE-REBUT * PROD-PRICE
                   ADD WS-VALEUR-REBUT TO WS-TOTAL-REBUT
               WHEN +100
                   DISPLAY 'PRODUIT INCONNU - REBUT NON VALORISE : '
                           PROD-P-NO
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

      *****************************************************
      * LISTE DES RETOURS FOURNISSEUR DU JOUR, PAR
      * FOURNISSEUR, POUR LA RECLAMATION DES AVOIRS
      *****************************************************
       LISTER-RETOURS-FOURNISSEUR.
           MOVE SPACES TO ENR-RETFRN
           STRING '=== RETOURS FOURNISSEUR DECIDES LE '
                  WS-DATE-RUN-ISO ' ==='
               DELIMITED BY SIZE INTO ENR-RETFRN
           PERFORM ECRIRE-RETFRN

           EXEC SQL
               OPEN CRETFRN
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-RETOUR-FOURNISSEUR
           PERFORM UNTIL SQLCODE = +100
               IF WS-FOURNISSEUR NOT = WS-FRN-COURANT
                   PERFORM EDITER-ENTETE-FOURNISSEUR
               END-IF
               MOVE QRT-RMA-NO TO ED-RMA-NO
               MOVE QRT-O-NO TO ED-O-NO
               MOVE QRT-QTE-FOURN TO ED-QTE
               MOVE SPACES TO ENR-RETFRN
               STRING 'PROD=' QRT-P-NO '  QTE=' ED-QTE
                      '  RMA=' ED-RMA-NO '  CMD=' ED-O-NO
                      '  DEPOT=' QRT-DEPOT
                   DELIMITED BY SIZE INTO ENR-RETFRN
               PERFORM ECRIRE-RETFRN
               PERFORM FETCH-RETOUR-FOURNISSEUR
           END-PERFORM

           EXEC SQL
               CLOSE CRETFRN
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-RETOUR-FOURNISSEUR.
           EXEC SQL
               FETCH CRETFRN
               INTO :WS-FOURNISSEUR,
                    :QRT-P-NO,
                    :QRT-RMA-NO,
                    :QRT-O-NO,
                    :QRT-DEPOT,
                    :QRT-QTE-FOURN
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-ENTETE-FOURNISSEUR.
           MOVE WS-FOURNISSEUR TO WS-FRN-COURANT
           MOVE SPACES TO WS-NOM-FOURNISSEUR
           PERFORM VARYING IDX-FRN FROM 1 BY 1
               UNTIL IDX-FRN > NB-FOURNISSEURS
               IF TF-CODE(IDX-FRN) = WS-FOURNISSEUR
                   MOVE TF-NOM(IDX-FRN) TO WS-NOM-FOURNISSEUR
               END-IF
           END-PERFORM
           IF WS-FOURNISSEUR = SPACES
               MOVE 'SANS FOURNISSEUR CONNU' TO WS-NOM-FOURNISSEUR
           END-IF

           MOVE SPACES TO ENR-RETFRN
           STRING '--- FOURNISSEUR ' WS-FOURNISSEUR
                  '  ' WS-NOM-FOURNISSEUR
               DELIMITED BY SIZE INTO ENR-RETFRN
           PERFORM ECRIRE-RETFRN
           .

      * CHARGEMENT DU REFERENTIEL FOURNISSEURS EN MEMOIRE ; UN
      * FICHIER ABSENT VAUT REFERENTIEL VIDE, LA LISTE SORT ALORS
      * SANS LIBELLE
       CHARGER-FOURNISSEURS.
           MOVE ZERO TO NB-FOURNISSEURS
           OPEN INPUT FOURNISSEURS
           IF FS-FOURNIS = ZERO
               PERFORM LECT-FOURNIS
               PERFORM UNTIL WS-FF-FOURNIS = 1
                   IF NB-FOURNISSEURS < 50
                       ADD 1 TO NB-FOURNISSEURS
                       MOVE FRN-CODE TO TF-CODE(NB-FOURNISSEURS)
                       MOVE FRN-NOM TO TF-NOM(NB-FOURNISSEURS)
                   ELSE
                       DISPLAY 'TAB-FOURNISSEURS PLEINE - IGNORE : '
                               FRN-CODE
                   END-IF
                   PERFORM LECT-FOURNIS
               END-PERFORM
               CLOSE FOURNISSEURS
           ELSE
               DISPLAY 'PAS DE REFERENTIEL FOURNISSEURS (FS='
                       FS-FOURNIS ')'
           END-IF
           .

       LECT-FOURNIS.
           READ FOURNISSEURS AT END
               MOVE 1 TO WS-FF-FOURNIS
           END-READ.

      *****************************************************
      * PERTE SUR REBUTS : ECRITURE EQUILIBREE PUIS
      * TRAILER DE CONTROLE, COMME VALSTOCK
      *****************************************************
       ECRIRE-JOURNAL-REBUTS.
           IF WS-TOTAL-REBUT > ZERO
               MOVE SPACES TO ENR-JOURNLGL
               MOVE '65800000' TO JGL-COMPTE
               MOVE 'PERTES SUR REBUTS DE RETOURS' TO JGL-LIBELLE
               MOVE 'D' TO JGL-SENS
               MOVE WS-TOTAL-REBUT TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-GL

               MOVE SPACES TO ENR-JOURNLGL
               MOVE '60370000' TO JGL-COMPTE
               MOVE 'VARIATION DE STOCK - REBUTS' TO JGL-LIBELLE
               MOVE 'C' TO JGL-SENS
               MOVE WS-TOTAL-REBUT TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-GL
           END-IF

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'NBECRIT ' TO JGL-COMPTE
           MOVE WS-JGL-NB-ECRITURES TO ED-JGL-NB
           MOVE ED-JGL-NB TO JGL-LIBELLE
           MOVE ' ' TO JGL-SENS
           MOVE ZERO TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTDEBIT' TO JGL-COMPTE
           MOVE 'TOTAL DES DEBITS' TO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-JGL-TOTAL-DEBIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTCREDI' TO JGL-COMPTE
           MOVE 'TOTAL DES CREDITS' TO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-JGL-TOTAL-CREDIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL
           IF FS-JNLINSP NOT = ZERO
               DISPLAY 'ERR WRITE JNLINSP - FS : ', FS-JNLINSP
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLINSP NOT = ZERO
               DISPLAY 'ERR WRITE JNLINSP - FS : ', FS-JNLINSP
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

      *****************************************************
      * QUARANTAINE RESTANTE PAR DEPOT (BLANC = SAISIE
      * DIRECTE, SANS DEPOT)
      *****************************************************
       LISTER-QUARANTAINE.
           MOVE SPACES TO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP
           MOVE 'QUARANTAINE RESTANTE PAR DEPOT' TO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           EXEC SQL
               OPEN CQUARANT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-QUARANTAINE
           PERFORM UNTIL SQLCODE = +100
               MOVE WS-QTE-QUARANT TO ED-QTE
               MOVE SPACES TO ENR-RAPINSP
               STRING 'DEPOT=' QRT-DEPOT '  PROD=' QRT-P-NO
                      '  QTE=' ED-QTE
                      '  PLUS ANCIENNE RECEPTION ' WS-DATE-PLUS-ANC
                   DELIMITED BY SIZE INTO ENR-RAPINSP
               PERFORM ECRIRE-RAPINSP
               PERFORM FETCH-QUARANTAINE
           END-PERFORM

           EXEC SQL
               CLOSE CQUARANT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-QUARANTAINE.
           EXEC SQL
               FETCH CQUARANT
               INTO :QRT-DEPOT,
                    :QRT-P-NO,
                    :WS-QTE-QUARANT,
                    :WS-DATE-PLUS-ANC
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-NB-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPINSP
           STRING 'DECISIONS LUES           : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-NB-INSPECTEES TO ED-NB
           MOVE SPACES TO ENR-RAPINSP
           STRING 'RETOURS INSPECTES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-NB-REJETEES TO ED-NB
           MOVE SPACES TO ENR-RAPINSP
           STRING 'DECISIONS REJETEES       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-QTE-REMISES TO ED-QTE
           MOVE SPACES TO ENR-RAPINSP
           STRING 'QTE REMISE EN STOCK      : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-QTE-RECONDS TO ED-QTE
           MOVE SPACES TO ENR-RAPINSP
           STRING 'QTE A RECONDITIONNER     : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-QTE-FOURNS TO ED-QTE
           MOVE SPACES TO ENR-RAPINSP
           STRING 'QTE RETOUR FOURNISSEUR   : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-QTE-REBUTS TO ED-QTE
           MOVE SPACES TO ENR-RAPINSP
           STRING 'QTE MISE AU REBUT        : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           MOVE WS-TOTAL-REBUT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPINSP
           STRING 'VALEUR DES REBUTS        : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPINSP
           PERFORM ECRIRE-RAPINSP

           DISPLAY 'RETOURS INSPECTES  : ' WS-NB-INSPECTEES
           DISPLAY 'DECISIONS REJETEES : ' WS-NB-REJETEES
           .

       LECT-INSPRET.
           READ INSPECTIONS AT END
               MOVE 1 TO WS-FF-INSPRET
           END-READ.

       ECRIRE-RAPINSP.
           WRITE ENR-RAPINSP
           IF FS-RAPINSP NOT = ZERO
               DISPLAY 'ERR WRITE RAPINSP - FS : ', FS-RAPINSP
           END-IF.

       ECRIRE-RETFRN.
           WRITE ENR-RETFRN
           IF FS-RETFRN NOT = ZERO
               DISPLAY 'ERR WRITE RETFRN - FS : ', FS-RETFRN
           END-IF.

      * SANS FICHIER DE DECISIONS, LE RUN EDITE SEULEMENT LA
      * QUARANTAINE EN COURS
       OUV-FICHIERS.
           OPEN INPUT INSPECTIONS
           IF FS-INSPRET NOT = ZERO THEN
               DISPLAY 'PAS DE FICHIER INSPRET - FS : ', FS-INSPRET
               MOVE 1 TO WS-FF-INSPRET
           END-IF
           OPEN OUTPUT RETOURS-FOURNISSEURS
           IF FS-RETFRN NOT = ZERO THEN
               DISPLAY 'ERR OPEN RETFRN - FS : ', FS-RETFRN
           END-IF
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLINSP NOT = ZERO THEN
               DISPLAY 'ERR OPEN JNLINSP - FS : ', FS-JNLINSP
           END-IF
           OPEN OUTPUT RAPPORT-INSPECTION
           IF FS-RAPINSP NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPINSP - FS : ', FS-RAPINSP
           END-IF.

       FERM-FICHIERS.
           IF FS-INSPRET = ZERO OR FS-INSPRET = 10
               CLOSE INSPECTIONS
           END-IF
           CLOSE RETOURS-FOURNISSEURS
           CLOSE JOURNAL-GL
           CLOSE RAPPORT-INSPECTION
           IF FS-RAPINSP NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPINSP - FS : ', FS-RAPINSP
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
