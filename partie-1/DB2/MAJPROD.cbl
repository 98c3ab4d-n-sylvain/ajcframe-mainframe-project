      * PROGRAMME DE LECTURE CSV ET INSERTION EN BASE DE DONNEES
      * COMBINE ETAPE3 (LECTURE CSV + CONVERSION DEVISES)
      * ET ETAPE4 (INSERTION DB2)
      * UNE LIGNE DE RETRAIT ('D') PEUT DESIGNER UN PRODUIT DE
      * REMPLACEMENT ET SA REGLE DE PRIX (8EME ET 9EME CHAMPS) : LE
      * COUPLE EST ENREGISTRE DANS API6.SUBSTITUTIONS, OU MAJDB ET LES
      * TRANSACTIONS DE SAISIE VONT CHERCHER LE SUCCESSEUR
      * LE 10EME CHAMP (OPTIONNEL) CLASSE LE PRODUIT DANS UNE
      * SOUS-FAMILLE DE API6.CATEGORIES ; ABSENT, LE CLASSEMENT DEJA
      * EN BASE EST CONSERVE
      * LE 11EME CHAMP (OPTIONNEL, AAAAMMJJ) EST LA DATE D'EFFET D'UN
      * CHANGEMENT DE PRIX ANNONCE A L'AVANCE : POSTERIEURE A LA DATE
      * METIER, LE NOUVEAU PRIX N'EST PAS APPLIQUE MAIS MIS EN ATTENTE
      * DANS API6.PRIX_FUTURS, OU LE BATCH APPPRIX LE PREND A SA DATE
      * (MEME TOLERANCE ET MEME HISTORIQUE QU'ICI) ; LE LIBELLE, LE
      * COUT ET LA CATEGORIE D'UNE TELLE LIGNE SONT IGNORES

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE SUBST
           END-EXEC.

           EXEC SQL
               INCLUDE CATEG
           END-EXEC.

           EXEC SQL
               INCLUDE PRIXFUT
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-NEWPRODS      PIC 99.
       77 FF-NEWPRODS      PIC 9 VALUE ZERO.
           05 WS-ACTION        PIC X(1).
           05 WS-FOURNISSEUR   PIC X(5).
           05 WS-COUT          PIC X(10).
           05 WS-SUCCESSEUR    PIC X(10).
           05 WS-REGLE-PRIX    PIC X(1).
           05 WS-CATEGORIE     PIC X(10).
           05 WS-DATE-EFFET    PIC X(10).

      * DATE D'EFFET DU 11EME CHAMP : A BLANC OU DEJA ATTEINTE, LE
      * PRIX S'APPLIQUE TOUT DE SUITE ; POSTERIEURE A LA DATE METIER,
      * IL EST PLANIFIE DANS API6.PRIX_FUTURS
       01 WS-DATE-EFFET-NUM.
           05 WS-DEF-AAAA      PIC 9(4).
           05 WS-DEF-MM        PIC 9(2).
           05 WS-DEF-JJ        PIC 9(2).
       77 WS-DEF-NB-JOURS   PIC 9(2) VALUE ZERO.
       77 WS-PRIX-FUTUR     PIC X VALUE 'N'.
           88 PRIX-FUTUR        VALUE 'O'.
           88 PRIX-IMMEDIAT     VALUE 'N'.
       77 WS-NB-PLANIFIES   PIC 999 VALUE ZERO.
       77 ED-WS-NB-PLANIFIES PIC ZZ9.

      * Un prix a zero n'est rejete qu'apres lecture du code action :
      * les lignes de retrait ('D') arrivent couramment avec un prix
           88 PRIX-RENSEIGNE   VALUE 'N'.
       77 WS-NB-RETIRES    PIC 999 VALUE ZERO.
       77 ED-WS-NB-RETIRES PIC ZZ9.

      * PRODUIT DE REMPLACEMENT D'UN RETRAIT : REGLE DE PRIX 'C' =
      * LA LIGNE GARDE LE PRIX COMMANDE, 'S' = LA LIGNE EST PRICEE AU
      * CATALOGUE DU SUCCESSEUR ; REGLE ABSENTE = 'S'
       77 WS-NB-SUBSTITUTIONS    PIC 999 VALUE ZERO.
       77 ED-WS-NB-SUBSTITUTIONS PIC ZZ9.
       77 FS-FOURNIS       PIC 99.
       77 FF-FOURNIS       PIC 9 VALUE ZERO.

      *                * Préparation et insertion/MAJ en base, avec
      *                * controle de raisonnabilite de l'ecart de prix ;
      *                * un retrait ('D') ne passe ni par le MERGE ni
      *                * par le controle de prix ; un prix a date
      *                * d'effet future est seulement planifie
                       EVALUATE TRUE
                           WHEN WS-ACTION = 'D'
                               PERFORM RETIRER-PRODUIT
                           WHEN PRIX-FUTUR
                               PERFORM PLANIFIER-PRIX-FUTUR
                           WHEN OTHER
                               PERFORM PREPARER-DONNEES-DB2
                               PERFORM VERIFIER-RAISONNABILITE-PRIX
                               IF ECART-EXCESSIF
                                   PERFORM SIGNALER-PRIX-A-REVOIR
                               ELSE
                                   PERFORM INSERER-PRODUIT
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF

           DISPLAY "ERREURS DETECTEES        : ", WS-NB-ERREURS
           DISPLAY "LIGNES REJETEES (SUSPENS): ", WS-NB-REJETS
           DISPLAY "PRODUITS RETIRES         : ", WS-NB-RETIRES
           DISPLAY "REMPLACANTS ENREGISTRES  : ", WS-NB-SUBSTITUTIONS
           DISPLAY "PRIX A REVOIR (SUSPENS)  : ", WS-NB-PRIX-A-REVOIR
           DISPLAY "PRIX FUTURS PLANIFIES    : ", WS-NB-PLANIFIES
           DISPLAY "REJEUX DB2 (DEADLOCK)    : ", WS-NB-RETRIES-TOTAL
           IF WS-ROLLBACK-SUBI = 1
               DISPLAY "UN ROLLBACK IMPLICITE (-911) A EU LIEU - ",
      * Preparation du COUT unitaire converti
           MOVE WS-COUT-USD TO PROD-COST

      * Sous-famille (a blanc = classement en base conserve)
           MOVE WS-CATEGORIE(1:4) TO PROD-CAT-CODE

           DISPLAY "DONNEES PREPAREES :"
           DISPLAY "  P_NO     : '", PROD-P-NO , "'"
           DISPLAY "  DESC LEN : ", PROD-DESCRIPTION-LEN
           DISPLAY "  DESC     : '", PROD-DESCRIPTION-TEXT , "'"
           MOVE PROD-PRICE TO ED-PRIX-USD
           DISPLAY "  PRIX     : ", ED-PRIX-USD
           DISPLAY "  CATEG    : '", PROD-CAT-CODE , "'"
           .

      * Verifie l'ecart entre le prix actuel en base et le nouveau
               ADD 1 TO WS-NB-SIMULES
               DISPLAY "SIMULATION - PRODUIT ", PROD-P-NO,
                       " AURAIT ETE RETIRE"
               IF WS-SUCCESSEUR NOT = SPACES
                   DISPLAY "SIMULATION - REMPLACANT ",
                           WS-SUCCESSEUR(1:3), " REGLE ",
                           WS-REGLE-PRIX
               END-IF
           ELSE
               PERFORM EXECUTER-RETRAIT-PRODUIT
           END-IF
                   ADD 1 TO WS-NB-RETIRES
                   DISPLAY "PRODUIT ", PROD-P-NO,
                           " RETIRE DU CATALOGUE"
                   IF WS-SUCCESSEUR NOT = SPACES
                       PERFORM ENREGISTRER-SUBSTITUTION
                   END-IF
               WHEN +100
                   MOVE "ACT2" TO WS-CODE-REJET
                   MOVE "RETRAIT D UN PRODUIT INCONNU"
           END-EVALUATE
           .

      * LE REMPLACANT DOIT EXISTER AU CATALOGUE ; UN COUPLE DEJA
      * CONNU POUR LE PRODUIT RETIRE EST REMPLACE (UN SEUL SUCCESSEUR
      * PAR PRODUIT). UN REMPLACANT INCONNU N'ANNULE PAS LE RETRAIT,
      * LA LIGNE EST SEULEMENT SIGNALEE EN REJET POUR LES ACHATS
       ENREGISTRER-SUBSTITUTION.
           MOVE PROD-P-NO TO SUB-P-NO
           MOVE WS-SUCCESSEUR(1:3) TO SUB-P-NO-SUCC
           MOVE WS-REGLE-PRIX TO SUB-REGLE-PRIX

           EXEC SQL
               SELECT P_NO
               INTO :PROD-P-NO
               FROM PRODUCTS
               WHERE P_NO = :SUB-P-NO-SUCC
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE SUB-P-NO TO PROD-P-NO
                   MOVE "SUB4" TO WS-CODE-REJET
                   MOVE "REMPLACANT INCONNU AU CATALOGUE"
                       TO WS-LIBELLE-REJET
                   PERFORM REJETER-LIGNE
               WHEN OTHER
                   DISPLAY "ERREUR REMPLACANT - SQLCODE : ", SQLCODE
                   ADD 1 TO WS-NB-ERREURS
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF SQLCODE = ZERO
               MOVE SUB-P-NO TO PROD-P-NO
               EXEC SQL
                   UPDATE API6.SUBSTITUTIONS
                   SET P_NO_SUCC = :SUB-P-NO-SUCC,
                       REGLE_PRIX = :SUB-REGLE-PRIX,
                       DATE_MAJ = CURRENT DATE
                   WHERE P_NO = :SUB-P-NO
               END-EXEC
               IF SQLCODE = +100
                   EXEC SQL
                       INSERT INTO API6.SUBSTITUTIONS
                       (P_NO, P_NO_SUCC, REGLE_PRIX, DATE_MAJ)
                       VALUES (:SUB-P-NO, :SUB-P-NO-SUCC,
                               :SUB-REGLE-PRIX, CURRENT DATE)
                   END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                   DISPLAY "ERREUR SUBSTITUTION - SQLCODE : ",
                           SQLCODE
                   ADD 1 TO WS-NB-ERREURS
                   PERFORM ABEND-PROG
               END-IF
               ADD 1 TO WS-NB-SUBSTITUTIONS
               DISPLAY "PRODUIT ", SUB-P-NO, " REMPLACE PAR ",
                       SUB-P-NO-SUCC, " REGLE ", SUB-REGLE-PRIX
           END-IF
           .

      * CHANGEMENT DE PRIX A DATE D'EFFET FUTURE : LE PRODUIT DOIT
      * DEJA EXISTER ; UN CHANGEMENT DEJA PLANIFIE A LA MEME DATE EST
      * REMPLACE. LA TOLERANCE N'EST PAS CONTROLEE ICI MAIS PAR
      * APPPRIX, CONTRE LE PRIX EN VIGUEUR LE JOUR DE L'APPLICATION
       PLANIFIER-PRIX-FUTUR.
           MOVE WS-NUMERO(1:3) TO PROD-P-NO
           MOVE WS-PRIX-USD TO PROD-PRICE

           EXEC SQL
               SELECT PRICE INTO :WS-PRIX-ACTUEL
               FROM PRODUCTS
               WHERE P_NO = :PROD-P-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE "DAT2" TO WS-CODE-REJET
                   MOVE "PRIX FUTUR SUR PRODUIT INCONNU"
                       TO WS-LIBELLE-REJET
                   PERFORM REJETER-LIGNE
               WHEN OTHER
                   DISPLAY "ERREUR SQL LECTURE PRIX ACTUEL : ", SQLCODE
                   ADD 1 TO WS-NB-ERREURS
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF SQLCODE = ZERO
               MOVE SPACES TO PXF-DATE-EFFET
               STRING WS-DATE-EFFET(1:4) '-' WS-DATE-EFFET(5:2) '-'
                      WS-DATE-EFFET(7:2)
                   DELIMITED BY SIZE INTO PXF-DATE-EFFET
               END-STRING
               IF MODE-SIMULATION
                   ADD 1 TO WS-NB-SIMULES
                   DISPLAY "SIMULATION - PRODUIT ", PROD-P-NO,
                           " PRIX ", ED-PRIX-USD, " AURAIT ETE ",
                           "PLANIFIE AU ", PXF-DATE-EFFET
               ELSE
                   PERFORM ENREGISTRER-PRIX-FUTUR
               END-IF
           END-IF
           .

       ENREGISTRER-PRIX-FUTUR.
           MOVE PROD-P-NO TO PXF-P-NO
           MOVE PROD-PRICE TO PXF-NOUVEAU-PRIX
           MOVE 'A' TO PXF-STATUT
           MOVE 'N' TO PXF-PRIX-CONFIRME
           MOVE 'MAJPROD' TO PXF-ORIGINE
           MOVE WS-FOURNISSEUR TO PXF-FOURNISSEUR
           MOVE 'MAJPROD' TO PXF-AUTEUR

           EXEC SQL
               UPDATE API6.PRIX_FUTURS
               SET NOUVEAU_PRIX  = :PXF-NOUVEAU-PRIX,
                   STATUT        = :PXF-STATUT,
                   PRIX_CONFIRME = :PXF-PRIX-CONFIRME,
                   ORIGINE       = :PXF-ORIGINE,
                   FOURNISSEUR   = :PXF-FOURNISSEUR,
                   AUTEUR        = :PXF-AUTEUR,
                   DATE_SAISIE   = CURRENT DATE,
                   DATE_MAJ      = CURRENT DATE
               WHERE P_NO = :PXF-P-NO
                 AND DATE_EFFET = :PXF-DATE-EFFET
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO API6.PRIX_FUTURS
                   (P_NO, DATE_EFFET, NOUVEAU_PRIX, STATUT,
                    PRIX_CONFIRME, ORIGINE, FOURNISSEUR, AUTEUR,
                    DATE_SAISIE, DATE_MAJ)
                   VALUES (:PXF-P-NO, :PXF-DATE-EFFET,
                           :PXF-NOUVEAU-PRIX, :PXF-STATUT,
                           :PXF-PRIX-CONFIRME, :PXF-ORIGINE,
                           :PXF-FOURNISSEUR, :PXF-AUTEUR,
                           CURRENT DATE, CURRENT DATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY "ERREUR PRIX FUTUR - SQLCODE : ", SQLCODE
               ADD 1 TO WS-NB-ERREURS
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-PLANIFIES
           PERFORM COMPTER-OK-FOURNISSEUR
           DISPLAY "PRODUIT ", PXF-P-NO, " PRIX ", ED-PRIX-USD,
                   " PLANIFIE AU ", PXF-DATE-EFFET
           .

       INSERER-PRODUIT.
      * EN SIMULATION, LA LIGNE EST COMPTEE COMME AURAIT-ETE-INSEREE
      * ET LE MERGE N'EST PAS EXECUTE
                   USING (VALUES (:PROD-P-NO,
                                  :PROD-DESCRIPTION,
                                  :PROD-PRICE,
                                  :PROD-COST,
                                  :PROD-CAT-CODE))
                                  AS N(P_NO, DESCR, PRIX, COUT, CATEG)
                   ON P.P_NO = N.P_NO
                   WHEN MATCHED THEN
                       UPDATE SET DESCRIPTION  = N.DESCR,
                                  PRICE        = N.PRIX,
                                  DISCONTINUED = 'N',
                                  COST         = N.COUT,
                                  CAT_CODE     =
                                      CASE WHEN N.CATEG = ' '
                                           THEN P.CAT_CODE
                                           ELSE N.CATEG
                                      END
                   WHEN NOT MATCHED THEN
                       INSERT (P_NO, DESCRIPTION, PRICE, DISCONTINUED,
                               COST, CAT_CODE)
                       VALUES (N.P_NO, N.DESCR, N.PRIX, 'N', N.COUT,
                               N.CATEG)
               END-EXEC

               IF SQLCODE = -911 OR SQLCODE = -913
               END-IF
           END-IF

      *    * Extraction du produit de remplacement et de sa regle de
      *    * prix (8eme et 9eme champs, optionnels, reserves aux
      *    * retraits) ; regle absente = prix catalogue du successeur
           IF LIGNE-VALIDE
               MOVE SPACES TO WS-SUCCESSEUR
               MOVE SPACE TO WS-REGLE-PRIX
               IF WS-POSITION <= 80
                   PERFORM TROUVE-CHAMP
                   IF WS-LONGUEUR > 0
                       MOVE LIGNE-NEWPRODS(WS-DEBUT:WS-LONGUEUR)
                           TO WS-SUCCESSEUR
                   END-IF
               END-IF
               IF WS-POSITION <= 80
                   PERFORM TROUVE-CHAMP
                   IF WS-LONGUEUR > 0
                       MOVE LIGNE-NEWPRODS(WS-DEBUT:WS-LONGUEUR)
                           TO WS-REGLE-PRIX
                   END-IF
               END-IF
               IF WS-SUCCESSEUR NOT = SPACES
                   IF WS-REGLE-PRIX = SPACE
                       MOVE 'S' TO WS-REGLE-PRIX
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ACTION NOT = 'D'
                           MOVE "SUB1" TO WS-CODE-REJET
                           MOVE "REMPLACANT HORS RETRAIT"
                               TO WS-LIBELLE-REJET
                           SET LIGNE-INVALIDE TO TRUE
                       WHEN WS-SUCCESSEUR(1:3) = WS-NUMERO(1:3)
                           MOVE "SUB2" TO WS-CODE-REJET
                           MOVE "PRODUIT REMPLACE PAR LUI-MEME"
                               TO WS-LIBELLE-REJET
                           SET LIGNE-INVALIDE TO TRUE
                       WHEN WS-REGLE-PRIX NOT = 'C'
                            AND WS-REGLE-PRIX NOT = 'S'
                           MOVE "SUB3" TO WS-CODE-REJET
                           MOVE "REGLE DE PRIX INCONNUE"
                               TO WS-LIBELLE-REJET
                           SET LIGNE-INVALIDE TO TRUE
                   END-EVALUATE
               END-IF
           END-IF

      *    * Extraction de la sous-famille du produit (10eme champ,
      *    * optionnel, ignore sur un retrait) ; le code doit exister
      *    * dans API6.CATEGORIES et designer une sous-famille, le
      *    * niveau famille ne servant qu'au regroupement
           IF LIGNE-VALIDE
               MOVE SPACES TO WS-CATEGORIE
               IF WS-POSITION <= 80
                   PERFORM TROUVE-CHAMP
                   IF WS-LONGUEUR > 0
                       MOVE LIGNE-NEWPRODS(WS-DEBUT:WS-LONGUEUR)
                           TO WS-CATEGORIE
                   END-IF
               END-IF
               IF WS-CATEGORIE NOT = SPACES AND WS-ACTION NOT = 'D'
                   PERFORM CONTROLER-CATEGORIE
               END-IF
           END-IF

      *    * Extraction de la date d'effet (11eme champ, optionnel) :
      *    * sans objet sur un retrait, qui reste immediat
           IF LIGNE-VALIDE
               MOVE SPACES TO WS-DATE-EFFET
               SET PRIX-IMMEDIAT TO TRUE
               IF WS-POSITION <= 80
                   PERFORM TROUVE-CHAMP
                   IF WS-LONGUEUR > 0
                       MOVE LIGNE-NEWPRODS(WS-DEBUT:WS-LONGUEUR)
                           TO WS-DATE-EFFET
                   END-IF
               END-IF
               IF WS-DATE-EFFET NOT = SPACES
                   IF WS-ACTION = 'D'
                       MOVE "DAT3" TO WS-CODE-REJET
                       MOVE "DATE D EFFET SUR UN RETRAIT"
                           TO WS-LIBELLE-REJET
                       SET LIGNE-INVALIDE TO TRUE
                   ELSE
                       PERFORM CONTROLER-DATE-EFFET
                   END-IF
               END-IF
           END-IF

      *    * Rejet differe du prix a zero, sauf pour un retrait
           IF LIGNE-VALIDE
               IF PRIX-A-ZERO AND WS-ACTION NOT = 'D'
           END-IF
           .

      * DATE D'EFFET AAAAMMJJ CONTROLEE SUR LE CALENDRIER, COMME LA
      * DATE DE LIVRAISON DE A5CMDE ; SEULE UNE DATE POSTERIEURE A LA
      * DATE METIER DIFFERE LE CHANGEMENT DE PRIX
       CONTROLER-DATE-EFFET.
           IF WS-DATE-EFFET(1:8) IS NOT NUMERIC
              OR WS-DATE-EFFET(9:2) NOT = SPACES
               MOVE "DAT1" TO WS-CODE-REJET
               MOVE "DATE D EFFET INVALIDE" TO WS-LIBELLE-REJET
               SET LIGNE-INVALIDE TO TRUE
           ELSE
               MOVE WS-DATE-EFFET(1:8) TO WS-DATE-EFFET-NUM
               EVALUATE WS-DEF-MM
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DEF-NB-JOURS
                   WHEN 2
                       IF FUNCTION MOD(WS-DEF-AAAA, 400) = 0 OR
                         (FUNCTION MOD(WS-DEF-AAAA, 4) = 0 AND
                          FUNCTION MOD(WS-DEF-AAAA, 100) NOT = 0)
                           MOVE 29 TO WS-DEF-NB-JOURS
                       ELSE
                           MOVE 28 TO WS-DEF-NB-JOURS
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DEF-NB-JOURS
               END-EVALUATE
               IF WS-DEF-MM < 1 OR WS-DEF-MM > 12
                  OR WS-DEF-JJ < 1 OR WS-DEF-JJ > WS-DEF-NB-JOURS
                   MOVE "DAT1" TO WS-CODE-REJET
                   MOVE "DATE D EFFET INVALIDE" TO WS-LIBELLE-REJET
                   SET LIGNE-INVALIDE TO TRUE
               ELSE
                   IF WS-DATE-EFFET(1:8) > WS-DATE-TRAITEMENT
                       SET PRIX-FUTUR TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * LA SOUS-FAMILLE DOIT ETRE CONNUE ET RATTACHEE A UNE FAMILLE
      * (CAT_PARENT RENSEIGNE) : UN PRODUIT N'EST JAMAIS CLASSE
      * DIRECTEMENT AU NIVEAU FAMILLE
       CONTROLER-CATEGORIE.
           IF WS-CATEGORIE(5:6) NOT = SPACES
               MOVE "CAT1" TO WS-CODE-REJET
               MOVE "CATEGORIE INCONNUE" TO WS-LIBELLE-REJET
               SET LIGNE-INVALIDE TO TRUE
           ELSE
               MOVE WS-CATEGORIE(1:4) TO CAT-CAT-CODE
               EXEC SQL
                   SELECT CAT_PARENT
                   INTO :CAT-CAT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       MOVE "CAT1" TO WS-CODE-REJET
                       MOVE "CATEGORIE INCONNUE" TO WS-LIBELLE-REJET
                       SET LIGNE-INVALIDE TO TRUE
                   WHEN SQLCODE NOT = ZERO
                       DISPLAY "ERREUR SQL LECTURE CATEGORIE : ",
                               SQLCODE
                       ADD 1 TO WS-NB-ERREURS
                       PERFORM ABEND-PROG
                   WHEN CAT-CAT-PARENT = SPACES
                       MOVE "CAT2" TO WS-CODE-REJET
                       MOVE "FAMILLE AU LIEU DE SOUS-FAMILLE"
                           TO WS-LIBELLE-REJET
                       SET LIGNE-INVALIDE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       TROUVE-CHAMP.
           MOVE ZERO TO WS-LONGUEUR
           MOVE WS-POSITION TO WS-DEBUT
               DELIMITED BY SIZE INTO ENR-RAPCTL
           WRITE ENR-RAPCTL

           MOVE WS-NB-PLANIFIES TO ED-WS-NB-PLANIFIES
           MOVE SPACES TO ENR-RAPCTL
           STRING "PRIX FUTURS PLANIFIES     : " ED-WS-NB-PLANIFIES
               DELIMITED BY SIZE INTO ENR-RAPCTL
           WRITE ENR-RAPCTL

           MOVE WS-NB-SUBSTITUTIONS TO ED-WS-NB-SUBSTITUTIONS
           MOVE SPACES TO ENR-RAPCTL
           STRING "REMPLACANTS ENREGISTRES   : "
               ED-WS-NB-SUBSTITUTIONS
               DELIMITED BY SIZE INTO ENR-RAPCTL
           WRITE ENR-RAPCTL

           MOVE SPACES TO ENR-RAPCTL
           STRING "TOTAL USD PRODUITS INSERES: " ED-TOTAL-USD
               DELIMITED BY SIZE INTO ENR-RAPCTL
