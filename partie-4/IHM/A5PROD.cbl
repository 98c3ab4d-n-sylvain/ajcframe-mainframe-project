      * (20%) EST REFUSE AVEC DEMANDE DE CONFIRMATION : L'ACTION 'F'
      * (FORCER) APPLIQUE ALORS LE PRIX EN CONNAISSANCE DE CAUSE.
      * CHAQUE MODIFICATION EST JOURNALISEE AVANT/APRES DANS LA TD
      * QUEUE 'PMAJ'. RESERVE AUX ROLES HABILITES DANS A5HABK.
      * LA HIERARCHIE DES CATEGORIES (API6.CATEGORIES, DEUX NIVEAUX :
      * FAMILLE SANS PARENT, SOUS-FAMILLE RATTACHEE A UNE FAMILLE) SE
      * MAINTIENT ICI PAR L'ACTION 'K' ; UN PRODUIT EST CLASSE DANS
      * UNE SOUS-FAMILLE PAR LE CHAMP CATEGORIE DE L'ACTION 'U'/'F'.
      * UNE HAUSSE OU UNE BAISSE ANNONCEE A L'AVANCE SE SAISIT PAR
      * L'ACTION 'P' AVEC SA DATE D'EFFET (CHAMP DATEF, AAAAMMJJ,
      * POSTERIEURE AU JOUR) : ELLE ATTEND DANS API6.PRIX_FUTURS QUE
      * LE BATCH APPPRIX L'APPLIQUE A SA DATE ; UN ECART HORS
      * TOLERANCE EST REFUSE ET L'ACTION 'Q' LE CONFIRME, COMME 'F'
      * POUR UNE MISE A JOUR IMMEDIATE. UNE SAISIE A LA MEME DATE
      * REMPLACE LA PRECEDENTE.
      *   CHAMP ACTION DE LA MAP MS5PROD :
      *     'L' = CONSULTATION PAR P_NO
      *     'U' = MISE A JOUR LIBELLE/PRIX/CATEGORIE (TOLERANCE DE
      *           PRIX ; CATEGORIE A BLANC = CLASSEMENT INCHANGE)
      *     'F' = MISE A JOUR FORCEE (PRIX HORS TOLERANCE CONFIRME)
      *     'D' = RETRAIT DU CATALOGUE (DISCONTINUED = 'O')
      *     'K' = CREATION/MAJ DE LA CATEGORIE SAISIE (CODE, LIBELLE,
      *           FAMILLE PARENTE ; PARENT A BLANC = FAMILLE)
      *     'P' = CHANGEMENT DE PRIX PLANIFIE A LA DATE D'EFFET DATEF
      *           (TOLERANCE DE PRIX)
      *     'Q' = CHANGEMENT DE PRIX PLANIFIE, ECART HORS TOLERANCE
      *           CONFIRME
      *   CLEAR = SORTIE
      ******************************************************************
000400 ENVIRONMENT DIVISION.
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE CATEG
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE RUNCTL
           END-EXEC.

           EXEC SQL
               INCLUDE PRIXFUT
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID, COMME DANS A5CMAJ
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
       77 WS-ECART-PCT     PIC S9(5)V99 VALUE ZERO.
       77 WS-SEUIL-ECART-PCT PIC 9(3)V99 VALUE 020,00.

      * CATEGORIE SAISIE (CODE ET FAMILLE PARENTE) ET LIGNE EN BASE
       77 WS-CAT-SAISIE    PIC X(4).
       77 WS-PARENT-SAISI  PIC X(4).
       77 WS-PARENT-ACTUEL PIC X(4).
       77 WS-PARENT-PARENT PIC X(4).

      * DATE D'EFFET SAISIE POUR UN PRIX PLANIFIE, CONTROLEE SUR LE
      * CALENDRIER COMME LA DATE DE LIVRAISON DE A5CMDE, ET DATE DU
      * JOUR DERIVEE DE EIBDATE (0CYYDDD) COMME DANS A5DEVIS
       01 WS-DATEF-SAISIE.
           05 WS-DEF-AAAA   PIC 9(4).
           05 WS-DEF-MM     PIC 9(2).
           05 WS-DEF-JJ     PIC 9(2).
       77 WS-DEF-NB-JOURS   PIC 9(2) VALUE ZERO.
       77 ED-PRIX-PLANIFIE  PIC ZZ9,99.
       01 WS-EIBDATE-X      PIC 9(7).
       01 WS-EIBDATE-R REDEFINES WS-EIBDATE-X.
           05 FILLER        PIC 9(1).
           05 WS-EIB-CYY    PIC 9(3).
           05 WS-EIB-DDD    PIC 9(3).
       77 WS-ANNEE-JOUR     PIC 9(7) VALUE ZERO.
       01 WS-DATE-JOUR      PIC 9(8) VALUE ZERO.

      * IMAGE AVANT POUR LE JOURNAL
       01 WS-AVANT.
           05 AV-DESCRIPTION PIC X(30).
           05 AV-PRIX        PIC ZZZ,99.
           05 AV-DISCONTINUED PIC X(1).
           05 AV-CAT-CODE    PIC X(4).
       01 WS-AVANT-CAT REDEFINES WS-AVANT.
           05 AVC-LIBELLE    PIC X(30).
           05 AVC-PARENT     PIC X(4).
           05 FILLER         PIC X(7).

      * ENREGISTREMENT DE JOURNAL DE LA TD QUEUE 'PMAJ'
       01 ENR-JOURNAL-PMAJ.
           05 JPM-HEURE     PIC 9(6).
           05 JPM-P-NO      PIC X(3).
           05 JPM-ACTION    PIC X(1).
           05 JPM-AVANT     PIC X(41).
           05 JPM-APRES     PIC X(41).

       01 WS-IMAGE-APRES.
           05 AP-DESCRIPTION PIC X(30).
           05 AP-PRIX        PIC ZZZ,99.
           05 AP-DISCONTINUED PIC X(1).
           05 AP-CAT-CODE    PIC X(4).
       01 WS-APRES-CAT REDEFINES WS-IMAGE-APRES.
           05 APC-LIBELLE    PIC X(30).
           05 APC-PARENT     PIC X(4).
           05 FILLER         PIC X(7).
       01 WS-APRES-PLAN REDEFINES WS-IMAGE-APRES.
           05 APP-DATE-EFFET PIC X(10).
           05 FILLER         PIC X(20).
           05 APP-PRIX       PIC ZZZ,99.
           05 APP-CONFIRME   PIC X(1).
           05 FILLER         PIC X(4).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
       TRAITER-ACTION.
           MOVE 0 TO WS-CONT-OP

           IF (PNOI = SPACES OR PNOI = LOW-VALUES) AND ACTI NOT = 'K'
               MOVE 'Le numéro de produit est requis.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF
                       IF WS-CONT-OP = ZERO
                           PERFORM RETIRER-PRODUIT
                       END-IF
                   WHEN 'K'
                       PERFORM CONTROLER-ROLE-MAJ
                       IF WS-CONT-OP = ZERO
                           PERFORM MAJ-CATEGORIE
                       END-IF
                   WHEN 'P'
                   WHEN 'Q'
                       PERFORM CONTROLER-ROLE-MAJ
                       IF WS-CONT-OP = ZERO
                           PERFORM PLANIFIER-PRIX
                       END-IF
                   WHEN OTHER
                       MOVE 'Action inconnue (L/U/F/D/K/P/Q).'
                           TO MESS1O
               END-EVALUATE
           END-IF
           .

      * DROIT DE L'ACTION SAISIE (U/F/D/K/P/Q) SUR LA TRANSACTION T5PC,
      * PRIS DANS LA TABLE DES HABILITATIONS
       CONTROLER-ROLE-MAJ.
           MOVE 'T5PC' TO HBL-TRANS
           MOVE ACTI TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           MOVE PNOI TO PROD-P-NO

           EXEC SQL
               SELECT DESCRIPTION, PRICE, DISCONTINUED, CAT_CODE
               INTO :PROD-DESCRIPTION, :PROD-PRICE,
                    :PROD-DISCONTINUED, :PROD-CAT-CODE
               FROM API6.PRODUCTS
               WHERE P_NO = :PROD-P-NO
           END-EXEC
                   MOVE PROD-DESCRIPTION-TEXT TO DESCO
                   MOVE PROD-PRICE TO PRIXO
                   MOVE PROD-DISCONTINUED TO DISCTO
                   MOVE PROD-CAT-CODE TO CATO
                   MOVE 'Produit trouvé.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
                   PERFORM SIGNALER-PRIX-PLANIFIE
               WHEN SQLCODE = 100
                   MOVE 'Produit inconnu au catalogue.' TO MESS1O
               WHEN OTHER
           END-EVALUATE
           .

      * PROCHAIN CHANGEMENT DE PRIX EN ATTENTE, RAPPELE A LA
      * CONSULTATION
       SIGNALER-PRIX-PLANIFIE.
           MOVE PROD-P-NO TO PXF-P-NO
           EXEC SQL
               SELECT CHAR(DATE_EFFET, ISO), NOUVEAU_PRIX
               INTO :PXF-DATE-EFFET, :PXF-NOUVEAU-PRIX
               FROM API6.PRIX_FUTURS
               WHERE P_NO = :PXF-P-NO
                 AND STATUT = 'A'
               ORDER BY DATE_EFFET
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PXF-NOUVEAU-PRIX TO ED-PRIX-PLANIFIE
                   MOVE SPACES TO MESS1O
                   STRING 'Produit trouvé - prix ' ED-PRIX-PLANIFIE
                          ' prévu le ' PXF-DATE-EFFET '.'
                       DELIMITED BY SIZE INTO MESS1O
                   END-STRING
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * MISE A JOUR LIBELLE/PRIX : LE LIBELLE PASSE PAR
      * FORMATDESC, LE PRIX PAR LE CONTROLE D'ECART DE
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-CATEGORIE-PRODUIT
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO PROD-P-NO
               EXEC SQL
                   SELECT DESCRIPTION, PRICE, DISCONTINUED, CAT_CODE
                   INTO :PROD-DESCRIPTION, :PROD-PRICE,
                        :PROD-DISCONTINUED, :PROD-CAT-CODE
                   FROM API6.PRODUCTS
                   WHERE P_NO = :PROD-P-NO
               END-EXEC
           MOVE PROD-DESCRIPTION-TEXT TO AV-DESCRIPTION
           MOVE PROD-PRICE TO AV-PRIX
           MOVE PROD-DISCONTINUED TO AV-DISCONTINUED
           MOVE PROD-CAT-CODE TO AV-CAT-CODE

      * LIBELLE NORMALISE PAR LE MEME SOUS-PROGRAMME QUE MAJPROD
           MOVE DESCI TO WS-DESCRIPTION
               TO PROD-DESCRIPTION-LEN
           MOVE WS-DESCRIPTION TO PROD-DESCRIPTION-TEXT
           MOVE WS-PRIX-SAISI TO PROD-PRICE
           IF WS-CAT-SAISIE NOT = SPACES
               MOVE WS-CAT-SAISIE TO PROD-CAT-CODE
           END-IF

           EXEC SQL
               UPDATE API6.PRODUCTS
               SET DESCRIPTION = :PROD-DESCRIPTION,
                   PRICE       = :PROD-PRICE,
                   CAT_CODE    = :PROD-CAT-CODE
               WHERE P_NO = :PROD-P-NO
           END-EXEC

           END-IF
           .

      *****************************************************
      * CHANGEMENT DE PRIX A DATE D'EFFET FUTURE : MEMES
      * CONTROLES DE PRIX ET DE TOLERANCE QUE LA MISE A
      * JOUR IMMEDIATE ('Q' CONFIRME L'ECART, ET APPPRIX
      * NE LE REMET PAS EN REVUE), PUIS ENREGISTREMENT
      * DANS API6.PRIX_FUTURS EN ATTENTE D'APPLICATION
      *****************************************************
       PLANIFIER-PRIX.
           IF PRIXI IS NOT NUMERIC OR PRIXI = ZERO
               MOVE 'Le prix doit être numérique non nul.'
               TO MESS1O
               MOVE 1 TO WS-CONT-OP
           ELSE
               COMPUTE WS-PRIX-SAISI = PRIXI / 100
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-DATE-EFFET
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO PROD-P-NO
               EXEC SQL
                   SELECT DESCRIPTION, PRICE, DISCONTINUED, CAT_CODE
                   INTO :PROD-DESCRIPTION, :PROD-PRICE,
                        :PROD-DISCONTINUED, :PROD-CAT-CODE
                   FROM API6.PRODUCTS
                   WHERE P_NO = :PROD-P-NO
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       CONTINUE
                   WHEN SQLCODE = 100
                       MOVE 'Produit inconnu au catalogue.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF

           IF WS-CONT-OP = ZERO AND ACTI = 'P'
               MOVE PROD-PRICE TO WS-PRIX-ACTUEL
               IF WS-PRIX-ACTUEL > ZERO
                   COMPUTE WS-ECART-PCT =
                       FUNCTION ABS(WS-PRIX-SAISI - WS-PRIX-ACTUEL)
                       * 100 / WS-PRIX-ACTUEL
                   IF WS-ECART-PCT > WS-SEUIL-ECART-PCT
                       MOVE 'Ecart de prix > 20% - action Q pour conf
      -                     'irmer.' TO MESS1O
                       MOVE DFHRED TO MESS1C
                       MOVE 1 TO WS-CONT-OP
                   END-IF
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM ENREGISTRER-PRIX-FUTUR
           END-IF
           .

      * DATE D'EFFET AAAAMMJJ VALIDE ET POSTERIEURE AU JOUR : UN PRIX
      * DU JOUR SE SAISIT PAR L'ACTION 'U'
       CONTROLER-DATE-EFFET.
           IF DATEFI IS NOT NUMERIC
               MOVE 'Date d''effet AAAAMMJJ requise.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           ELSE
               MOVE DATEFI TO WS-DATEF-SAISIE
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
                   MOVE 'Date d''effet invalide.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE EIBDATE TO WS-EIBDATE-X
               COMPUTE WS-ANNEE-JOUR =
                   (1900 + WS-EIB-CYY) * 1000 + WS-EIB-DDD
               COMPUTE WS-DATE-JOUR = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DAY(WS-ANNEE-JOUR))
               IF WS-DATEF-SAISIE NOT > WS-DATE-JOUR
                   MOVE 'Date d''effet future requise (action U pou
      -                 'r ce jour).' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF
           .

      * UNE SAISIE A UNE DATE DEJA PLANIFIEE REMPLACE LA PRECEDENTE,
      * COMME DANS MAJPROD
       ENREGISTRER-PRIX-FUTUR.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE PROD-P-NO TO PXF-P-NO
           MOVE SPACES TO PXF-DATE-EFFET
           STRING WS-DATEF-SAISIE(1:4) '-' WS-DATEF-SAISIE(5:2) '-'
                  WS-DATEF-SAISIE(7:2)
               DELIMITED BY SIZE INTO PXF-DATE-EFFET
           END-STRING
           MOVE WS-PRIX-SAISI TO PXF-NOUVEAU-PRIX
           MOVE 'A' TO PXF-STATUT
           IF ACTI = 'Q'
               MOVE 'O' TO PXF-PRIX-CONFIRME
           ELSE
               MOVE 'N' TO PXF-PRIX-CONFIRME
           END-IF
           MOVE 'A5PROD' TO PXF-ORIGINE
           MOVE SPACES TO PXF-FOURNISSEUR
           MOVE WS-USERID TO PXF-AUTEUR

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
           IF SQLCODE = 100
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

           IF SQLCODE = 0
               PERFORM JOURNALISER-PRIX-PLANIFIE
               MOVE SPACES TO MESS1O
               STRING 'Prix planifié au ' PXF-DATE-EFFET '.'
                   DELIMITED BY SIZE INTO MESS1O
               END-STRING
               MOVE DFHDFT TO MESS1C
           ELSE
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

      * RETRAIT DU CATALOGUE : MEME MARQUAGE QUE L'ACTION 'D' DU FLUX
      * NEWPRODS DANS MAJPROD, LE PRODUIT RESTE EN BASE
       RETIRER-PRODUIT.
           MOVE PNOI TO PROD-P-NO

           EXEC SQL
               SELECT DESCRIPTION, PRICE, DISCONTINUED, CAT_CODE
               INTO :PROD-DESCRIPTION, :PROD-PRICE,
                    :PROD-DISCONTINUED, :PROD-CAT-CODE
               FROM API6.PRODUCTS
               WHERE P_NO = :PROD-P-NO
           END-EXEC
                   MOVE PROD-DESCRIPTION-TEXT TO AV-DESCRIPTION
                   MOVE PROD-PRICE TO AV-PRIX
                   MOVE PROD-DISCONTINUED TO AV-DISCONTINUED
                   MOVE PROD-CAT-CODE TO AV-CAT-CODE

                   EXEC SQL
                       UPDATE API6.PRODUCTS
           END-EVALUATE
           .

      * CATEGORIE SAISIE SUR UNE MISE A JOUR PRODUIT : A BLANC, LE
      * CLASSEMENT EN BASE EST CONSERVE ; SINON CE DOIT ETRE UNE
      * SOUS-FAMILLE CONNUE, COMME DANS LE CHARGEMENT MAJPROD
       CONTROLER-CATEGORIE-PRODUIT.
           IF CATI = LOW-VALUES
               MOVE SPACES TO WS-CAT-SAISIE
           ELSE
               MOVE CATI TO WS-CAT-SAISIE
           END-IF

           IF WS-CAT-SAISIE NOT = SPACES
               MOVE WS-CAT-SAISIE TO CAT-CAT-CODE
               EXEC SQL
                   SELECT CAT_PARENT
                   INTO :CAT-CAT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'Catégorie inconnue.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN SQLCODE NOT = 0
                       PERFORM SIGNALER-ERREUR-SQL
                   WHEN CAT-CAT-PARENT = SPACES
                       MOVE 'Classer dans une sous-famille, pas une fam
      -                     'ille.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      *****************************************************
      * CREATION/MAJ D'UNE CATEGORIE : PARENT A BLANC =
      * FAMILLE, SINON LE PARENT DOIT ETRE UNE FAMILLE
      * (DEUX NIVEAUX SEULEMENT). UNE CATEGORIE EXISTANTE
      * NE CHANGE PAS DE NIVEAU, POUR NE PAS LAISSER DE
      * PRODUITS CLASSES SUR UNE FAMILLE NI DE SOUS-FAMILLE
      * SOUS UNE AUTRE SOUS-FAMILLE
      *****************************************************
       MAJ-CATEGORIE.
           IF CATI = SPACES OR CATI = LOW-VALUES
               MOVE 'Le code catégorie est requis.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           ELSE
               MOVE CATI TO WS-CAT-SAISIE
           END-IF

           IF WS-CONT-OP = ZERO
               IF DESCI = SPACES OR DESCI = LOW-VALUES
                   MOVE 'Le libellé est requis.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF CATPI = LOW-VALUES
               MOVE SPACES TO WS-PARENT-SAISI
           ELSE
               MOVE CATPI TO WS-PARENT-SAISI
           END-IF

           IF WS-CONT-OP = ZERO AND WS-PARENT-SAISI NOT = SPACES
               PERFORM CONTROLER-FAMILLE-PARENTE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE WS-CAT-SAISIE TO CAT-CAT-CODE
               EXEC SQL
                   SELECT LIBELLE, CAT_PARENT
                   INTO :CAT-LIBELLE, :CAT-CAT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       PERFORM MODIFIER-CATEGORIE
                   WHEN SQLCODE = 100
                       PERFORM CREER-CATEGORIE
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF
           .

       CONTROLER-FAMILLE-PARENTE.
           IF WS-PARENT-SAISI = WS-CAT-SAISIE
               MOVE 'Une catégorie ne peut être son propre parent.'
                   TO MESS1O
               MOVE 1 TO WS-CONT-OP
           ELSE
               MOVE WS-PARENT-SAISI TO CAT-CAT-CODE
               EXEC SQL
                   SELECT CAT_PARENT
                   INTO :WS-PARENT-PARENT
                   FROM API6.CATEGORIES
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       MOVE 'Famille parente inconnue.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN SQLCODE NOT = 0
                       PERFORM SIGNALER-ERREUR-SQL
                   WHEN WS-PARENT-PARENT NOT = SPACES
                       MOVE 'Le parent doit être une famille.'
                           TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       MODIFIER-CATEGORIE.
           MOVE CAT-CAT-PARENT TO WS-PARENT-ACTUEL
           IF (WS-PARENT-ACTUEL = SPACES
                   AND WS-PARENT-SAISI NOT = SPACES)
              OR (WS-PARENT-ACTUEL NOT = SPACES
                   AND WS-PARENT-SAISI = SPACES)
               MOVE 'Changement de niveau interdit.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           ELSE
               MOVE CAT-LIBELLE TO AVC-LIBELLE
               MOVE WS-PARENT-ACTUEL TO AVC-PARENT
               PERFORM PREPARER-LIBELLE-CATEGORIE
               EXEC SQL
                   UPDATE API6.CATEGORIES
                   SET LIBELLE    = :CAT-LIBELLE,
                       CAT_PARENT = :CAT-CAT-PARENT
                   WHERE CAT_CODE = :CAT-CAT-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM JOURNALISER-MAJ-CATEG
                   MOVE 'Catégorie mise à jour.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               ELSE
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF
           .

       CREER-CATEGORIE.
           MOVE SPACES TO WS-AVANT-CAT
           PERFORM PREPARER-LIBELLE-CATEGORIE
           EXEC SQL
               INSERT INTO API6.CATEGORIES
               (CAT_CODE, LIBELLE, CAT_PARENT)
               VALUES (:CAT-CAT-CODE, :CAT-LIBELLE, :CAT-CAT-PARENT)
           END-EXEC
           IF SQLCODE = 0
               PERFORM JOURNALISER-MAJ-CATEG
               MOVE 'Catégorie créée.' TO MESS1O
               MOVE DFHDFT TO MESS1C
           ELSE
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

      * LIBELLE NORMALISE PAR FORMATDESC COMME CELUI DES PRODUITS
       PREPARER-LIBELLE-CATEGORIE.
           MOVE DESCI TO WS-DESCRIPTION
           MOVE LENGTH OF WS-DESCRIPTION TO WS-LEN-PARAM
           CALL 'FORMATDESC' USING
               BY REFERENCE WS-DESCRIPTION
               BY CONTENT WS-LEN-PARAM
           MOVE WS-CAT-SAISIE TO CAT-CAT-CODE
           MOVE WS-DESCRIPTION TO CAT-LIBELLE
           MOVE WS-PARENT-SAISI TO CAT-CAT-PARENT
           .

      * JOURNAL AVANT/APRES DE LA MODIFICATION DANS LA TD QUEUE
      * 'PMAJ' : UTILISATEUR, TERMINAL, HORODATAGE, PRODUIT, ACTION
       JOURNALISER-MAJ-PROD.
           MOVE PROD-DESCRIPTION-TEXT TO AP-DESCRIPTION
           MOVE PROD-PRICE TO AP-PRIX
           MOVE PROD-DISCONTINUED TO AP-DISCONTINUED
           MOVE PROD-CAT-CODE TO AP-CAT-CODE
           MOVE WS-IMAGE-APRES TO JPM-APRES

           EXEC CICS WRITEQ TD
           END-IF
           .

      * MEME JOURNAL 'PMAJ' POUR LES CATEGORIES : P_NO A BLANC, LE
      * CODE CATEGORIE EN TETE DES IMAGES AVANT/APRES
       JOURNALISER-MAJ-CATEG.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID TO JPM-USERID
           MOVE EIBTRMID TO JPM-TERMINAL
           MOVE EIBDATE TO JPM-DATE
           MOVE EIBTIME TO JPM-HEURE
           MOVE SPACES TO JPM-P-NO
           MOVE ACTI TO JPM-ACTION

           MOVE WS-AVANT-CAT TO JPM-AVANT
           MOVE CAT-CAT-CODE TO JPM-AVANT (38:4)

           MOVE SPACES TO WS-APRES-CAT
           MOVE CAT-LIBELLE TO APC-LIBELLE
           MOVE CAT-CAT-PARENT TO APC-PARENT
           MOVE WS-APRES-CAT TO JPM-APRES
           MOVE CAT-CAT-CODE TO JPM-APRES (38:4)

           EXEC CICS WRITEQ TD
               QUEUE('PMAJ')
               FROM(ENR-JOURNAL-PMAJ)
               LENGTH(LENGTH OF ENR-JOURNAL-PMAJ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERR JOURNAL PMAJ' TO MESS1O
           END-IF
           .

      * MEME JOURNAL 'PMAJ' POUR UN PRIX PLANIFIE : IMAGE AVANT = LE
      * PRODUIT EN VIGUEUR, IMAGE APRES = DATE D'EFFET, NOUVEAU PRIX
      * ET CONFIRMATION D'ECART
       JOURNALISER-PRIX-PLANIFIE.
           MOVE WS-USERID TO JPM-USERID
           MOVE EIBTRMID TO JPM-TERMINAL
           MOVE EIBDATE TO JPM-DATE
           MOVE EIBTIME TO JPM-HEURE
           MOVE PNOI TO JPM-P-NO
           MOVE ACTI TO JPM-ACTION

           MOVE PROD-DESCRIPTION-TEXT TO AV-DESCRIPTION
           MOVE PROD-PRICE TO AV-PRIX
           MOVE PROD-DISCONTINUED TO AV-DISCONTINUED
           MOVE PROD-CAT-CODE TO AV-CAT-CODE
           MOVE WS-AVANT TO JPM-AVANT

           MOVE SPACES TO WS-APRES-PLAN
           MOVE PXF-DATE-EFFET TO APP-DATE-EFFET
           MOVE PXF-NOUVEAU-PRIX TO APP-PRIX
           MOVE PXF-PRIX-CONFIRME TO APP-CONFIRME
           MOVE WS-APRES-PLAN TO JPM-APRES

           EXEC CICS WRITEQ TD
               QUEUE('PMAJ')
               FROM(ENR-JOURNAL-PMAJ)
               LENGTH(LENGTH OF ENR-JOURNAL-PMAJ)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERR JOURNAL PMAJ' TO MESS1O
           END-IF
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .

      *****************************************************
      * CONTROLE DU DROIT (ROLE, TRANSACTION, ACTION) PAR LE
      * SOUS-PROGRAMME COMMUN A5HABIL SUR LA TABLE A5HABK ;
      * UN INCIDENT DE LINK VAUT REFUS
      *****************************************************
       CONTROLER-HABILITATION.
           MOVE ZONE-ROLE TO HBL-ROLE
           MOVE 'N' TO HBL-REPONSE
           EXEC CICS LINK
               PROGRAM('A5HABIL')
               COMMAREA(ZONE-HABIL)
               LENGTH(LENGTH OF ZONE-HABIL)
               RESP(WS-RESP-HAB)
           END-EXEC
           IF WS-RESP-HAB NOT = DFHRESP(NORMAL)
               MOVE 'E' TO HBL-REPONSE
           END-IF
           .
