000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5CONT.
000300
      ******************************************************************
      * JOURNAL DES CONTACTS DE RECOUVREMENT D'UN CLIENT : CHAQUE
      * APPEL DU GESTIONNAIRE EST ENREGISTRE DANS
      * API6.CONTACTS_RECOUVR (QUI, QUAND, RESULTAT, MONTANT ET DATE
      * PROMIS, PROCHAINE ACTION, NOTE), POUR QUE N'IMPORTE QUEL
      * MEMBRE DE L'EQUIPE CREDIT PUISSE REPRENDRE UN DOSSIER. POUR UN
      * C_NO SAISI (OU RECU DE LA LISTE DE TRAVAIL A5RECO) :
      *   - RAISON SOCIALE, MONTANT ECHU ET NIVEAU DE RELANCE (MEMES
      *     TRANCHES QUE A5C360)
      *   - GESTIONNAIRE DU PORTEFEUILLE ET PROCHAINE ACTION PREVUE
      *   - LES QUATRE DERNIERS CONTACTS
      * RESULTAT : 'P' PROMESSE DE PAIEMENT (MONTANT ET DATE
      *                OBLIGATOIRES, REMPLACE LA PROMESSE EN COURS)
      *            'J' JOINT SANS PROMESSE
      *            'N' PAS DE REPONSE / MESSAGE LAISSE
      *            'C' CONTESTATION (A TRAITER PAR LITIGES)
      *            'X' COORDONNEES ERRONEES
      * LA DATE DE PROCHAINE ACTION EST OBLIGATOIRE, SAUF SUR UNE
      * PROMESSE OU ELLE VAUT LE LENDEMAIN DE LA DATE PROMISE. ELLE
      * EST REPORTEE SUR LE PORTEFEUILLE DU CLIENT ; UN CLIENT SANS
      * GESTIONNAIRE EST AFFECTE A CELUI QUI ENREGISTRE LE CONTACT.
      *   ENTREE : C_NO SEUL = AFFICHAGE DU DOSSIER
      *            RESULTAT RENSEIGNE = ENREGISTREMENT DU CONTACT
      *   PF3    : RETOUR A LA LISTE DE TRAVAIL
      *   CLEAR  : SORTIE
      ******************************************************************
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000600 SPECIAL-NAMES.
000700     DECIMAL-POINT IS COMMA.
000800
000900 DATA DIVISION.
001000 WORKING-STORAGE SECTION.
001100      COPY DFHBMSCA.
001200      COPY DFHAID.
001300      COPY MS5CONT.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

           EXEC SQL
               INCLUDE CONTACT
           END-EXEC.

           EXEC SQL
               INCLUDE PORTREC
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * QUATRE DERNIERS CONTACTS DU CLIENT
           EXEC SQL
               DECLARE CCONTACTS CURSOR
               FOR
               SELECT
                   DATE_CONTACT,
                   COLLECTEUR,
                   RESULTAT,
                   MONTANT_PROMIS,
                   DATE_PROMESSE,
                   STATUT_PROMESSE,
                   NOTE
               FROM
                   API6.CONTACTS_RECOUVR
               WHERE
                   C_NO = :CTC-C-NO
               ORDER BY
                   DATE_CONTACT DESC, HEURE_CONTACT DESC
               FETCH FIRST 4 ROWS ONLY
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID, COMME DANS A5C360
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).

      * COMMAREA DE RETOUR VERS LA LISTE DE TRAVAIL A5RECO
       01 ZONE-XCTL.
           05 ZX-ERR-MESS   PIC X(60).
           05 ZX-SEC        PIC X(10).
           05 ZX-ROLE       PIC X(1).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 FILLER        PIC X(3) VALUE ' : '.
           05 ERR-ED        PIC Z9   VALUE ' 0'.

       77 WS-CD-ERR     PIC 9(2).
       77 WS-CONT-OP    PIC S9(1) VALUE ZERO.
       77 WS-USERID     PIC X(8).
       77 WS-HEURE      PIC 9(7).

      * SITUATION DU CLIENT
       77 WS-MT-ECHU       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-AGE-MAX       PIC S9(5) COMP-3 VALUE ZERO.
       77 WS-NIVEAU        PIC 9 VALUE ZERO.

      * CONTROLE DES DATES SAISIES PAR DB2 : UNE DATE INVALIDE REND
      * UN SQLCODE NEGATIF
       77 WS-DATE-JOUR     PIC X(10).
       77 WS-DATE-SAISIE   PIC X(10).
       77 WS-DATE-LENDEMAIN PIC X(10).

      * CONTACTS RECENTS POUR L'AFFICHAGE
       77 WS-IDX-HIST      PIC 9 VALUE ZERO.
       01 WS-LIGNE-HIST.
           05 WLH-DATE         PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-COLLECTEUR   PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-RESULTAT     PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-MONTANT      PIC Z(6)9,99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-DATE-PROM    PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-STATUT       PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 WLH-NOTE         PIC X(30).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).
           05 LK-CLE-TYPE PIC X(1).
           05 LK-CLE      PIC X(4).

       PROCEDURE DIVISION USING DFHCOMMAREA.
           IF EIBCALEN = ZERO
               MOVE SPACE TO ZONE-ROLE
           ELSE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5CT'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5CTO
              PERFORM ENVOI-ECRAN
             END-IF

             IF EIBAID = DFHCLEAR
                   MOVE 'BYE !!' TO ERR-MESS
                   PERFORM FIN-TOTALE
             END-IF

             IF EIBAID = DFHENTER
                  PERFORM LECT-ECRAN
             END-IF

             IF EIBAID = DFHPF3
                  PERFORM RETOUR-LISTE-TRAVAIL
             END-IF

            WHEN OTHER
                MOVE LOW-VALUE TO MAP5CTO
      * ARRIVEE DEPUIS LA LISTE DE TRAVAIL (A5RECO) : LE DOSSIER DU
      * CLIENT SELECTIONNE EST AFFICHE DIRECTEMENT
                IF EIBCALEN > 71 AND LK-CLE-TYPE = 'C'
                   AND LK-CLE IS NUMERIC
                    MOVE LK-CLE TO CNOI
                    MOVE LK-CLE TO CNOO
                    PERFORM AFFICHER-DOSSIER
                END-IF
                PERFORM ENVOI-ECRAN
           END-EVALUATE

           PERFORM ENVOI-ECRAN
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5CT')
                   MAPSET('MS5CONT')
                   RESP(WS-CD-ERR)
                   ERASE
                   CURSOR
                   WAIT
           END-EXEC
           IF WS-CD-ERR  NOT EQUAL  DFHRESP(NORMAL)
                MOVE 'ERR SEND' TO ERR-MESS
                PERFORM FIN-TOTALE
           END-IF

           EXEC CICS
                RETURN TRANSID ('T5CT')
                COMMAREA (ZONE)
                LENGTH (LENGTH OF ZONE)
           END-EXEC
           .

       FIN-TOTALE.
           EXEC CICS
             SEND FROM (ERR-MESS)
             LENGTH (LENGTH OF ERR-MESS)
             WAIT
             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .

       LECT-ECRAN.
           EXEC CICS
               RECEIVE MAP('MAP5CT')
               MAPSET('MS5CONT')
               INTO(MAP5CTI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE 'Renseignez le numéro de client.' TO MESS1O
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM TRAITER-SAISIE
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

      *****************************************************
      * C_NO SEUL : AFFICHAGE DU DOSSIER ; RESULTAT
      * RENSEIGNE : ENREGISTREMENT DU CONTACT PUIS
      * REAFFICHAGE DU DOSSIER A JOUR
      *****************************************************
       TRAITER-SAISIE.
           MOVE 0 TO WS-CONT-OP

           IF CNOI IS NOT NUMERIC OR CNOI = ZERO
               MOVE 'Le numéro de client doit être renseigné.'
               TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               IF RESULI = SPACES OR RESULI = LOW-VALUES
                   PERFORM AFFICHER-DOSSIER
               ELSE
                   PERFORM ENREGISTRER-CONTACT
                   IF WS-CONT-OP = ZERO
                       PERFORM AFFICHER-DOSSIER
                       IF WS-CONT-OP = ZERO
                           MOVE 'Contact enregistré.' TO MESS1O
                           MOVE DFHDFT TO MESS1C
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * ENREGISTREMENT D'UN CONTACT : SOUMIS AU DROIT 'C'
      * DE LA TRANSACTION T5CT DANS LA TABLE DES
      * HABILITATIONS
      *****************************************************
       ENREGISTRER-CONTACT.
           MOVE 'T5CT' TO HBL-TRANS
           MOVE 'C' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM VALIDER-CONTACT
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM LIRE-FICHE-CLIENT
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM INSERER-CONTACT
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM MAJ-PORTEFEUILLE
           END-IF
           .

       VALIDER-CONTACT.
           IF RESULI NOT = 'P' AND RESULI NOT = 'J'
              AND RESULI NOT = 'N' AND RESULI NOT = 'C'
              AND RESULI NOT = 'X'
               MOVE 'Résultat : P, J, N, C ou X.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-DATE-JOUR
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

      *       *--- Promesse : montant et date future obligatoires ---
           IF WS-CONT-OP = ZERO AND RESULI = 'P'
               IF MTPROI IS NOT NUMERIC OR MTPROI = ZERO
                   MOVE 'Renseignez le montant promis.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO AND RESULI = 'P'
               MOVE DTPROI TO WS-DATE-SAISIE
               PERFORM CONTROLER-DATE-SAISIE
               IF WS-CONT-OP = ZERO
                   IF WS-DATE-SAISIE < WS-DATE-JOUR
                       MOVE 'La date promise est dépassée.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   ELSE
                       MOVE WS-DATE-SAISIE TO CTC-DATE-PROMESSE
                   END-IF
               END-IF
           END-IF

      *       *--- Prochaine action : saisie, ou lendemain promis ---
           IF WS-CONT-OP = ZERO
               IF (DTACTI = SPACES OR DTACTI = LOW-VALUES)
                  AND RESULI = 'P'
                   MOVE WS-DATE-LENDEMAIN TO CTC-DATE-ACTION
               ELSE
                   MOVE DTACTI TO WS-DATE-SAISIE
                   PERFORM CONTROLER-DATE-SAISIE
                   IF WS-CONT-OP = ZERO
                       IF WS-DATE-SAISIE < WS-DATE-JOUR
                           MOVE 'La prochaine action est dépassée.'
                           TO MESS1O
                           MOVE 1 TO WS-CONT-OP
                       ELSE
                           MOVE WS-DATE-SAISIE TO CTC-DATE-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * DATE AAAA-MM-JJ CONTROLEE PAR DB2, QUI REND AUSSI LE
      * LENDEMAIN POUR L'ACTION PAR DEFAUT D'UNE PROMESSE
       CONTROLER-DATE-SAISIE.
           IF WS-DATE-SAISIE = SPACES OR WS-DATE-SAISIE = LOW-VALUES
               MOVE 'Renseignez la date (AAAA-MM-JJ).' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           ELSE
               EXEC SQL
                   SELECT CHAR(DATE(:WS-DATE-SAISIE), ISO),
                          CHAR(DATE(:WS-DATE-SAISIE) + 1 DAY, ISO)
                   INTO :WS-DATE-SAISIE, :WS-DATE-LENDEMAIN
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Date invalide (AAAA-MM-JJ).' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF
           .

      * UNE NOUVELLE PROMESSE REMPLACE ('S') LA PROMESSE ENCORE EN
      * COURS ('E') DU CLIENT : UNE SEULE PROMESSE SUIVIE A LA FOIS
       INSERER-CONTACT.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE EIBTIME TO WS-HEURE

           MOVE CNOI TO CTC-C-NO
           MOVE WS-DATE-JOUR TO CTC-DATE-CONTACT
           MOVE WS-HEURE(2:6) TO CTC-HEURE-CONTACT
           MOVE WS-USERID TO CTC-COLLECTEUR
           MOVE RESULI TO CTC-RESULTAT
           IF NOTEI = LOW-VALUES
               MOVE SPACES TO CTC-NOTE
           ELSE
               MOVE NOTEI TO CTC-NOTE
           END-IF

           IF RESULI = 'P'
               MOVE MTPROI TO CTC-MONTANT-PROMIS
               MOVE 'E' TO CTC-STATUT-PROMESSE

               EXEC SQL
                   UPDATE API6.CONTACTS_RECOUVR
                   SET STATUT_PROMESSE = 'S'
                   WHERE C_NO = :CTC-C-NO
                     AND STATUT_PROMESSE = 'E'
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           ELSE
               MOVE ZERO TO CTC-MONTANT-PROMIS
               MOVE WS-DATE-JOUR TO CTC-DATE-PROMESSE
               MOVE SPACE TO CTC-STATUT-PROMESSE
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC SQL
                   INSERT INTO API6.CONTACTS_RECOUVR
                   (C_NO, DATE_CONTACT, HEURE_CONTACT, COLLECTEUR,
                    RESULTAT, MONTANT_PROMIS, DATE_PROMESSE,
                    STATUT_PROMESSE, DATE_ACTION, NOTE)
                   VALUES (:CTC-C-NO, :CTC-DATE-CONTACT,
                           :CTC-HEURE-CONTACT, :CTC-COLLECTEUR,
                           :CTC-RESULTAT, :CTC-MONTANT-PROMIS,
                           :CTC-DATE-PROMESSE, :CTC-STATUT-PROMESSE,
                           :CTC-DATE-ACTION, :CTC-NOTE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF
           .

      * LA PROCHAINE ACTION PASSE SUR LE PORTEFEUILLE ('P' = PROMESSE
      * EN COURS, 'A' = ACTION PLANIFIEE) ; CLIENT SANS GESTIONNAIRE
      * AFFECTE A L'AUTEUR DU CONTACT
       MAJ-PORTEFEUILLE.
           MOVE CTC-C-NO TO PRT-C-NO
           MOVE CTC-DATE-ACTION TO PRT-DATE-ACTION
           IF RESULI = 'P'
               MOVE 'P' TO PRT-MOTIF-ACTION
           ELSE
               MOVE 'A' TO PRT-MOTIF-ACTION
           END-IF

           EXEC SQL
               UPDATE API6.PORTEFEUILLE_RECOUVR
               SET DATE_ACTION = :PRT-DATE-ACTION,
                   MOTIF_ACTION = :PRT-MOTIF-ACTION
               WHERE C_NO = :PRT-C-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE WS-USERID TO PRT-COLLECTEUR
                   EXEC SQL
                       INSERT INTO API6.PORTEFEUILLE_RECOUVR
                       (C_NO, COLLECTEUR, DATE_ACTION, MOTIF_ACTION,
                        DATE_AFFECT)
                       VALUES (:PRT-C-NO, :PRT-COLLECTEUR,
                               :PRT-DATE-ACTION, :PRT-MOTIF-ACTION,
                               CURRENT DATE)
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM SIGNALER-ERREUR-SQL
                   END-IF
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * AFFICHAGE DU DOSSIER DE RECOUVREMENT DU CLIENT
      *****************************************************
       AFFICHER-DOSSIER.
           MOVE 0 TO WS-CONT-OP
           PERFORM LIRE-FICHE-CLIENT
           IF WS-CONT-OP = ZERO
               PERFORM LIRE-MONTANT-ECHU
               PERFORM LIRE-NIVEAU-RELANCE
               PERFORM LIRE-PORTEFEUILLE
               PERFORM LIRE-CONTACTS-RECENTS
           END-IF
           IF WS-CONT-OP = ZERO
               MOVE 'Dossier affiché. Résultat + Entrée pour noter.'
               TO MESS1O
               MOVE DFHDFT TO MESS1C
           END-IF
           .

       LIRE-FICHE-CLIENT.
           MOVE CNOI TO CUST-C-NO

           EXEC SQL
               SELECT COMPANY
               INTO :CUST-COMPANY
               FROM API6.CUSTOMERS
               WHERE C_NO = :CUST-C-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE CUST-COMPANY-TEXT TO COMPAGO
               WHEN SQLCODE = 100
                   MOVE 'Client inconnu.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      * RESTE DU DES COMMANDES OUVERTES DONT L'ECHEANCE EST PASSEE,
      * MEME ECHEANCE PAR DEFAUT QUE RELANCE (COMMANDE + 30 JOURS)
       LIRE-MONTANT-ECHU.
           MOVE CNOI TO CTC-C-NO

           EXEC SQL
               SELECT COALESCE(SUM(S.O_TOTAL - S.MONTANT_REGLE), 0)
               INTO :WS-MT-ECHU
               FROM API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               WHERE S.C_NO = :CTC-C-NO
                 AND S.STATUT = 'O'
                 AND VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)
                     < CURRENT DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           MOVE WS-MT-ECHU TO ECHUO
           .

      * NIVEAU DE RELANCE COURANT, MEMES TRANCHES QUE A5C360
       LIRE-NIVEAU-RELANCE.
           MOVE CNOI TO CTC-C-NO
           MOVE ZERO TO WS-AGE-MAX

           EXEC SQL
               SELECT COALESCE(
                      MAX(DAYS(CURRENT DATE) - DAYS(O.O_DATE)), 0)
               INTO :WS-AGE-MAX
               FROM API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               WHERE S.C_NO = :CTC-C-NO
                 AND S.STATUT = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-MAX <= 30
                   MOVE ZERO TO WS-NIVEAU
               WHEN WS-AGE-MAX <= 60
                   MOVE 1 TO WS-NIVEAU
               WHEN WS-AGE-MAX <= 90
                   MOVE 2 TO WS-NIVEAU
               WHEN OTHER
                   MOVE 3 TO WS-NIVEAU
           END-EVALUATE
           MOVE WS-NIVEAU TO NIVO
           .

       LIRE-PORTEFEUILLE.
           MOVE CNOI TO PRT-C-NO

           EXEC SQL
               SELECT COLLECTEUR, DATE_ACTION, MOTIF_ACTION
               INTO :PRT-COLLECTEUR, :PRT-DATE-ACTION,
                    :PRT-MOTIF-ACTION
               FROM API6.PORTEFEUILLE_RECOUVR
               WHERE C_NO = :PRT-C-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PRT-COLLECTEUR TO GESTO
                   MOVE PRT-DATE-ACTION TO PROCHO
               WHEN SQLCODE = 100
                   MOVE 'AUCUN' TO GESTO
                   MOVE SPACES TO PROCHO
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

       LIRE-CONTACTS-RECENTS.
           MOVE CNOI TO CTC-C-NO
           MOVE SPACES TO H1O
           MOVE SPACES TO H2O
           MOVE SPACES TO H3O
           MOVE SPACES TO H4O
           MOVE ZERO TO WS-IDX-HIST

           EXEC SQL
               OPEN CCONTACTS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM FETCH-CONTACT
               PERFORM UNTIL SQLCODE = 100 OR WS-IDX-HIST >= 4
                   ADD 1 TO WS-IDX-HIST
                   PERFORM FORMATER-CONTACT
                   EVALUATE WS-IDX-HIST
                       WHEN 1
                           MOVE WS-LIGNE-HIST TO H1O
                       WHEN 2
                           MOVE WS-LIGNE-HIST TO H2O
                       WHEN 3
                           MOVE WS-LIGNE-HIST TO H3O
                       WHEN OTHER
                           MOVE WS-LIGNE-HIST TO H4O
                   END-EVALUATE
                   PERFORM FETCH-CONTACT
               END-PERFORM

               EXEC SQL
                   CLOSE CCONTACTS
               END-EXEC
           END-IF
           .

       FETCH-CONTACT.
           EXEC SQL
               FETCH CCONTACTS
               INTO :CTC-DATE-CONTACT,
                    :CTC-COLLECTEUR,
                    :CTC-RESULTAT,
                    :CTC-MONTANT-PROMIS,
                    :CTC-DATE-PROMESSE,
                    :CTC-STATUT-PROMESSE,
                    :CTC-NOTE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

      * LE MONTANT ET LA DATE PROMIS NE S'AFFICHENT QUE SUR UNE
      * PROMESSE
       FORMATER-CONTACT.
           MOVE CTC-DATE-CONTACT TO WLH-DATE
           MOVE CTC-COLLECTEUR TO WLH-COLLECTEUR
           MOVE CTC-RESULTAT TO WLH-RESULTAT
           MOVE CTC-NOTE TO WLH-NOTE
           IF CTC-RESULTAT = 'P'
               MOVE CTC-MONTANT-PROMIS TO WLH-MONTANT
               MOVE CTC-DATE-PROMESSE TO WLH-DATE-PROM
               MOVE CTC-STATUT-PROMESSE TO WLH-STATUT
           ELSE
               MOVE ZERO TO WLH-MONTANT
               MOVE SPACES TO WLH-DATE-PROM
               MOVE SPACE TO WLH-STATUT
           END-IF
           .

      *****************************************************
      * RETOUR A LA LISTE DE TRAVAIL DU GESTIONNAIRE
      *****************************************************
       RETOUR-LISTE-TRAVAIL.
           MOVE SPACES TO ZX-ERR-MESS
           MOVE ZONE-SEC TO ZX-SEC
           MOVE ZONE-ROLE TO ZX-ROLE

           EXEC CICS XCTL
               PROGRAM('A5RECO')
               COMMAREA(ZONE-XCTL)
               LENGTH(LENGTH OF ZONE-XCTL)
               RESP(WS-CD-ERR)
           END-EXEC

           IF WS-CD-ERR NOT EQUAL DFHRESP(NORMAL)
               MOVE 'ERR XCTL' TO ERR-MESS
               PERFORM FIN-TOTALE
           END-IF
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE SQLCODE TO ERR-ED
           MOVE ZONE-ED TO MESS1O
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
