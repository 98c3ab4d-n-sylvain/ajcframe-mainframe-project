000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5REVU.
000300
      ******************************************************************
      * FILE DE REVUE DES COMMANDES INHABITUELLES : LES COMMANDES
      * MISES EN REVUE PAR MAJDB (CHARGEMENT DES FLUX) OU PAR A5CMDE
      * (SAISIE EN LIGNE), PARCE QUE LEUR MONTANT OU LA QUANTITE D'UN
      * PRODUIT SORT DE L'HISTORIQUE DU CLIENT (SOUS-PROGRAMME
      * SCORECMD), NE SONT NI PREPAREES (PICKLIST) NI EXTRAITES TANT
      * QU'UN SUPERVISEUR NE LES A PAS LIBEREES ICI. HUIT COMMANDES
      * EN ATTENTE PAR PAGE, LES PLUS ANCIENNES D'ABORD, AVEC LE MOTIF
      * (NOUV PREMIERE COMMANDE, VMOY MONTANT, QINH QUANTITE), LE
      * MONTANT ET LE SEUIL DEPASSE.
      *   ENTREE : SELECTION 1-8 + DECISION L (LIBERER) OU X (ANNULER)
      *            + COMMENTAIRE (OBLIGATOIRE POUR UNE ANNULATION),
      *            SINON RAFRAICHISSEMENT DE LA PREMIERE PAGE
      *   PF8    : PAGE SUIVANTE
      *   CLEAR  : SORTIE
      * LA DECISION EST ENREGISTREE SUR API6.REVUE_COMMANDES (STATUT,
      * DATE, DECIDEUR, COMMENTAIRE). UNE COMMANDE LIBEREE PART A LA
      * PREPARATION DU JOUR DE LA DECISION ; UNE COMMANDE ANNULEE EST
      * DEFAITE PAR LE PROCHAIN MAJDB (STOCK RENDU, BALANCE INVERSEE),
      * COMME UN AMENDEMENT D'ANNULATION. DROITS 'L' ET 'X' DE LA
      * TRANSACTION T5RV.
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
001300      COPY MS5REVU.

           EXEC SQL
               INCLUDE REVUECMD
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * COMMANDES EN ATTENTE DE DECISION
           EXEC SQL
               DECLARE CREVUE CURSOR
               FOR
               SELECT
                   V.O_NO,
                   V.C_NO,
                   VALUE(C.COMPANY, ' '),
                   V.MOTIF,
                   V.MONTANT,
                   V.REFERENCE,
                   V.P_NO,
                   V.DATE_REVUE
               FROM
                   API6.REVUE_COMMANDES V
               LEFT OUTER JOIN API6.CUSTOMERS C ON C.C_NO = V.C_NO
               WHERE
                   V.STATUT = 'A'
               ORDER BY
                   V.DATE_REVUE, V.O_NO
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID : ROLE RECU DE
      * A5CNX, PAGE AFFICHEE ET LES HUIT O_NO DE LA PAGE POUR
      * TRADUIRE LA SELECTION 1-8
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).
           05 ZONE-PAGE     PIC 9(3).
           05 ZONE-CLES-PAGE.
               10 ZONE-CLE-LIGNE OCCURS 8 TIMES INDEXED BY IDX-ZC
                                PIC X(7).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 FILLER        PIC X(3) VALUE ' : '.
           05 ERR-ED        PIC Z9   VALUE ' 0'.

       77 WS-CD-ERR     PIC 9(2).
       77 WS-CONT-OP    PIC S9(1) VALUE ZERO.
       77 WS-USERID     PIC X(8).

      * RESULTATS DU CURSEUR
       77 WS-COMPANY        PIC X(30).

      * PAGINATION : LES PAGES DEJA VUES SONT RELUES ET SAUTEES,
      * COMME DANS A5RECO
       77 WS-A-SAUTER       PIC 9(5) VALUE ZERO.
       77 WS-NB-LUS         PIC 9(5) VALUE ZERO.
       77 WS-NB-AFFICHES    PIC 9 VALUE ZERO.
       77 WS-SEL-NUM        PIC 9 VALUE ZERO.
       77 WS-O-NO-NUM       PIC 9(7).
       77 ED-O-NO           PIC 9(7).
       77 WS-MESS-DECISION  PIC X(60) VALUE SPACES.

       01 WS-LIGNE-RESULTAT.
           05 WLR-O-NO          PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-C-NO          PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-COMPANY       PIC X(18).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-MOTIF         PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-MONTANT       PIC Z(6)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-REFERENCE     PIC Z(6)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-P-NO          PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-DATE-REVUE    PIC X(10).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).
           05 LK-PAGE     PIC 9(3).
           05 LK-CLES-PAGE PIC X(56).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      * RECUPERATION DU ROLE ET DE L'ETAT DE LA LISTE ; L'ARRIVEE
      * DEPUIS LE MENU N'APPORTE QUE LE ROLE
           IF EIBCALEN = ZERO
               MOVE SPACE TO ZONE-ROLE
               MOVE ZERO TO ZONE-PAGE
               MOVE SPACES TO ZONE-CLES-PAGE
           ELSE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
               IF EIBCALEN > 71
                   MOVE LK-PAGE TO ZONE-PAGE
                   MOVE LK-CLES-PAGE TO ZONE-CLES-PAGE
               ELSE
                   MOVE ZERO TO ZONE-PAGE
                   MOVE SPACES TO ZONE-CLES-PAGE
               END-IF
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5RV'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5RVO
              PERFORM AFFICHER-PAGE
              PERFORM ENVOI-ECRAN
             END-IF

             IF EIBAID = DFHCLEAR
                   MOVE 'BYE !!' TO ERR-MESS
                   PERFORM FIN-TOTALE
             END-IF

             IF EIBAID = DFHENTER
                  PERFORM LECT-ECRAN
             END-IF

      * PF8 : PAGE SUIVANTE DE LA FILE
             IF EIBAID = DFHPF8
                  PERFORM PAGE-SUIVANTE
             END-IF

      * ARRIVEE PAR XCTL DEPUIS LE MENU : LA FILE EST AFFICHEE
      * D'EMBLEE
            WHEN OTHER
                MOVE LOW-VALUE TO MAP5RVO
                MOVE SPACES TO ZONE-CLES-PAGE
                MOVE ZERO TO ZONE-PAGE
                PERFORM AFFICHER-PAGE
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5RV')
                   MAPSET('MS5REVU')
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
                RETURN TRANSID ('T5RV')
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
               RECEIVE MAP('MAP5RV')
               MAPSET('MS5REVU')
               INTO(MAP5RVI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE ZERO TO ZONE-PAGE
                   PERFORM AFFICHER-PAGE
                   PERFORM ENVOI-ECRAN
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM TRAITER-SAISIE
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

      *****************************************************
      * UNE SELECTION 1-8 PORTE UNE DECISION SUR LA
      * COMMANDE DE LA LIGNE ; SINON LA FILE EST RELUE
      * DEPUIS LA PREMIERE PAGE
      *****************************************************
       TRAITER-SAISIE.
      * SEULES LES LIGNES 1 A 8 EXISTENT A L'ECRAN : TOUT AUTRE
      * CHIFFRE SORTIRAIT DE LA TABLE DES CLES DE LA PAGE
           IF SELI >= '1' AND SELI <= '8'
               PERFORM DECIDER-COMMANDE
           ELSE
               MOVE ZERO TO ZONE-PAGE
               PERFORM AFFICHER-PAGE
           END-IF
           PERFORM ENVOI-ECRAN
           .

       PAGE-SUIVANTE.
           EXEC CICS
               RECEIVE MAP('MAP5RV')
               MAPSET('MS5REVU')
               INTO(MAP5RVI)
               RESP(WS-CD-ERR)
           END-EXEC

           IF ZONE-CLE-LIGNE(8) = SPACES
               MOVE 'Dernière page déjà affichée.' TO MESS1O
           ELSE
               ADD 1 TO ZONE-PAGE
               PERFORM AFFICHER-PAGE
           END-IF
           PERFORM ENVOI-ECRAN
           .

      *****************************************************
      * CHARGE ET AFFICHE LA PAGE ZONE-PAGE (0 = PREMIERE)
      * DES COMMANDES EN ATTENTE
      *****************************************************
       AFFICHER-PAGE.
           MOVE 0 TO WS-CONT-OP
           COMPUTE WS-A-SAUTER = ZONE-PAGE * 8
           MOVE ZERO TO WS-NB-LUS
           MOVE ZERO TO WS-NB-AFFICHES
           MOVE SPACES TO ZONE-CLES-PAGE
           MOVE SPACES TO L1O
           MOVE SPACES TO L2O
           MOVE SPACES TO L3O
           MOVE SPACES TO L4O
           MOVE SPACES TO L5O
           MOVE SPACES TO L6O
           MOVE SPACES TO L7O
           MOVE SPACES TO L8O

           EXEC SQL
               OPEN CREVUE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM FETCH-LIGNE-REVUE
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-NB-AFFICHES >= 8
                   ADD 1 TO WS-NB-LUS
                   IF WS-NB-LUS > WS-A-SAUTER
                       ADD 1 TO WS-NB-AFFICHES
                       PERFORM AFFICHER-RESULTAT
                   END-IF
                   PERFORM FETCH-LIGNE-REVUE
               END-PERFORM

               EXEC SQL
                   CLOSE CREVUE
               END-EXEC
           END-IF

      * LE MESSAGE D'UNE DECISION QUI VIENT D'ETRE ENREGISTREE PASSE
      * AVANT L'AIDE DE NAVIGATION
           IF WS-CONT-OP = ZERO
               EVALUATE TRUE
                   WHEN WS-MESS-DECISION NOT = SPACES
                       MOVE WS-MESS-DECISION TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   WHEN WS-NB-AFFICHES = ZERO
                       MOVE 'Aucune commande en attente de revue.'
                       TO MESS1O
                       MOVE ZERO TO ZONE-PAGE
                   WHEN WS-NB-AFFICHES < 8
                       MOVE 'Fin de liste. Sélection + L/X + Entrée.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   WHEN OTHER
                       MOVE 'PF8 : suite. Sélection + L/X + Entrée.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
               END-EVALUATE
           END-IF
           .

       FETCH-LIGNE-REVUE.
           EXEC SQL
               FETCH CREVUE
               INTO :RVC-O-NO,
                    :RVC-C-NO,
                    :WS-COMPANY,
                    :RVC-MOTIF,
                    :RVC-MONTANT,
                    :RVC-REFERENCE,
                    :RVC-P-NO,
                    :RVC-DATE-REVUE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

       AFFICHER-RESULTAT.
           MOVE RVC-O-NO TO ED-O-NO
           SET IDX-ZC TO WS-NB-AFFICHES
           MOVE ED-O-NO TO ZONE-CLE-LIGNE(IDX-ZC)

           MOVE RVC-O-NO TO WLR-O-NO
           MOVE RVC-C-NO TO WLR-C-NO
           MOVE WS-COMPANY TO WLR-COMPANY
           MOVE RVC-MOTIF TO WLR-MOTIF
           MOVE RVC-MONTANT TO WLR-MONTANT
           MOVE RVC-REFERENCE TO WLR-REFERENCE
           MOVE RVC-P-NO TO WLR-P-NO
           MOVE RVC-DATE-REVUE TO WLR-DATE-REVUE

           EVALUATE WS-NB-AFFICHES
               WHEN 1
                   MOVE WS-LIGNE-RESULTAT TO L1O
               WHEN 2
                   MOVE WS-LIGNE-RESULTAT TO L2O
               WHEN 3
                   MOVE WS-LIGNE-RESULTAT TO L3O
               WHEN 4
                   MOVE WS-LIGNE-RESULTAT TO L4O
               WHEN 5
                   MOVE WS-LIGNE-RESULTAT TO L5O
               WHEN 6
                   MOVE WS-LIGNE-RESULTAT TO L6O
               WHEN 7
                   MOVE WS-LIGNE-RESULTAT TO L7O
               WHEN OTHER
                   MOVE WS-LIGNE-RESULTAT TO L8O
           END-EVALUATE
           .

      *****************************************************
      * DECISION SUR LA COMMANDE DE LA LIGNE CHOISIE : LA
      * MISE A JOUR NE PORTE QUE SUR UNE COMMANDE ENCORE EN
      * ATTENTE, UN AUTRE SUPERVISEUR AYANT PU DECIDER ENTRE
      * L'AFFICHAGE ET LA SAISIE ; LA PAGE EST REAFFICHEE
      *****************************************************
       DECIDER-COMMANDE.
           MOVE 0 TO WS-CONT-OP
           MOVE SPACES TO WS-MESS-DECISION
           MOVE SELI TO WS-SEL-NUM
           SET IDX-ZC TO WS-SEL-NUM

           IF ZONE-CLE-LIGNE(IDX-ZC) = SPACES
               MOVE 'Aucune commande sur cette ligne.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               IF DECI NOT = 'L' AND DECI NOT = 'X'
                   MOVE 'Décision L (libérer) ou X (annuler).'
                   TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               IF DECI = 'X'
                  AND (COMMI = SPACES OR COMMI = LOW-VALUES)
                   MOVE 'Commentaire obligatoire pour une annulation.'
                   TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

      * LIBERATION ET ANNULATION SONT SOUMISES AUX DROITS 'L' ET 'X'
      * DE LA TRANSACTION T5RV DANS LA TABLE DES HABILITATIONS
           IF WS-CONT-OP = ZERO
               MOVE 'T5RV' TO HBL-TRANS
               MOVE DECI TO HBL-ACTION
               PERFORM CONTROLER-HABILITATION
               IF NOT HABILITATION-ACCORDEE
                   MOVE 'Accès non autorisé.' TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM ENREGISTRER-DECISION
           END-IF

      * LES LIGNES DE LA PAGE NE REVIENNENT PAS DU TERMINAL : ELLES
      * SONT RELUES DANS TOUS LES CAS, UN REFUS GARDANT SON MESSAGE
           IF WS-CONT-OP = ZERO
               PERFORM AFFICHER-PAGE
           ELSE
               MOVE MESS1O TO WS-MESS-DECISION
               PERFORM AFFICHER-PAGE
               MOVE DFHRED TO MESS1C
           END-IF
           .

       ENREGISTRER-DECISION.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           MOVE ZONE-CLE-LIGNE(IDX-ZC) TO WS-O-NO-NUM
           MOVE WS-O-NO-NUM TO RVC-O-NO
           MOVE DECI TO RVC-STATUT
           MOVE WS-USERID TO RVC-DECIDEUR
           IF COMMI = LOW-VALUES
               MOVE SPACES TO RVC-COMMENTAIRE
           ELSE
               MOVE COMMI TO RVC-COMMENTAIRE
           END-IF

           EXEC SQL
               UPDATE API6.REVUE_COMMANDES
               SET STATUT = :RVC-STATUT,
                   DATE_DECISION = CHAR(CURRENT DATE, ISO),
                   DECIDEUR = :RVC-DECIDEUR,
                   COMMENTAIRE = :RVC-COMMENTAIRE
               WHERE O_NO = :RVC-O-NO
                 AND STATUT = 'A'
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE WS-O-NO-NUM TO ED-O-NO
                   IF DECI = 'L'
                       STRING 'Commande ' ED-O-NO
                              ' libérée pour préparation.'
                           DELIMITED BY SIZE INTO WS-MESS-DECISION
                   ELSE
                       STRING 'Commande ' ED-O-NO
                              ' annulée, appliquée au prochain'
                              ' MAJDB.'
                           DELIMITED BY SIZE INTO WS-MESS-DECISION
                   END-IF
                   MOVE SPACES TO SELO
                   MOVE SPACES TO DECO
                   MOVE SPACES TO COMMO
               WHEN SQLCODE = 100
                   MOVE 'Commande déjà décidée par ailleurs.'
                   TO WS-MESS-DECISION
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE
           .

      *****************************************************
      * CONTROLE DU DROIT (ROLE, T5RV, ACTION) PAR LINK A
      * A5HABIL ; UN INCIDENT DE LINK VAUT REFUS
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

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE SQLCODE TO ERR-ED
           MOVE ZONE-ED TO MESS1O
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .
