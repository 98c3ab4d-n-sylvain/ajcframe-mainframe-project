000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5RECO.
000300
      ******************************************************************
      * LISTE DE TRAVAIL DU RECOUVREMENT : POUR UN GESTIONNAIRE (PAR
      * DEFAUT L'UTILISATEUR CONNECTE, OU UN AUTRE POUR REPRENDRE SES
      * DOSSIERS EN SON ABSENCE), LES CLIENTS DE SON PORTEFEUILLE
      * (API6.PORTEFEUILLE_RECOUVR) DONT L'ACTION EST DUE AUJOURD'HUI
      * OU EN RETARD ET QUI PRESENTENT UN MONTANT ECHU, CLASSES PAR
      * NIVEAU DE RELANCE DECROISSANT PUIS MONTANT ECHU DECROISSANT.
      * LES PROMESSES ROMPUES, REMISES EN LISTE PAR LE BATCH SUIVREC,
      * SONT SIGNALEES. HUIT CLIENTS PAR PAGE ; LE NUMERO DE LIGNE
      * CHOISI OUVRE LE JOURNAL DES CONTACTS A5CONT SUR LE CLIENT.
      *   ENTREE : SELECTION 1-8 = JOURNAL DES CONTACTS DU CLIENT
      *            SINON NOUVELLE LISTE POUR LE GESTIONNAIRE SAISI
      *   PF8    : PAGE SUIVANTE
      *   CLEAR  : SORTIE
      * LE GESTIONNAIRE, LA PAGE ET LES CLES DE LA PAGE AFFICHEE
      * VOYAGENT DANS LA COMMAREA, COMME DANS A5CHCLI.
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
001300      COPY MS5RECO.

           EXEC SQL
               INCLUDE PORTREC
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * PORTEFEUILLE DU GESTIONNAIRE A TRAITER CE JOUR : MONTANT ECHU
      * (ECHEANCE PAR DEFAUT COMMANDE + 30 JOURS, COMME RELANCE) ET
      * NIVEAU DE RELANCE DEDUIT DE LA COMMANDE OUVERTE LA PLUS
      * ANCIENNE (MEMES TRANCHES QUE A5C360)
           EXEC SQL
               DECLARE CLISTE CURSOR
               FOR
               SELECT
                   T.C_NO,
                   T.COMPANY,
                   T.DATE_ACTION,
                   T.MOTIF_ACTION,
                   T.MT_ECHU,
                   CASE WHEN T.AGE_MAX <= 30 THEN 0
                        WHEN T.AGE_MAX <= 60 THEN 1
                        WHEN T.AGE_MAX <= 90 THEN 2
                        ELSE 3 END AS NIVEAU
               FROM
                   (SELECT
                        P.C_NO,
                        C.COMPANY,
                        P.DATE_ACTION,
                        P.MOTIF_ACTION,
                        (SELECT COALESCE(
                                SUM(S.O_TOTAL - S.MONTANT_REGLE), 0)
                         FROM API6.ORDER_STATUS S
                         INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
                         WHERE S.C_NO = P.C_NO
                           AND S.STATUT = 'O'
                           AND VALUE(O.DATE_ECHEANCE,
                                     O.O_DATE + 30 DAYS)
                               < CURRENT DATE) AS MT_ECHU,
                        (SELECT COALESCE(
                                MAX(DAYS(CURRENT DATE)
                                    - DAYS(O.O_DATE)), 0)
                         FROM API6.ORDER_STATUS S
                         INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
                         WHERE S.C_NO = P.C_NO
                           AND S.STATUT = 'O') AS AGE_MAX
                    FROM
                        API6.PORTEFEUILLE_RECOUVR P
                    INNER JOIN API6.CUSTOMERS C ON C.C_NO = P.C_NO
                    WHERE
                        P.COLLECTEUR = :PRT-COLLECTEUR
                        AND P.DATE_ACTION <= CURRENT DATE) AS T
               WHERE
                   T.MT_ECHU > 0
               ORDER BY
                   NIVEAU DESC, T.MT_ECHU DESC, T.C_NO
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID : ROLE RECU DE
      * A5CNX, GESTIONNAIRE EN COURS, PAGE AFFICHEE ET LES HUIT C_NO
      * DE LA PAGE POUR TRADUIRE LA SELECTION 1-8
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).
           05 ZONE-GESTION  PIC X(8).
           05 ZONE-PAGE     PIC 9(3).
           05 ZONE-CLES-PAGE.
               10 ZONE-CLE-LIGNE OCCURS 8 TIMES INDEXED BY IDX-ZC
                                PIC X(4).

      * COMMAREA D'ENVOI VERS LE JOURNAL DES CONTACTS, MEME DESSIN
      * QUE L'ENVOI DE A5CHCLI ('C' = CLIENT)
       01 ZONE-XCTL.
           05 ZX-ERR-MESS   PIC X(60).
           05 ZX-SEC        PIC X(10).
           05 ZX-ROLE       PIC X(1).
           05 ZX-CLE-TYPE   PIC X(1).
           05 ZX-CLE        PIC X(4).

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
       77 WS-C-NO           PIC S9(4)V USAGE COMP-3.
       77 WS-COMPANY        PIC X(30).
       77 WS-MT-ECHU        PIC S9(11)V9(2) USAGE COMP-3.
       77 WS-NIVEAU         PIC S9(4) COMP.

      * PAGINATION : LES PAGES DEJA VUES SONT RELUES ET SAUTEES, LE
      * TRI PAR MONTANT NE PERMETTANT PAS DE REPRISE SUR CLE
       77 WS-A-SAUTER       PIC 9(5) VALUE ZERO.
       77 WS-NB-LUS         PIC 9(5) VALUE ZERO.
       77 WS-NB-AFFICHES    PIC 9 VALUE ZERO.
       77 WS-SEL-NUM        PIC 9 VALUE ZERO.
       77 ED-C-NO           PIC 9(4).

       01 WS-LIGNE-RESULTAT.
           05 WLR-C-NO          PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-COMPANY       PIC X(22).
           05 FILLER            PIC X(2) VALUE ' N'.
           05 WLR-NIVEAU        PIC 9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-MT-ECHU       PIC Z(7)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-DATE-ACTION   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLR-MOTIF         PIC X(15).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).
           05 LK-GESTION  PIC X(8).
           05 LK-PAGE     PIC 9(3).
           05 LK-CLES-PAGE PIC X(32).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      * RECUPERATION DU ROLE ET DE L'ETAT DE LA LISTE ; LE RETOUR DU
      * JOURNAL DES CONTACTS N'APPORTE QUE LE ROLE
           IF EIBCALEN = ZERO
               MOVE SPACE TO ZONE-ROLE
               MOVE SPACES TO ZONE-GESTION
               MOVE ZERO TO ZONE-PAGE
               MOVE SPACES TO ZONE-CLES-PAGE
           ELSE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
               IF EIBCALEN > 71
                   MOVE LK-GESTION TO ZONE-GESTION
                   MOVE LK-PAGE TO ZONE-PAGE
                   MOVE LK-CLES-PAGE TO ZONE-CLES-PAGE
               ELSE
                   MOVE SPACES TO ZONE-GESTION
                   MOVE ZERO TO ZONE-PAGE
                   MOVE SPACES TO ZONE-CLES-PAGE
               END-IF
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5RC'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5RCO
              PERFORM ENVOI-ECRAN
             END-IF

             IF EIBAID = DFHCLEAR
                   MOVE 'BYE !!' TO ERR-MESS
                   PERFORM FIN-TOTALE
             END-IF

             IF EIBAID = DFHENTER
                  PERFORM LECT-ECRAN
             END-IF

      * PF8 : PAGE SUIVANTE DE LA LISTE EN COURS
             IF EIBAID = DFHPF8
                  PERFORM PAGE-SUIVANTE
             END-IF

      * ARRIVEE PAR XCTL (RETOUR DU JOURNAL DES CONTACTS) : LA LISTE
      * DE L'UTILISATEUR CONNECTE EST AFFICHEE D'EMBLEE
            WHEN OTHER
                MOVE LOW-VALUE TO MAP5RCO
                MOVE SPACES TO ZONE-CLES-PAGE
                MOVE ZERO TO ZONE-PAGE
                IF EIBCALEN > ZERO
                    EXEC CICS ASSIGN
                        USERID(WS-USERID)
                    END-EXEC
                    MOVE WS-USERID TO ZONE-GESTION
                    PERFORM AFFICHER-PAGE
                END-IF
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5RC')
                   MAPSET('MS5RECO')
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
                RETURN TRANSID ('T5RC')
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
               RECEIVE MAP('MAP5RC')
               MAPSET('MS5RECO')
               INTO(MAP5RCI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   PERFORM NOUVELLE-LISTE
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM TRAITER-SAISIE
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

      *****************************************************
      * UNE SELECTION 1-8 OUVRE LE JOURNAL DES CONTACTS ;
      * SINON NOUVELLE LISTE (PAGE 1) POUR LE GESTIONNAIRE
      * SAISI, OU L'UTILISATEUR CONNECTE A DEFAUT
      *****************************************************
       TRAITER-SAISIE.
      * SEULES LES LIGNES 1 A 8 EXISTENT A L'ECRAN : TOUT AUTRE
      * CHIFFRE SORTIRAIT DE LA TABLE DES CLES DE LA PAGE
           IF SELI >= '1' AND SELI <= '8'
               PERFORM ENVOYER-SELECTION
           ELSE
               PERFORM NOUVELLE-LISTE
           END-IF
           .

       NOUVELLE-LISTE.
           IF GESTI = SPACES OR GESTI = LOW-VALUES
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               MOVE WS-USERID TO ZONE-GESTION
           ELSE
               MOVE GESTI TO ZONE-GESTION
           END-IF
           MOVE ZERO TO ZONE-PAGE
           PERFORM AFFICHER-PAGE
           PERFORM ENVOI-ECRAN
           .

       PAGE-SUIVANTE.
           EXEC CICS
               RECEIVE MAP('MAP5RC')
               MAPSET('MS5RECO')
               INTO(MAP5RCI)
               RESP(WS-CD-ERR)
           END-EXEC

           IF ZONE-GESTION = SPACES
               MOVE 'Affichez d''abord une liste.' TO MESS1O
           ELSE
               IF ZONE-CLE-LIGNE(8) = SPACES
                   MOVE 'Dernière page déjà affichée.' TO MESS1O
               ELSE
                   ADD 1 TO ZONE-PAGE
                   PERFORM AFFICHER-PAGE
               END-IF
           END-IF
           PERFORM ENVOI-ECRAN
           .

      *****************************************************
      * CHARGE ET AFFICHE LA PAGE ZONE-PAGE (0 = PREMIERE)
      * DE LA LISTE DU GESTIONNAIRE
      *****************************************************
       AFFICHER-PAGE.
           MOVE 0 TO WS-CONT-OP
           MOVE ZONE-GESTION TO PRT-COLLECTEUR
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
               OPEN CLISTE
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM FETCH-LIGNE-LISTE
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-NB-AFFICHES >= 8
                   ADD 1 TO WS-NB-LUS
                   IF WS-NB-LUS > WS-A-SAUTER
                       ADD 1 TO WS-NB-AFFICHES
                       PERFORM AFFICHER-RESULTAT
                   END-IF
                   PERFORM FETCH-LIGNE-LISTE
               END-PERFORM

               EXEC SQL
                   CLOSE CLISTE
               END-EXEC
           END-IF

           IF WS-CONT-OP = ZERO
               EVALUATE TRUE
                   WHEN WS-NB-AFFICHES = ZERO
                       MOVE 'Aucune action due pour ce gestionnaire.'
                       TO MESS1O
                       MOVE ZERO TO ZONE-PAGE
                   WHEN WS-NB-AFFICHES < 8
                       MOVE 'Fin de liste. Sélection 1-8 + Entrée.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   WHEN OTHER
                       MOVE 'PF8 : suite. Sélection 1-8 + Entrée.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
               END-EVALUATE
           END-IF

           MOVE ZONE-GESTION TO GESTO
           .

       FETCH-LIGNE-LISTE.
           EXEC SQL
               FETCH CLISTE
               INTO :WS-C-NO,
                    :WS-COMPANY,
                    :PRT-DATE-ACTION,
                    :PRT-MOTIF-ACTION,
                    :WS-MT-ECHU,
                    :WS-NIVEAU
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF
           .

       AFFICHER-RESULTAT.
           MOVE WS-C-NO TO ED-C-NO
           SET IDX-ZC TO WS-NB-AFFICHES
           MOVE ED-C-NO TO ZONE-CLE-LIGNE(IDX-ZC)

           MOVE WS-C-NO TO WLR-C-NO
           MOVE WS-COMPANY TO WLR-COMPANY
           MOVE WS-NIVEAU TO WLR-NIVEAU
           MOVE WS-MT-ECHU TO WLR-MT-ECHU
           MOVE PRT-DATE-ACTION TO WLR-DATE-ACTION
           EVALUATE PRT-MOTIF-ACTION
               WHEN 'R'
                   MOVE 'PROMESSE ROMPUE' TO WLR-MOTIF
               WHEN 'P'
                   MOVE 'PROMESSE ECHUE' TO WLR-MOTIF
               WHEN 'N'
                   MOVE 'NOUVEAU' TO WLR-MOTIF
               WHEN OTHER
                   MOVE 'A RAPPELER' TO WLR-MOTIF
           END-EVALUATE

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
      * OUVERTURE DU JOURNAL DES CONTACTS SUR LE CLIENT
      * CHOISI, LE C_NO VOYAGEANT EN QUEUE DE COMMAREA
      *****************************************************
       ENVOYER-SELECTION.
           MOVE SELI TO WS-SEL-NUM
           SET IDX-ZC TO WS-SEL-NUM

           IF ZONE-CLE-LIGNE(IDX-ZC) = SPACES
               MOVE 'Aucun client sur cette ligne.' TO MESS1O
               PERFORM ENVOI-ECRAN
           END-IF

           MOVE SPACES TO ZX-ERR-MESS
           MOVE ZONE-SEC TO ZX-SEC
           MOVE ZONE-ROLE TO ZX-ROLE
           MOVE 'C' TO ZX-CLE-TYPE
           MOVE ZONE-CLE-LIGNE(IDX-ZC) TO ZX-CLE

           EXEC CICS XCTL
               PROGRAM('A5CONT')
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
