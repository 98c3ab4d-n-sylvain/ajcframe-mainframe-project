000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5DISP.
000300
      ******************************************************************
      * DISPONIBILITE A PROMETTRE, POUR REPONDRE AU CLIENT QUI DEMANDE
      * "QUAND PUIS-JE AVOIR 40 DE CEUX-CI" AUTREMENT QU'AVEC LE SEUL
      * QTE_STOCK DE A5STOCK : POUR UN P_NO, UN DEPOT (EU PAR DEFAUT,
      * OU AM) ET UNE QUANTITE DEMANDEE (1 PAR DEFAUT), L'ECRAN
      * AFFICHE LE STOCK EN MAIN DU DEPOT, L'ENGAGE SUR LES COMMANDES
      * DU JOUR NON ENCORE PREPAREES, LE STOCK DU DEPOT QUI EN EST
      * DEJA NET, LES RELIQUATS EN ATTENTE (API6.BACKORDERS), LE
      * DISPONIBLE IMMEDIAT, PUIS LES ARRIVAGES
      * ATTENDUS DES COMMANDES D'ACHAT OUVERTES PAR DATE PREVUE AVEC
      * LE DISPONIBLE CUMULE, ET LA PREMIERE DATE A LAQUELLE LA
      * QUANTITE PEUT ETRE PROMISE. LE CALCUL EST CELUI DU
      * SOUS-PROGRAMME A5PROM (EXEC CICS LINK), LE MEME QUE A5CMDE ET
      * A5DEVIS CONSULTENT AVANT D'ACCEPTER UNE LIGNE EN RUPTURE.
      * CONSULTATION SEULE, SANS HABILITATION PARTICULIERE, COMME LA
      * CONSULTATION DE A5STOCK.
      *   ENTREE : CONSULTATION (PNO, DEP, QTE)
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
001300      COPY MS5DISP.

           EXEC SQL
               INCLUDE PROD
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID, COMME DANS A5STOCK
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 FILLER        PIC X(3) VALUE ' : '.
           05 ERR-ED        PIC Z9   VALUE ' 0'.

       77 WS-CD-ERR     PIC 9(2).
       77 WS-RESP       PIC S9(8) COMP.
       77 WS-CONT-OP    PIC S9(1) VALUE ZERO.

      * QUANTITE DEMANDEE SAISIE (ZONE NUMERIQUE DE 7 CHIFFRES)
       77 WS-QTE-SAISIE    PIC X(7).
       77 WS-IDX-ARR       PIC 9(2) VALUE ZERO.

      * ZONES EDITEES
       77 ED-QTE           PIC -(6)9.
       77 ED-QTE-2         PIC -(6)9.
       77 WS-LIGNE-ARR     PIC X(40).

      * DATE AAAA-MM-JJ REMISE EN JJ/MM/AAAA POUR L'AFFICHAGE
       01 WS-DATE-ISO.
           05 WS-DI-AAAA    PIC X(4).
           05 FILLER        PIC X(1).
           05 WS-DI-MM      PIC X(2).
           05 FILLER        PIC X(1).
           05 WS-DI-JJ      PIC X(2).
       77 WS-DATE-AFF      PIC X(10).

      * ZONE D'ECHANGE DU CALCUL DE DISPONIBILITE (LINK A5PROM)
           COPY A5PROMCA.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).

       PROCEDURE DIVISION USING DFHCOMMAREA.
           IF EIBCALEN = ZERO
               MOVE SPACE TO ZONE-ROLE
           ELSE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5DI'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5DIO
              PERFORM ENVOI-ECRAN
             END-IF

             IF EIBAID = DFHCLEAR
                   MOVE 'BYE !!' TO ERR-MESS
                   PERFORM FIN-TOTALE
             END-IF

             IF EIBAID = DFHENTER
                  PERFORM LECT-ECRAN
             END-IF

            WHEN OTHER
                MOVE LOW-VALUE TO MAP5DIO
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5DI')
                   MAPSET('MS5DISP')
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
                RETURN TRANSID ('T5DI')
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
               RECEIVE MAP('MAP5DI')
               MAPSET('MS5DISP')
               INTO(MAP5DII)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE 'Renseignez le numéro de produit.' TO MESS1O
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM CONSULTER-DISPONIBILITE
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

      *****************************************************
      * CONTROLE DE LA SAISIE PUIS CALCUL PAR A5PROM ET
      * AFFICHAGE DES CHIFFRES ET DES ARRIVAGES
      *****************************************************
       CONSULTER-DISPONIBILITE.
           MOVE 0 TO WS-CONT-OP

           IF PNOI = SPACES OR PNOI = LOW-VALUES
               MOVE 'Le numéro de produit est requis.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               IF DEPI = SPACES OR DEPI = LOW-VALUES
                   MOVE 'EU' TO DEPI
               END-IF
               IF DEPI NOT = 'EU' AND DEPI NOT = 'AM'
                   MOVE 'Dépôt : EU ou AM.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE QTEI TO WS-QTE-SAISIE
               INSPECT WS-QTE-SAISIE REPLACING ALL LOW-VALUE BY SPACE
               IF WS-QTE-SAISIE = SPACES
                   MOVE 1 TO PRM-QTE
               ELSE
                   IF WS-QTE-SAISIE IS NUMERIC
                       MOVE WS-QTE-SAISIE TO PRM-QTE
                       IF PRM-QTE = ZERO
                           MOVE 1 TO PRM-QTE
                       END-IF
                   ELSE
                       MOVE 'Quantité demandée invalide.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   END-IF
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO PROD-P-NO
               EXEC SQL
                   SELECT DESCRIPTION
                   INTO :PROD-DESCRIPTION
                   FROM API6.PRODUCTS
                   WHERE P_NO = :PROD-P-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE PROD-DESCRIPTION TO DESCO
                   WHEN 100
                       MOVE 'Produit inconnu au catalogue.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO PRM-P-NO
               MOVE DEPI TO PRM-DEPOT
               PERFORM APPELER-A5PROM
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM AFFICHER-DISPONIBILITE
           END-IF
           .

       APPELER-A5PROM.
           EXEC CICS LINK
               PROGRAM('A5PROM')
               COMMAREA(ZONE-PROMESSE)
               LENGTH(LENGTH OF ZONE-PROMESSE)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   INITIALIZE ZONE-ED
                   MOVE 'RESP' TO ERR-TYPE
                   MOVE WS-RESP TO ERR-ED
                   MOVE ZONE-ED TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               WHEN PROMESSE-ERREUR
                   INITIALIZE ZONE-ED
                   MOVE 'SQLC' TO ERR-TYPE
                   MOVE PRM-SQLCODE TO ERR-ED
                   MOVE ZONE-ED TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               WHEN PROMESSE-KIT
                   MOVE 'Kit : consultez la disponibilité de ses compo
      -                 'sants.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       AFFICHER-DISPONIBILITE.
           MOVE PRM-EN-MAIN TO ED-QTE
           MOVE ED-QTE TO MAINO
           MOVE PRM-ENGAGE TO ED-QTE
           MOVE ED-QTE TO ENGO
           MOVE PRM-STOCK TO ED-QTE
           MOVE ED-QTE TO STKO
           MOVE PRM-RELIQUATS TO ED-QTE
           MOVE ED-QTE TO RELO
           MOVE PRM-DISPONIBLE TO ED-QTE
           MOVE ED-QTE TO DISPO
           MOVE PRM-A-RECEVOIR TO ED-QTE
           MOVE ED-QTE TO ARECO

           MOVE SPACES TO L1O
           MOVE SPACES TO L2O
           MOVE SPACES TO L3O
           MOVE SPACES TO L4O
           MOVE SPACES TO L5O
           MOVE SPACES TO L6O
           PERFORM VARYING WS-IDX-ARR FROM 1 BY 1
               UNTIL WS-IDX-ARR > PRM-NB-ARRIVAGES
               PERFORM FORMATER-ARRIVAGE
               EVALUATE WS-IDX-ARR
                   WHEN 1
                       MOVE WS-LIGNE-ARR TO L1O
                   WHEN 2
                       MOVE WS-LIGNE-ARR TO L2O
                   WHEN 3
                       MOVE WS-LIGNE-ARR TO L3O
                   WHEN 4
                       MOVE WS-LIGNE-ARR TO L4O
                   WHEN 5
                       MOVE WS-LIGNE-ARR TO L5O
                   WHEN OTHER
                       MOVE WS-LIGNE-ARR TO L6O
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN PROMESSE-IMMEDIATE
                   MOVE PRM-DATE-PROMESSE TO WS-DATE-ISO
                   PERFORM FORMATER-DATE
                   MOVE WS-DATE-AFF TO PROMO
                   MOVE 'Quantité disponible immédiatement.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               WHEN PROMESSE-DIFFEREE
                   MOVE PRM-DATE-PROMESSE TO WS-DATE-ISO
                   PERFORM FORMATER-DATE
                   MOVE WS-DATE-AFF TO PROMO
                   MOVE 'Quantité promise à la date indiquée (arrivag
      -                 'es).' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               WHEN OTHER
                   MOVE 'AUCUNE' TO PROMO
                   MOVE 'Arrivages insuffisants - voir les achats.'
                   TO MESS1O
                   MOVE DFHRED TO MESS1C
           END-EVALUATE
           .

      * UNE LIGNE D'ARRIVAGE : DATE PREVUE, QUANTITE ATTENDUE ET
      * DISPONIBLE CUMULE A CETTE DATE
       FORMATER-ARRIVAGE.
           MOVE PRM-ARR-DATE(WS-IDX-ARR) TO WS-DATE-ISO
           PERFORM FORMATER-DATE
           MOVE PRM-ARR-QTE(WS-IDX-ARR) TO ED-QTE
           MOVE PRM-ARR-CUMUL(WS-IDX-ARR) TO ED-QTE-2
           MOVE SPACES TO WS-LIGNE-ARR
           STRING WS-DATE-AFF DELIMITED BY SIZE
                  '  +' DELIMITED BY SIZE
                  ED-QTE DELIMITED BY SIZE
                  '  cumul ' DELIMITED BY SIZE
                  ED-QTE-2 DELIMITED BY SIZE
               INTO WS-LIGNE-ARR
           END-STRING
           .

       FORMATER-DATE.
           MOVE SPACES TO WS-DATE-AFF
           STRING WS-DI-JJ '/' WS-DI-MM '/' WS-DI-AAAA
               DELIMITED BY SIZE INTO WS-DATE-AFF
           END-STRING
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE SQLCODE TO ERR-ED
           MOVE ZONE-ED TO MESS1O
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .
