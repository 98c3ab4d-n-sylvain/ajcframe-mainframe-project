000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5OFAB.
000300
      ******************************************************************
      * ORDRES DE FABRICATION DE L'ATELIER D'ASSEMBLAGE : UN
      * ASSEMBLAGE (PIECE PARENTE DU MAGASIN API4) EST MONTE A PARTIR
      * DES COMPOSANTS DE SA NOMENCLATURE, TENUE DANS LE KSDS A5NOMK
      * (CLE ASSEMBLAGE + COMPOSANT, QUANTITE PAR ASSEMBLAGE) : FINI
      * LA NOMENCLATURE PAPIER ET LA DEMANDE A5REQ PAR COMPOSANT.
      * LES ORDRES VIVENT DANS LE KSDS A5OFK, CLE NUMERO D'ORDRE +
      * COMPOSANT : L'EN-TETE A LE COMPOSANT A BLANC, LA LIBERATION
      * Y AJOUTE UNE LIGNE PAR COMPOSANT RESERVE (QUANTITE FIGEE, LA
      * NOMENCLATURE POUVANT CHANGER ENSUITE) ; L'ENREGISTREMENT DE
      * CLE '00000' PORTE LE DERNIER NUMERO ATTRIBUE. LE CUMUL DES
      * RESERVATIONS PAR PIECE EST TENU DANS LE KSDS A5RSVK, DEDUIT
      * DU STOCK A5PARK POUR JUGER DE LA DISPONIBILITE.
      *   STATUT DE L'ORDRE : 'C' CREE, 'B' BLOQUE (COMPOSANT
      *   MANQUANT A LA LIBERATION), 'L' LIBERE (COMPOSANTS RESERVES),
      *   'T' TERMINE, 'A' ANNULE
      * LA FIN DE FABRICATION SORT LES COMPOSANTS ET ENTRE
      * L'ASSEMBLAGE EN STOCK, AU KSDS A5PARK ET A API4.PARTS DANS LA
      * MEME UNITE DE TRAVAIL (MEME DOUBLE MAJ QUE K5MOUVT). LES
      * ORDRES BLOQUES SONT LISTES PAR LE BATCH K5RPOFB.
      *   CHAMP ACTION DE LA MAP MS5OFAB :
      *     'C' = CREATION D'UN ORDRE (ASSEMBLAGE, QUANTITE)
      *     'L' = CONSULTATION PAR NUMERO
      *     'N' = MAJ D'UNE LIGNE DE NOMENCLATURE (ASSEMBLAGE,
      *           COMPOSANT, QUANTITE ; QUANTITE A ZERO = SUPPRESSION)
      *     'R' = LIBERATION : CONTROLE ET RESERVATION DES COMPOSANTS
      *     'T' = FIN DE FABRICATION : SORTIE DES COMPOSANTS, ENTREE
      *           DE L'ASSEMBLAGE
      *     'A' = ANNULATION (LES RESERVATIONS SONT RENDUES)
      *   'C' ET 'L' SONT OUVERTES A TOUT ROLE CONNU, LES AUTRES SONT
      *   CONTROLEES DANS A5HABK
      *   CLEAR = SORTIE
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
001300      COPY MS5OFAB.

           EXEC SQL
               INCLUDE PARTS
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID, COMME DANS A5CMAJ
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
       77 WS-RESP2      PIC S9(8) COMP.
       77 WS-USERID     PIC X(8).
       77 WS-CONT-OP    PIC S9(1) VALUE ZERO.

      * ENREGISTREMENT DU KSDS A5OFK : EN-TETE (COMPOSANT A BLANC)
      * OU LIGNE DE COMPOSANT RESERVE ; LA CLE '00000' EST
      * L'ENREGISTREMENT DE SEQUENCE (DERNIER NUMERO DANS OF-QTE)
       01 ENR-OFK.
           05 CLE-OFK.
               10 OF-NO-K       PIC X(5).
               10 OF-CPS-K      PIC X(5).
           05 OF-PNO            PIC X(5).
           05 OF-QTE            PIC 9(7).
           05 OF-STATUT         PIC X(1).
           05 OF-DEMANDEUR      PIC X(8).
           05 OF-LIBERATEUR     PIC X(8).
           05 OF-DATE-CRE       PIC X(8).
           05 OF-DATE-MAJ       PIC X(8).
           05 OF-PNO-MANQUANT   PIC X(5).

      * ENREGISTREMENT DU KSDS A5NOMK : UNE LIGNE PAR COMPOSANT
       01 ENR-NOMK.
           05 CLE-NOMK.
               10 NOM-PNO-ASM   PIC X(5).
               10 NOM-PNO-CPS   PIC X(5).
           05 NOM-QTE           PIC 9(5).
           05 NOM-USER          PIC X(8).
           05 NOM-DATE          PIC X(8).

      * ENREGISTREMENT DU KSDS A5RSVK : QUANTITE RESERVEE PAR PIECE
       01 ENR-RSVK.
           05 RSV-PNO           PIC X(5).
           05 RSV-QTE           PIC 9(7).

      * ENREGISTREMENT DU KSDS A5PARK, MEME DESSIN QUE K5MOUVT
       01 ENR-PARTK.
           05 ID-PARTK         PIC X(5).
           05 NOM-PARTK        PIC X(30).
           05 COULEUR-PARTK    PIC X(20).
           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
      * COUT STANDARD UNITAIRE, BASE DE LA REFACTURATION K5REFAC
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

      * COMPOSANTS DE L'ORDRE TRAITE (NOMENCLATURE OU LIGNES RESERVEES)
       01 TAB-COMPOSANTS.
           05 NB-CPS            PIC 99 VALUE ZERO.
           05 CPS-ENTRY OCCURS 30 TIMES INDEXED BY IDX-CPS.
               10 CPS-PNO           PIC X(5).
               10 CPS-QTE           PIC 9(7).
       77 WS-FIN-PARCOURS   PIC 9 VALUE ZERO.
       77 WS-TAB-PLEINE     PIC 9 VALUE ZERO.
       77 WS-LECTURE-MAJ    PIC X VALUE 'N'.
       77 WS-ASSEMBLAGE     PIC X(5).
       77 WS-NO-OF          PIC X(5).
       77 WS-QTE-RESERVEE   PIC 9(7) VALUE ZERO.
       77 WS-QTE-DISPO      PIC S9(8) VALUE ZERO.
       77 WS-QTE-MANQUE     PIC S9(8) VALUE ZERO.
       77 WS-PNO-MANQUANT   PIC X(5).
       77 ED-QTE-MANQUE     PIC Z(6)9.

       77 WS-NOUVEAU-NO  PIC 9(5) VALUE ZERO.
       77 WS-QTE-MVT     PIC S9(7) VALUE ZERO.
       77 ED-OF-NO       PIC 9(5).
       77 ED-NB-CPS      PIC Z9.

      * DATE DU JOUR AAAAMMJJ, DERIVEE DE EIBDATE COMME DANS A5CNX
       01 WS-EIBDATE-X      PIC 9(7).
       01 WS-EIBDATE-R REDEFINES WS-EIBDATE-X.
           05 FILLER        PIC 9(1).
           05 WS-EIB-CYY    PIC 9(3).
           05 WS-EIB-DDD    PIC 9(3).
       77 WS-ANNEE-JOUR     PIC 9(7) VALUE ZERO.
       77 WS-DATE-COURANTE  PIC 9(8) VALUE ZERO.

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

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
            WHEN 'T5OF'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5OFO
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
                MOVE LOW-VALUE TO MAP5OFO
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5OF')
                   MAPSET('MS5OFAB')
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
                RETURN TRANSID ('T5OF')
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
               RECEIVE MAP('MAP5OF')
               MAPSET('MS5OFAB')
               INTO(MAP5OFI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE 'Renseignez les champs.' TO MESS1O
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM TRAITER-ACTION
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           .

       TRAITER-ACTION.
           MOVE 0 TO WS-CONT-OP

           IF ZONE-ROLE = SPACE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               AND (ACTI = 'N' OR ACTI = 'R' OR ACTI = 'T'
                    OR ACTI = 'A')
               MOVE 'T5OF' TO HBL-TRANS
               MOVE ACTI TO HBL-ACTION
               PERFORM CONTROLER-HABILITATION
               IF NOT HABILITATION-ACCORDEE
                   MOVE 'Action réservée à l''atelier.' TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               EVALUATE ACTI
                   WHEN 'C'
                       PERFORM CREER-ORDRE
                   WHEN 'L'
                       PERFORM CONSULTER-ORDRE
                   WHEN 'N'
                       PERFORM MAJ-NOMENCLATURE
                   WHEN 'R'
                       PERFORM LIBERER-ORDRE
                   WHEN 'T'
                       PERFORM TERMINER-ORDRE
                   WHEN 'A'
                       PERFORM ANNULER-ORDRE
                   WHEN OTHER
                       MOVE 'Action inconnue (C/L/N/R/T/A).' TO MESS1O
               END-EVALUATE
           END-IF
           .

      *****************************************************
      * CREATION D'UN ORDRE : ASSEMBLAGE CONNU DU KSDS A5PARK
      * ET POURVU D'UNE NOMENCLATURE, QUANTITE NON NULLE ; LE
      * NUMERO EST PRIS SUR L'ENREGISTREMENT '00000'
      *****************************************************
       CREER-ORDRE.
           IF QTEI IS NOT NUMERIC OR QTEI = ZERO
               MOVE 'Quantité à fabriquer invalide.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO ID-PARTK
               PERFORM LIRE-PIECE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO WS-ASSEMBLAGE
               PERFORM CHARGER-NOMENCLATURE
               IF WS-CONT-OP = ZERO AND NB-CPS = ZERO
                   MOVE 'Aucune nomenclature pour cet assemblage.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM ATTRIBUER-NUMERO-OF
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               PERFORM CALCULER-DATE-COURANTE

               INITIALIZE ENR-OFK
               MOVE WS-NOUVEAU-NO TO ED-OF-NO
               MOVE ED-OF-NO TO OF-NO-K
               MOVE SPACES TO OF-CPS-K
               MOVE PNOI TO OF-PNO
               MOVE QTEI TO OF-QTE
               MOVE 'C' TO OF-STATUT
               MOVE WS-USERID TO OF-DEMANDEUR
               MOVE SPACES TO OF-LIBERATEUR
               MOVE WS-DATE-COURANTE TO OF-DATE-CRE
               MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
               MOVE SPACES TO OF-PNO-MANQUANT

               EXEC CICS
                 WRITE DATASET ('A5OFK')
                       FROM (ENR-OFK)
                       RIDFLD (CLE-OFK)
                       RESP (WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE ED-OF-NO TO OFNOO
                   MOVE 'C' TO STATO
                   MOVE 'Ordre de fabrication enregistré.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           END-IF
           .

      * ENREGISTREMENT DE SEQUENCE '00000' : RELU AVEC UPDATE,
      * INCREMENTE PUIS RECRIT ; CREE AU PREMIER USAGE
       ATTRIBUER-NUMERO-OF.
           MOVE '00000' TO OF-NO-K
           MOVE SPACES TO OF-CPS-K
           EXEC CICS READ DATASET ('A5OFK')
                INTO (ENR-OFK)
                RIDFLD (CLE-OFK)
                UPDATE
                RESP (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   COMPUTE WS-NOUVEAU-NO = OF-QTE + 1
                   MOVE WS-NOUVEAU-NO TO OF-QTE
                   EXEC CICS REWRITE
                        DATASET ('A5OFK')
                        FROM (ENR-OFK)
                        RESP (WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 1 TO WS-NOUVEAU-NO
                   INITIALIZE ENR-OFK
                   MOVE '00000' TO OF-NO-K
                   MOVE SPACES TO OF-CPS-K
                   MOVE WS-NOUVEAU-NO TO OF-QTE
                   EXEC CICS
                     WRITE DATASET ('A5OFK')
                           FROM (ENR-OFK)
                           RIDFLD (CLE-OFK)
                           RESP (WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-RESP
           END-EVALUATE
           .

       CONSULTER-ORDRE.
           IF OFNOI IS NOT NUMERIC OR OFNOI = ZERO
               MOVE 'Le numéro d''ordre est requis.' TO MESS1O
           ELSE
               MOVE OFNOI TO OF-NO-K
               MOVE SPACES TO OF-CPS-K
               EXEC CICS READ DATASET ('A5OFK')
                    INTO (ENR-OFK)
                    RIDFLD (CLE-OFK)
                    RESP (WS-RESP)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE OF-NO-K TO OFNOO
                       MOVE OF-PNO TO PNOO
                       MOVE OF-QTE TO QTEO
                       MOVE OF-STATUT TO STATO
                       MOVE OF-DEMANDEUR TO DEMO
                       MOVE OF-LIBERATEUR TO LIBO
                       IF OF-STATUT = 'B'
                           MOVE OF-PNO-MANQUANT TO CPNOO
                           MOVE 'Ordre bloqué - composant manquant.'
                           TO MESS1O
                       ELSE
                           MOVE 'Ordre trouvé.' TO MESS1O
                       END-IF
                       MOVE DFHDFT TO MESS1C
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE 'Aucun ordre pour ce numéro.' TO MESS1O
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-RESP
               END-EVALUATE
           END-IF
           .

      *****************************************************
      * MAJ D'UNE LIGNE DE NOMENCLATURE : ASSEMBLAGE ET
      * COMPOSANT CONNUS DU KSDS A5PARK ET DISTINCTS ; LA
      * LIGNE EST CREEE OU SA QUANTITE REMPLACEE, UNE
      * QUANTITE A ZERO LA SUPPRIME. LES ORDRES DEJA LIBERES
      * GARDENT LES QUANTITES RESERVEES A LEUR LIBERATION
      *****************************************************
       MAJ-NOMENCLATURE.
           IF QTEI IS NOT NUMERIC
               MOVE 'Quantité par assemblage invalide.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO AND PNOI = CPNOI
               MOVE 'Un assemblage ne peut se composer lui-même.'
               TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO ID-PARTK
               PERFORM LIRE-PIECE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE CPNOI TO ID-PARTK
               PERFORM LIRE-PIECE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE PNOI TO NOM-PNO-ASM
               MOVE CPNOI TO NOM-PNO-CPS
               EXEC CICS READ DATASET ('A5NOMK')
                    INTO (ENR-NOMK)
                    RIDFLD (CLE-NOMK)
                    UPDATE
                    RESP (WS-RESP)
               END-EXEC

               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               PERFORM CALCULER-DATE-COURANTE

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL) AND QTEI = ZERO
                       EXEC CICS DELETE
                            DATASET ('A5NOMK')
                            RESP (WS-RESP)
                       END-EXEC
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       MOVE QTEI TO NOM-QTE
                       MOVE WS-USERID TO NOM-USER
                       MOVE WS-DATE-COURANTE TO NOM-DATE
                       EXEC CICS REWRITE
                            DATASET ('A5NOMK')
                            FROM (ENR-NOMK)
                            RESP (WS-RESP)
                       END-EXEC
                   WHEN WS-RESP = DFHRESP(NOTFND) AND QTEI = ZERO
                       MOVE 'Ligne de nomenclature inexistante.'
                       TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE PNOI TO NOM-PNO-ASM
                       MOVE CPNOI TO NOM-PNO-CPS
                       MOVE QTEI TO NOM-QTE
                       MOVE WS-USERID TO NOM-USER
                       MOVE WS-DATE-COURANTE TO NOM-DATE
                       EXEC CICS
                         WRITE DATASET ('A5NOMK')
                               FROM (ENR-NOMK)
                               RIDFLD (CLE-NOMK)
                               RESP (WS-RESP)
                       END-EXEC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-CONT-OP = ZERO
                   IF WS-RESP = DFHRESP(NORMAL)
                       EXEC CICS SYNCPOINT END-EXEC
                       MOVE PNOI TO WS-ASSEMBLAGE
                       PERFORM CHARGER-NOMENCLATURE
                       MOVE NB-CPS TO ED-NB-CPS
                       MOVE SPACES TO MESS1O
                       STRING 'Nomenclature mise à jour : '
                              ED-NB-CPS ' composant(s).'
                              DELIMITED BY SIZE INTO MESS1O
                       END-STRING
                       MOVE DFHDFT TO MESS1C
                   ELSE
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * LIBERATION : CHAQUE COMPOSANT DE LA NOMENCLATURE DOIT
      * ETRE DISPONIBLE (STOCK A5PARK MOINS RESERVATIONS A5RSVK)
      * POUR LA QUANTITE DE L'ORDRE ; SINON L'ORDRE PASSE 'B'
      * AVEC LE PREMIER COMPOSANT MANQUANT ET RIEN N'EST
      * RESERVE. UN ORDRE BLOQUE PEUT ETRE RELIBERE. L'EN-TETE
      * N'EST RELU AVEC UPDATE QU'APRES L'ECRITURE DES LIGNES
      *****************************************************
       LIBERER-ORDRE.
           MOVE 'N' TO WS-LECTURE-MAJ
           PERFORM LIRE-ENTETE-ORDRE

           IF WS-CONT-OP = ZERO
               IF OF-STATUT NOT = 'C' AND OF-STATUT NOT = 'B'
                   MOVE 'Ordre déjà libéré, terminé ou annulé.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE OF-PNO TO WS-ASSEMBLAGE
               PERFORM CHARGER-NOMENCLATURE
               IF WS-CONT-OP = ZERO AND NB-CPS = ZERO
                   MOVE 'Aucune nomenclature pour cet assemblage.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM VARYING IDX-CPS FROM 1 BY 1
                   UNTIL IDX-CPS > NB-CPS
                   COMPUTE CPS-QTE(IDX-CPS) =
                       CPS-QTE(IDX-CPS) * OF-QTE
                       ON SIZE ERROR
                           MOVE 'Quantité à réserver trop élevée.'
                           TO MESS1O
                           MOVE 1 TO WS-CONT-OP
                   END-COMPUTE
               END-PERFORM
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-DISPONIBILITE
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE OF-NO-K TO WS-NO-OF
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               PERFORM CALCULER-DATE-COURANTE
               IF WS-PNO-MANQUANT NOT = SPACES
                   PERFORM BLOQUER-ORDRE
               ELSE
                   PERFORM RESERVER-COMPOSANTS
               END-IF
           END-IF

           IF WS-CONT-OP NOT = ZERO
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * PREMIER COMPOSANT DONT LE DISPONIBLE NE COUVRE PAS LE BESOIN
       CONTROLER-DISPONIBILITE.
           MOVE SPACES TO WS-PNO-MANQUANT
           PERFORM VARYING IDX-CPS FROM 1 BY 1
               UNTIL IDX-CPS > NB-CPS
                  OR WS-PNO-MANQUANT NOT = SPACES
                  OR WS-CONT-OP NOT = ZERO
               MOVE CPS-PNO(IDX-CPS) TO ID-PARTK
               PERFORM LIRE-PIECE
               IF WS-CONT-OP = ZERO
                   MOVE CPS-PNO(IDX-CPS) TO RSV-PNO
                   PERFORM LIRE-RESERVATION
               END-IF
               IF WS-CONT-OP = ZERO
                   COMPUTE WS-QTE-DISPO =
                       QTE-STOCK-PARTK - WS-QTE-RESERVEE
                   IF WS-QTE-DISPO < CPS-QTE(IDX-CPS)
                       MOVE CPS-PNO(IDX-CPS) TO WS-PNO-MANQUANT
                       COMPUTE WS-QTE-MANQUE =
                           CPS-QTE(IDX-CPS) - WS-QTE-DISPO
                   END-IF
               END-IF
           END-PERFORM
           .

       BLOQUER-ORDRE.
           PERFORM RELIRE-ENTETE-A-LIBERER
           IF WS-CONT-OP = ZERO
               MOVE 'B' TO OF-STATUT
               MOVE WS-PNO-MANQUANT TO OF-PNO-MANQUANT
               MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
               EXEC CICS REWRITE
                    DATASET ('A5OFK')
                    FROM (ENR-OFK)
                    RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 'B' TO STATO
               MOVE WS-PNO-MANQUANT TO CPNOO
               MOVE WS-QTE-MANQUE TO ED-QTE-MANQUE
               MOVE SPACES TO MESS1O
               STRING 'Ordre bloqué - manque ' ED-QTE-MANQUE
                      ' de ' WS-PNO-MANQUANT '.'
                      DELIMITED BY SIZE INTO MESS1O
               END-STRING
               MOVE DFHRED TO MESS1C
           END-IF
           .

      * UNE LIGNE RESERVEE PAR COMPOSANT SOUS LE NUMERO D'ORDRE ET
      * CUMUL PAR PIECE DANS A5RSVK, PUIS L'EN-TETE PASSE 'L'
       RESERVER-COMPOSANTS.
           PERFORM VARYING IDX-CPS FROM 1 BY 1
               UNTIL IDX-CPS > NB-CPS
                  OR WS-CONT-OP NOT = ZERO
               PERFORM AJOUTER-RESERVATION
               IF WS-CONT-OP = ZERO
                   PERFORM ECRIRE-LIGNE-ORDRE
               END-IF
           END-PERFORM

           IF WS-CONT-OP = ZERO
               PERFORM RELIRE-ENTETE-A-LIBERER
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE 'L' TO OF-STATUT
               MOVE SPACES TO OF-PNO-MANQUANT
               MOVE WS-USERID TO OF-LIBERATEUR
               MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
               EXEC CICS REWRITE
                    DATASET ('A5OFK')
                    FROM (ENR-OFK)
                    RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'L' TO STATO
                   MOVE 'Ordre libéré - composants réservés.'
                   TO MESS1O
                   MOVE DFHDFT TO MESS1C
               ELSE
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           END-IF
           .

      * L'ORDRE A PU ETRE LIBERE OU ANNULE DEPUIS LA PREMIERE LECTURE
       RELIRE-ENTETE-A-LIBERER.
           MOVE WS-NO-OF TO OF-NO-K
           MOVE SPACES TO OF-CPS-K
           EXEC CICS READ DATASET ('A5OFK')
                INTO (ENR-OFK)
                RIDFLD (CLE-OFK)
                UPDATE
                RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SIGNALER-ERREUR-RESP
           ELSE
               IF OF-STATUT NOT = 'C' AND OF-STATUT NOT = 'B'
                   MOVE 'Ordre modifié entre-temps - recommencez.'
                   TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF
           .

       AJOUTER-RESERVATION.
           MOVE CPS-PNO(IDX-CPS) TO RSV-PNO
           EXEC CICS READ DATASET ('A5RSVK')
                INTO (ENR-RSVK)
                RIDFLD (RSV-PNO)
                UPDATE
                RESP (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   ADD CPS-QTE(IDX-CPS) TO RSV-QTE
                   EXEC CICS REWRITE
                        DATASET ('A5RSVK')
                        FROM (ENR-RSVK)
                        RESP (WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE CPS-PNO(IDX-CPS) TO RSV-PNO
                   MOVE CPS-QTE(IDX-CPS) TO RSV-QTE
                   EXEC CICS
                     WRITE DATASET ('A5RSVK')
                           FROM (ENR-RSVK)
                           RIDFLD (RSV-PNO)
                           RESP (WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-RESP
           END-EVALUATE
           .

       ECRIRE-LIGNE-ORDRE.
           INITIALIZE ENR-OFK
           MOVE WS-NO-OF TO OF-NO-K
           MOVE CPS-PNO(IDX-CPS) TO OF-CPS-K
           MOVE CPS-PNO(IDX-CPS) TO OF-PNO
           MOVE CPS-QTE(IDX-CPS) TO OF-QTE
           MOVE 'R' TO OF-STATUT
           MOVE WS-USERID TO OF-LIBERATEUR
           MOVE WS-DATE-COURANTE TO OF-DATE-CRE
           MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
           MOVE SPACES TO OF-PNO-MANQUANT
           EXEC CICS
             WRITE DATASET ('A5OFK')
                   FROM (ENR-OFK)
                   RIDFLD (CLE-OFK)
                   RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SIGNALER-ERREUR-RESP
           END-IF
           .

      *****************************************************
      * FIN DE FABRICATION D'UN ORDRE LIBERE : LES QUANTITES
      * RESERVEES SONT SORTIES DU STOCK ET DES RESERVATIONS,
      * L'ASSEMBLAGE EST ENTRE EN STOCK POUR LA QUANTITE DE
      * L'ORDRE, AU KSDS A5PARK ET A API4.PARTS, LE TOUT DANS
      * UNE SEULE UNITE DE TRAVAIL
      *****************************************************
       TERMINER-ORDRE.
           PERFORM CHARGER-LIGNES-ORDRE

           IF WS-CONT-OP = ZERO
               MOVE 'O' TO WS-LECTURE-MAJ
               PERFORM LIRE-ENTETE-ORDRE
           END-IF

           IF WS-CONT-OP = ZERO AND OF-STATUT NOT = 'L'
               MOVE 'Seul un ordre libéré peut être terminé.'
               TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE OF-PNO TO WS-ASSEMBLAGE
               PERFORM VARYING IDX-CPS FROM 1 BY 1
                   UNTIL IDX-CPS > NB-CPS
                      OR WS-CONT-OP NOT = ZERO
                   PERFORM RETIRER-RESERVATION
                   IF WS-CONT-OP = ZERO
                       MOVE CPS-PNO(IDX-CPS) TO ID-PARTK
                       COMPUTE WS-QTE-MVT = 0 - CPS-QTE(IDX-CPS)
                       PERFORM APPLIQUER-MOUVEMENT-STOCK
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE WS-ASSEMBLAGE TO ID-PARTK
               MOVE OF-QTE TO WS-QTE-MVT
               PERFORM APPLIQUER-MOUVEMENT-STOCK
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC CICS ASSIGN
                   USERID(WS-USERID)
               END-EXEC
               PERFORM CALCULER-DATE-COURANTE
               MOVE 'T' TO OF-STATUT
               MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
               EXEC CICS REWRITE
                    DATASET ('A5OFK')
                    FROM (ENR-OFK)
                    RESP (WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'T' TO STATO
                   MOVE 'Ordre terminé - assemblage entré en stock.'
                   TO MESS1O
                   MOVE DFHDFT TO MESS1C
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      *****************************************************
      * ANNULATION : UN ORDRE LIBERE REND SES RESERVATIONS ;
      * UN ORDRE CREE OU BLOQUE N'A RIEN RESERVE
      *****************************************************
       ANNULER-ORDRE.
           PERFORM CHARGER-LIGNES-ORDRE

           IF WS-CONT-OP = ZERO
               MOVE 'O' TO WS-LECTURE-MAJ
               PERFORM LIRE-ENTETE-ORDRE
           END-IF

           IF WS-CONT-OP = ZERO
               IF OF-STATUT = 'T' OR OF-STATUT = 'A'
                   MOVE 'Ordre déjà terminé ou annulé.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO AND OF-STATUT = 'L'
               PERFORM VARYING IDX-CPS FROM 1 BY 1
                   UNTIL IDX-CPS > NB-CPS
                      OR WS-CONT-OP NOT = ZERO
                   PERFORM RETIRER-RESERVATION
               END-PERFORM
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM CALCULER-DATE-COURANTE
               MOVE 'A' TO OF-STATUT
               MOVE WS-DATE-COURANTE TO OF-DATE-MAJ
               EXEC CICS REWRITE
                    DATASET ('A5OFK')
                    FROM (ENR-OFK)
                    RESP (WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS SYNCPOINT END-EXEC
                   MOVE 'A' TO STATO
                   MOVE 'Ordre annulé.' TO MESS1O
                   MOVE DFHDFT TO MESS1C
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      * LA RESERVATION NE DESCEND PAS SOUS ZERO (CUMUL RECHARGE
      * A LA MAIN APRES UN INCIDENT)
       RETIRER-RESERVATION.
           MOVE CPS-PNO(IDX-CPS) TO RSV-PNO
           EXEC CICS READ DATASET ('A5RSVK')
                INTO (ENR-RSVK)
                RIDFLD (RSV-PNO)
                UPDATE
                RESP (WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF RSV-QTE > CPS-QTE(IDX-CPS)
                       SUBTRACT CPS-QTE(IDX-CPS) FROM RSV-QTE
                   ELSE
                       MOVE ZERO TO RSV-QTE
                   END-IF
                   EXEC CICS REWRITE
                        DATASET ('A5RSVK')
                        FROM (ENR-RSVK)
                        RESP (WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-RESP
           END-EVALUATE
           .

      * MOUVEMENT SIGNE (SORTIE NEGATIVE, ENTREE POSITIVE) SUR LE
      * KSDS A5PARK PUIS SUR API4.PARTS, COMME DANS K5MOUVT
       APPLIQUER-MOUVEMENT-STOCK.
           EXEC CICS READ FILE('A5PARK')
               INTO(ENR-PARTK)
               RIDFLD(ID-PARTK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF ENR-PARTK)
               UPDATE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO MESS1O
                   STRING 'Pièce ' ID-PARTK ' inconnue du magasin.'
                          DELIMITED BY SIZE INTO MESS1O
                   END-STRING
                   MOVE 1 TO WS-CONT-OP
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM SIGNALER-ERREUR-RESP
               WHEN OTHER
                   ADD WS-QTE-MVT TO QTE-STOCK-PARTK
                   EXEC CICS REWRITE
                        FILE('A5PARK')
                        FROM(ENR-PARTK)
                        RESP(WS-RESP2)
                   END-EXEC
                   IF WS-RESP2 NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   END-IF
           END-EVALUATE

           IF WS-CONT-OP = ZERO
               MOVE ID-PARTK TO PARTPNO
               EXEC SQL
                   UPDATE API4.PARTS
                   SET ONHAND = ONHAND + :WS-QTE-MVT
                   WHERE PNO = :PARTPNO
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   INITIALIZE ZONE-ED
                   MOVE 'SQLC' TO ERR-TYPE
                   MOVE SQLCODE TO ERR-ED
                   MOVE ZONE-ED TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               END-IF
           END-IF
           .

      * EN-TETE DE L'ORDRE SAISI, LU AVEC UPDATE SI DEMANDE
       LIRE-ENTETE-ORDRE.
           IF OFNOI IS NOT NUMERIC OR OFNOI = ZERO
               MOVE 'Le numéro d''ordre est requis.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE OFNOI TO OF-NO-K
               MOVE SPACES TO OF-CPS-K
               IF WS-LECTURE-MAJ = 'O'
                   EXEC CICS READ DATASET ('A5OFK')
                        INTO (ENR-OFK)
                        RIDFLD (CLE-OFK)
                        UPDATE
                        RESP (WS-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS READ DATASET ('A5OFK')
                        INTO (ENR-OFK)
                        RIDFLD (CLE-OFK)
                        RESP (WS-RESP)
                   END-EXEC
               END-IF

               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NOTFND)
                       MOVE 'Aucun ordre pour ce numéro.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM SIGNALER-ERREUR-RESP
                   WHEN OTHER
                       MOVE OF-NO-K TO OFNOO
                       MOVE OF-PNO TO PNOO
                       MOVE OF-QTE TO QTEO
               END-EVALUATE
           END-IF
           .

      * LIGNES RESERVEES DE L'ORDRE SAISI (COMPOSANT NON A BLANC),
      * CHARGEES AVANT LA LECTURE AVEC UPDATE DE L'EN-TETE
       CHARGER-LIGNES-ORDRE.
           MOVE ZERO TO NB-CPS
           IF OFNOI IS NOT NUMERIC OR OFNOI = ZERO
               MOVE 'Le numéro d''ordre est requis.' TO MESS1O
               MOVE 1 TO WS-CONT-OP
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE OFNOI TO WS-NO-OF
               MOVE WS-NO-OF TO OF-NO-K
               MOVE LOW-VALUES TO OF-CPS-K
               EXEC CICS STARTBR
                   DATASET('A5OFK')
                   RIDFLD(CLE-OFK)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC

               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE ZERO TO WS-FIN-PARCOURS
                   PERFORM LIRE-LIGNE-ORDRE-SUIVANTE
                       UNTIL WS-FIN-PARCOURS = 1
                   EXEC CICS ENDBR
                       DATASET('A5OFK')
                   END-EXEC
               END-IF
           END-IF
           .

       LIRE-LIGNE-ORDRE-SUIVANTE.
           EXEC CICS READNEXT
               DATASET('A5OFK')
               INTO(ENR-OFK)
               RIDFLD(CLE-OFK)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 1 TO WS-FIN-PARCOURS
               WHEN OF-NO-K NOT = WS-NO-OF
                   MOVE 1 TO WS-FIN-PARCOURS
               WHEN OF-CPS-K = SPACES
                   CONTINUE
               WHEN NB-CPS < 30
                   ADD 1 TO NB-CPS
                   MOVE OF-CPS-K TO CPS-PNO(NB-CPS)
                   MOVE OF-QTE TO CPS-QTE(NB-CPS)
               WHEN OTHER
                   MOVE 'Ordre de plus de 30 composants.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
                   MOVE 1 TO WS-FIN-PARCOURS
           END-EVALUATE
           .

      * NOMENCLATURE DE WS-ASSEMBLAGE : QUANTITES PAR ASSEMBLAGE
       CHARGER-NOMENCLATURE.
           MOVE ZERO TO NB-CPS
           MOVE ZERO TO WS-TAB-PLEINE
           MOVE WS-ASSEMBLAGE TO NOM-PNO-ASM
           MOVE LOW-VALUES TO NOM-PNO-CPS
           EXEC CICS STARTBR
               DATASET('A5NOMK')
               RIDFLD(CLE-NOMK)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ZERO TO WS-FIN-PARCOURS
               PERFORM LIRE-NOMENCLATURE-SUIVANTE
                   UNTIL WS-FIN-PARCOURS = 1
               EXEC CICS ENDBR
                   DATASET('A5NOMK')
               END-EXEC
           END-IF

           IF WS-TAB-PLEINE = 1
               MOVE 'Nomenclature de plus de 30 composants.'
               TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF
           .

       LIRE-NOMENCLATURE-SUIVANTE.
           EXEC CICS READNEXT
               DATASET('A5NOMK')
               INTO(ENR-NOMK)
               RIDFLD(CLE-NOMK)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 1 TO WS-FIN-PARCOURS
               WHEN NOM-PNO-ASM NOT = WS-ASSEMBLAGE
                   MOVE 1 TO WS-FIN-PARCOURS
               WHEN NB-CPS < 30
                   ADD 1 TO NB-CPS
                   MOVE NOM-PNO-CPS TO CPS-PNO(NB-CPS)
                   MOVE NOM-QTE TO CPS-QTE(NB-CPS)
               WHEN OTHER
                   MOVE 1 TO WS-TAB-PLEINE
                   MOVE 1 TO WS-FIN-PARCOURS
           END-EVALUATE
           .

       LIRE-PIECE.
           EXEC CICS READ FILE('A5PARK')
               INTO(ENR-PARTK)
               RIDFLD(ID-PARTK)
               RESP(WS-RESP)
               LENGTH(LENGTH OF ENR-PARTK)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO MESS1O
               STRING 'Pièce ' ID-PARTK ' inconnue du magasin.'
                      DELIMITED BY SIZE INTO MESS1O
               END-STRING
               MOVE 1 TO WS-CONT-OP
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM SIGNALER-ERREUR-RESP
               END-IF
           END-IF
           .

      * PIECE SANS ENREGISTREMENT A5RSVK = RIEN DE RESERVE
       LIRE-RESERVATION.
           EXEC CICS READ DATASET ('A5RSVK')
                INTO (ENR-RSVK)
                RIDFLD (RSV-PNO)
                RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE RSV-QTE TO WS-QTE-RESERVEE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE ZERO TO WS-QTE-RESERVEE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-RESP
           END-EVALUATE
           .

       CALCULER-DATE-COURANTE.
           MOVE EIBDATE TO WS-EIBDATE-X
           COMPUTE WS-ANNEE-JOUR =
               (1900 + WS-EIB-CYY) * 1000 + WS-EIB-DDD
           COMPUTE WS-DATE-COURANTE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DAY(WS-ANNEE-JOUR))
           .

       SIGNALER-ERREUR-RESP.
           INITIALIZE ZONE-ED
           MOVE 'RESP' TO ERR-TYPE
           MOVE WS-RESP TO ERR-ED
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
