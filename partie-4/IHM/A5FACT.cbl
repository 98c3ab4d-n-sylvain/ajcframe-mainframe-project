000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. A5FACT.
000300
      ******************************************************************
      * CONSULTATION DU REGISTRE DES FACTURES POUR LE SERVICE CLIENT,
      * SUR LE KSDS A5FACTK CHARGE PAR CHGFACTK APRES CHAQUE
      * FACTURATION (NUIT, PARTITIONS ET MINI-CYCLE). RECHERCHE :
      *   - PAR NUMERO DE FACTURE (SOCIETE A PAR DEFAUT, LES SERIES
      *     DES DEUX ENTITES SE RECOUVRANT), LECTURE DIRECTE
      *   - PAR COMMANDE : FACTURE ET AVOIRS DE LA COMMANDE, PAR LE
      *     CHEMIN A5FACTO (INDEX ALTERNATIF SUR LE NUMERO DE COMMANDE)
      *   - PAR CLIENT : FACTURES ET AVOIRS DU CLIENT DANS L'ORDRE
      *     D'EMISSION, PAR LE CHEMIN A5FACTC (INDEX ALTERNATIF SUR LE
      *     C_NO), HUIT DOCUMENTS PAR PAGE
      * POUR CHAQUE DOCUMENT : ENTITE, NUMERO, TYPE, DATE, MONTANT,
      * COMMANDE, ETAT DU REGLEMENT DE LA COMMANDE (ORDER_STATUS) ET
      * LITIGE NON RESOLU EVENTUEL (API6.LITIGES, STATUT 'O' OU 'R').
      * LE CLIENT ET SA RAISON SOCIALE SONT REPRIS EN TETE.
      *   ENTREE : NOUVELLE RECHERCHE (FACTURE, SINON COMMANDE, SINON
      *            CLIENT)
      *   PF7    : PAGE PRECEDENTE
      *   PF8    : PAGE SUIVANTE
      *   CLEAR  : SORTIE
      * LE CRITERE, LA PAGE ET L'EXISTENCE D'UNE SUITE VOYAGENT DANS
      * LA COMMAREA ; LES PAGES DEJA VUES SONT RELUES ET SAUTEES, LES
      * INDEX ALTERNATIFS N'ETANT PAS UNIQUES, COMME DANS A5RECO.
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
001300      COPY MS5FACT.

           EXEC SQL
               INCLUDE ORDSTAT
           END-EXEC.

           EXEC SQL
               INCLUDE LITIGE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID : ROLE RECU DE
      * A5CNX, CRITERE DE LA RECHERCHE EN COURS ('F' FACTURE, 'O'
      * COMMANDE, 'C' CLIENT), PAGE AFFICHEE ET INDICATEUR DE SUITE
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).
           05 ZONE-RECHERCHE.
               10 ZONE-MODE     PIC X(1).
               10 ZONE-SOCIETE  PIC X(1).
               10 ZONE-CLE      PIC 9(7).
               10 ZONE-PAGE     PIC 9(3).
               10 ZONE-SUITE    PIC X(1).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
           05 FILLER        PIC X(4) VALUE 'ERR '.
           05 ERR-TYPE      PIC X(4).
           05 FILLER        PIC X(3) VALUE ' : '.
           05 ERR-ED        PIC Z9   VALUE ' 0'.

       77 WS-CD-ERR     PIC 9(2).
       77 WS-RESP       PIC S9(8) COMP.
       77 WS-CONT-OP    PIC S9(1) VALUE ZERO.

      * ENREGISTREMENT DU KSDS A5FACTK, MEME DESSIN QUE DANS FACTURE
       01 ENR-FACTK.
           05 CLE-FACTK.
               10 SOCIETE-FACTK       PIC X(1).
               10 NUMFACT-FACTK       PIC 9(7).
           05 TYPE-DOC-FACTK          PIC X(1).
           05 O-NO-FACTK              PIC 9(7).
           05 C-NO-FACTK              PIC 9(4).
           05 COMPANY-FACTK           PIC X(30).
           05 DATE-FACTK              PIC X(10).
           05 MONTANT-FACTK           PIC 9(9)V99.
           05 RUN-ID-FACTK            PIC X(14).
           05 FILLER                  PIC X(15).

      * CLES DE PARCOURS DES CHEMINS : COMMANDE (A5FACTO) ET CLIENT
      * (A5FACTC), A LA LONGUEUR DE LA CLE ALTERNATIVE
       77 WS-RID-O-NO       PIC 9(7).
       77 WS-RID-C-NO       PIC 9(4).

      * PAGINATION
       77 WS-A-SAUTER       PIC 9(5) VALUE ZERO.
       77 WS-NB-LUS         PIC 9(5) VALUE ZERO.
       77 WS-NB-AFFICHES    PIC 9 VALUE ZERO.
       77 WS-FIN-PARCOURS   PIC 9 VALUE ZERO.

      * ETAT DU REGLEMENT ET LITIGE DU DOCUMENT AFFICHE
       77 WS-STATUT-LITIGE  PIC X(1).
       77 ED-C-NO           PIC 9(4).

       01 WS-LIGNE-DOCUMENT.
           05 WLD-SOCIETE       PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-NUMFACT       PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-TYPE          PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-DATE          PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-MONTANT       PIC Z(8)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-O-NO          PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-REGLEMENT     PIC X(11).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WLD-LITIGE        PIC X(12).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).
           05 LK-RECHERCHE PIC X(13).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      * RECUPERATION DU ROLE ET DE LA RECHERCHE EN COURS ; A5CNX
      * N'APPORTE QUE LE ROLE
           IF EIBCALEN = ZERO
               MOVE SPACE TO ZONE-ROLE
               PERFORM RAZ-RECHERCHE
           ELSE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
               IF EIBCALEN > 71
                   MOVE LK-RECHERCHE TO ZONE-RECHERCHE
               ELSE
                   PERFORM RAZ-RECHERCHE
               END-IF
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5FA'

             IF EIBCALEN = ZERO  THEN
              MOVE LOW-VALUE TO MAP5FAO
              PERFORM ENVOI-ECRAN
             END-IF

             IF EIBAID = DFHCLEAR
                   MOVE 'BYE !!' TO ERR-MESS
                   PERFORM FIN-TOTALE
             END-IF

             IF EIBAID = DFHENTER
                  PERFORM LECT-ECRAN
             END-IF

             IF EIBAID = DFHPF7
                  PERFORM PAGE-PRECEDENTE
             END-IF

             IF EIBAID = DFHPF8
                  PERFORM PAGE-SUIVANTE
             END-IF

            WHEN OTHER
                MOVE LOW-VALUE TO MAP5FAO
                PERFORM RAZ-RECHERCHE
                PERFORM ENVOI-ECRAN
           END-EVALUATE
           .

       ENVOI-ECRAN.
           EXEC CICS
              SEND MAP('MAP5FA')
                   MAPSET('MS5FACT')
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
                RETURN TRANSID ('T5FA')
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

       RAZ-RECHERCHE.
           MOVE SPACE TO ZONE-MODE
           MOVE SPACE TO ZONE-SOCIETE
           MOVE ZERO TO ZONE-CLE
           MOVE ZERO TO ZONE-PAGE
           MOVE 'N' TO ZONE-SUITE
           .

       LECT-ECRAN.
           EXEC CICS
               RECEIVE MAP('MAP5FA')
               MAPSET('MS5FACT')
               INTO(MAP5FAI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CD-ERR = DFHRESP(MAPFAIL)
                   MOVE 'Facture, commande ou client à saisir.'
                   TO MESS1O
               WHEN WS-CD-ERR = DFHRESP(NORMAL)
                   PERFORM NOUVELLE-RECHERCHE
               WHEN OTHER
                   MOVE 'ERR RECEIVE' TO ERR-MESS
                   PERFORM FIN-TOTALE
           END-EVALUATE
           PERFORM ENVOI-ECRAN
           .

      *****************************************************
      * LE PREMIER CRITERE RENSEIGNE L'EMPORTE : NUMERO DE
      * FACTURE, PUIS COMMANDE, PUIS CLIENT
      *****************************************************
       NOUVELLE-RECHERCHE.
           PERFORM RAZ-RECHERCHE
           EVALUATE TRUE
               WHEN NFACTI IS NUMERIC AND NFACTI > ZERO
                   MOVE 'F' TO ZONE-MODE
                   MOVE NFACTI TO ZONE-CLE
                   IF SOCI = 'B'
                       MOVE 'B' TO ZONE-SOCIETE
                   ELSE
                       MOVE 'A' TO ZONE-SOCIETE
                   END-IF
               WHEN ONOI IS NUMERIC AND ONOI > ZERO
                   MOVE 'O' TO ZONE-MODE
                   MOVE ONOI TO ZONE-CLE
               WHEN CNOI IS NUMERIC AND CNOI > ZERO
                   MOVE 'C' TO ZONE-MODE
                   MOVE CNOI TO ZONE-CLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ZONE-MODE = SPACE
               MOVE 'Facture, commande ou client à saisir.' TO MESS1O
           ELSE
               PERFORM AFFICHER-PAGE
           END-IF
           .

       PAGE-SUIVANTE.
           EXEC CICS
               RECEIVE MAP('MAP5FA')
               MAPSET('MS5FACT')
               INTO(MAP5FAI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN ZONE-MODE = SPACE
                   MOVE 'Lancez d''abord une recherche.' TO MESS1O
               WHEN ZONE-SUITE NOT = 'O'
                   MOVE 'Dernière page déjà affichée.' TO MESS1O
               WHEN OTHER
                   ADD 1 TO ZONE-PAGE
                   PERFORM AFFICHER-PAGE
           END-EVALUATE
           PERFORM ENVOI-ECRAN
           .

       PAGE-PRECEDENTE.
           EXEC CICS
               RECEIVE MAP('MAP5FA')
               MAPSET('MS5FACT')
               INTO(MAP5FAI)
               RESP(WS-CD-ERR)
           END-EXEC

           EVALUATE TRUE
               WHEN ZONE-MODE = SPACE
                   MOVE 'Lancez d''abord une recherche.' TO MESS1O
               WHEN ZONE-PAGE = ZERO
                   MOVE 'Première page déjà affichée.' TO MESS1O
               WHEN OTHER
                   SUBTRACT 1 FROM ZONE-PAGE
                   PERFORM AFFICHER-PAGE
           END-EVALUATE
           PERFORM ENVOI-ECRAN
           .

      *****************************************************
      * CHARGE ET AFFICHE LA PAGE ZONE-PAGE (0 = PREMIERE)
      * DE LA RECHERCHE EN COURS
      *****************************************************
       AFFICHER-PAGE.
           MOVE 0 TO WS-CONT-OP
           COMPUTE WS-A-SAUTER = ZONE-PAGE * 8
           MOVE ZERO TO WS-NB-LUS
           MOVE ZERO TO WS-NB-AFFICHES
           MOVE 'N' TO ZONE-SUITE
           MOVE SPACES TO CLIO
           MOVE SPACES TO COMPAGO
           MOVE SPACES TO L1O
           MOVE SPACES TO L2O
           MOVE SPACES TO L3O
           MOVE SPACES TO L4O
           MOVE SPACES TO L5O
           MOVE SPACES TO L6O
           MOVE SPACES TO L7O
           MOVE SPACES TO L8O

           IF ZONE-MODE = 'F'
               PERFORM LIRE-FACTURE
           ELSE
               PERFORM PARCOURIR-DOCUMENTS
           END-IF

           IF WS-CONT-OP = ZERO
               EVALUATE TRUE
                   WHEN WS-NB-AFFICHES = ZERO AND ZONE-MODE = 'F'
                       MOVE 'Facture inconnue au registre.' TO MESS1O
                       MOVE ZERO TO ZONE-PAGE
                   WHEN WS-NB-AFFICHES = ZERO
                       MOVE 'Aucun document au registre.' TO MESS1O
                       MOVE ZERO TO ZONE-PAGE
                   WHEN ZONE-SUITE = 'O'
                       MOVE 'PF8 : page suivante, PF7 : précédente.'
                       TO MESS1O
                       MOVE DFHDFT TO MESS1C
                   WHEN OTHER
                       MOVE 'Fin de liste.' TO MESS1O
                       MOVE DFHDFT TO MESS1C
               END-EVALUATE
           END-IF
           .

       LIRE-FACTURE.
           MOVE ZONE-SOCIETE TO SOCIETE-FACTK
           MOVE ZONE-CLE TO NUMFACT-FACTK

           EXEC CICS READ
               FILE('A5FACTK')
               INTO(ENR-FACTK)
               RIDFLD(CLE-FACTK)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 1 TO WS-NB-AFFICHES
                   PERFORM AFFICHER-DOCUMENT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-FICHIER
           END-EVALUATE
           .

      *****************************************************
      * PARCOURS DU CHEMIN DE LA COMMANDE OU DU CLIENT : LES
      * PAGES PRECEDENTES SONT SAUTEES, UNE LECTURE DE PLUS
      * QUE LA PAGE INDIQUE S'IL RESTE UNE SUITE
      *****************************************************
       PARCOURIR-DOCUMENTS.
           MOVE ZERO TO WS-FIN-PARCOURS
           PERFORM DEBUT-PARCOURS

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM LIRE-DOCUMENT-SUIVANT
                   PERFORM UNTIL WS-FIN-PARCOURS = 1
                              OR WS-NB-AFFICHES >= 8
                       ADD 1 TO WS-NB-LUS
                       IF WS-NB-LUS > WS-A-SAUTER
                           ADD 1 TO WS-NB-AFFICHES
                           PERFORM AFFICHER-DOCUMENT
                       END-IF
                       PERFORM LIRE-DOCUMENT-SUIVANT
                   END-PERFORM
                   IF WS-FIN-PARCOURS = ZERO
                       MOVE 'O' TO ZONE-SUITE
                   END-IF
                   PERFORM FIN-PARCOURS
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-FICHIER
           END-EVALUATE
           .

       DEBUT-PARCOURS.
           IF ZONE-MODE = 'O'
               MOVE ZONE-CLE TO WS-RID-O-NO
               EXEC CICS STARTBR
                   FILE('A5FACTO')
                   RIDFLD(WS-RID-O-NO)
                   EQUAL
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE ZONE-CLE TO WS-RID-C-NO
               EXEC CICS STARTBR
                   FILE('A5FACTC')
                   RIDFLD(WS-RID-C-NO)
                   EQUAL
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           .

      * DUPKEY SIGNALE SEULEMENT QU'UN AUTRE DOCUMENT PORTE LA MEME
      * CLE ALTERNATIVE : LA LECTURE EST BONNE
       LIRE-DOCUMENT-SUIVANT.
           IF ZONE-MODE = 'O'
               EXEC CICS READNEXT
                   FILE('A5FACTO')
                   INTO(ENR-FACTK)
                   RIDFLD(WS-RID-O-NO)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS READNEXT
                   FILE('A5FACTC')
                   INTO(ENR-FACTK)
                   RIDFLD(WS-RID-C-NO)
                   RESP(WS-RESP)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                 OR WS-RESP = DFHRESP(DUPKEY)
                   IF ZONE-MODE = 'O' AND O-NO-FACTK NOT = ZONE-CLE
                       MOVE 1 TO WS-FIN-PARCOURS
                   END-IF
                   IF ZONE-MODE = 'C' AND C-NO-FACTK NOT = ZONE-CLE
                       MOVE 1 TO WS-FIN-PARCOURS
                   END-IF
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 1 TO WS-FIN-PARCOURS
               WHEN OTHER
                   MOVE 1 TO WS-FIN-PARCOURS
                   PERFORM SIGNALER-ERREUR-FICHIER
           END-EVALUATE
           .

       FIN-PARCOURS.
           IF ZONE-MODE = 'O'
               EXEC CICS ENDBR
                   FILE('A5FACTO')
               END-EXEC
           ELSE
               EXEC CICS ENDBR
                   FILE('A5FACTC')
               END-EXEC
           END-IF
           .

      *****************************************************
      * LIGNE D'UN DOCUMENT, AVEC L'ETAT DU REGLEMENT DE SA
      * COMMANDE ET SON LITIGE NON RESOLU EVENTUEL
      *****************************************************
       AFFICHER-DOCUMENT.
           IF WS-NB-AFFICHES = 1
               MOVE C-NO-FACTK TO ED-C-NO
               MOVE ED-C-NO TO CLIO
               MOVE COMPANY-FACTK TO COMPAGO
           END-IF

           MOVE SOCIETE-FACTK TO WLD-SOCIETE
           MOVE NUMFACT-FACTK TO WLD-NUMFACT
           IF TYPE-DOC-FACTK = 'A'
               MOVE 'AVOIR' TO WLD-TYPE
           ELSE
               MOVE 'FACT.' TO WLD-TYPE
           END-IF
           MOVE DATE-FACTK TO WLD-DATE
           MOVE MONTANT-FACTK TO WLD-MONTANT
           MOVE O-NO-FACTK TO WLD-O-NO
           PERFORM LIRE-ETAT-REGLEMENT
           PERFORM LIRE-LITIGE

           EVALUATE WS-NB-AFFICHES
               WHEN 1
                   MOVE WS-LIGNE-DOCUMENT TO L1O
               WHEN 2
                   MOVE WS-LIGNE-DOCUMENT TO L2O
               WHEN 3
                   MOVE WS-LIGNE-DOCUMENT TO L3O
               WHEN 4
                   MOVE WS-LIGNE-DOCUMENT TO L4O
               WHEN 5
                   MOVE WS-LIGNE-DOCUMENT TO L5O
               WHEN 6
                   MOVE WS-LIGNE-DOCUMENT TO L6O
               WHEN 7
                   MOVE WS-LIGNE-DOCUMENT TO L7O
               WHEN OTHER
                   MOVE WS-LIGNE-DOCUMENT TO L8O
           END-EVALUATE
           .

      * MEMES LIBELLES QUE A5CSTA POUR LES STATUTS DE LA CHAINE
       LIRE-ETAT-REGLEMENT.
           MOVE O-NO-FACTK TO STAT-O-NO

           EXEC SQL
               SELECT STATUT, MONTANT_REGLE
               INTO :STAT-STATUT, :STAT-MONTANT-REGLE
               FROM API6.ORDER_STATUS
               WHERE O_NO = :STAT-O-NO
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND STAT-STATUT = 'P'
                   MOVE 'REGLEE' TO WLD-REGLEMENT
               WHEN SQLCODE = 0 AND STAT-STATUT = 'H'
                   MOVE 'RETENUE' TO WLD-REGLEMENT
               WHEN SQLCODE = 0 AND STAT-MONTANT-REGLE > ZERO
                   MOVE 'PARTIELLE' TO WLD-REGLEMENT
               WHEN SQLCODE = 0
                   MOVE 'NON REGLEE' TO WLD-REGLEMENT
               WHEN SQLCODE = 100
                   MOVE 'HORS SUIVI' TO WLD-REGLEMENT
               WHEN OTHER
                   MOVE SPACES TO WLD-REGLEMENT
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      * LITIGES REPERES PAR LE NUMERO DE FACTURE ET LA COMMANDE
      * (LE NUMERO SEUL NE DISTINGUE PAS LES DEUX ENTITES) ; 'O'
      * OUVERT L'EMPORTE SUR 'R' EN REVUE
       LIRE-LITIGE.
           MOVE NUMFACT-FACTK TO LIT-NUMFACT
           MOVE O-NO-FACTK TO LIT-O-NO
           MOVE SPACE TO WS-STATUT-LITIGE

           EXEC SQL
               SELECT COALESCE(MIN(STATUT), ' ')
               INTO :WS-STATUT-LITIGE
               FROM API6.LITIGES
               WHERE NUMFACT = :LIT-NUMFACT
                 AND O_NO = :LIT-O-NO
                 AND STATUT <> 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           EVALUATE WS-STATUT-LITIGE
               WHEN 'O'
                   MOVE 'LITIGE OUV.' TO WLD-LITIGE
               WHEN 'R'
                   MOVE 'LITIGE REVUE' TO WLD-LITIGE
               WHEN OTHER
                   MOVE SPACES TO WLD-LITIGE
           END-EVALUATE
           .

       SIGNALER-ERREUR-FICHIER.
           INITIALIZE ZONE-ED
           MOVE 'RESP' TO ERR-TYPE
           MOVE WS-RESP TO ERR-ED
           MOVE ZONE-ED TO MESS1O
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .

       SIGNALER-ERREUR-SQL.
           INITIALIZE ZONE-ED
           MOVE 'SQLC' TO ERR-TYPE
           MOVE SQLCODE TO ERR-ED
           MOVE ZONE-ED TO MESS1O
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .
