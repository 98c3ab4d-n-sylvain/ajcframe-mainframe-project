      * ET DE PRICING CATALOGUE QUE A5CMDE : LE CLIENT, LE VENDEUR ET
      * JUSQU'A QUATRE LIGNES PRODUIT/QUANTITE SONT VALIDES CONTRE
      * DB2, LES LIGNES SONT PRICEES AU CATALOGUE (PRODUITS RETIRES
      * REFUSES, SAUF A PROPOSER LEUR SUCCESSEUR COMME A5CMDE), PUIS
      * LE DEVIS EST ENREGISTRE DANS QUOTES/QUOTE_ITEMS
      * AVEC UNE DATE D'EXPIRATION A 30 JOURS -- SANS TOUCHER NI AU
      * STOCK, NI A LA BALANCE, NI A ORDERS. LE DOCUMENT CLIENT EST
      * EDITE PAR LE BATCH DEVISDOC. LA CONVERSION EN COMMANDE FERME
      * SE FAIT PLUS TARD EN UNE ACTION (PF7 SUR LE NUMERO DE DEVIS) :
      * LES PRIX DU DEVIS SONT REPRIS TELS QUELS ET LA LIMITE DE
      * CREDIT EST RECONTROLEE AU MOMENT DE LA CONVERSION, COMME DANS
      * A5CMDE. LE DEVIS CONVERTI GARDE LE NUMERO DE LA COMMANDE CREEE
      * ET LA DATE DE CONVERSION, POUR LE SUIVI DU TAUX DE
      * TRANSFORMATION (PIPEDEV).
      * LA DISPONIBILITE EST CONTROLEE COMME DANS A5CMDE (A5PROM,
      * DEPOT EU) : A LA SAISIE, UNE LIGNE EN RUPTURE AFFICHE SA DATE
      * DE PROMESSE ET N'EST ACCEPTEE QU'AU NOUVEL ENTREE ; A LA
      * CONVERSION, LE PREMIER PRODUIT DU DEVIS EN RUPTURE EST SIGNALE
      * ET LA CONVERSION N'A LIEU QU'AU NOUVEAU PF7 SUR LE MEME DEVIS.
      *   ENTREE : VALIDATION ET ENREGISTREMENT DU DEVIS
      *   PF7    : CONVERSION DU DEVIS SAISI (DEVNO) EN COMMANDE
      *   CLEAR  : SORTIE
      * LA MAP MS5DEVIS PORTE LE CLIENT (CNO), LE VENDEUR (ENO),
      * QUATRE LIGNES PRODUIT/QUANTITE (P1/Q1 A P4/Q4) ET LE NUMERO
      * DE DEVIS (DEVNO).
      * UN DEVIS DONT LA VALIDITE COURT AU-DELA D'UNE HAUSSE DE PRIX
      * DEJA PLANIFIEE (API6.PRIX_FUTURS, APPLIQUEE PAR APPPRIX) SUR
      * UN DE SES PRODUITS EST ENREGISTRE AVEC UN AVERTISSEMENT : LE
      * PRIX COTE RESTE GARANTI JUSQU'A L'EXPIRATION.
      ******************************************************************
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
               INCLUDE STOCK
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE QUOTE
           END-EXEC.
               INCLUDE KIT
           END-EXEC.

           EXEC SQL
               INCLUDE CONTRAT
           END-EXEC.

           EXEC SQL
               INCLUDE SUBST
           END-EXEC.

           EXEC SQL
               INCLUDE PRIXFUT
           END-EXEC.

           EXEC SQL
               INCLUDE CLIICO
           END-EXEC.

      * NOMENCLATURE DU KIT DE LA LIGNE EN COURS DE CONVERSION : UNE
      * LIGNE COTEE SUR UN KIT RESTE UNE SEULE LIGNE ITEMS AU PRIX
      * COTE, MAIS LE STOCK DECREMENTE EST CELUI DES COMPOSANTS,
           END-EXEC.

      * COMMAREA RENVOYEE A CHAQUE RETURN TRANSID, EN MIROIR DE
      * DFHCOMMAREA, COMME DANS A5CMDE, AVEC LES SUCCESSEURS PROPOSES
      * ET LES RUPTURES SIGNALEES PAR LIGNE DE SAISIE, PUIS LE DEVIS
      * DONT LA RUPTURE A ETE SIGNALEE A LA CONVERSION
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).
           05 ZONE-SUBSTITUTIONS.
               10 ZONE-SUBST OCCURS 4 TIMES.
                   15 ZS-P-NO-ANCIEN PIC X(3).
                   15 ZS-P-NO-SUCC   PIC X(3).
                   15 ZS-REGLE       PIC X(1).
           05 ZONE-RUPTURES.
               10 ZONE-RUPT OCCURS 4 TIMES.
                   15 ZR-P-NO        PIC X(3).
                   15 ZR-QTE         PIC 9(2).
           05 ZONE-DEVIS-RUPT PIC 9(7).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
       77 WS-QTE-NUM        PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-DEVIS    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-BALANCE-APRES  PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-CLIENT-INTERCO PIC X(1) VALUE 'N'.
           88 CLIENT-INTERCO    VALUE 'O'.
       77 WS-NOUVEAU-Q-NO   PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-NOUVEAU-O-NO   PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 ED-Q-NO           PIC 9(7).
       77 ED-O-NO           PIC 9(7).

      * DELAI NET DES CONDITIONS DE PAIEMENT DU CLIENT, POUR LA DATE
      * D'ECHEANCE PORTEE SUR ORDERS.DATE_ECHEANCE
       77 WS-JOURS-NET      PIC S9(3)V USAGE COMP-3 VALUE 30.

      * DATES DU DEVIS : DATE DU JOUR ET EXPIRATION A +30 JOURS,
      * DERIVEES DE EIBDATE (0CYYDDD) COMME DANS A5CNX
       01 WS-EIBDATE-X      PIC 9(7).
       77 WS-QTE-COMPOSANT  PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-NB-LIGNES-CONV PIC 9 VALUE ZERO.

      * SUCCESSEUR VALIDE SUR LA LIGNE EN COURS (REGLE 'C' = PRIX DU
      * PRODUIT DEMANDE, 'S' = PRIX DU SUCCESSEUR, COMME DANS MAJDB)
       77 WS-SUBST-REGLE    PIC X(1) VALUE SPACE.

      * HAUSSE PLANIFIEE AVANT L'EXPIRATION DU DEVIS ENREGISTRE
       77 WS-HAUSSE-PREVUE  PIC X(1) VALUE 'N'.
           88 HAUSSE-PREVUE     VALUE 'O'.

      * DISPONIBILITE DES LIGNES (LINK A5PROM) : QUANTITE DU PRODUIT
      * CUMULEE SUR LE DEVIS, PREMIER PRODUIT EN RUPTURE A LA
      * CONVERSION, DATE DE PROMESSE REMISE EN JJ/MM/AAAA
           COPY A5PROMCA.
       77 WS-RESP-PROM      PIC S9(8) COMP.
       77 WS-QTE-PRODUIT    PIC 9(7) VALUE ZERO.
       77 WS-IDX-CUMUL      PIC 9 VALUE ZERO.
       77 ED-LIGNE          PIC 9.
       77 WS-CV-P-NO-PREC   PIC X(3).
       77 WS-RUPT-P-NO      PIC X(3).
       77 WS-RUPT-REPONSE   PIC X(1).
       77 WS-RUPT-DATE      PIC X(10).
       01 WS-DATE-PROM-ISO.
           05 WS-DP-AAAA    PIC X(4).
           05 FILLER        PIC X(1).
           05 WS-DP-MM      PIC X(2).
           05 FILLER        PIC X(1).
           05 WS-DP-JJ      PIC X(2).
       77 WS-DATE-PROM-AFF  PIC X(10).

      * ZONE D'ECHANGE DU CONTROLE D'HABILITATION (LINK A5HABIL)
           COPY A5HABCA.
       77 WS-RESP-HAB   PIC S9(8) COMP.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 ERR-MESS-LK PIC X(60).
           05 SEC-SMPDF56 PIC X(10).
           05 LK-ROLE-CNX PIC X(1).
           05 LK-SUBSTITUTIONS PIC X(28).
           05 LK-RUPTURES      PIC X(20).
           05 LK-DEVIS-RUPT    PIC 9(7).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      * RECUPERATION DU ROLE, COMME DANS A5CMDE
               MOVE LK-ROLE-CNX TO ZONE-ROLE
           END-IF

      * SUCCESSEURS PROPOSES ET RUPTURES SIGNALEES AU PASSAGE
      * PRECEDENT
           IF EIBCALEN < LENGTH OF ZONE
               MOVE SPACES TO ZONE-SUBSTITUTIONS
               MOVE SPACES TO ZONE-RUPTURES
               MOVE ZERO TO ZONE-DEVIS-RUPT
           ELSE
               MOVE LK-SUBSTITUTIONS TO ZONE-SUBSTITUTIONS
               MOVE LK-RUPTURES TO ZONE-RUPTURES
               MOVE LK-DEVIS-RUPT TO ZONE-DEVIS-RUPT
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5DV'

           MOVE ZERO TO WS-NB-LIGNES
           MOVE ZERO TO WS-TOTAL-DEVIS

      * L'ENREGISTREMENT D'UN DEVIS EST SOUMIS AU DROIT 'C' DE LA
      * TRANSACTION T5DV DANS LA TABLE DES HABILITATIONS
           MOVE 'T5DV' TO HBL-TRANS
           MOVE 'C' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP

      *****************************************************
      * VALIDATION DES LIGNES SAISIES, MEMES REGLES QUE
      * A5CMDE : PRODUIT AU CATALOGUE ET NON RETIRE (OU
      * SUCCESSEUR PROPOSE A L'ECRAN), QUANTITE NUMERIQUE
      * NON NULLE, PRIX CATALOGUE
      *****************************************************
       CONTROLER-LIGNES-DEVIS.
           PERFORM VARYING WS-IDX-SAISIE FROM 1 BY 1
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       IF PROD-DISCONTINUED = 'O'
                           PERFORM PROPOSER-SUCCESSEUR
                       ELSE
                           PERFORM APPLIQUER-SUBST-VALIDEE
                           PERFORM APPLIQUER-PRIX-CONTRAT
                           ADD 1 TO WS-NB-LIGNES
                           SET IDX-LD TO WS-NB-LIGNES
                           MOVE WS-P-NO-SAISI TO LD-P-NO(IDX-LD)
                           MOVE PROD-PRICE TO LD-PRIX(IDX-LD)
                           COMPUTE WS-TOTAL-DEVIS = WS-TOTAL-DEVIS
                               + (WS-QTE-NUM * PROD-PRICE)
                           PERFORM CONTROLER-DISPONIBILITE
                       END-IF
                   WHEN SQLCODE = 100
                       MOVE 'Produit inconnu au catalogue.' TO MESS1O
           END-IF
           .

      *****************************************************
      * LIGNE EN RUPTURE AU DEPOT EU, COMME DANS A5CMDE : LA
      * DATE DE PROMESSE EST AFFICHEE ET LA LIGNE N'EST
      * ACCEPTEE QU'AU PASSAGE SUIVANT, PRODUIT ET QUANTITE
      * INCHANGES. UN KIT N'EST PAS CONTROLE ICI
      *****************************************************
       CONTROLER-DISPONIBILITE.
           MOVE ZERO TO WS-QTE-PRODUIT
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-LIGNES
               IF LD-P-NO(WS-IDX-CUMUL) = LD-P-NO(IDX-LD)
                   ADD LD-QTE(WS-IDX-CUMUL) TO WS-QTE-PRODUIT
               END-IF
           END-PERFORM

           MOVE LD-P-NO(IDX-LD) TO PRM-P-NO
           PERFORM APPELER-A5PROM

           EVALUATE TRUE
               WHEN WS-CONT-OP NOT = ZERO
                   CONTINUE
               WHEN PROMESSE-IMMEDIATE OR PROMESSE-KIT
                   MOVE SPACES TO ZONE-RUPT(WS-IDX-SAISIE)
               WHEN ZR-P-NO(WS-IDX-SAISIE) = LD-P-NO(IDX-LD)
                    AND ZR-QTE(WS-IDX-SAISIE) = LD-QTE(IDX-LD)
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-RUPTURE
           END-EVALUATE
           .

       SIGNALER-RUPTURE.
           MOVE LD-P-NO(IDX-LD) TO ZR-P-NO(WS-IDX-SAISIE)
           MOVE LD-QTE(IDX-LD) TO ZR-QTE(WS-IDX-SAISIE)
           MOVE WS-IDX-SAISIE TO ED-LIGNE
           MOVE SPACES TO MESS1O
           IF PROMESSE-DIFFEREE
               MOVE PRM-DATE-PROMESSE TO WS-DATE-PROM-ISO
               PERFORM FORMATER-DATE-PROMESSE
               STRING 'Ligne ' ED-LIGNE ' : rupture, livrable le '
                      WS-DATE-PROM-AFF '. ENTREE confirme.'
                   DELIMITED BY SIZE INTO MESS1O
               END-STRING
           ELSE
               STRING 'Ligne ' ED-LIGNE ' : rupture, pas d''arrivage '
                      'suffisant. ENTREE confirme.'
                   DELIMITED BY SIZE INTO MESS1O
               END-STRING
           END-IF
           MOVE DFHRED TO MESS1C
           MOVE 1 TO WS-CONT-OP
           .

      * DISPONIBLE A PROMETTRE AU DEPOT EU, D'OU PARTENT LES
      * COMMANDES SAISIES EN DIRECT ET LES DEVIS CONVERTIS
       APPELER-A5PROM.
           MOVE 'EU' TO PRM-DEPOT
           MOVE WS-QTE-PRODUIT TO PRM-QTE
           EXEC CICS LINK
               PROGRAM('A5PROM')
               COMMAREA(ZONE-PROMESSE)
               LENGTH(LENGTH OF ZONE-PROMESSE)
               RESP(WS-RESP-PROM)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-PROM NOT = DFHRESP(NORMAL)
                   INITIALIZE ZONE-ED
                   MOVE 'RESP' TO ERR-TYPE
                   MOVE WS-RESP-PROM TO ERR-ED
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FORMATER-DATE-PROMESSE.
           MOVE SPACES TO WS-DATE-PROM-AFF
           STRING WS-DP-JJ '/' WS-DP-MM '/' WS-DP-AAAA
               DELIMITED BY SIZE INTO WS-DATE-PROM-AFF
           END-STRING
           .

      *****************************************************
      * PRODUIT RETIRE : SON SUCCESSEUR EST PORTE SUR LA
      * LIGNE DE L'ECRAN, COMME DANS A5CMDE ; LE DEVIS N'EST
      * PAS ENREGISTRE AVANT VALIDATION
      *****************************************************
       PROPOSER-SUCCESSEUR.
           MOVE PROD-P-NO TO SUB-P-NO
           EXEC SQL
               SELECT P_NO_SUCC, REGLE_PRIX
               INTO :SUB-P-NO-SUCC, :SUB-REGLE-PRIX
               FROM API6.SUBSTITUTIONS
               WHERE P_NO = :SUB-P-NO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SUB-P-NO TO ZS-P-NO-ANCIEN(WS-IDX-SAISIE)
                   MOVE SUB-P-NO-SUCC TO ZS-P-NO-SUCC(WS-IDX-SAISIE)
                   MOVE SUB-REGLE-PRIX TO ZS-REGLE(WS-IDX-SAISIE)
                   EVALUATE WS-IDX-SAISIE
                       WHEN 1
                           MOVE SUB-P-NO-SUCC TO P1O
                       WHEN 2
                           MOVE SUB-P-NO-SUCC TO P2O
                       WHEN 3
                           MOVE SUB-P-NO-SUCC TO P3O
                       WHEN OTHER
                           MOVE SUB-P-NO-SUCC TO P4O
                   END-EVALUATE
                   MOVE SPACES TO MESS1O
                   STRING 'Retiré : successeur ' SUB-P-NO-SUCC
                          ' proposé, validez.'
                       DELIMITED BY SIZE INTO MESS1O
                   END-STRING
                   MOVE 1 TO WS-CONT-OP
               WHEN SQLCODE = 100
                   MOVE 'Produit retiré du catalogue.' TO MESS1O
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * LIGNE PORTANT LE SUCCESSEUR PROPOSE AU PASSAGE
      * PRECEDENT : EN REGLE 'C' LA LIGNE EST COTEE AU PRIX
      * DU PRODUIT DEMANDE
      *****************************************************
       APPLIQUER-SUBST-VALIDEE.
           MOVE SPACE TO WS-SUBST-REGLE
           IF ZS-P-NO-ANCIEN(WS-IDX-SAISIE) NOT = SPACES
              AND ZS-P-NO-SUCC(WS-IDX-SAISIE) = WS-P-NO-SAISI
               MOVE ZS-REGLE(WS-IDX-SAISIE) TO WS-SUBST-REGLE
               IF WS-SUBST-REGLE = 'C'
                   MOVE ZS-P-NO-ANCIEN(WS-IDX-SAISIE) TO PROD-P-NO
                   EXEC SQL
                       SELECT PRICE
                       INTO :PROD-PRICE
                       FROM API6.PRODUCTS
                       WHERE P_NO = :PROD-P-NO
                   END-EXEC
                   IF SQLCODE NOT = 0
                       PERFORM SIGNALER-ERREUR-SQL
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * PRIX CONTRACTUEL DU CLIENT SUR LE PRODUIT, EN
      * VIGUEUR A LA DATE DU JOUR : IL REMPLACE LE PRIX
      * CATALOGUE DE LA LIGNE (MEME REGLE QUE MAJDB ; LES
      * CONTRATS DE COMPTE MERE SONT ECLATES PAR CTRPRIX)
      *****************************************************
       APPLIQUER-PRIX-CONTRAT.
           MOVE CUST-C-NO TO CTR-C-NO
           MOVE PROD-P-NO TO CTR-P-NO
           EXEC SQL
               SELECT PRIX_NET
               INTO :CTR-PRIX-NET
               FROM API6.CONTRACT_PRICES
               WHERE C_NO = :CTR-C-NO
                 AND P_NO = :CTR-P-NO
                 AND DATE_DEBUT <= CURRENT DATE
                 AND DATE_FIN >= CURRENT DATE
               ORDER BY DATE_DEBUT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE CTR-PRIX-NET TO PROD-PRICE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE
           .

      *****************************************************
      * ATTRIBUTION DU NUMERO DE DEVIS (MAX+1) PUIS
      * INSERTION DU DEVIS ET DE SES LIGNES, EXPIRATION A

           IF WS-CONT-OP = ZERO
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SPACES TO ZONE-SUBSTITUTIONS
               MOVE SPACES TO ZONE-RUPTURES
               MOVE WS-NOUVEAU-Q-NO TO ED-Q-NO
               MOVE ED-Q-NO TO DEVNOO
               MOVE 'Devis enregistré.' TO MESS1O
               MOVE DFHDFT TO MESS1C
               PERFORM CONTROLER-HAUSSES-PREVUES
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF
           .

      *****************************************************
      * AVERTISSEMENT SI UNE HAUSSE EST PLANIFIEE SUR UN
      * PRODUIT DU DEVIS AVANT SA DATE D'EXPIRATION : LA
      * PREMIERE TROUVEE EST CITEE. LE DEVIS EST DEJA
      * VALIDE, UN INCIDENT DE LECTURE N'EST PAS SIGNALE
      *****************************************************
       CONTROLER-HAUSSES-PREVUES.
           MOVE 'N' TO WS-HAUSSE-PREVUE
           PERFORM VARYING IDX-LD FROM 1 BY 1
               UNTIL IDX-LD > WS-NB-LIGNES OR HAUSSE-PREVUE
               MOVE LD-P-NO(IDX-LD) TO PXF-P-NO
               EXEC SQL
                   SELECT CHAR(F.DATE_EFFET, ISO)
                   INTO :PXF-DATE-EFFET
                   FROM API6.PRIX_FUTURS F
                   INNER JOIN API6.PRODUCTS P ON P.P_NO = F.P_NO
                   WHERE F.P_NO = :PXF-P-NO
                     AND F.STATUT = 'A'
                     AND F.DATE_EFFET <= :QTE-DATE-EXPIR
                     AND F.NOUVEAU_PRIX > P.PRICE
                   ORDER BY F.DATE_EFFET
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'O' TO WS-HAUSSE-PREVUE
                   MOVE SPACES TO MESS1O
                   STRING 'Devis enregistré - hausse ' PXF-P-NO
                          ' le ' PXF-DATE-EFFET ' avant échéance.'
                       DELIMITED BY SIZE INTO MESS1O
                   END-STRING
               END-IF
           END-PERFORM
           .

      * DATE DU JOUR ET EXPIRATION A +30 JOURS AU FORMAT ISO
       CALCULER-DATES-DEVIS.
           MOVE EIBDATE TO WS-EIBDATE-X
           MOVE ZERO TO WS-TOTAL-DEVIS
           MOVE ZERO TO WS-NB-LIGNES-CONV

      * CONVERSION SOUMISE AU DROIT 'V' DE LA TRANSACTION T5DV
           MOVE 'T5DV' TO HBL-TRANS
           MOVE 'V' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-CREDIT-CONVERSION
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-DISPO-CONVERSION
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM ENREGISTRER-COMMANDE-DEVIS
           END-IF
           .

      *****************************************************
      * DISPONIBILITE DES LIGNES DU DEVIS AU MOMENT DE LA
      * CONVERSION (LES LIGNES SONT LUES PAR PRODUIT, LA
      * QUANTITE EST CUMULEE SUR UN MEME PRODUIT) : LE
      * PREMIER PRODUIT EN RUPTURE EST SIGNALE AVEC SA DATE
      * DE PROMESSE ET LE DEVIS EST MEMORISE ; UN NOUVEAU
      * PF7 SUR LE MEME DEVIS CONFIRME LA CONVERSION
      *****************************************************
       CONTROLER-DISPO-CONVERSION.
           MOVE SPACES TO WS-RUPT-P-NO
           MOVE SPACES TO WS-CV-P-NO-PREC
           MOVE ZERO TO WS-QTE-PRODUIT

           EXEC SQL
               OPEN CQITEMS
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               PERFORM FETCH-LIGNE-DEVIS
               PERFORM UNTIL SQLCODE = 100
                          OR WS-CONT-OP NOT = ZERO
                   PERFORM CONTROLER-DISPO-LIGNE-DEVIS
                   PERFORM FETCH-LIGNE-DEVIS
               END-PERFORM

               EXEC SQL
                   CLOSE CQITEMS
               END-EXEC
           END-IF

           IF WS-CONT-OP = ZERO AND WS-RUPT-P-NO NOT = SPACES
              AND ZONE-DEVIS-RUPT NOT = QTE-Q-NO
               MOVE QTE-Q-NO TO ZONE-DEVIS-RUPT
               MOVE SPACES TO MESS1O
               IF WS-RUPT-REPONSE = 'D'
                   MOVE WS-RUPT-DATE TO WS-DATE-PROM-ISO
                   PERFORM FORMATER-DATE-PROMESSE
                   STRING 'Produit ' WS-RUPT-P-NO
                          ' : rupture, livrable le '
                          WS-DATE-PROM-AFF '. PF7 confirme.'
                       DELIMITED BY SIZE INTO MESS1O
                   END-STRING
               ELSE
                   STRING 'Produit ' WS-RUPT-P-NO
                          ' : pas d''arrivage suffisant.'
                          ' PF7 confirme.'
                       DELIMITED BY SIZE INTO MESS1O
                   END-STRING
               END-IF
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           END-IF
           .

       CONTROLER-DISPO-LIGNE-DEVIS.
           IF WS-CV-P-NO NOT = WS-CV-P-NO-PREC
               MOVE ZERO TO WS-QTE-PRODUIT
               MOVE WS-CV-P-NO TO WS-CV-P-NO-PREC
           END-IF
           ADD WS-CV-QTE TO WS-QTE-PRODUIT

           MOVE WS-CV-P-NO TO PRM-P-NO
           PERFORM APPELER-A5PROM

           IF WS-CONT-OP = ZERO AND WS-RUPT-P-NO = SPACES
              AND (PROMESSE-DIFFEREE OR PROMESSE-IMPOSSIBLE)
               MOVE WS-CV-P-NO TO WS-RUPT-P-NO
               MOVE PRM-REPONSE TO WS-RUPT-REPONSE
               MOVE PRM-DATE-PROMESSE TO WS-RUPT-DATE
           END-IF
           .

      * REFUS POLI DE LA SAISIE PENDANT LES ETAPES CRITIQUES DE LA
      * CHAINE DE NUIT (DRAPEAU 'B' DE API6.RUN_CONTROL, POSE PAR
      * ORDOBAT VIA BATCHCTL)
           .

      * MEME REGLE DE CREDIT QUE A5CMDE, REVALIDEE AU MOMENT DE LA
      * CONVERSION ET NON A LA DATE DU DEVIS ; UN CLIENT INTRAGROUPE
      * (API6.CLIENTS_INTERCO) N'EST JAMAIS BLOQUE
       CONTROLER-CREDIT-CONVERSION.
           MOVE QTE-C-NO TO CUST-C-NO
           EXEC SQL
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           MOVE 'N' TO WS-CLIENT-INTERCO
           IF WS-CONT-OP = ZERO
               MOVE CUST-C-NO TO CICO-C-NO
               EXEC SQL
                   SELECT ENTITE
                   INTO :CICO-ENTITE
                   FROM API6.CLIENTS_INTERCO
                   WHERE C_NO = :CICO-C-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE 'O' TO WS-CLIENT-INTERCO
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF

           IF WS-CONT-OP = ZERO AND NOT CLIENT-INTERCO
               COMPUTE WS-BALANCE-APRES =
                   CUST-BALANCE + WS-TOTAL-DEVIS
               IF CUST-CREDIT-LIMIT > ZERO
           IF WS-CONT-OP = ZERO
               EXEC SQL
                   UPDATE API6.QUOTES
                   SET STATUT = 'C',
                       O_NO = :WS-NOUVEAU-O-NO,
                       DATE_CONV = :WS-DATE-JOUR-ISO
                   WHERE Q_NO = :QTE-Q-NO
               END-EXEC
               IF SQLCODE NOT = 0

           IF WS-CONT-OP = ZERO
               EXEC CICS SYNCPOINT END-EXEC
               MOVE ZERO TO ZONE-DEVIS-RUPT
               MOVE WS-NOUVEAU-O-NO TO ED-O-NO
               MOVE ED-O-NO TO CMDNOO
               MOVE 'Devis converti en commande.' TO MESS1O
               MOVE WS-NOUVEAU-O-NO TO ORD-O-NO
               MOVE QTE-S-NO TO ORD-S-NO
               MOVE QTE-C-NO TO ORD-C-NO
      * ECHEANCE = DATE DU JOUR PLUS LE DELAI NET DES CONDITIONS DE
      * PAIEMENT DU CLIENT (30 JOURS SI CODE ABSENT OU INCONNU)
               MOVE 30 TO WS-JOURS-NET
               EXEC SQL
                   SELECT VALUE(T.JOURS_NET, 30)
                   INTO :WS-JOURS-NET
                   FROM API6.CUSTOMERS C
                   LEFT OUTER JOIN API6.PAYMENT_TERMS T
                       ON T.CODE_COND = C.CODE_COND
                   WHERE C.C_NO = :ORD-C-NO
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO

      * LES COMMANDES ISSUES D'UN DEVIS PORTENT LA REGION 'DIR'
      * (VENTE DIRECTE), COMME CELLES DE A5CMDE
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           CURRENT DATE, 'DIR',
                           CURRENT DATE + :WS-JOURS-NET DAYS)
               END-EXEC
           END-IF
           .
           END-IF
           .

      * LE DECREMENT EST DOUBLE SUR LA LIGNE API6.STOCKS_DEPOT DU
      * DEPOT EU, QUI PREPARE LES VENTES DIRECTES, COMME MAJDB POUR
      * LES FLUX ; UNE LIGNE DE DEPOT ABSENTE EST CREEE EN NEGATIF
       DECREMENTER-UN-STOCK.
           EXEC SQL
               UPDATE API6.STOCKS
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE STK-P-NO TO SDEP-P-NO
               MOVE 'EU' TO SDEP-DEPOT
               EXEC SQL
                   UPDATE API6.STOCKS_DEPOT
                   SET QTE_STOCK = QTE_STOCK - :STK-QTE-STOCK
                   WHERE P_NO = :SDEP-P-NO
                     AND DEPOT = :SDEP-DEPOT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       COMPUTE SDEP-QTE-STOCK = ZERO - STK-QTE-STOCK
                       EXEC SQL
                           INSERT INTO API6.STOCKS_DEPOT
                           (P_NO, DEPOT, QTE_STOCK)
                           VALUES (:SDEP-P-NO, :SDEP-DEPOT,
                                   :SDEP-QTE-STOCK)
                       END-EXEC
                       IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
                           PERFORM SIGNALER-ERREUR-SQL
                       END-IF
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF
           .

       SIGNALER-ERREUR-SQL.
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
