      * FINIR AVEC LE TABLEUR RETAPE DANS VENTESEU : LE CLIENT, LE
      * VENDEUR ET CHAQUE PRODUIT SONT VALIDES CONTRE DB2 COMME
      * A5PART VALIDE LES PIECES, LES LIGNES SONT PRICEES AU
      * CATALOGUE (PRODUITS RETIRES REFUSES, SAUF A PROPOSER LEUR
      * SUCCESSEUR DE API6.SUBSTITUTIONS, QUE L'OPERATEUR VALIDE PAR
      * UN NOUVEL ENTREE), LA LIMITE DE CREDIT EST
      * CONTROLEE AVANT ACCEPTATION (MEME REGLE QUE MAJ-BALANCE-
      * CLIENT DANS MAJDB, QUI N'Y SOUMET PAS LES CLIENTS INTRAGROUPE
      * DE API6.CLIENTS_INTERCO), PUIS LA COMMANDE EST INSEREE DANS
      * ORDERS/ITEMS AVEC DECREMENT DU STOCK ET MAJ DE LA BALANCE --
      * ELLE PART DONC DANS L'EXTRACTION ET LA FACTURATION DU SOIR
      * MEME. LE NUMERO ATTRIBUE (MAX+1) EST RENVOYE A L'ECRAN.
      * UNE COMMANDE INHABITUELLE POUR LE CLIENT (SOUS-PROGRAMME
      * SCORECMD, COMME DANS MAJDB) EST ENREGISTREE MAIS INSCRITE EN
      * REVUE (API6.REVUE_COMMANDES) : ELLE N'EST NI PREPAREE NI
      * EXTRAITE TANT QU'UN SUPERVISEUR NE L'A PAS LIBEREE (A5REVU).
      * UNE COMMANDE PEUT APPELER UN ACCORD CADRE DU CLIENT
      * (API6.ACCORDS_CADRE) : LES LIGNES SUR LE PRODUIT DE L'ACCORD
      * SONT PRICEES AU PRIX ACCORDE ET DECOMPTEES DU RESTE A APPELER ;
      * AU-DELA DU RESTE, LA LIGNE EST REFUSEE (REGLE 'R') OU PRICEE
      * AU PRIX HABITUEL (REGLE 'C'), COMME DANS MAJDB.
      * UNE LIGNE QUI PARTIRAIT EN RELIQUAT (QUANTITE DU PRODUIT SUR
      * LA COMMANDE AU-DELA DU DISPONIBLE IMMEDIAT DU DEPOT EU,
      * CALCULE PAR A5PROM COMME A L'ECRAN A5DISP) N'EST PAS ACCEPTEE
      * D'EMBLEE : LA DATE A LAQUELLE ELLE PEUT ETRE PROMISE EST
      * AFFICHEE ET L'OPERATEUR CONFIRME PAR UN NOUVEL ENTREE, SANS
      * CHANGER NI PRODUIT NI QUANTITE, APRES EN AVOIR CONVENU AVEC
      * LE CLIENT.
      *   ENTREE : VALIDATION ET ENREGISTREMENT DE LA COMMANDE
      *   CLEAR  : SORTIE
      * LA MAP MS5CMDE PORTE LE CLIENT (CNO), LE VENDEUR (ENO), LE
      * CODE DE L'ADRESSE DE LIVRAISON (LIVR, A BLANC = ADRESSE DE
      * FACTURATION), LE CODE DE L'ACCORD CADRE APPELE (ACC,
      * OPTIONNEL) ET QUATRE LIGNES PRODUIT/QUANTITE (P1/Q1 A P4/Q4).
      ******************************************************************
000400 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
               INCLUDE STOCK
           END-EXEC.

           EXEC SQL
               INCLUDE STOCKDEP
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE KIT
           END-EXEC.

           EXEC SQL
               INCLUDE CONTRAT
           END-EXEC.

           EXEC SQL
               INCLUDE SHIPTO
           END-EXEC.

           EXEC SQL
               INCLUDE SUBST
           END-EXEC.

           EXEC SQL
               INCLUDE SUBSTLIG
           END-EXEC.

           EXEC SQL
               INCLUDE REVUECMD
           END-EXEC.

           EXEC SQL
               INCLUDE ACCORD
           END-EXEC.

           EXEC SQL
               INCLUDE APPELACC
           END-EXEC.

           EXEC SQL
               INCLUDE CLIICO
           END-EXEC.

      * NOMENCLATURE DU KIT DE LA LIGNE EN COURS : UNE LIGNE SUR UN
      * KIT EST PRICEE AU PRIX CATALOGUE DU KIT ET FACTUREE EN UNE
      * LIGNE, MAIS LE STOCK DECREMENTE EST CELUI DES COMPOSANTS,
      * DFHCOMMAREA : LE ROLE RECU DE A5CNX AU PREMIER PASSAGE Y EST
      * CONSERVE ; ENTREE DIRECTE SANS COMMAREA = ROLE A BLANC, LA
      * SAISIE EST ALORS REFUSEE
      * LES SUCCESSEURS PROPOSES A L'ECRAN, PAR LIGNE DE SAISIE,
      * SONT CONSERVES D'UN PASSAGE A L'AUTRE POUR RECONNAITRE LA
      * VALIDATION DE LA PROPOSITION ET EN GARDER LA TRACE ; DE MEME
      * LES LIGNES SIGNALEES EN RUPTURE, POUR RECONNAITRE LEUR
      * CONFIRMATION
       01 ZONE.
           05 ZONE-ERR-MESS PIC X(60).
           05 ZONE-SEC      PIC X(10).
           05 ZONE-ROLE     PIC X(1).
           05 FILLER        PIC X(5).
           05 ZONE-SUBSTITUTIONS.
               10 ZONE-SUBST OCCURS 4 TIMES.
                   15 ZS-P-NO-ANCIEN PIC X(3).
                   15 ZS-P-NO-SUCC   PIC X(3).
                   15 ZS-REGLE       PIC X(1).
           05 ZONE-RUPTURES.
               10 ZONE-RUPT OCCURS 4 TIMES.
                   15 ZR-P-NO        PIC X(3).
                   15 ZR-QTE         PIC 9(2).

       01 ERR-MESS PIC X(60) VALUE 'FIN'.
       01 ZONE-ED.
               10 LC-P-NO       PIC X(3).
               10 LC-QTE        PIC 9(2).
               10 LC-PRIX       PIC S9(3)V9(2) USAGE COMP-3.
               10 LC-P-NO-ANCIEN PIC X(3).
               10 LC-REGLE      PIC X(1).
               10 LC-ACCORD     PIC X(1).

       77 WS-IDX-SAISIE     PIC 9 VALUE ZERO.
       77 WS-P-NO-SAISI     PIC X(3).
       77 WS-QTE-SAISIE     PIC X(2).
       77 WS-TOTAL-CMDE     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-BALANCE-APRES  PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-CLIENT-INTERCO PIC X(1) VALUE 'N'.
           88 CLIENT-INTERCO    VALUE 'O'.
       77 WS-NOUVEAU-O-NO   PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-QTE-NUM        PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 ED-O-NO           PIC 9(7).
           88 DLIV-VALIDE       VALUE 'O'.
           88 DLIV-INVALIDE     VALUE 'N'.

      * CODE DE L'ADRESSE DE LIVRAISON (SHIP_TO DU CLIENT), OPTIONNEL,
      * PORTE SUR ORDERS.CODE_LIVR
       77 WS-CODE-LIVR      PIC X(3) VALUE SPACES.

      * ACCORD CADRE APPELE PAR LA COMMANDE, OPTIONNEL : RESTE A
      * APPELER DECOMPTE AU FIL DES LIGNES SAISIES ; LA LIGNE PRICEE
      * AU PRIX ACCORDE EST MARQUEE 'O' (LC-ACCORD)
       77 WS-ACC-CODE       PIC X(3) VALUE SPACES.
       77 WS-ACC-P-NO       PIC X(3) VALUE SPACES.
       77 WS-ACC-RESTE      PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-LIGNE-ACCORD   PIC X(1) VALUE 'N'.

      * DELAI NET DES CONDITIONS DE PAIEMENT DU CLIENT, POUR LA DATE
      * D'ECHEANCE PORTEE SUR ORDERS.DATE_ECHEANCE
       77 WS-JOURS-NET      PIC S9(3)V USAGE COMP-3 VALUE 30.

      * SUBSTITUTION VALIDEE SUR LA LIGNE EN COURS : REGLE 'C' = LA
      * LIGNE GARDE LE PRIX DU PRODUIT COMMANDE, 'S' = PRIX DU
      * SUCCESSEUR (MEMES REGLES QUE MAJDB)
       77 WS-SUBST-ANCIEN   PIC X(3) VALUE SPACES.
       77 WS-SUBST-REGLE    PIC X(1) VALUE SPACE.

      * CONTROLE DE COMMANDE INHABITUELLE (CALL SCORECMD) ; UN MOTIF
      * NON BLANC ENVOIE LA COMMANDE EN REVUE
       77 WS-SCO-TYPE       PIC X(1).
       77 WS-SCO-MONTANT    PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-NB-HIST    PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-MOYENNE    PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-QTE        PIC S9(5) USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-MOTIF      PIC X(4) VALUE SPACES.
       77 WS-SCO-REFERENCE  PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-P-NO       PIC X(3) VALUE SPACES.
       77 WS-SCO-COMPTE     PIC S9(9) USAGE COMP-3 VALUE ZERO.
       77 WS-SCO-QTE-MOY    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.

      * DISPONIBILITE DE LA LIGNE EN COURS (LINK A5PROM) : QUANTITE
      * DU PRODUIT CUMULEE SUR LES LIGNES DEJA VALIDEES, DATE DE
      * PROMESSE REMISE EN JJ/MM/AAAA POUR LE MESSAGE
           COPY A5PROMCA.
       77 WS-RESP-PROM      PIC S9(8) COMP.
       77 WS-QTE-PRODUIT    PIC 9(7) VALUE ZERO.
       77 WS-IDX-CUMUL      PIC 9 VALUE ZERO.
       77 ED-LIGNE          PIC 9.
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
      * LA QUEUE DE COMMAREA N'EST PRESENTE QUE LORS D'UNE ARRIVEE
      * DEPUIS LES ECRANS DE RECHERCHE (A5CHCLI/A5CHPRO) : ELLE
           05 LK-ROLE-CNX PIC X(1).
           05 LK-CLE-TYPE PIC X(1).
           05 LK-CLE      PIC X(4).
           05 LK-SUBSTITUTIONS PIC X(28).
           05 LK-RUPTURES      PIC X(20).

       PROCEDURE DIVISION USING DFHCOMMAREA.
      * RECUPERATION DU ROLE, COMME DANS A5CMAJ
               MOVE LK-ROLE-CNX TO ZONE-ROLE
           END-IF

      * SUCCESSEURS PROPOSES ET RUPTURES SIGNALEES AU PASSAGE
      * PRECEDENT
           IF EIBCALEN < LENGTH OF ZONE
               MOVE SPACES TO ZONE-SUBSTITUTIONS
               MOVE SPACES TO ZONE-RUPTURES
           ELSE
               MOVE LK-SUBSTITUTIONS TO ZONE-SUBSTITUTIONS
               MOVE LK-RUPTURES TO ZONE-RUPTURES
           END-IF

           EVALUATE EIBTRNID
            WHEN 'T5CD'

           MOVE ZERO TO WS-NB-LIGNES
           MOVE ZERO TO WS-TOTAL-CMDE

      * L'ENREGISTREMENT D'UNE COMMANDE EST SOUMIS AU DROIT 'C' DE LA
      * TRANSACTION T5CD DANS LA TABLE DES HABILITATIONS
           MOVE 'T5CD' TO HBL-TRANS
           MOVE 'C' TO HBL-ACTION
           PERFORM CONTROLER-HABILITATION
           IF NOT HABILITATION-ACCORDEE
               MOVE 'Accès non autorisé.' TO MESS1O
               MOVE DFHRED TO MESS1C
               MOVE 1 TO WS-CONT-OP
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-DATE-LIVRAISON
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-CODE-LIVRAISON
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-ACCORD-CADRE
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-LIGNES-CMDE
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM CONTROLER-CREDIT-CMDE
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM SCORER-COMMANDE
           END-IF
           IF WS-CONT-OP = ZERO
               PERFORM ENREGISTRER-COMMANDE
           END-IF
           END-IF
           .

      *****************************************************
      * ADRESSE DE LIVRAISON, OPTIONNELLE : LE CODE SAISI
      * DOIT DESIGNER UNE ADRESSE DU CLIENT DANS SHIP_TO
      *****************************************************
       CONTROLER-CODE-LIVRAISON.
           MOVE SPACES TO WS-CODE-LIVR
           IF LIVRI = SPACES OR LIVRI = LOW-VALUES
               CONTINUE
           ELSE
               MOVE CNOI TO SHP-C-NO
               MOVE LIVRI TO SHP-CODE-LIVR
               EXEC SQL
                   SELECT CODE_LIVR
                   INTO :SHP-CODE-LIVR
                   FROM API6.SHIP_TO
                   WHERE C_NO = :SHP-C-NO
                     AND CODE_LIVR = :SHP-CODE-LIVR
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE SHP-CODE-LIVR TO WS-CODE-LIVR
                   WHEN SQLCODE = 100
                       MOVE 'Adresse de livraison inconnue pour ce clie
      -                'nt.' TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF
           .

      *****************************************************
      * ACCORD CADRE, OPTIONNEL : LE CODE SAISI DOIT
      * DESIGNER UN ACCORD DU CLIENT EN VIGUEUR CE JOUR
      *****************************************************
       CONTROLER-ACCORD-CADRE.
           MOVE SPACES TO WS-ACC-CODE
           IF ACCI = SPACES OR ACCI = LOW-VALUES
               CONTINUE
           ELSE
               MOVE CNOI TO ACC-C-NO
               MOVE ACCI TO ACC-CODE-ACCORD
               EXEC SQL
                   SELECT P_NO, PRIX_ACCORDE,
                          QTE_ENGAGEE - QTE_APPELEE, REGLE_DEPASS
                   INTO :ACC-P-NO, :ACC-PRIX-ACCORDE,
                        :WS-ACC-RESTE, :ACC-REGLE-DEPASS
                   FROM API6.ACCORDS_CADRE
                   WHERE C_NO = :ACC-C-NO
                     AND CODE_ACCORD = :ACC-CODE-ACCORD
                     AND DATE_DEBUT <= CURRENT DATE
                     AND DATE_FIN >= CURRENT DATE
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       MOVE ACC-CODE-ACCORD TO WS-ACC-CODE
                   WHEN SQLCODE = 100
                       MOVE 'Accord cadre inconnu ou hors validité.'
                       TO MESS1O
                       MOVE 1 TO WS-CONT-OP
                   WHEN OTHER
                       PERFORM SIGNALER-ERREUR-SQL
               END-EVALUATE
           END-IF
           .

       VALIDER-DLIV-CALENDRIER.
           SET DLIV-VALIDE TO TRUE

      *****************************************************
      * VALIDATION DES LIGNES SAISIES : PRODUIT AU
      * CATALOGUE ET NON RETIRE, QUANTITE NUMERIQUE NON
      * NULLE ; LE PRIX EST CELUI DU CATALOGUE. UN PRODUIT
      * RETIRE QUI A UN SUCCESSEUR EST REMPLACE A L'ECRAN
      * PAR CE SUCCESSEUR, A VALIDER PAR L'OPERATEUR
      *****************************************************
       CONTROLER-LIGNES-CMDE.
           PERFORM VARYING WS-IDX-SAISIE FROM 1 BY 1
               EVALUATE TRUE
                   WHEN SQLCODE = 0
                       IF PROD-DISCONTINUED = 'O'
                           PERFORM PROPOSER-SUCCESSEUR
                       ELSE
                           PERFORM APPLIQUER-SUBST-VALIDEE
                           PERFORM APPLIQUER-PRIX-CONTRAT
                           PERFORM APPLIQUER-PRIX-ACCORD
                           ADD 1 TO WS-NB-LIGNES
                           SET IDX-LC TO WS-NB-LIGNES
                           MOVE WS-P-NO-SAISI TO LC-P-NO(IDX-LC)
                           MOVE WS-SUBST-ANCIEN
                               TO LC-P-NO-ANCIEN(IDX-LC)
                           MOVE WS-SUBST-REGLE TO LC-REGLE(IDX-LC)
                           MOVE WS-LIGNE-ACCORD TO LC-ACCORD(IDX-LC)
                           MOVE WS-QTE-SAISIE TO WS-QTE-NUM
                           MOVE WS-QTE-NUM TO LC-QTE(IDX-LC)
                           MOVE PROD-PRICE TO LC-PRIX(IDX-LC)
                           COMPUTE WS-TOTAL-CMDE = WS-TOTAL-CMDE
                               + (WS-QTE-NUM * PROD-PRICE)
                           PERFORM CONTROLER-DISPONIBILITE
                       END-IF
                   WHEN SQLCODE = 100
                       MOVE 'Produit inconnu au catalogue.' TO MESS1O
           END-IF
           .

      *****************************************************
      * LIGNE QUI PARTIRAIT EN RELIQUAT : LA QUANTITE DU
      * PRODUIT SUR LA COMMANDE (LIGNES PRECEDENTES
      * COMPRISES) DEPASSE LE DISPONIBLE IMMEDIAT DU DEPOT
      * EU, D'OU PARTENT LES SAISIES DIRECTES. LA DATE DE
      * PROMESSE EST AFFICHEE ET LA LIGNE N'EST ACCEPTEE
      * QU'AU PASSAGE SUIVANT, PRODUIT ET QUANTITE
      * INCHANGES. UN KIT N'EST PAS CONTROLE ICI
      *****************************************************
       CONTROLER-DISPONIBILITE.
           MOVE ZERO TO WS-QTE-PRODUIT
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-LIGNES
               IF LC-P-NO(WS-IDX-CUMUL) = LC-P-NO(IDX-LC)
                   ADD LC-QTE(WS-IDX-CUMUL) TO WS-QTE-PRODUIT
               END-IF
           END-PERFORM

           MOVE LC-P-NO(IDX-LC) TO PRM-P-NO
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
               WHEN PROMESSE-IMMEDIATE OR PROMESSE-KIT
                   MOVE SPACES TO ZONE-RUPT(WS-IDX-SAISIE)
               WHEN ZR-P-NO(WS-IDX-SAISIE) = LC-P-NO(IDX-LC)
                    AND ZR-QTE(WS-IDX-SAISIE) = LC-QTE(IDX-LC)
                   CONTINUE
               WHEN OTHER
                   PERFORM SIGNALER-RUPTURE
           END-EVALUATE
           .

       SIGNALER-RUPTURE.
           MOVE LC-P-NO(IDX-LC) TO ZR-P-NO(WS-IDX-SAISIE)
           MOVE LC-QTE(IDX-LC) TO ZR-QTE(WS-IDX-SAISIE)
           MOVE WS-IDX-SAISIE TO ED-LIGNE
           MOVE SPACES TO MESS1O
           IF PROMESSE-DIFFEREE
               MOVE PRM-DATE-PROMESSE TO WS-DATE-PROM-ISO
               MOVE SPACES TO WS-DATE-PROM-AFF
               STRING WS-DP-JJ '/' WS-DP-MM '/' WS-DP-AAAA
                   DELIMITED BY SIZE INTO WS-DATE-PROM-AFF
               END-STRING
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

      *****************************************************
      * PRODUIT RETIRE : SON SUCCESSEUR EST PORTE SUR LA
      * LIGNE DE L'ECRAN ET MEMORISE DANS LA COMMAREA ; LA
      * COMMANDE N'EST PAS ENREGISTREE AVANT VALIDATION
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
      * PRECEDENT : LA SUBSTITUTION EST VALIDEE ; EN REGLE
      * 'C' LA LIGNE EST PRICEE SUR LE PRODUIT COMMANDE
      *****************************************************
       APPLIQUER-SUBST-VALIDEE.
           MOVE SPACES TO WS-SUBST-ANCIEN
           MOVE SPACE TO WS-SUBST-REGLE
           IF ZS-P-NO-ANCIEN(WS-IDX-SAISIE) NOT = SPACES
              AND ZS-P-NO-SUCC(WS-IDX-SAISIE) = WS-P-NO-SAISI
               MOVE ZS-P-NO-ANCIEN(WS-IDX-SAISIE) TO WS-SUBST-ANCIEN
               MOVE ZS-REGLE(WS-IDX-SAISIE) TO WS-SUBST-REGLE
               IF WS-SUBST-REGLE = 'C'
                   MOVE WS-SUBST-ANCIEN TO PROD-P-NO
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
      * LIGNE SUR LE PRODUIT DE L'ACCORD CADRE (PRODUIT
      * COMMANDE, AVANT SUBSTITUTION) : PRIX ACCORDE DANS
      * LA LIMITE DU RESTE A APPELER ; AU-DELA, REFUS EN
      * REGLE 'R', PRIX HABITUEL DE LA LIGNE EN REGLE 'C'
      *****************************************************
       APPLIQUER-PRIX-ACCORD.
           MOVE 'N' TO WS-LIGNE-ACCORD
           IF WS-ACC-CODE NOT = SPACES
               IF WS-SUBST-ANCIEN NOT = SPACES
                   MOVE WS-SUBST-ANCIEN TO WS-ACC-P-NO
               ELSE
                   MOVE WS-P-NO-SAISI TO WS-ACC-P-NO
               END-IF
               IF WS-ACC-P-NO = ACC-P-NO
                   MOVE WS-QTE-SAISIE TO WS-QTE-NUM
                   IF WS-QTE-NUM <= WS-ACC-RESTE
                       SUBTRACT WS-QTE-NUM FROM WS-ACC-RESTE
                       MOVE ACC-PRIX-ACCORDE TO PROD-PRICE
                       MOVE 'O' TO WS-LIGNE-ACCORD
                   ELSE
                       IF ACC-REGLE-DEPASS NOT = 'C'
                           MOVE 'Quantité au-delà du reste de l''accor
      -                    'd cadre.' TO MESS1O
                           MOVE 1 TO WS-CONT-OP
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      * MEME REGLE DE CREDIT QUE MAJ-BALANCE-CLIENT DANS
      * MAJDB : LA COMMANDE EST REFUSEE SI ELLE FERAIT
      * DEPASSER LA LIMITE DE CREDIT DU CLIENT
      *****************************************************
      * UN CLIENT INTRAGROUPE (LISTE RECOPIEE DE SOCIECLI PAR MAJDB)
      * N'EST JAMAIS BLOQUE SUR SA LIMITE, COMME DANS MAJDB
       CONTROLER-CREDIT-CMDE.
           MOVE 'N' TO WS-CLIENT-INTERCO
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

           COMPUTE WS-BALANCE-APRES = CUST-BALANCE + WS-TOTAL-CMDE
           IF WS-CONT-OP = ZERO AND NOT CLIENT-INTERCO
              AND CUST-CREDIT-LIMIT > ZERO
              AND WS-BALANCE-APRES > CUST-CREDIT-LIMIT
               MOVE 'Limite de crédit dépassée - commande refusée.'
               TO MESS1O
           END-IF
           .

      *****************************************************
      * MEMES CONTROLES QUE MAJDB : MONTANT CONTRE LES
      * COMMANDES ANTERIEURES DU CLIENT, PUIS CHAQUE LIGNE
      * CONTRE SES ACHATS ANTERIEURS DU PRODUIT ; LE
      * PREMIER MOTIF TROUVE SUFFIT
      *****************************************************
       SCORER-COMMANDE.
           MOVE SPACES TO WS-SCO-MOTIF
           MOVE SPACES TO WS-SCO-P-NO
           MOVE CNOI TO RVC-C-NO

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(T.TOTAL_CMD), 0)
               INTO :WS-SCO-COMPTE,
                    :WS-SCO-MOYENNE
               FROM (SELECT O.O_NO,
                            SUM(I.QUANTITY * I.PRICE) AS TOTAL_CMD
                     FROM API6.ORDERS O
                     INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
                     WHERE O.C_NO = :RVC-C-NO
                     GROUP BY O.O_NO) AS T
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE 'C' TO WS-SCO-TYPE
               MOVE WS-TOTAL-CMDE TO WS-SCO-MONTANT
               MOVE WS-SCO-COMPTE TO WS-SCO-NB-HIST
               MOVE ZERO TO WS-SCO-QTE
               CALL 'SCORECMD' USING WS-SCO-TYPE WS-SCO-MONTANT
                                     WS-SCO-NB-HIST WS-SCO-MOYENNE
                                     WS-SCO-QTE WS-SCO-MOTIF
                                     WS-SCO-REFERENCE
           END-IF

           IF WS-CONT-OP = ZERO AND WS-SCO-MOTIF = SPACES
               PERFORM VARYING IDX-LC FROM 1 BY 1
                   UNTIL IDX-LC > WS-NB-LIGNES
                      OR WS-CONT-OP NOT = ZERO
                      OR WS-SCO-MOTIF NOT = SPACES
                   PERFORM SCORER-LIGNE-CMDE
               END-PERFORM
           END-IF
           .

       SCORER-LIGNE-CMDE.
           MOVE LC-P-NO(IDX-LC) TO ITEM-P-NO

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-SCO-COMPTE
               FROM API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               WHERE O.C_NO = :RVC-C-NO
                 AND I.P_NO = :ITEM-P-NO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC SQL
                   SELECT COALESCE(AVG(DECIMAL(QUANTITY, 7, 2)), 0)
                   INTO :WS-SCO-QTE-MOY
                   FROM API6.ITEMS
                   WHERE P_NO = :ITEM-P-NO
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               MOVE 'L' TO WS-SCO-TYPE
               MOVE WS-SCO-COMPTE TO WS-SCO-NB-HIST
               MOVE WS-SCO-QTE-MOY TO WS-SCO-MOYENNE
               MOVE LC-QTE(IDX-LC) TO WS-SCO-QTE
               CALL 'SCORECMD' USING WS-SCO-TYPE WS-SCO-MONTANT
                                     WS-SCO-NB-HIST WS-SCO-MOYENNE
                                     WS-SCO-QTE WS-SCO-MOTIF
                                     WS-SCO-REFERENCE
               IF WS-SCO-MOTIF NOT = SPACES
                   MOVE LC-P-NO(IDX-LC) TO WS-SCO-P-NO
                   MOVE WS-TOTAL-CMDE TO WS-SCO-MONTANT
               END-IF
           END-IF
           .

      *****************************************************
      * ATTRIBUTION DU NUMERO (MAX+1) PUIS INSERTION DE LA
      * COMMANDE, DE SES LIGNES, DECREMENT DU STOCK ET MAJ
               END-IF
           END-IF

      * COMMANDE INHABITUELLE : INSCRITE EN REVUE DANS LA MEME UNITE
      * DE TRAVAIL, ELLE ATTEND LA DECISION D'UN SUPERVISEUR
           IF WS-CONT-OP = ZERO AND WS-SCO-MOTIF NOT = SPACES
               MOVE WS-NOUVEAU-O-NO TO RVC-O-NO
               MOVE WS-SCO-MOTIF TO RVC-MOTIF
               MOVE WS-SCO-MONTANT TO RVC-MONTANT
               MOVE WS-SCO-REFERENCE TO RVC-REFERENCE
               MOVE WS-SCO-P-NO TO RVC-P-NO
               EXEC SQL
                   INSERT INTO API6.REVUE_COMMANDES
                   (O_NO, C_NO, DATE_REVUE, ORIGINE, MOTIF, MONTANT,
                    REFERENCE, P_NO, STATUT, DATE_DECISION, DECIDEUR,
                    COMMENTAIRE, DATE_APPLIC)
                   VALUES (:RVC-O-NO, :RVC-C-NO,
                           CHAR(CURRENT DATE, ISO), 'A5CMDE',
                           :RVC-MOTIF, :RVC-MONTANT, :RVC-REFERENCE,
                           :RVC-P-NO, 'A', ' ', ' ', ' ', ' ')
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

           IF WS-CONT-OP = ZERO
               EXEC CICS SYNCPOINT END-EXEC
               MOVE SPACES TO ZONE-SUBSTITUTIONS
               MOVE SPACES TO ZONE-RUPTURES
               MOVE WS-NOUVEAU-O-NO TO ED-O-NO
               MOVE ED-O-NO TO CMDNOO
               MOVE DFHDFT TO MESS1C
               IF WS-SCO-MOTIF = SPACES
                   MOVE 'Commande enregistrée.' TO MESS1O
               ELSE
                   MOVE 'Commande enregistrée - en attente de revue.'
                   TO MESS1O
               END-IF
           ELSE
      * LA MOINDRE ERREUR ANNULE TOUTE L'UNITE DE TRAVAIL
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE WS-NOUVEAU-O-NO TO ORD-O-NO
               MOVE ENOI TO ORD-S-NO
               MOVE CNOI TO ORD-C-NO
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

      * LES COMMANDES SAISIES EN LIGNE PORTENT LA REGION 'DIR'
      * (VENTE DIRECTE), POUR LE REPORTING PAR REGION
               MOVE WS-DLIV-ISO TO ORD-DATE-LIVRAISON
               MOVE WS-CODE-LIVR TO ORD-CODE-LIVR
               EXEC SQL
                   INSERT INTO API6.ORDERS
                   (O_NO, S_NO, C_NO, O_DATE, REGION,
                    DATE_LIVRAISON, CODE_LIVR, DATE_ECHEANCE)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           CURRENT DATE, 'DIR',
                           :ORD-DATE-LIVRAISON, :ORD-CODE-LIVR,
                           CURRENT DATE + :WS-JOURS-NET DAYS)
               END-EXEC
           END-IF
           .
               PERFORM SIGNALER-ERREUR-SQL
           END-IF

      * TRACE DE LA SUBSTITUTION POUR L'ACCUSE DE RECEPTION
           IF WS-CONT-OP = ZERO
              AND LC-P-NO-ANCIEN(IDX-LC) NOT = SPACES
               MOVE WS-NOUVEAU-O-NO TO SBL-O-NO
               MOVE LC-P-NO(IDX-LC) TO SBL-P-NO
               MOVE LC-P-NO-ANCIEN(IDX-LC) TO SBL-P-NO-ANCIEN
               MOVE LC-REGLE(IDX-LC) TO SBL-REGLE-PRIX
               MOVE 'A5CMDE' TO SBL-ORIGINE
               EXEC SQL
                   INSERT INTO API6.SUBST_LIGNES
                   (O_NO, P_NO, P_NO_ANCIEN, REGLE_PRIX, ORIGINE,
                    DATE_SUBST)
                   VALUES (:SBL-O-NO, :SBL-P-NO, :SBL-P-NO-ANCIEN,
                           :SBL-REGLE-PRIX, :SBL-ORIGINE, CURRENT DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF

      * APPEL SUR L'ACCORD CADRE : LE RESTE EST RECONTROLE A LA MISE
      * A JOUR, LE BATCH OU UNE AUTRE SAISIE AYANT PU APPELER
      * L'ACCORD ENTRE-TEMPS
           IF WS-CONT-OP = ZERO AND LC-ACCORD(IDX-LC) = 'O'
               PERFORM APPELER-ACCORD-CADRE
           END-IF

      * DECREMENT DU STOCK DISPONIBLE ET DU DEPOT EU, COMME MAJDB A
      * L'INSERTION ; UNE LIGNE SUR UN KIT DECREMENTE SES COMPOSANTS
           IF WS-CONT-OP = ZERO
               PERFORM DECREMENTER-STOCK-LIGNE
           END-IF
           .

       APPELER-ACCORD-CADRE.
           MOVE LC-QTE(IDX-LC) TO APL-QTE
           EXEC SQL
               UPDATE API6.ACCORDS_CADRE
               SET QTE_APPELEE = QTE_APPELEE + :APL-QTE
               WHERE C_NO = :ACC-C-NO
                 AND CODE_ACCORD = :ACC-CODE-ACCORD
                 AND QTE_ENGAGEE - QTE_APPELEE >= :APL-QTE
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'Reste de l''accord cadre épuisé entre-temps.'
                   TO MESS1O
                   MOVE DFHRED TO MESS1C
                   MOVE 1 TO WS-CONT-OP
               WHEN OTHER
                   PERFORM SIGNALER-ERREUR-SQL
           END-EVALUATE

           IF WS-CONT-OP = ZERO
               MOVE WS-NOUVEAU-O-NO TO APL-O-NO
               MOVE LC-P-NO(IDX-LC) TO APL-P-NO
               MOVE ACC-C-NO TO APL-C-NO
               MOVE ACC-CODE-ACCORD TO APL-CODE-ACCORD
               MOVE 'A5CMDE' TO APL-ORIGINE
               EXEC SQL
                   INSERT INTO API6.APPELS_ACCORD
                   (O_NO, P_NO, C_NO, CODE_ACCORD, QTE, DATE_APPEL,
                    ORIGINE)
                   VALUES (:APL-O-NO, :APL-P-NO, :APL-C-NO,
                           :APL-CODE-ACCORD, :APL-QTE, CURRENT DATE,
                           :APL-ORIGINE)
               END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM SIGNALER-ERREUR-SQL
               END-IF
           END-IF
           .

       DECREMENTER-STOCK-LIGNE.
           MOVE LC-P-NO(IDX-LC) TO KIT-KIT-P-NO
           MOVE ZERO TO WS-NB-COMPOSANTS
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
