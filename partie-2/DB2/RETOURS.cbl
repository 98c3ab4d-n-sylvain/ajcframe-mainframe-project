      * TRAITEMENT DES RETOURS CLIENTS : LIT LE FICHIER RETURNS
      * (COMMANDE, PRODUIT, QUANTITE RETOURNEE, CODE MOTIF), DEDUIT
      * LA QUANTITE DE LA LIGNE ITEMS CORRESPONDANTE, DIMINUE
      * CUSTOMERS.BALANCE DU MONTANT RETOURNE, MET LA QUANTITE EN
      * QUARANTAINE AU DEPOT DE LA COMMANDE (API6.RETOURS_QUARANTAINE,
      * HORS STOCK DISPONIBLE JUSQU'A L'INSPECTION PAR INSPRET), ET
      * ECRIT UN ENREGISTREMENT AU FORMAT DE
      * L'EXTRACT (479 OCTETS) DANS LE FICHIER DES AVOIRS, QUE
      * FACTURE SAIT IMPRIMER EN AVOIR (OPTION DOCUMENT 'A' EN SYSIN)
      * AVEC LA MEME MECANIQUE DE MISE EN PAGE QUE LES FACTURES. LES
      * RETOURS INVALIDES (COMMANDE OU LIGNE INCONNUE, QUANTITE
      * SUPERIEURE AU LIVRE) PARTENT DANS UN FICHIER DE SUSPENS.
      * LE RUN EMET SES ECRITURES AU FORMAT JOURNLGL DE FACTURE, PAR
      * ENTITE JURIDIQUE DU CLIENT DE LA COMMANDE (SOCIECLI) : DEBIT
      * RETOURS SUR VENTES / CREDIT CLIENTS DU MONTANT CREDITE, ET
      * DEBIT COMMISSIONS A PAYER / CREDIT COMMISSIONS SUR VENTES DES
      * CLAWBACKS POSES AU LEDGER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PERCTRL.

           SELECT JOURNAL-GL ASSIGN TO JNLRET
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLRET.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

       DATA DIVISION.
       FILE SECTION.
      * LE NUMERO DE RMA EST EXIGE DEPUIS LA MISE EN PLACE DES
      * FACTURE PUISSE IMPRIMER L'AVOIR SANS AUCUNE ADAPTATION
       FD  CREDIT-EXTRACT
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  CREDIT-RECORD.
           05 CRX-COMPANY           PIC X(30).
           05 CRX-ADDRESS           PIC X(100).
           05 CRX-QUANTITY          PIC 9(2).
           05 CRX-PRICE             PIC 9(3)V99.
           05 CRX-LINE-TOTAL        PIC 9(5)V99.
      * ADRESSE DE LIVRAISON DE LA COMMANDE (SHIP_TO DU CODE PORTE
      * PAR ORDERS.CODE_LIVR) ; SANS CODE, C'EST L'ADRESSE DE
      * FACTURATION QUI EST REPRISE. L'ETAT DE LIVRAISON PORTE LA
      * TAXE DE VENTE A LA FACTURATION
           05 CRX-LIV-CODE          PIC X(3).
           05 CRX-LIV-NOM           PIC X(30).
           05 CRX-LIV-ADDRESS       PIC X(100).
           05 CRX-LIV-CITY          PIC X(20).
           05 CRX-LIV-ZIP           PIC X(5).
           05 CRX-LIV-STATE         PIC X(2).
      * ECHEANCE ET CONDITIONS DE PAIEMENT : SANS OBJET POUR UN AVOIR,
      * LAISSEES A BLANC
           05 CRX-DATE-ECH          PIC X(10).
           05 CRX-COND-LIB          PIC X(20).
           05 FILLER                PIC X(1).

       FD RAPPORT-RETOURS.
           05 PCT-PERIODE       PIC X(7).
           05 PCT-STATUT        PIC X(1).

      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAL-GL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-JOURNLGL.
           05 JGL-TYPE               PIC X(1).
           05 JGL-DATE               PIC X(10).
           05 JGL-COMPTE             PIC X(8).
           05 JGL-LIBELLE            PIC X(30).
           05 JGL-SENS               PIC X(1).
           05 JGL-MONTANT            PIC 9(9)V99.
      * ENTITE JURIDIQUE DE L'ECRITURE (BLANC SUR LES TRAILERS)
           05 JGL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(18).

       FD  SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-SOCIECLI.
           05 SCL-C-NO               PIC 9(4).
           05 SCL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(1).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
               INCLUDE COMLEDG
           END-EXEC.

           EXEC SQL
               INCLUDE COMDET
           END-EXEC.

           EXEC SQL
               INCLUDE RETQUAR
           END-EXEC.

      * QUOTES-PARTS DE CREDIT DE LA COMMANDE QUAND LA VENTE A ETE
      * FAITE HORS TERRITOIRE : LE CLAWBACK EST REPARTI ENTRE LES
      * VENDEURS CREDITES DANS LES MEMES PROPORTIONS QUE LA PAIE
           EXEC SQL
               DECLARE CCREDRET CURSOR
               FOR
               SELECT C.E_NO, E.COM, C.QUOTE_PART
               FROM API6.CREDITS_VENTE C
               INNER JOIN API6.EMPLOYEES E ON E.E_NO = C.E_NO
               WHERE C.O_NO = :ORD-O-NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-RETURNS       PIC 99.
       77 FS-RETSUSP       PIC 99.
       77 WS-PRIX-LIGNE    PIC S9(3)V9(2) USAGE COMP-3.
       77 WS-MONTANT-RETOUR PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-QTE-RETOUR    PIC S9(2)V USAGE COMP-3.
       77 WS-REGION-CMD    PIC X(3).

      * EN-TETE DE L'AVOIR, RECUPERE PAR LA MEME JOINTURE QUE LE
      * CURSEUR CORDERS DE L'EXTRACTION
       77 WS-CITY          PIC X(20).
       77 WS-ZIP           PIC X(5).
       77 WS-STATE         PIC X(2).
       77 WS-LIV-CODE      PIC X(3).
       77 WS-LIV-NOM       PIC X(30).
       77 WS-LIV-ADDRESS   PIC X(100).
       77 WS-LIV-CITY      PIC X(20).
       77 WS-LIV-ZIP       PIC X(5).
       77 WS-LIV-STATE     PIC X(2).
       77 WS-AVOIR-C-NO    PIC S9(4)V USAGE COMP-3.
       77 WS-ODATE-ISO     PIC X(10).
       77 WS-DNAME         PIC X(20).
      * NEGATIVE AU TAUX EMPLOYEES.COM EST PORTEE AU LEDGER DES
      * COMMISSIONS SUR LA PERIODE DU RETOUR (DATE_REGLEMENT A BLANC,
      * NETTEE PAR COMSETL DANS LA PROCHAINE PAIE) ; LES TAUX HORS
      * BORNES SONT EXCLUS COMME PARTOUT AILLEURS. CHAQUE CLAWBACK
      * EST AUSSI DETAILLE DANS API6.COMMISSION_DETAIL (TYPE 'C', AVEC
      * LA COMMANDE ET LE PRODUIT D'ORIGINE) POUR LE RELEVE COMRELEV
       77 WS-REP-VENDEUR   PIC S9(2)V USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-COM      PIC S9(1)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-COM-MAX  PIC S9(1)V9(2) USAGE COMP-3 VALUE 0,50.
       77 WS-MONTANT-CLAWBACK PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-PERIODE-RETOUR PIC X(7) VALUE SPACES.
       77 WS-QUOTE-PART    PIC S9(1)V9(2) USAGE COMP-3 VALUE 1.
       77 WS-NB-CREDITS-CMD PIC 9(3) VALUE ZERO.

      * POSE DU CLAWBACK AVEC REPORT SUR LA PERIODE OUVERTE SUIVANTE
      * QUAND LA PERIODE VISEE EST DEJA REGLEE PAR COMSETL
       77 WS-NB-TRAITES    PIC 9(5) VALUE ZERO.
       77 WS-NB-SUSPENS    PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-CREDITE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-QTE-QUARANTAINE PIC 9(7) VALUE ZERO.
       77 ED-QTE           PIC Z(6)9.
       77 ED-NB            PIC Z(4)9.
       77 ED-MONTANT       PIC Z(8)9,99.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
       77 FS-SOCIECLI      PIC 99.
       77 WS-FF-SOCIECLI   PIC 9 VALUE ZERO.
       01 TAB-SOCIECLI.
           05 NB-SOCIECLI      PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO          PIC 9(4).
               10 SC-SOCIETE       PIC X(1).

      * CUMULS DU JOURNAL COMPTABLE PAR ENTITE ('A' PUIS 'B')
       01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE      PIC X(1).
               10 JSO-CREDITE      PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-CLAWBACK     PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-IDX-SOC       PIC 9 VALUE 1.

      * TOTAUX DU JOURNAL COMPTABLE
       77 FS-JNLRET        PIC 99.
       77 WS-DATE-RUN-ISO  PIC X(10).
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB        PIC 9(5).

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RETOURS - TRAITEMENT DES RETOURS ==='
           PERFORM CONTROLER-PERIODE-RUN
           PERFORM CHARGER-SOCIECLI
           PERFORM OUV-RETURNS
           PERFORM OUV-RETSUSP
           PERFORM OUV-CREDEXT
           PERFORM OUV-RAPRET
           PERFORM OUV-JNLRET
           PERFORM LECT-RETURN

           PERFORM UNTIL FF-RETURNS = 1
               PERFORM LECT-RETURN
           END-PERFORM

           PERFORM ECRIRE-JOURNAL-RETOURS

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
           PERFORM FERM-RETURNS
           PERFORM FERM-RETSUSP
           PERFORM FERM-CREDEXT
           PERFORM FERM-JNLRET
           PERFORM ECRIRE-RAPPORT-RETOURS
           PERFORM FERM-RAPRET
           DISPLAY '=== FIN DU PROGRAMME RETOURS ==='
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
               INTO WS-PERIODE-RUN
           END-STRING
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-PERIODE-RUN DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           MOVE 'N' TO WS-PERIODE-FERMEE
           OPEN INPUT PERIODES-COMPTABLES

      * APPLICATION DU RETOUR : DEDUCTION DE LA QUANTITE SUR ITEMS,
      * DIMINUTION DE LA BALANCE DU CLIENT DE LA COMMANDE,
      * MISE EN QUARANTAINE, PUIS LIGNE D'AVOIR POUR FACTURE
       APPLIQUER-RETOUR.
           MOVE RET-QTE TO WS-QTE-RETOUR
           COMPUTE WS-MONTANT-RETOUR = WS-QTE-RETOUR * WS-PRIX-LIGNE
               PERFORM ABEND-PROG
           END-IF

           PERFORM DETERMINER-SOCIETE-CLIENT
           ADD WS-MONTANT-RETOUR TO JSO-CREDITE(WS-IDX-SOC)
           PERFORM DIMINUER-BALANCE-CLIENT
           PERFORM METTRE-EN-QUARANTAINE
           PERFORM CONSOMMER-RMA
           PERFORM ENREGISTRER-CLAWBACK
           PERFORM ECRIRE-LIGNE-AVOIR
      * RECUPERE LA COMMISSION PAYEE SUR LES MARCHANDISES RENDUES :
      * ENTREE NEGATIVE AU LEDGER SUR LA PERIODE DU RETOUR, EN
      * ATTENTE DE NETTING PAR COMSETL (DATE_REGLEMENT A BLANC)
      * UNE COMMANDE SANS QUOTES-PARTS DANS CREDITS_VENTE EST
      * ENTIEREMENT AU VENDEUR QUI L'A SAISIE
       ENREGISTRER-CLAWBACK.
           MOVE RET-NUM-CMD TO ORD-O-NO
           MOVE ZERO TO WS-NB-CREDITS-CMD

           EXEC SQL
               OPEN CCREDRET
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CREDIT-RETOUR
           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-CREDITS-CMD
               PERFORM CALCULER-CLAWBACK
               PERFORM FETCH-CREDIT-RETOUR
           END-PERFORM

           EXEC SQL
               CLOSE CCREDRET
           END-EXEC

           IF WS-NB-CREDITS-CMD = ZERO
               MOVE 1 TO WS-QUOTE-PART
               EXEC SQL
                   SELECT O.S_NO, E.COM
                   INTO :WS-REP-VENDEUR, :WS-TAUX-COM
                   FROM API6.ORDERS O
                   INNER JOIN API6.EMPLOYEES E ON E.E_NO = O.S_NO
                   WHERE O.O_NO = :ORD-O-NO
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CALCULER-CLAWBACK
                   WHEN +100
                       DISPLAY 'VENDEUR DE LA COMMANDE INTROUVABLE : '
                               RET-NUM-CMD
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF
           .

       FETCH-CREDIT-RETOUR.
           EXEC SQL
               FETCH CCREDRET
               INTO :WS-REP-VENDEUR, :WS-TAUX-COM, :WS-QUOTE-PART
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       CALCULER-CLAWBACK.
           IF WS-TAUX-COM < ZERO
              OR WS-TAUX-COM > WS-TAUX-COM-MAX
               DISPLAY 'TAUX DE COMMISSION HORS BORNES - '
                       'CLAWBACK NON ENREGISTRE, CMD='
                       RET-NUM-CMD ' VENDEUR=' WS-REP-VENDEUR
           ELSE
               COMPUTE WS-MONTANT-CLAWBACK ROUNDED =
                   ZERO - (WS-MONTANT-RETOUR * WS-TAUX-COM
                           * WS-QUOTE-PART)
               PERFORM INSERER-CLAWBACK-LEDGER
           END-IF.

      * SI LA LIGNE DE LEDGER DE LA PERIODE EXISTE ET EST DEJA REGLEE
      * (RETOUR POSTERIEUR AU COMSETL QUI A SOLDE LA PERIODE), LE
      * CLAWBACK EST REPORTE SUR LA PERIODE OUVERTE SUIVANTE -- CE
               PERFORM ABEND-PROG
           END-IF

           PERFORM DETAILLER-CLAWBACK

           ADD 1 TO WS-NB-CLAWBACKS
           ADD WS-MONTANT-CLAWBACK TO WS-TOTAL-CLAWBACK
           SUBTRACT WS-MONTANT-CLAWBACK FROM JSO-CLAWBACK(WS-IDX-SOC)
           MOVE WS-MONTANT-CLAWBACK TO ED-CLAWBACK
           DISPLAY 'CLAWBACK ENREGISTRE - VENDEUR=' WS-REP-VENDEUR
                   ' PERIODE=' LEDG-PERIODE
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * LIGNE DE DETAIL DU CLAWBACK, SUR LA PERIODE DE LEDGER OU IL
      * A ETE POSE ; COMSETL L'ESTAMPILLE QUAND IL LE NETTE EN PAIE
       DETAILLER-CLAWBACK.
           MOVE LEDG-E-NO TO CDET-E-NO
           MOVE LEDG-PERIODE TO CDET-PERIODE
           MOVE 'C' TO CDET-TYPE-LIGNE
           MOVE ORD-O-NO TO CDET-O-NO
           MOVE RET-NUM-PROD TO CDET-P-NO
           MOVE WS-DATE-RUN-ISO TO CDET-DATE-OP
           COMPUTE CDET-MONTANT-VENTE ROUNDED =
               ZERO - (WS-MONTANT-RETOUR * WS-QUOTE-PART)
           MOVE WS-TAUX-COM TO CDET-TAUX
           MOVE WS-QUOTE-PART TO CDET-QUOTE-PART
           MOVE WS-MONTANT-CLAWBACK TO CDET-MONTANT-COM

           EXEC SQL
               INSERT INTO API6.COMMISSION_DETAIL
               (E_NO, PERIODE, TYPE_LIGNE, O_NO, P_NO, C_NO,
                DATE_OP, MONTANT_VENTE, TAUX, QUOTE_PART,
                MONTANT_COM, PERIODE_REGLEE, DATE_REGLEMENT)
               SELECT :CDET-E-NO, :CDET-PERIODE, :CDET-TYPE-LIGNE,
                      :CDET-O-NO, :CDET-P-NO, O.C_NO,
                      :CDET-DATE-OP, :CDET-MONTANT-VENTE, :CDET-TAUX,
                      :CDET-QUOTE-PART, :CDET-MONTANT-COM, ' ', ' '
               FROM API6.ORDERS O
               WHERE O.O_NO = :CDET-O-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       AVANCER-PERIODE-CLAWBACK.
           ADD 1 TO WS-NB-REPORTS-CLAW
           MOVE LEDG-PERIODE (1:4) TO WS-CLAW-AAAA
               PERFORM ABEND-PROG
           END-IF.

      * LA QUANTITE RETOURNEE N'EST PLUS REMISE EN STOCK DISPONIBLE
      * A LA RECEPTION : ELLE ATTEND EN QUARANTAINE LA DECISION
      * D'INSPECTION TRAITEE PAR INSPRET, AU DEPOT DECREMENTE A LA
      * VENTE PAR MAJDB OU PAR LA SAISIE DIRECTE (REGIONS VEU ET
      * DIR = EU, AUTRES FLUX = AM)
       METTRE-EN-QUARANTAINE.
           MOVE RET-NUM-CMD TO ORD-O-NO

           EXEC SQL
               SELECT REGION
               INTO :WS-REGION-CMD
               FROM API6.ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EVALUATE WS-REGION-CMD
               WHEN 'VEU'
               WHEN 'DIR'
                   MOVE 'EU' TO QRT-DEPOT
               WHEN OTHER
                   MOVE 'AM' TO QRT-DEPOT
           END-EVALUATE

           MOVE RET-RMA-NO TO QRT-RMA-NO
           MOVE RET-NUM-CMD TO QRT-O-NO
           MOVE RET-NUM-PROD TO QRT-P-NO
           MOVE RET-QTE TO QRT-QTE
           MOVE WS-DATE-RUN-ISO TO QRT-DATE-RECEPTION

           EXEC SQL
               INSERT INTO API6.RETOURS_QUARANTAINE
               (RMA_NO, O_NO, P_NO, DEPOT, QTE, DATE_RECEPTION,
                STATUT, QTE_REMISE, QTE_RECOND, QTE_FOURN, QTE_REBUT,
                VALEUR_REBUT, DATE_INSPECTION, INSPECTEUR)
               VALUES (:QRT-RMA-NO, :QRT-O-NO, :QRT-P-NO, :QRT-DEPOT,
                       :QRT-QTE, :QRT-DATE-RECEPTION, 'Q', 0, 0, 0, 0,
                       0, ' ', ' ')
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           ADD RET-QTE TO WS-QTE-QUARANTAINE.

      * CONSTITUTION DE LA LIGNE D'AVOIR AU FORMAT EXTRACT, PAR LA
      * MEME JOINTURE QUE LE CURSEUR CORDERS DE L'EXTRACTION
                   E.LNAME,
                   E.FNAME,
                   E.COM,
                   P.DESCRIPTION,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.ADDRESS, C.ADDRESS),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE)
               INTO
                   :WS-COMPANY,
                   :WS-ADDRESS,
                   :WS-LNAME,
                   :WS-FNAME,
                   :WS-COM,
                   :WS-DESCRIPTION,
                   :WS-LIV-CODE,
                   :WS-LIV-NOM,
                   :WS-LIV-ADDRESS,
                   :WS-LIV-CITY,
                   :WS-LIV-ZIP,
                   :WS-LIV-STATE
               FROM
                   API6.ORDERS O
               INNER JOIN API6.CUSTOMERS C ON O.C_NO = C.C_NO
               INNER JOIN API6.EMPLOYEES E ON O.S_NO = E.E_NO
               INNER JOIN API6.DEPTS D ON E.DEPT = D.DEPT
               INNER JOIN API6.PRODUCTS P ON P.P_NO = :ITEM-P-NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               WHERE
                   O.O_NO = :ORD-O-NO
           END-EXEC
               MOVE ED-PRICE TO CRX-PRICE
               MOVE WS-MONTANT-RETOUR TO ED-LINE-TOTAL
               MOVE ED-LINE-TOTAL TO CRX-LINE-TOTAL
               MOVE WS-LIV-CODE TO CRX-LIV-CODE
               MOVE WS-LIV-NOM TO CRX-LIV-NOM
               MOVE WS-LIV-ADDRESS TO CRX-LIV-ADDRESS
               MOVE WS-LIV-CITY TO CRX-LIV-CITY
               MOVE WS-LIV-ZIP TO CRX-LIV-ZIP
               MOVE WS-LIV-STATE TO CRX-LIV-STATE
               MOVE SPACES TO CRX-DATE-ECH
               MOVE SPACES TO CRX-COND-LIB
               WRITE CREDIT-RECORD
               IF FS-CREDEXT NOT = ZERO
                   DISPLAY 'ERR WRITE CREDEXT - FS : ', FS-CREDEXT
               END-IF
           END-IF.

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               MOVE ZERO TO JSO-CREDITE(WS-IDX-SOC)
               MOVE ZERO TO JSO-CLAWBACK(WS-IDX-SOC)
           END-PERFORM

           MOVE ZERO TO NB-SOCIECLI
           OPEN INPUT SOCIETES-CLIENTS
           IF FS-SOCIECLI = ZERO
               MOVE ZERO TO WS-FF-SOCIECLI
               PERFORM UNTIL WS-FF-SOCIECLI = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-SOCIECLI
                       NOT AT END
                           IF NB-SOCIECLI < 200
                               ADD 1 TO NB-SOCIECLI
                               MOVE SCL-C-NO TO SC-C-NO(NB-SOCIECLI)
                               MOVE SCL-SOCIETE
                                   TO SC-SOCIETE(NB-SOCIECLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS=' FS-SOCIECLI
                       ') - ENTITE A POUR TOUS'
           END-IF
           .

      * ENTITE DU CLIENT DE LA COMMANDE RETOURNEE ('A' PAR DEFAUT)
       DETERMINER-SOCIETE-CLIENT.
           MOVE 1 TO WS-IDX-SOC
           MOVE RET-NUM-CMD TO ORD-O-NO
           EXEC SQL
               SELECT C_NO
               INTO :ORD-C-NO
               FROM API6.ORDERS
               WHERE O_NO = :ORD-O-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM VARYING IDX-SCL FROM 1 BY 1
                       UNTIL IDX-SCL > NB-SOCIECLI
                       IF SC-C-NO(IDX-SCL) = ORD-C-NO
                          AND SC-SOCIETE(IDX-SCL) = 'B'
                           MOVE 2 TO WS-IDX-SOC
                       END-IF
                   END-PERFORM
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

      * ECRITURES EQUILIBREES PAR ENTITE AU FORMAT JOURNLGL DE
      * FACTURE, PUIS TRAILER DE CONTROLE (NOMBRE D'ECRITURES, TOTAL
      * DEBIT, TOTAL CREDIT)
       ECRIRE-JOURNAL-RETOURS.
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               MOVE SPACES TO ENR-JOURNLGL
               MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
               IF JSO-CREDITE(WS-IDX-SOC) > ZERO
                   MOVE '70900000' TO JGL-COMPTE
                   MOVE 'RETOURS SUR VENTES' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-CREDITE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '41100000' TO JGL-COMPTE
                   MOVE 'CLIENTS - AVOIRS SUR RETOURS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-CREDITE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-CLAWBACK(WS-IDX-SOC) > ZERO
                   MOVE '46700000' TO JGL-COMPTE
                   MOVE 'COMMISSIONS A PAYER - RETOURS' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-CLAWBACK(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '62200000' TO JGL-COMPTE
                   MOVE 'COMMISSIONS SUR VENTES' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-CLAWBACK(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
           END-PERFORM

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'NBECRIT ' TO JGL-COMPTE
           MOVE WS-JGL-NB-ECRITURES TO ED-JGL-NB
           MOVE ED-JGL-NB TO JGL-LIBELLE
           MOVE ' ' TO JGL-SENS
           MOVE ZERO TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTDEBIT' TO JGL-COMPTE
           MOVE 'TOTAL DES DEBITS' TO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-JGL-TOTAL-DEBIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           MOVE 'TOTCREDI' TO JGL-COMPTE
           MOVE 'TOTAL DES CREDITS' TO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-JGL-TOTAL-CREDIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           IF FS-JNLRET NOT = ZERO
               DISPLAY 'ERR WRITE JNLRET - FS : ', FS-JNLRET
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLRET NOT = ZERO
               DISPLAY 'ERR WRITE JNLRET - FS : ', FS-JNLRET
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       SIGNALER-RETOUR-SUSPENS.
           MOVE WS-RAISON-SUSPENS TO RSU-RAISON
           MOVE ENR-RETURN TO RSU-LIGNE
               DISPLAY 'ERR OPEN RAPRET - FS : ', FS-RAPRET
           END-IF.

       OUV-JNLRET.
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLRET NOT = ZERO THEN
               DISPLAY 'ERR OPEN JNLRET - FS : ', FS-JNLRET
           END-IF.

       FERM-JNLRET.
           CLOSE JOURNAL-GL
           IF FS-JNLRET NOT = ZERO THEN
               DISPLAY 'ERR CLOSE JNLRET - FS : ', FS-JNLRET
           END-IF.

       FERM-RAPRET.
           CLOSE RAPPORT-RETOURS
           IF FS-RAPRET NOT = ZERO THEN
               DELIMITED BY SIZE INTO ENR-RAPRET
           WRITE ENR-RAPRET

           MOVE WS-QTE-QUARANTAINE TO ED-QTE
           MOVE SPACES TO ENR-RAPRET
           STRING 'QTE MISE EN QUARANTAINE  : ' ED-QTE
               DELIMITED BY SIZE INTO ENR-RAPRET
           WRITE ENR-RAPRET

           MOVE WS-NB-CLAWBACKS TO ED-NB
           MOVE SPACES TO ENR-RAPRET
           STRING 'CLAWBACKS ENREGISTRES    : ' ED-NB
