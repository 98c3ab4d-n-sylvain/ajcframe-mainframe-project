      * FICHIER A FORMAT FIXE POUR LA PAIE ET UN RAPPORT DE CONTROLE.
      * UNE PERIODE DEJA PRESENTE AU LEDGER EST REFUSEE : UN RERUN NE
      * PEUT PLUS PAYER DEUX FOIS LES MEMES VENTES.
      * LES VENTES FAITES HORS TERRITOIRE SONT PAYEES SELON LES
      * QUOTES-PARTS POSEES PAR MAJDB DANS API6.CREDITS_VENTE ; LES
      * AUTRES COMMANDES RESTENT ENTIEREMENT AU VENDEUR QUI LES A
      * SAISIES (ORDERS.S_NO).
      * LE REGLEMENT EST JOURNALISE AU FORMAT JOURNLGL DE FACTURE :
      * DEBIT COMMISSIONS A PAYER (PROVISIONNEES PAR FACTURE) /
      * CREDIT PERSONNEL - COMMISSIONS DUES (PAYEES PAR LA PAIE), PAR
      * ENTITE JURIDIQUE AU PRORATA DES VENTES DE CHAQUE ENTITE DANS
      * LA COMMISSION DU VENDEUR (CLIENTS AFFECTES PAR SOCIECLI).
      * LE DETAIL DU MONTANT PAYE EST GARDE DANS API6.COMMISSION_DETAIL
      * POUR LE RELEVE DES VENDEURS (COMRELEV) : UNE LIGNE 'V' PAR
      * COMMANDE CREDITEE, LES CLAWBACKS 'C' POSES PAR RETOURS SONT
      * ESTAMPILLES QUAND ILS SONT NETTES, ET UNE LIGNE 'R' (ARRONDI
      * DU CUMUL PAR COMMANDE) OU 'A' (CLAWBACK ANTERIEUR SANS DETAIL)
      * FAIT QUE LE DETAIL REPRODUIT AU CENTIME LE MONTANT DE LA PAIE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAPCOMS-STATUS.

           SELECT JOURNAL-GL ASSIGN TO JNLCOMS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JNLCOMS-STATUS.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SOCIECLI-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * INTERFACE PAIE A FORMAT FIXE : VENDEUR, PERIODE, MONTANT
       FD  RAPPORT-COMSETL.
       01  ENR-RAPCOMS              PIC X(80).

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

      * COMMISSION PAYABLE PAR VENDEUR SUR LA PERIODE ; LES TAUX HORS
      * BORNES (NEGATIFS OU AU-DELA DE 50%) SONT EXCLUS DU CALCUL,
      * COMME DANS LE RAPPORT DE COMMISSION DE MAJDB. LE VENDEUR
      * CREDITE EST PRIS DANS CREDITS_VENTE QUAND LA COMMANDE Y A DES
      * QUOTES-PARTS, SINON C'EST LE VENDEUR DE LA COMMANDE A 100%
           EXEC SQL
               DECLARE CCOMSETL CURSOR
               FOR
               SELECT
                   E.E_NO,
                   E.COM,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE * E.COM
                               * R.QUOTE_PART), 9, 2)
                       AS COMMISSION_DUE
               FROM
                   (SELECT O1.O_NO, O1.S_NO AS E_NO,
                           DECIMAL(1, 3, 2) AS QUOTE_PART
                    FROM API6.ORDERS O1
                    WHERE NOT EXISTS
                          (SELECT 1 FROM API6.CREDITS_VENTE C1
                           WHERE C1.O_NO = O1.O_NO)
                    UNION ALL
                    SELECT C2.O_NO, C2.E_NO, C2.QUOTE_PART
                    FROM API6.CREDITS_VENTE C2) R
               INNER JOIN API6.EMPLOYEES E ON E.E_NO = R.E_NO
               INNER JOIN API6.ORDERS O ON O.O_NO = R.O_NO
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               WHERE
                   O.O_DATE >= :WS-PERIODE-DEBUT
                   E.E_NO
           END-EXEC.

      * COMMISSION DU VENDEUR EN COURS VENTILEE PAR CLIENT, MEME
      * CALCUL QUE CCOMSETL, POUR LA REPARTITION PAR ENTITE DU
      * JOURNAL COMPTABLE
           EXEC SQL
               DECLARE CCOMCLI CURSOR
               FOR
               SELECT
                   O.C_NO,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE * E.COM
                               * R.QUOTE_PART), 9, 2)
               FROM
                   (SELECT O1.O_NO, O1.S_NO AS E_NO,
                           DECIMAL(1, 3, 2) AS QUOTE_PART
                    FROM API6.ORDERS O1
                    WHERE NOT EXISTS
                          (SELECT 1 FROM API6.CREDITS_VENTE C1
                           WHERE C1.O_NO = O1.O_NO)
                    UNION ALL
                    SELECT C2.O_NO, C2.E_NO, C2.QUOTE_PART
                    FROM API6.CREDITS_VENTE C2) R
               INNER JOIN API6.EMPLOYEES E ON E.E_NO = R.E_NO
               INNER JOIN API6.ORDERS O ON O.O_NO = R.O_NO
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               WHERE
                   R.E_NO = :WS-E-NO
                   AND O.O_DATE >= :WS-PERIODE-DEBUT
                   AND O.O_DATE < :WS-PERIODE-FIN
               GROUP BY
                   O.C_NO
           END-EXEC.

      * COMMISSION DU VENDEUR EN COURS DETAILLEE PAR COMMANDE, MEME
      * CALCUL ET MEMES BORNES QUE CCOMSETL, POUR LES LIGNES 'V' DU
      * DETAIL DES COMMISSIONS
           EXEC SQL
               DECLARE CCOMCMD CURSOR
               FOR
               SELECT
                   R.O_NO,
                   O.C_NO,
                   CHAR(O.O_DATE, ISO),
                   R.QUOTE_PART,
                   E.COM,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE
                               * R.QUOTE_PART), 9, 2),
                   DECIMAL(SUM(I.QUANTITY * I.PRICE * E.COM
                               * R.QUOTE_PART), 9, 2)
               FROM
                   (SELECT O1.O_NO, O1.S_NO AS E_NO,
                           DECIMAL(1, 3, 2) AS QUOTE_PART
                    FROM API6.ORDERS O1
                    WHERE NOT EXISTS
                          (SELECT 1 FROM API6.CREDITS_VENTE C1
                           WHERE C1.O_NO = O1.O_NO)
                    UNION ALL
                    SELECT C2.O_NO, C2.E_NO, C2.QUOTE_PART
                    FROM API6.CREDITS_VENTE C2) R
               INNER JOIN API6.EMPLOYEES E ON E.E_NO = R.E_NO
               INNER JOIN API6.ORDERS O ON O.O_NO = R.O_NO
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               WHERE
                   R.E_NO = :WS-E-NO
                   AND O.O_DATE >= :WS-PERIODE-DEBUT
                   AND O.O_DATE < :WS-PERIODE-FIN
                   AND E.COM >= 0
                   AND E.COM <= 0.50
               GROUP BY
                   R.O_NO, O.C_NO, O.O_DATE, R.QUOTE_PART, E.COM
               ORDER BY
                   R.O_NO
           END-EXEC.

      * VARIABLES DE TRAVAIL POUR LES RESULTATS DU CURSEUR
        77 WS-E-NO           PIC S9(2)V USAGE COMP-3.
        77 WS-COM            PIC S9(1)V9(2) USAGE COMP-3.
        77 WS-COMMISSION-NETTE PIC S9(7)V9(2) USAGE COMP-3
                               VALUE ZERO.
        77 WS-NB-CLAWBACKS-NET PIC 9(4) VALUE ZERO.

      * DETAIL DES COMMISSIONS : COMMISSION BRUTE DU VENDEUR (AVANT
      * CLAWBACKS), CUMUL DES LIGNES PAR COMMANDE ET DES CLAWBACKS
      * DETAILLES, POUR LES LIGNES D'AJUSTEMENT 'R' ET 'A'
        77 WS-COMMISSION-BRUTE PIC S9(7)V9(2) USAGE COMP-3
                               VALUE ZERO.
        77 WS-CUMUL-LIGNES   PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-CLAWBACK-DETAILLE PIC S9(7)V9(2) USAGE COMP-3
                               VALUE ZERO.
        77 ED-CLAWBACK       PIC -(6)9,99.

      * PERIODE A REGLER, SAISIE EN SYSIN (AAAA-MM)
        77 ED-MONTANT        PIC Z(6).ZZZ,99.
        77 ED-NB             PIC ZZ9.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
        77 WS-SOCIECLI-STATUS PIC XX.
        77 WS-FF-SOCIECLI    PIC 9 VALUE ZERO.
        01 TAB-SOCIECLI.
           05 NB-SOCIECLI       PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO           PIC 9(4).
               10 SC-SOCIETE        PIC X(1).

      * REPARTITION DE LA COMMISSION DU VENDEUR PAR ENTITE : PART
      * BRUTE DES VENTES DE L'ENTITE 'B', PART NETTE AU PRORATA
        77 WS-CLI-C-NO       PIC S9(4)V USAGE COMP-3.
        77 WS-CLI-COMMISSION PIC S9(7)V9(2) USAGE COMP-3.
        77 WS-BRUT-SOC-B     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-NET-SOC-B      PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.

      * CUMULS DU JOURNAL COMPTABLE PAR ENTITE ('A' PUIS 'B')
        01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE       PIC X(1).
               10 JSO-REGLE         PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-IDX-SOC        PIC 9 VALUE 1.

      * DATE DU RUN ET TOTAUX DU JOURNAL COMPTABLE
        77 WS-JNLCOMS-STATUS PIC XX.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-RUN-ISO   PIC X(10).
        77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
        77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
        77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
        77 ED-JGL-NB         PIC 9(5).

       LINKAGE SECTION.
      * PERIODE (AAAA-MM) PASSEE PAR LE PILOTE DE CLOTURE CLOTMOIS ;
      * EN LANCEMENT AUTONOME (SANS PARAMETRE) ELLE EST LUE EN SYSIN
       01 LK-PERIODE        PIC X(7).

       PROCEDURE DIVISION USING LK-PERIODE.

           DISPLAY '=== DEBUT REGLEMENT DES COMMISSIONS ==='

           PERFORM LIRE-PERIODE
           PERFORM CONTROLER-PERIODE-NON-REGLEE
           PERFORM CHARGER-SOCIECLI

           OPEN OUTPUT FICHIER-PAIE
           IF WS-PAIECOM-STATUS NOT = '00'
               CLOSE CCOMSETL
           END-EXEC

           PERFORM ECRIRE-JOURNAL-COMSETL

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
           GOBACK.

       LIRE-PERIODE.
           IF ADDRESS OF LK-PERIODE NOT = NULL
               MOVE LK-PERIODE TO WS-PERIODE-SAISIE
           ELSE
               ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           END-IF
           DISPLAY "PERIODE LUE DEPUIS SYSIN : '", WS-PERIODE-SAISIE,
                   "'"

      * ENREGISTRE LE REGLEMENT AU LEDGER, EMET LA LIGNE PAIE ET LA
      * LIGNE DE RAPPORT DU VENDEUR EN COURS
       REGLER-VENDEUR.
           MOVE WS-COMMISSION TO WS-COMMISSION-BRUTE
           MOVE WS-E-NO TO LEDG-E-NO
           PERFORM NETTER-CLAWBACKS-VENDEUR
           PERFORM REPARTIR-COMMISSION-SOCIETES
           MOVE WS-PERIODE-SAISIE TO LEDG-PERIODE
           MOVE WS-COMMISSION-NETTE TO LEDG-MONTANT
           MOVE WS-COMMISSION-NETTE TO WS-COMMISSION
               PERFORM ABEND-PROG
           END-IF

           PERFORM DETAILLER-COMMANDES-VENDEUR

           MOVE SPACES TO ENR-PAIECOM
           MOVE WS-E-NO TO PAI-E-NO
           MOVE WS-PERIODE-SAISIE TO PAI-PERIODE
               IF WS-COMMISSION + WS-CLAWBACK >= ZERO
                   COMPUTE WS-COMMISSION-NETTE =
                       WS-COMMISSION + WS-CLAWBACK
                   PERFORM ESTAMPILLER-DETAIL-CLAWBACKS
                   EXEC SQL
                       UPDATE API6.COMMISSION_LEDGER
                       SET DATE_REGLEMENT = CHAR(CURRENT DATE, ISO)
           END-IF
           .

      * LIGNES 'V' DU DETAIL : UNE PAR COMMANDE CREDITEE AU VENDEUR
      * SUR LA PERIODE ; L'ECART D'ARRONDI ENTRE LA COMMISSION BRUTE
      * PAYEE (ARRONDIE UNE FOIS SUR LE CUMUL) ET LA SOMME DES LIGNES
      * FAIT L'OBJET D'UNE LIGNE 'R'
       DETAILLER-COMMANDES-VENDEUR.
           MOVE ZERO TO WS-CUMUL-LIGNES

           EXEC SQL
               OPEN CCOMCMD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-COMMISSION-COMMANDE
           PERFORM UNTIL SQLCODE = +100
               MOVE 'V' TO CDET-TYPE-LIGNE
               MOVE SPACES TO CDET-P-NO
               PERFORM INSERER-DETAIL-COMSETL
               ADD CDET-MONTANT-COM TO WS-CUMUL-LIGNES
               PERFORM FETCH-COMMISSION-COMMANDE
           END-PERFORM

           EXEC SQL
               CLOSE CCOMCMD
           END-EXEC

           IF WS-CUMUL-LIGNES NOT = WS-COMMISSION-BRUTE
               MOVE 'R' TO CDET-TYPE-LIGNE
               MOVE ZERO TO CDET-O-NO
               MOVE SPACES TO CDET-P-NO
               MOVE ZERO TO CDET-C-NO
               MOVE SPACES TO CDET-DATE-OP
               MOVE ZERO TO CDET-MONTANT-VENTE
               MOVE WS-COM TO CDET-TAUX
               MOVE ZERO TO CDET-QUOTE-PART
               COMPUTE CDET-MONTANT-COM =
                   WS-COMMISSION-BRUTE - WS-CUMUL-LIGNES
               PERFORM INSERER-DETAIL-COMSETL
           END-IF
           .

       FETCH-COMMISSION-COMMANDE.
           EXEC SQL
               FETCH CCOMCMD
               INTO :CDET-O-NO,
                    :CDET-C-NO,
                    :CDET-DATE-OP,
                    :CDET-QUOTE-PART,
                    :CDET-TAUX,
                    :CDET-MONTANT-VENTE,
                    :CDET-MONTANT-COM
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * LES CLAWBACKS DETAILLES PAR RETOURS ET NETTES DANS CETTE PAIE
      * SONT ESTAMPILLES AVEC LA PERIODE REGLEE ; LA PART DU CLAWBACK
      * DU LEDGER SANS DETAIL (POSEE AVANT LA TENUE DU DETAIL) FAIT
      * L'OBJET D'UNE LIGNE 'A'
       ESTAMPILLER-DETAIL-CLAWBACKS.
           MOVE ZERO TO WS-CLAWBACK-DETAILLE
           MOVE WS-E-NO TO CDET-E-NO

           EXEC SQL
               SELECT COALESCE(SUM(MONTANT_COM), 0)
               INTO :WS-CLAWBACK-DETAILLE
               FROM API6.COMMISSION_DETAIL
               WHERE E_NO = :CDET-E-NO
                 AND TYPE_LIGNE = 'C'
                 AND DATE_REGLEMENT = ' '
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-PERIODE-SAISIE TO CDET-PERIODE-REGLEE
           EXEC SQL
               UPDATE API6.COMMISSION_DETAIL
               SET PERIODE_REGLEE = :CDET-PERIODE-REGLEE,
                   DATE_REGLEMENT = CHAR(CURRENT DATE, ISO)
               WHERE E_NO = :CDET-E-NO
                 AND TYPE_LIGNE = 'C'
                 AND DATE_REGLEMENT = ' '
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           IF WS-CLAWBACK-DETAILLE NOT = WS-CLAWBACK
               MOVE 'A' TO CDET-TYPE-LIGNE
               MOVE ZERO TO CDET-O-NO
               MOVE SPACES TO CDET-P-NO
               MOVE ZERO TO CDET-C-NO
               MOVE SPACES TO CDET-DATE-OP
               MOVE ZERO TO CDET-MONTANT-VENTE
               MOVE ZERO TO CDET-TAUX
               MOVE ZERO TO CDET-QUOTE-PART
               COMPUTE CDET-MONTANT-COM =
                   WS-CLAWBACK - WS-CLAWBACK-DETAILLE
               PERFORM INSERER-DETAIL-COMSETL
           END-IF
           .

      * LIGNE DE DETAIL PRODUITE PAR LE REGLEMENT, REGLEE D'EMBLEE
       INSERER-DETAIL-COMSETL.
           MOVE WS-E-NO TO CDET-E-NO
           MOVE WS-PERIODE-SAISIE TO CDET-PERIODE
           MOVE WS-PERIODE-SAISIE TO CDET-PERIODE-REGLEE

           EXEC SQL
               INSERT INTO API6.COMMISSION_DETAIL
               (E_NO, PERIODE, TYPE_LIGNE, O_NO, P_NO, C_NO,
                DATE_OP, MONTANT_VENTE, TAUX, QUOTE_PART,
                MONTANT_COM, PERIODE_REGLEE, DATE_REGLEMENT)
               VALUES (:CDET-E-NO, :CDET-PERIODE, :CDET-TYPE-LIGNE,
                       :CDET-O-NO, :CDET-P-NO, :CDET-C-NO,
                       :CDET-DATE-OP, :CDET-MONTANT-VENTE, :CDET-TAUX,
                       :CDET-QUOTE-PART, :CDET-MONTANT-COM,
                       :CDET-PERIODE-REGLEE, CHAR(CURRENT DATE, ISO))
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           MOVE ZERO TO JSO-REGLE(1)
           MOVE ZERO TO JSO-REGLE(2)

           MOVE ZERO TO NB-SOCIECLI
           OPEN INPUT SOCIETES-CLIENTS
           IF WS-SOCIECLI-STATUS = '00'
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
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS='
                       WS-SOCIECLI-STATUS ') - ENTITE A POUR TOUS'
           END-IF
           .

      * PART DE L'ENTITE 'B' DANS LA COMMISSION BRUTE DU VENDEUR,
      * APPLIQUEE AU MONTANT NET REGLE (CLAWBACKS DEDUITS) ; LE RESTE
      * VA A L'ENTITE 'A', CE QUI GARDE LE TOTAL EXACT A L'ARRONDI
       REPARTIR-COMMISSION-SOCIETES.
           MOVE ZERO TO WS-BRUT-SOC-B

           EXEC SQL
               OPEN CCOMCLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-COMMISSION-CLIENT
           PERFORM UNTIL SQLCODE = +100
               PERFORM VARYING IDX-SCL FROM 1 BY 1
                   UNTIL IDX-SCL > NB-SOCIECLI
                   IF SC-C-NO(IDX-SCL) = WS-CLI-C-NO
                      AND SC-SOCIETE(IDX-SCL) = 'B'
                       ADD WS-CLI-COMMISSION TO WS-BRUT-SOC-B
                   END-IF
               END-PERFORM
               PERFORM FETCH-COMMISSION-CLIENT
           END-PERFORM

           EXEC SQL
               CLOSE CCOMCLI
           END-EXEC

           IF WS-COMMISSION > ZERO
               COMPUTE WS-NET-SOC-B ROUNDED =
                   WS-COMMISSION-NETTE * WS-BRUT-SOC-B / WS-COMMISSION
           ELSE
               MOVE ZERO TO WS-NET-SOC-B
           END-IF
           ADD WS-NET-SOC-B TO JSO-REGLE(2)
           COMPUTE JSO-REGLE(1) =
               JSO-REGLE(1) + WS-COMMISSION-NETTE - WS-NET-SOC-B
           .

       FETCH-COMMISSION-CLIENT.
           EXEC SQL
               FETCH CCOMCLI
               INTO :WS-CLI-C-NO,
                    :WS-CLI-COMMISSION
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * ECRITURES EQUILIBREES PAR ENTITE AU FORMAT JOURNLGL DE
      * FACTURE : DEBIT COMMISSIONS A PAYER / CREDIT PERSONNEL, PUIS
      * TRAILER DE CONTROLE (NOMBRE D'ECRITURES, TOTAL DEBIT, TOTAL
      * CREDIT)
       ECRIRE-JOURNAL-COMSETL.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           OPEN OUTPUT JOURNAL-GL
           IF WS-JNLCOMS-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JNLCOMS : ', WS-JNLCOMS-STATUS
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               IF JSO-REGLE(WS-IDX-SOC) > ZERO
                   MOVE SPACES TO ENR-JOURNLGL
                   MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
                   MOVE '46700000' TO JGL-COMPTE
                   MOVE 'COMMISSIONS A PAYER' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-REGLE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '42100000' TO JGL-COMPTE
                   MOVE 'PERSONNEL - COMMISSIONS DUES' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-REGLE(WS-IDX-SOC) TO JGL-MONTANT
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

           IF WS-JNLCOMS-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE JNLCOMS : ', WS-JNLCOMS-STATUS
               PERFORM ABEND-PROG
           END-IF
           CLOSE JOURNAL-GL
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF WS-JNLCOMS-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE JNLCOMS : ', WS-JNLCOMS-STATUS
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       ECRIRE-ENTETE-RAPCOMS.
           MOVE SPACES TO ENR-RAPCOMS
           STRING '=== REGLEMENT DES COMMISSIONS - PERIODE '
