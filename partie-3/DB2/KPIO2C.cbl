       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIO2C.

      * DELAI DU CYCLE COMMANDE-ENCAISSEMENT PAR REGION ET PAR
      * SOCIETE : POUR CHAQUE COMMANDE SOLDEE (STATUT 'P') DONT LE
      * DERNIER REGLEMENT (PAYMENT_EVENTS) TOMBE DANS LA PERIODE
      * SAISIE, LE RUN MESURE LES JOURS ENTRE :
      *   - LA COMMANDE (ORDERS.O_DATE) ET L'EXPEDITION (PREMIERE
      *     DATE_EXP DE API6.EXPEDITIONS) ;
      *   - L'EXPEDITION ET LA FACTURE (DATE DU RUN DE FACTURATION,
      *     8 PREMIERS CARACTERES DU RUN-ID DES REGISTRES REGFACTA ET
      *     REGFACTB -- LA DATE DU REGISTRE EST CELLE DE LA COMMANDE) ;
      *   - LA FACTURE ET LE REGLEMENT FINAL ;
      *   - ET DE BOUT EN BOUT, LA COMMANDE ET LE REGLEMENT FINAL.
      * LES DELAIS SONT MOYENNES ET VENTILES PAR TRANCHES (30, 60, 90,
      * 120 JOURS ET AU-DELA) PAR REGION (ORDERS.REGION) ET PAR
      * SOCIETE (REGISTRE OU LA FACTURE A ETE TROUVEE), AVEC UNE
      * LIGNE TOUTES REGIONS ; LES PIRES COMMANDES DE CHAQUE ETAPE
      * SONT LISTEES EN FIN DE RAPPORT. UNE COMMANDE SANS EXPEDITION
      * OU SANS FACTURE AU REGISTRE N'ALIMENTE QUE LES ETAPES
      * MESURABLES ET EST COMPTEE A PART.
      * SYSIN : PERIODE AAAA-MM (OBLIGATOIRE)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * UN REGISTRE DES FACTURES PAR SOCIETE, COMME LITIGES
           SELECT REGISTRE-FACT-A ASSIGN TO REGFACTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGFACTA.

           SELECT REGISTRE-FACT-B ASSIGN TO REGFACTB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REGFACTB.

           SELECT RAPPORT-KPI ASSIGN TO RAPKPI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPKPI.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRE-FACT-A
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-REGFACT-A             PIC X(80).

       FD  REGISTRE-FACT-B
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-REGFACT-B             PIC X(80).

       FD RAPPORT-KPI.
       01 ENR-RAPKPI         PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * COMMANDES SOLDEES DONT LE REGLEMENT FINAL TOMBE DANS LA
      * PERIODE, AVEC LEUR PREMIERE DATE D'EXPEDITION
           EXEC SQL
               DECLARE CCYCLE CURSOR
               FOR
               SELECT
                   O.O_NO,
                   O.REGION,
                   CHAR(O.O_DATE),
                   VALUE(MIN(X.DATE_EXP), ' '),
                   MAX(P.DATE_PAIEMENT)
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ORDER_STATUS S ON S.O_NO = O.O_NO
               INNER JOIN API6.PAYMENT_EVENTS P ON P.O_NO = O.O_NO
               LEFT OUTER JOIN API6.EXPEDITIONS X ON X.O_NO = O.O_NO
               WHERE
                   S.STATUT = 'P'
               GROUP BY
                   O.O_NO, O.REGION, O.O_DATE
               HAVING
                   SUBSTR(MAX(P.DATE_PAIEMENT), 1, 7) = :WS-PERIODE
               ORDER BY
                   O.REGION, O.O_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-REGFACTA      PIC 99.
       77 FS-REGFACTB      PIC 99.
       77 FS-RAPKPI        PIC 99.
       77 WS-FF-REGFACT    PIC 9 VALUE ZERO.

      * DESSIN D'UNE LIGNE DE REGISTRE, COMMUN AUX DEUX FICHIERS
       01 WS-ENR-REGFACT.
           05 REG-NUMFACT             PIC 9(7).
           05 REG-TYPE-DOC            PIC X(1).
           05 REG-O-NO                PIC 9(7).
           05 REG-COMPANY             PIC X(30).
           05 REG-DATE                PIC X(10).
           05 REG-MONTANT             PIC 9(9)V99.
           05 REG-RUN-ID              PIC X(14).

      * FACTURES DU REGISTRE EN MEMOIRE (COMMANDE -> DATE DU RUN DE
      * FACTURATION ET SOCIETE) ; LES AVOIRS SONT ECARTES
       01 TAB-REGFACT.
           05 NB-REGFACT       PIC 9(4) VALUE ZERO.
           05 REGFACT-ENTRY OCCURS 5000 TIMES INDEXED BY IDX-REG.
               10 RF-O-NO          PIC 9(7).
               10 RF-DATE-FACT     PIC 9(8).
               10 RF-SOCIETE       PIC X(1).
       77 WS-SOCIETE-REG   PIC X(1).
       77 WS-FACT-TROUVEE  PIC X VALUE 'N'.
           88 FACT-TROUVEE     VALUE 'O'.

      * PARAMETRE SYSIN
       77 WS-PERIODE-SAISIE PIC X(7) VALUE SPACES.
       77 WS-PERIODE       PIC X(7).
       77 WS-MOIS-NUM      PIC 99.

      * LIGNE DU CURSEUR
       77 WS-O-NO          PIC S9(7)V USAGE COMP-3.
       77 WS-REGION        PIC X(3).
       77 WS-DATE-CMD      PIC X(10).
       77 WS-DATE-EXP      PIC X(10).
       77 WS-DATE-REGL     PIC X(10).
       77 WS-O-NO-NUM      PIC 9(7).

      * CONVERSION DES DATES EN JOURS
       77 WS-DATE-ISO      PIC X(10).
       77 WS-DATE-NUM      PIC 9(8) VALUE ZERO.
       77 WS-JOUR          PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-CMD      PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-EXP      PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-FACT     PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-REGL     PIC S9(9) COMP-3 VALUE ZERO.

      * DELAIS DE LA COMMANDE EN COURS, PAR ETAPE (1 = COMMANDE ->
      * EXPEDITION, 2 = EXPEDITION -> FACTURE, 3 = FACTURE ->
      * REGLEMENT, 4 = COMMANDE -> REGLEMENT) ; 'N' SI NON MESURABLE
       01 TAB-DELAIS.
           05 DELAI-ENTRY OCCURS 4 TIMES.
               10 DL-MESURE         PIC X(1).
               10 DL-JOURS          PIC S9(5) COMP-3.
       77 WS-IDX-ETAPE     PIC 9 VALUE ZERO.
       77 WS-IDX-TRANCHE   PIC 9 VALUE ZERO.

       01 TAB-LIB-ETAPES.
           05 FILLER           PIC X(12) VALUE 'CMD->EXPED  '.
           05 FILLER           PIC X(12) VALUE 'EXPED->FACT '.
           05 FILLER           PIC X(12) VALUE 'FACT->REGL  '.
           05 FILLER           PIC X(12) VALUE 'CMD->REGL   '.
       01 TAB-LIB-ETAPES-R REDEFINES TAB-LIB-ETAPES.
           05 LIB-ETAPE        PIC X(12) OCCURS 4 TIMES.

      * CUMULS PAR REGION ET SOCIETE ; LE POSTE 1 PORTE TOUTES LES
      * REGIONS
       01 TAB-KPI.
           05 NB-KPI           PIC 999 VALUE ZERO.
           05 KPI-ENTRY OCCURS 100 TIMES INDEXED BY IDX-KPI.
               10 KP-REGION         PIC X(3).
               10 KP-SOCIETE        PIC X(1).
               10 KP-ETAPE OCCURS 4 TIMES.
                   15 KP-NB             PIC 9(5) COMP-3.
                   15 KP-CUMUL          PIC S9(9) COMP-3.
                   15 KP-TRANCHE        PIC 9(5) COMP-3
                                        OCCURS 5 TIMES.
       77 WS-KPI-TROUVE    PIC X VALUE 'N'.
           88 KPI-TROUVE       VALUE 'O'.

      * PIRES COMMANDES PAR ETAPE, DU PLUS LONG AU MOINS LONG
       01 TAB-PIRES.
           05 PIRE-ETAPE OCCURS 4 TIMES.
               10 NB-PIRES          PIC 99 VALUE ZERO.
               10 PIRE-ENTRY OCCURS 10 TIMES.
                   15 PR-O-NO           PIC 9(7).
                   15 PR-REGION         PIC X(3).
                   15 PR-SOCIETE        PIC X(1).
                   15 PR-JOURS          PIC S9(5) COMP-3.
       77 WS-IDX-PIRE      PIC 99 VALUE ZERO.
       77 WS-IDX-DECALE    PIC 99 VALUE ZERO.
       77 WS-PLACE-TROUVEE PIC X VALUE 'N'.
           88 PLACE-TROUVEE    VALUE 'O'.

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-COMMANDES  PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-EXP   PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-FACT  PIC 9(5) VALUE ZERO.
       77 WS-MOYENNE       PIC S9(5)V9 COMP-3.
       77 ED-NB            PIC Z(4)9.
       77 ED-T1            PIC Z(4)9.
       77 ED-T2            PIC Z(4)9.
       77 ED-T3            PIC Z(4)9.
       77 ED-T4            PIC Z(4)9.
       77 ED-T5            PIC Z(4)9.
       77 ED-MOYENNE       PIC -(3)9,9.
       77 ED-JOURS         PIC -(4)9.
       77 ED-O-NO          PIC 9(7).
       77 ED-RANG          PIC Z9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME KPIO2C - CYCLE COMMANDE-REGLEMENT ==='

           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-REGISTRE-FACTURES

           MOVE 1 TO NB-KPI
           SET IDX-KPI TO 1
           MOVE '***' TO KP-REGION(1)
           MOVE '*' TO KP-SOCIETE(1)
           PERFORM RAZ-KPI

           EXEC SQL
               OPEN CCYCLE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CYCLE

           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-COMMANDES
               PERFORM MESURER-COMMANDE
               PERFORM CUMULER-COMMANDE
               PERFORM FETCH-CYCLE
           END-PERFORM

           EXEC SQL
               CLOSE CCYCLE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT RAPPORT-KPI
           IF FS-RAPKPI NOT = ZERO
               DISPLAY 'ERR OPEN RAPKPI - FS : ', FS-RAPKPI
               PERFORM ABEND-PROG
           END-IF
           PERFORM EDITER-KPI-REGIONS
           PERFORM EDITER-PIRES-COMMANDES
           PERFORM ECRIRE-TOTAUX-RAPKPI
           CLOSE RAPPORT-KPI

           DISPLAY 'COMMANDES MESUREES     : ' WS-NB-COMMANDES
           DISPLAY 'SANS EXPEDITION        : ' WS-NB-SANS-EXP
           DISPLAY 'SANS FACTURE AU REGISTRE: ' WS-NB-SANS-FACT
           DISPLAY '=== FIN PROGRAMME KPIO2C ==='
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE (6:2) TO WS-MOIS-NUM
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               DISPLAY 'MOIS INVALIDE : ' WS-PERIODE-SAISIE
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           DISPLAY 'PERIODE DE REGLEMENT : ' WS-PERIODE
           .

      * CHARGEMENT DES DEUX REGISTRES EN MEMOIRE, COMME LITIGES
       CHARGER-REGISTRE-FACTURES.
           OPEN INPUT REGISTRE-FACT-A
           IF FS-REGFACTA NOT = ZERO
               DISPLAY 'PAS DE REGISTRE REGFACTA (FS=' FS-REGFACTA ')'
           ELSE
               MOVE 'A' TO WS-SOCIETE-REG
               MOVE ZERO TO WS-FF-REGFACT
               PERFORM UNTIL WS-FF-REGFACT = 1
                   READ REGISTRE-FACT-A INTO WS-ENR-REGFACT
                       AT END
                           MOVE 1 TO WS-FF-REGFACT
                       NOT AT END
                           PERFORM EMPILER-REGFACT
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FACT-A
           END-IF

           OPEN INPUT REGISTRE-FACT-B
           IF FS-REGFACTB NOT = ZERO
               DISPLAY 'PAS DE REGISTRE REGFACTB (FS=' FS-REGFACTB ')'
           ELSE
               MOVE 'B' TO WS-SOCIETE-REG
               MOVE ZERO TO WS-FF-REGFACT
               PERFORM UNTIL WS-FF-REGFACT = 1
                   READ REGISTRE-FACT-B INTO WS-ENR-REGFACT
                       AT END
                           MOVE 1 TO WS-FF-REGFACT
                       NOT AT END
                           PERFORM EMPILER-REGFACT
                   END-READ
               END-PERFORM
               CLOSE REGISTRE-FACT-B
           END-IF
           DISPLAY 'FACTURES AU REGISTRE : ' NB-REGFACT
           .

       EMPILER-REGFACT.
           IF REG-TYPE-DOC NOT = 'A'
              AND REG-RUN-ID (1:8) IS NUMERIC
               IF NB-REGFACT < 5000
                   ADD 1 TO NB-REGFACT
                   MOVE REG-O-NO TO RF-O-NO(NB-REGFACT)
                   MOVE REG-RUN-ID (1:8) TO RF-DATE-FACT(NB-REGFACT)
                   MOVE WS-SOCIETE-REG TO RF-SOCIETE(NB-REGFACT)
               ELSE
                   DISPLAY 'TAB-REGFACT PLEINE - FACTURE '
                           REG-NUMFACT ' IGNOREE'
               END-IF
           END-IF.

       FETCH-CYCLE.
           EXEC SQL
               FETCH CCYCLE
               INTO :WS-O-NO,
                    :WS-REGION,
                    :WS-DATE-CMD,
                    :WS-DATE-EXP,
                    :WS-DATE-REGL
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * DELAIS DE LA COMMANDE PAR ETAPE ; LA PREMIERE FACTURE DU
      * REGISTRE POUR LA COMMANDE FAIT FOI
       MESURER-COMMANDE.
           MOVE WS-O-NO TO WS-O-NO-NUM
           MOVE WS-DATE-CMD TO WS-DATE-ISO
           PERFORM CONVERTIR-DATE-JOUR
           MOVE WS-JOUR TO WS-JOUR-CMD
           MOVE WS-DATE-REGL TO WS-DATE-ISO
           PERFORM CONVERTIR-DATE-JOUR
           MOVE WS-JOUR TO WS-JOUR-REGL

           MOVE ZERO TO WS-JOUR-EXP
           IF WS-DATE-EXP (1:4) IS NUMERIC
               MOVE WS-DATE-EXP TO WS-DATE-ISO
               PERFORM CONVERTIR-DATE-JOUR
               MOVE WS-JOUR TO WS-JOUR-EXP
           ELSE
               ADD 1 TO WS-NB-SANS-EXP
           END-IF

           MOVE 'N' TO WS-FACT-TROUVEE
           MOVE '?' TO WS-SOCIETE-REG
           MOVE ZERO TO WS-JOUR-FACT
           PERFORM VARYING IDX-REG FROM 1 BY 1
               UNTIL IDX-REG > NB-REGFACT OR FACT-TROUVEE
               IF RF-O-NO(IDX-REG) = WS-O-NO-NUM
                   MOVE 'O' TO WS-FACT-TROUVEE
                   MOVE RF-SOCIETE(IDX-REG) TO WS-SOCIETE-REG
                   COMPUTE WS-JOUR-FACT =
                       FUNCTION INTEGER-OF-DATE(RF-DATE-FACT(IDX-REG))
               END-IF
           END-PERFORM
           IF NOT FACT-TROUVEE
               ADD 1 TO WS-NB-SANS-FACT
           END-IF

           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 4
               MOVE 'N' TO DL-MESURE(WS-IDX-ETAPE)
               MOVE ZERO TO DL-JOURS(WS-IDX-ETAPE)
           END-PERFORM

           IF WS-JOUR-EXP > ZERO
               MOVE 'O' TO DL-MESURE(1)
               COMPUTE DL-JOURS(1) = WS-JOUR-EXP - WS-JOUR-CMD
           END-IF
           IF WS-JOUR-EXP > ZERO AND FACT-TROUVEE
               MOVE 'O' TO DL-MESURE(2)
               COMPUTE DL-JOURS(2) = WS-JOUR-FACT - WS-JOUR-EXP
           END-IF
           IF FACT-TROUVEE
               MOVE 'O' TO DL-MESURE(3)
               COMPUTE DL-JOURS(3) = WS-JOUR-REGL - WS-JOUR-FACT
           END-IF
           MOVE 'O' TO DL-MESURE(4)
           COMPUTE DL-JOURS(4) = WS-JOUR-REGL - WS-JOUR-CMD
           .

       CONVERTIR-DATE-JOUR.
           MOVE WS-DATE-ISO (1:4) TO WS-DATE-NUM (1:4)
           MOVE WS-DATE-ISO (6:2) TO WS-DATE-NUM (5:2)
           MOVE WS-DATE-ISO (9:2) TO WS-DATE-NUM (7:2)
           COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

      * CUMUL DANS LE POSTE TOUTES REGIONS PUIS DANS CELUI DE LA
      * REGION ET DE LA SOCIETE, ET CLASSEMENT DES PIRES DELAIS
       CUMULER-COMMANDE.
           SET IDX-KPI TO 1
           PERFORM CUMULER-ETAPES

           MOVE 'N' TO WS-KPI-TROUVE
           PERFORM VARYING IDX-KPI FROM 2 BY 1
               UNTIL IDX-KPI > NB-KPI OR KPI-TROUVE
               IF KP-REGION(IDX-KPI) = WS-REGION
                  AND KP-SOCIETE(IDX-KPI) = WS-SOCIETE-REG
                   MOVE 'O' TO WS-KPI-TROUVE
               END-IF
           END-PERFORM
           IF KPI-TROUVE
               SET IDX-KPI DOWN BY 1
               PERFORM CUMULER-ETAPES
           ELSE
               IF NB-KPI < 100
                   ADD 1 TO NB-KPI
                   SET IDX-KPI TO NB-KPI
                   MOVE WS-REGION TO KP-REGION(IDX-KPI)
                   MOVE WS-SOCIETE-REG TO KP-SOCIETE(IDX-KPI)
                   PERFORM RAZ-KPI
                   PERFORM CUMULER-ETAPES
               ELSE
                   DISPLAY 'TAB-KPI PLEINE - REGION ' WS-REGION
                           ' NON VENTILEE'
               END-IF
           END-IF

           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 4
               IF DL-MESURE(WS-IDX-ETAPE) = 'O'
                   PERFORM CLASSER-PIRE
               END-IF
           END-PERFORM
           .

       RAZ-KPI.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 4
               MOVE ZERO TO KP-NB(IDX-KPI, WS-IDX-ETAPE)
               MOVE ZERO TO KP-CUMUL(IDX-KPI, WS-IDX-ETAPE)
               PERFORM VARYING WS-IDX-TRANCHE FROM 1 BY 1
                   UNTIL WS-IDX-TRANCHE > 5
                   MOVE ZERO
                       TO KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE,
                                     WS-IDX-TRANCHE)
               END-PERFORM
           END-PERFORM
           .

       CUMULER-ETAPES.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 4
               IF DL-MESURE(WS-IDX-ETAPE) = 'O'
                   ADD 1 TO KP-NB(IDX-KPI, WS-IDX-ETAPE)
                   ADD DL-JOURS(WS-IDX-ETAPE)
                       TO KP-CUMUL(IDX-KPI, WS-IDX-ETAPE)
                   EVALUATE TRUE
                       WHEN DL-JOURS(WS-IDX-ETAPE) <= 30
                           MOVE 1 TO WS-IDX-TRANCHE
                       WHEN DL-JOURS(WS-IDX-ETAPE) <= 60
                           MOVE 2 TO WS-IDX-TRANCHE
                       WHEN DL-JOURS(WS-IDX-ETAPE) <= 90
                           MOVE 3 TO WS-IDX-TRANCHE
                       WHEN DL-JOURS(WS-IDX-ETAPE) <= 120
                           MOVE 4 TO WS-IDX-TRANCHE
                       WHEN OTHER
                           MOVE 5 TO WS-IDX-TRANCHE
                   END-EVALUATE
                   ADD 1 TO KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE,
                                       WS-IDX-TRANCHE)
               END-IF
           END-PERFORM
           .

      * INSERTION DU DELAI DANS LA LISTE TRIEE DES 10 PIRES DE
      * L'ETAPE, EN DECALANT LES SUIVANTS
       CLASSER-PIRE.
           MOVE 'N' TO WS-PLACE-TROUVEE
           PERFORM VARYING WS-IDX-PIRE FROM 1 BY 1
               UNTIL WS-IDX-PIRE > NB-PIRES(WS-IDX-ETAPE)
                  OR PLACE-TROUVEE
               IF DL-JOURS(WS-IDX-ETAPE)
                  > PR-JOURS(WS-IDX-ETAPE, WS-IDX-PIRE)
                   MOVE 'O' TO WS-PLACE-TROUVEE
               END-IF
           END-PERFORM
           IF PLACE-TROUVEE
               SUBTRACT 1 FROM WS-IDX-PIRE
           END-IF

           IF WS-IDX-PIRE <= 10
               IF NB-PIRES(WS-IDX-ETAPE) < 10
                   ADD 1 TO NB-PIRES(WS-IDX-ETAPE)
               END-IF
               PERFORM VARYING WS-IDX-DECALE
                   FROM NB-PIRES(WS-IDX-ETAPE) BY -1
                   UNTIL WS-IDX-DECALE <= WS-IDX-PIRE
                   MOVE PIRE-ENTRY(WS-IDX-ETAPE, WS-IDX-DECALE - 1)
                       TO PIRE-ENTRY(WS-IDX-ETAPE, WS-IDX-DECALE)
               END-PERFORM
               MOVE WS-O-NO-NUM
                   TO PR-O-NO(WS-IDX-ETAPE, WS-IDX-PIRE)
               MOVE WS-REGION
                   TO PR-REGION(WS-IDX-ETAPE, WS-IDX-PIRE)
               MOVE WS-SOCIETE-REG
                   TO PR-SOCIETE(WS-IDX-ETAPE, WS-IDX-PIRE)
               MOVE DL-JOURS(WS-IDX-ETAPE)
                   TO PR-JOURS(WS-IDX-ETAPE, WS-IDX-PIRE)
           END-IF
           .

       EDITER-KPI-REGIONS.
           MOVE SPACES TO ENR-RAPKPI
           STRING '=== CYCLE COMMANDE-REGLEMENT - REGLEMENTS DE '
                  WS-PERIODE ' ==='
               DELIMITED BY SIZE INTO ENR-RAPKPI
           WRITE ENR-RAPKPI
           MOVE SPACES TO ENR-RAPKPI
           STRING 'REG S ETAPE           NB MOYENNE'
                  '            <=30J <=60J <=90J <=120J >120J'
               DELIMITED BY SIZE INTO ENR-RAPKPI
           WRITE ENR-RAPKPI

           PERFORM VARYING IDX-KPI FROM 1 BY 1
               UNTIL IDX-KPI > NB-KPI
               MOVE SPACES TO ENR-RAPKPI
               WRITE ENR-RAPKPI
               PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                   UNTIL WS-IDX-ETAPE > 4
                   PERFORM EDITER-LIGNE-ETAPE
               END-PERFORM
           END-PERFORM
           .

       EDITER-LIGNE-ETAPE.
           IF KP-NB(IDX-KPI, WS-IDX-ETAPE) > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                   KP-CUMUL(IDX-KPI, WS-IDX-ETAPE)
                   / KP-NB(IDX-KPI, WS-IDX-ETAPE)
           ELSE
               MOVE ZERO TO WS-MOYENNE
           END-IF
           MOVE KP-NB(IDX-KPI, WS-IDX-ETAPE) TO ED-NB
           MOVE WS-MOYENNE TO ED-MOYENNE
           MOVE KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE, 1) TO ED-T1
           MOVE KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE, 2) TO ED-T2
           MOVE KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE, 3) TO ED-T3
           MOVE KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE, 4) TO ED-T4
           MOVE KP-TRANCHE(IDX-KPI, WS-IDX-ETAPE, 5) TO ED-T5
           MOVE SPACES TO ENR-RAPKPI
           STRING KP-REGION(IDX-KPI) ' ' KP-SOCIETE(IDX-KPI)
                  ' ' LIB-ETAPE(WS-IDX-ETAPE)
                  ' ' ED-NB ' ' ED-MOYENNE 'J'
                  '            ' ED-T1 ' ' ED-T2 ' ' ED-T3
                  '  ' ED-T4 ' ' ED-T5
               DELIMITED BY SIZE INTO ENR-RAPKPI
           END-STRING
           WRITE ENR-RAPKPI
           .

       EDITER-PIRES-COMMANDES.
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 4
               MOVE SPACES TO ENR-RAPKPI
               WRITE ENR-RAPKPI
               MOVE SPACES TO ENR-RAPKPI
               STRING '--- PIRES COMMANDES - ETAPE '
                      LIB-ETAPE(WS-IDX-ETAPE) ' ---'
                   DELIMITED BY SIZE INTO ENR-RAPKPI
               WRITE ENR-RAPKPI
               PERFORM VARYING WS-IDX-PIRE FROM 1 BY 1
                   UNTIL WS-IDX-PIRE > NB-PIRES(WS-IDX-ETAPE)
                   MOVE WS-IDX-PIRE TO ED-RANG
                   MOVE PR-O-NO(WS-IDX-ETAPE, WS-IDX-PIRE) TO ED-O-NO
                   MOVE PR-JOURS(WS-IDX-ETAPE, WS-IDX-PIRE)
                       TO ED-JOURS
                   MOVE SPACES TO ENR-RAPKPI
                   STRING ED-RANG '. CMD=' ED-O-NO
                          ' REGION=' PR-REGION(WS-IDX-ETAPE,
                                               WS-IDX-PIRE)
                          ' SOCIETE=' PR-SOCIETE(WS-IDX-ETAPE,
                                                 WS-IDX-PIRE)
                          ' DELAI=' ED-JOURS ' JOURS'
                       DELIMITED BY SIZE INTO ENR-RAPKPI
                   END-STRING
                   WRITE ENR-RAPKPI
               END-PERFORM
           END-PERFORM
           .

       ECRIRE-TOTAUX-RAPKPI.
           MOVE SPACES TO ENR-RAPKPI
           WRITE ENR-RAPKPI

           MOVE WS-NB-COMMANDES TO ED-NB
           MOVE SPACES TO ENR-RAPKPI
           STRING 'COMMANDES SOLDEES MESUREES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPKPI
           WRITE ENR-RAPKPI

           MOVE WS-NB-SANS-EXP TO ED-NB
           MOVE SPACES TO ENR-RAPKPI
           STRING 'SANS EXPEDITION ENREGISTREE: ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPKPI
           WRITE ENR-RAPKPI

           MOVE WS-NB-SANS-FACT TO ED-NB
           MOVE SPACES TO ENR-RAPKPI
           STRING 'SANS FACTURE AU REGISTRE   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPKPI
           WRITE ENR-RAPKPI
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK.
