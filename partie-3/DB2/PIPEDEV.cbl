       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPEDEV.

      * PIPELINE DES DEVIS ET TAUX DE TRANSFORMATION : POUR LES DEVIS
      * EMIS SUR LA PERIODE (Q_DATE DANS LE MOIS AAAA-MM LU EN SYSIN,
      * MOIS PRECEDANT LA DATE DU RUN SI ABSENT OU INVALIDE), EDITE
      * PAR VENDEUR, PAR CLIENT ET PAR PRODUIT LE NOMBRE ET LA VALEUR
      * (SOMME QUANTITE * PRIX COTE DE QUOTE_ITEMS) DES DEVIS EMIS,
      * CONVERTIS EN COMMANDE PAR PF7 DE A5DEVIS (STATUT 'C'), EXPIRES
      * (STATUT 'E', POSE PAR DEVISDOC) ET ENCORE OUVERTS ('O'), LE
      * TAUX DE TRANSFORMATION EN NOMBRE ET EN VALEUR ET LE DELAI
      * MOYEN DE CONVERSION EN JOURS (DATE_CONV - Q_DATE ; LES DEVIS
      * CONVERTIS AVANT QUE A5DEVIS N'ENREGISTRE LA DATE DE CONVERSION
      * SONT EXCLUS DE LA MOYENNE). UN VENDEUR OU UN CLIENT DONT AUCUN
      * DEVIS N'A ETE CONVERTI EST SIGNALE.
      * UNE DERNIERE SECTION LISTE, TOUTES PERIODES CONFONDUES, LES
      * DEVIS OUVERTS QUI EXPIRENT DANS LES 14 JOURS (HORIZON
      * MODIFIABLE PAR UNE DEUXIEME CARTE SYSIN), PAR VENDEUR, POUR
      * LA RELANCE COMMERCIALE AVANT EXPIRATION.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-PIPELINE ASSIGN TO RAPPIPE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAPPIPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAPPORT-PIPELINE.
       01  ENR-RAPPIPE              PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE QUOTE
           END-EXEC.

      * DEVIS EMIS SUR LA PERIODE, PAR VENDEUR
           EXEC SQL
               DECLARE CPARVEND CURSOR
               FOR
               SELECT
                   DIGITS(Q.S_NO),
                   VALUE(E.LNAME, 'VENDEUR INCONNU'),
                   COUNT(*),
                   DECIMAL(SUM(VALUE(V.MONTANT, 0)), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'C'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'E' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'E'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'O' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'O'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN DAYS(DATE(Q.DATE_CONV))
                                 - DAYS(DATE(Q.Q_DATE))
                            ELSE 0 END)
               FROM
                   API6.QUOTES Q
               LEFT OUTER JOIN
                   (SELECT Q_NO, SUM(QUANTITY * PRICE) AS MONTANT
                    FROM API6.QUOTE_ITEMS
                    GROUP BY Q_NO) V
                   ON V.Q_NO = Q.Q_NO
               LEFT OUTER JOIN API6.EMPLOYEES E
                   ON E.E_NO = Q.S_NO
               WHERE
                   Q.Q_DATE >= :WS-PERIODE-DEBUT
                   AND Q.Q_DATE < :WS-PERIODE-FIN
               GROUP BY
                   Q.S_NO, E.LNAME
               ORDER BY
                   1
           END-EXEC.

      * DEVIS EMIS SUR LA PERIODE, PAR CLIENT
           EXEC SQL
               DECLARE CPARCLI CURSOR
               FOR
               SELECT
                   DIGITS(Q.C_NO),
                   VALUE(C.COMPANY, 'CLIENT INCONNU'),
                   COUNT(*),
                   DECIMAL(SUM(VALUE(V.MONTANT, 0)), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'C'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'E' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'E'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'O' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'O'
                                    THEN VALUE(V.MONTANT, 0)
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN DAYS(DATE(Q.DATE_CONV))
                                 - DAYS(DATE(Q.Q_DATE))
                            ELSE 0 END)
               FROM
                   API6.QUOTES Q
               LEFT OUTER JOIN
                   (SELECT Q_NO, SUM(QUANTITY * PRICE) AS MONTANT
                    FROM API6.QUOTE_ITEMS
                    GROUP BY Q_NO) V
                   ON V.Q_NO = Q.Q_NO
               LEFT OUTER JOIN API6.CUSTOMERS C
                   ON C.C_NO = Q.C_NO
               WHERE
                   Q.Q_DATE >= :WS-PERIODE-DEBUT
                   AND Q.Q_DATE < :WS-PERIODE-FIN
               GROUP BY
                   Q.C_NO, C.COMPANY
               ORDER BY
                   1
           END-EXEC.

      * LIGNES DES DEVIS EMIS SUR LA PERIODE, PAR PRODUIT (UNE LIGNE
      * DE DEVIS COMPTE POUR UN DEVIS, SA VALEUR EST CELLE DE LA LIGNE)
           EXEC SQL
               DECLARE CPARPROD CURSOR
               FOR
               SELECT
                   I.P_NO,
                   VALUE(P.DESCRIPTION, 'PRODUIT INCONNU'),
                   COUNT(*),
                   DECIMAL(SUM(I.QUANTITY * I.PRICE), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'C'
                                    THEN I.QUANTITY * I.PRICE
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'E' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'E'
                                    THEN I.QUANTITY * I.PRICE
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'O' THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN Q.STATUT = 'O'
                                    THEN I.QUANTITY * I.PRICE
                                    ELSE 0 END), 11, 2),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN 1 ELSE 0 END),
                   SUM(CASE WHEN Q.STATUT = 'C'
                             AND Q.DATE_CONV <> ' '
                            THEN DAYS(DATE(Q.DATE_CONV))
                                 - DAYS(DATE(Q.Q_DATE))
                            ELSE 0 END)
               FROM
                   API6.QUOTE_ITEMS I
               INNER JOIN API6.QUOTES Q
                   ON Q.Q_NO = I.Q_NO
               LEFT OUTER JOIN API6.PRODUCTS P
                   ON P.P_NO = I.P_NO
               WHERE
                   Q.Q_DATE >= :WS-PERIODE-DEBUT
                   AND Q.Q_DATE < :WS-PERIODE-FIN
               GROUP BY
                   I.P_NO, P.DESCRIPTION
               ORDER BY
                   1
           END-EXEC.

      * DEVIS OUVERTS EXPIRANT DANS L'HORIZON, TOUTES PERIODES
           EXEC SQL
               DECLARE CAEXPIRER CURSOR
               FOR
               SELECT
                   Q.S_NO,
                   VALUE(E.LNAME, 'VENDEUR INCONNU'),
                   Q.Q_NO,
                   Q.C_NO,
                   VALUE(C.COMPANY, 'CLIENT INCONNU'),
                   Q.Q_DATE,
                   Q.DATE_EXPIR,
                   DECIMAL(VALUE(V.MONTANT, 0), 11, 2)
               FROM
                   API6.QUOTES Q
               LEFT OUTER JOIN
                   (SELECT Q_NO, SUM(QUANTITY * PRICE) AS MONTANT
                    FROM API6.QUOTE_ITEMS
                    GROUP BY Q_NO) V
                   ON V.Q_NO = Q.Q_NO
               LEFT OUTER JOIN API6.EMPLOYEES E
                   ON E.E_NO = Q.S_NO
               LEFT OUTER JOIN API6.CUSTOMERS C
                   ON C.C_NO = Q.C_NO
               WHERE
                   Q.STATUT = 'O'
                   AND Q.DATE_EXPIR >= CHAR(CURRENT DATE, ISO)
                   AND Q.DATE_EXPIR <=
                       CHAR(CURRENT DATE + :WS-HORIZON DAYS, ISO)
               ORDER BY
                   Q.S_NO, Q.DATE_EXPIR, Q.Q_NO
           END-EXEC.

      * PERIODE ET HORIZON (SYSIN)
        77 WS-PERIODE-SAISIE PIC X(7).
        77 WS-PERIODE        PIC X(7).
        77 WS-PERIODE-ANNEE  PIC 9(4).
        77 WS-PERIODE-MOIS   PIC 99.
        77 WS-ANNEE-SUIVANTE PIC 9(4).
        77 WS-MOIS-SUIVANT   PIC 99.
        77 WS-PERIODE-DEBUT  PIC X(10).
        77 WS-PERIODE-FIN    PIC X(10).
        77 WS-HORIZON-SAISI  PIC X(5) VALUE SPACES.
        77 WS-HORIZON        PIC S9(5)V USAGE COMP-3 VALUE 14.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-RUN-ISO   PIC X(10).

      * VARIABLES DES CURSEURS D'AGREGATS (VENDEUR, CLIENT, PRODUIT)
        77 WS-SECTION        PIC X(8).
        77 WS-CLE            PIC X(4).
        77 WS-LIBELLE        PIC X(30).
        77 WS-NB-EMIS        PIC S9(7)V USAGE COMP-3.
        77 WS-MT-EMIS        PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-NB-CONV        PIC S9(7)V USAGE COMP-3.
        77 WS-MT-CONV        PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-NB-EXPIRES     PIC S9(7)V USAGE COMP-3.
        77 WS-MT-EXPIRES     PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-NB-OUVERTS     PIC S9(7)V USAGE COMP-3.
        77 WS-MT-OUVERTS     PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-NB-DATES-CONV  PIC S9(7)V USAGE COMP-3.
        77 WS-CUMUL-DELAIS   PIC S9(9)V USAGE COMP-3.
        77 WS-NB-AUTRES      PIC S9(7)V USAGE COMP-3.
        77 WS-TX-NOMBRE      PIC S9(3)V9 USAGE COMP-3.
        77 WS-TX-VALEUR      PIC S9(3)V9 USAGE COMP-3.
        77 WS-DELAI-MOYEN    PIC S9(5)V USAGE COMP-3.

      * TOTAUX DE LA PERIODE (CUMULES SUR LA SECTION VENDEURS)
        77 WS-TOT-NB-EMIS    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-MT-EMIS    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-NB-CONV    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-MT-CONV    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-NB-EXPIRES PIC S9(7)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-MT-EXPIRES PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-NB-OUVERTS PIC S9(7)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-MT-OUVERTS PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-NB-DATES   PIC S9(7)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-DELAIS     PIC S9(9)V USAGE COMP-3 VALUE ZERO.

      * VARIABLES DU CURSEUR DES DEVIS A EXPIRER
        77 WS-S-NO           PIC S9(2)V USAGE COMP-3.
        77 WS-NOM-VENDEUR    PIC X(20).
        77 WS-COMPANY        PIC X(30).
        77 WS-MONTANT        PIC S9(9)V9(2) USAGE COMP-3.
        77 WS-S-NO-COURANT   PIC S9(2)V USAGE COMP-3 VALUE -1.
        77 WS-NB-A-EXPIRER   PIC 9(5) VALUE ZERO.
        77 WS-MT-A-EXPIRER   PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-NB-VEND-EXP    PIC 9(5) VALUE ZERO.
        77 WS-MT-VEND-EXP    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.

      * VARIABLES DE CONTROLE
        77 WS-RAPPIPE-STATUS PIC XX.
        77 WS-NB-LIGNES      PIC 9(5) VALUE ZERO.
        77 WS-NB-SANS-CONV   PIC 9(5) VALUE ZERO.
        77 ED-NB             PIC Z(4)9.
        77 ED-MT             PIC Z(9)9,99.
        77 ED-TX-NB          PIC ZZ9,9.
        77 ED-TX-MT          PIC ZZ9,9.
        77 ED-DELAI          PIC ZZZZ9.
        77 ED-S-NO           PIC 99.
        77 ED-Q-NO           PIC 9(7).
        77 ED-C-NO           PIC 9(4).
        77 ED-HORIZON        PIC ZZZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME PIPEDEV - PIPELINE DES DEVIS ==='

           PERFORM LIRE-PARAMETRES

           OPEN OUTPUT RAPPORT-PIPELINE
           IF WS-RAPPIPE-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPIPE : ',
                       WS-RAPPIPE-STATUS
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPPIPE
           STRING '=== PIPELINE DES DEVIS - DEVIS EMIS EN '
                  WS-PERIODE ' - EDITE LE ' WS-DATE-RUN-ISO ' ==='
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE

           PERFORM EDITER-PAR-VENDEUR
           PERFORM EDITER-TOTAL-PERIODE
           PERFORM EDITER-PAR-CLIENT
           PERFORM EDITER-PAR-PRODUIT
           PERFORM EDITER-DEVIS-A-EXPIRER

           CLOSE RAPPORT-PIPELINE

           DISPLAY 'LIGNES D AGREGAT EDITEES   : ' WS-NB-LIGNES
           DISPLAY 'SANS AUCUNE CONVERSION     : ' WS-NB-SANS-CONV
           DISPLAY 'DEVIS OUVERTS A EXPIRER    : ' WS-NB-A-EXPIRER
           DISPLAY '=== FIN PROGRAMME PIPEDEV ==='
           GOBACK.

      * PERIODE AAAA-MM EN PREMIERE CARTE ; ABSENTE OU INVALIDE, C'EST
      * LE MOIS PRECEDANT LA DATE DU RUN. HORIZON DES DEVIS A EXPIRER
      * EN DEUXIEME CARTE (14 JOURS PAR DEFAUT)
       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           STRING WS-DATE-SYS (1:4) '-' WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO

           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) IS NUMERIC
               AND WS-PERIODE-SAISIE (5:1) = '-'
               AND WS-PERIODE-SAISIE (6:2) IS NUMERIC
               AND WS-PERIODE-SAISIE (6:2) >= '01'
               AND WS-PERIODE-SAISIE (6:2) <= '12'
               MOVE WS-PERIODE-SAISIE (1:4) TO WS-PERIODE-ANNEE
               MOVE WS-PERIODE-SAISIE (6:2) TO WS-PERIODE-MOIS
           ELSE
               MOVE WS-DATE-SYS (1:4) TO WS-PERIODE-ANNEE
               MOVE WS-DATE-SYS (5:2) TO WS-PERIODE-MOIS
               IF WS-PERIODE-MOIS = 1
                   SUBTRACT 1 FROM WS-PERIODE-ANNEE
                   MOVE 12 TO WS-PERIODE-MOIS
               ELSE
                   SUBTRACT 1 FROM WS-PERIODE-MOIS
               END-IF
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - MOIS PRECEDENT'
           END-IF

           MOVE SPACES TO WS-PERIODE
           STRING WS-PERIODE-ANNEE '-' WS-PERIODE-MOIS
               DELIMITED BY SIZE INTO WS-PERIODE
           MOVE SPACES TO WS-PERIODE-DEBUT
           STRING WS-PERIODE '-01'
               DELIMITED BY SIZE INTO WS-PERIODE-DEBUT

           IF WS-PERIODE-MOIS = 12
               ADD 1 TO WS-PERIODE-ANNEE GIVING WS-ANNEE-SUIVANTE
               MOVE 1 TO WS-MOIS-SUIVANT
           ELSE
               MOVE WS-PERIODE-ANNEE TO WS-ANNEE-SUIVANTE
               ADD 1 TO WS-PERIODE-MOIS GIVING WS-MOIS-SUIVANT
           END-IF
           MOVE SPACES TO WS-PERIODE-FIN
           STRING WS-ANNEE-SUIVANTE '-' WS-MOIS-SUIVANT '-01'
               DELIMITED BY SIZE INTO WS-PERIODE-FIN
           DISPLAY 'DEVIS EMIS DU ' WS-PERIODE-DEBUT
                   ' (INCLUS) AU ' WS-PERIODE-FIN ' (EXCLU)'

           ACCEPT WS-HORIZON-SAISI FROM SYSIN
           IF WS-HORIZON-SAISI NOT = SPACES
               COMPUTE WS-HORIZON =
                   FUNCTION NUMVAL(WS-HORIZON-SAISI)
               IF WS-HORIZON NOT > ZERO
                   MOVE 14 TO WS-HORIZON
               END-IF
           END-IF
           DISPLAY 'HORIZON DES DEVIS A EXPIRER EN JOURS : ' WS-HORIZON
           .

       EDITER-PAR-VENDEUR.
           MOVE 'VENDEUR' TO WS-SECTION
           PERFORM EDITER-ENTETE-SECTION

           EXEC SQL
               OPEN CPARVEND
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PAR-VENDEUR

           PERFORM UNTIL SQLCODE = +100
               PERFORM CUMULER-TOTAL-PERIODE
               PERFORM EDITER-LIGNE-PIPELINE
               PERFORM FETCH-PAR-VENDEUR
           END-PERFORM

           EXEC SQL
               CLOSE CPARVEND
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-PAR-VENDEUR.
           EXEC SQL
               FETCH CPARVEND
               INTO :WS-CLE, :WS-LIBELLE,
                    :WS-NB-EMIS, :WS-MT-EMIS,
                    :WS-NB-CONV, :WS-MT-CONV,
                    :WS-NB-EXPIRES, :WS-MT-EXPIRES,
                    :WS-NB-OUVERTS, :WS-MT-OUVERTS,
                    :WS-NB-DATES-CONV, :WS-CUMUL-DELAIS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-PAR-CLIENT.
           MOVE 'CLIENT' TO WS-SECTION
           PERFORM EDITER-ENTETE-SECTION

           EXEC SQL
               OPEN CPARCLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PAR-CLIENT

           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-LIGNE-PIPELINE
               PERFORM FETCH-PAR-CLIENT
           END-PERFORM

           EXEC SQL
               CLOSE CPARCLI
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-PAR-CLIENT.
           EXEC SQL
               FETCH CPARCLI
               INTO :WS-CLE, :WS-LIBELLE,
                    :WS-NB-EMIS, :WS-MT-EMIS,
                    :WS-NB-CONV, :WS-MT-CONV,
                    :WS-NB-EXPIRES, :WS-MT-EXPIRES,
                    :WS-NB-OUVERTS, :WS-MT-OUVERTS,
                    :WS-NB-DATES-CONV, :WS-CUMUL-DELAIS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-PAR-PRODUIT.
           MOVE 'PRODUIT' TO WS-SECTION
           PERFORM EDITER-ENTETE-SECTION

           EXEC SQL
               OPEN CPARPROD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PAR-PRODUIT

           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-LIGNE-PIPELINE
               PERFORM FETCH-PAR-PRODUIT
           END-PERFORM

           EXEC SQL
               CLOSE CPARPROD
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-PAR-PRODUIT.
           EXEC SQL
               FETCH CPARPROD
               INTO :WS-CLE, :WS-LIBELLE,
                    :WS-NB-EMIS, :WS-MT-EMIS,
                    :WS-NB-CONV, :WS-MT-CONV,
                    :WS-NB-EXPIRES, :WS-MT-EXPIRES,
                    :WS-NB-OUVERTS, :WS-MT-OUVERTS,
                    :WS-NB-DATES-CONV, :WS-CUMUL-DELAIS
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-ENTETE-SECTION.
           MOVE SPACES TO ENR-RAPPIPE
           WRITE ENR-RAPPIPE
           MOVE SPACES TO ENR-RAPPIPE
           STRING '--- DEVIS EMIS PAR ' WS-SECTION
                  ' (NOMBRE / VALEUR, TX = TRANSFORMATION EN NOMBRE'
                  ' / EN VALEUR, DELAI = JOURS MOYENS DE CONVERSION)'
                  ' ---'
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE.

      * DEUX LIGNES PAR VENDEUR, CLIENT OU PRODUIT : EMIS, CONVERTIS,
      * TAUX ET DELAI, PUIS EXPIRES, OUVERTS ET AUTRES STATUTS
       EDITER-LIGNE-PIPELINE.
           COMPUTE WS-NB-AUTRES = WS-NB-EMIS - WS-NB-CONV
               - WS-NB-EXPIRES - WS-NB-OUVERTS
           PERFORM CALCULER-TAUX
           ADD 1 TO WS-NB-LIGNES

           MOVE WS-NB-EMIS TO ED-NB
           MOVE WS-MT-EMIS TO ED-MT
           MOVE SPACES TO ENR-RAPPIPE
           STRING WS-SECTION ' ' WS-CLE ' ' WS-LIBELLE
                  ' EMIS ' ED-NB ' ' ED-MT
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           MOVE WS-NB-CONV TO ED-NB
           MOVE WS-MT-CONV TO ED-MT
           MOVE WS-TX-NOMBRE TO ED-TX-NB
           MOVE WS-TX-VALEUR TO ED-TX-MT
           STRING '  CONVERTIS ' ED-NB ' ' ED-MT
                  '  TX ' ED-TX-NB '% / ' ED-TX-MT '%'
               DELIMITED BY SIZE INTO ENR-RAPPIPE (70:63)
           WRITE ENR-RAPPIPE

           MOVE WS-NB-EXPIRES TO ED-NB
           MOVE WS-MT-EXPIRES TO ED-MT
           MOVE SPACES TO ENR-RAPPIPE
           STRING ' EXPIRES ' ED-NB ' ' ED-MT
               DELIMITED BY SIZE INTO ENR-RAPPIPE (34:35)
           MOVE WS-NB-OUVERTS TO ED-NB
           MOVE WS-MT-OUVERTS TO ED-MT
           MOVE WS-NB-AUTRES TO ED-DELAI
           STRING '  OUVERTS   ' ED-NB ' ' ED-MT
                  '  AUTRES ' ED-DELAI
               DELIMITED BY SIZE INTO ENR-RAPPIPE (70:63)
           IF WS-NB-DATES-CONV > ZERO
               MOVE WS-DELAI-MOYEN TO ED-DELAI
               STRING 'DELAI ' ED-DELAI ' J'
                   DELIMITED BY SIZE INTO ENR-RAPPIPE (119:14)
           END-IF
           WRITE ENR-RAPPIPE

      * VENDEUR OU CLIENT DONT AUCUN DEVIS N'A ABOUTI
           IF WS-NB-CONV = ZERO
              AND WS-SECTION NOT = 'PRODUIT'
               ADD 1 TO WS-NB-SANS-CONV
               MOVE SPACES TO ENR-RAPPIPE
               STRING '    *** AUCUN DEVIS CONVERTI EN COMMANDE ***'
                   DELIMITED BY SIZE INTO ENR-RAPPIPE
               WRITE ENR-RAPPIPE
           END-IF.

       CALCULER-TAUX.
           IF WS-NB-EMIS > ZERO
               COMPUTE WS-TX-NOMBRE ROUNDED =
                   WS-NB-CONV * 100 / WS-NB-EMIS
           ELSE
               MOVE ZERO TO WS-TX-NOMBRE
           END-IF
           IF WS-MT-EMIS > ZERO
               COMPUTE WS-TX-VALEUR ROUNDED =
                   WS-MT-CONV * 100 / WS-MT-EMIS
           ELSE
               MOVE ZERO TO WS-TX-VALEUR
           END-IF
           IF WS-NB-DATES-CONV > ZERO
               COMPUTE WS-DELAI-MOYEN ROUNDED =
                   WS-CUMUL-DELAIS / WS-NB-DATES-CONV
           ELSE
               MOVE ZERO TO WS-DELAI-MOYEN
           END-IF.

       CUMULER-TOTAL-PERIODE.
           ADD WS-NB-EMIS TO WS-TOT-NB-EMIS
           ADD WS-MT-EMIS TO WS-TOT-MT-EMIS
           ADD WS-NB-CONV TO WS-TOT-NB-CONV
           ADD WS-MT-CONV TO WS-TOT-MT-CONV
           ADD WS-NB-EXPIRES TO WS-TOT-NB-EXPIRES
           ADD WS-MT-EXPIRES TO WS-TOT-MT-EXPIRES
           ADD WS-NB-OUVERTS TO WS-TOT-NB-OUVERTS
           ADD WS-MT-OUVERTS TO WS-TOT-MT-OUVERTS
           ADD WS-NB-DATES-CONV TO WS-TOT-NB-DATES
           ADD WS-CUMUL-DELAIS TO WS-TOT-DELAIS.

      * TOTAL DE LA PERIODE, EDITE AU GABARIT D'UNE LIGNE D'AGREGAT
       EDITER-TOTAL-PERIODE.
           MOVE 'TOTAL' TO WS-SECTION
           MOVE SPACES TO WS-CLE
           MOVE 'TOUS VENDEURS' TO WS-LIBELLE
           MOVE WS-TOT-NB-EMIS TO WS-NB-EMIS
           MOVE WS-TOT-MT-EMIS TO WS-MT-EMIS
           MOVE WS-TOT-NB-CONV TO WS-NB-CONV
           MOVE WS-TOT-MT-CONV TO WS-MT-CONV
           MOVE WS-TOT-NB-EXPIRES TO WS-NB-EXPIRES
           MOVE WS-TOT-MT-EXPIRES TO WS-MT-EXPIRES
           MOVE WS-TOT-NB-OUVERTS TO WS-NB-OUVERTS
           MOVE WS-TOT-MT-OUVERTS TO WS-MT-OUVERTS
           MOVE WS-TOT-NB-DATES TO WS-NB-DATES-CONV
           MOVE WS-TOT-DELAIS TO WS-CUMUL-DELAIS

           MOVE SPACES TO ENR-RAPPIPE
           WRITE ENR-RAPPIPE
           IF WS-TOT-NB-EMIS = ZERO
               MOVE SPACES TO ENR-RAPPIPE
               STRING 'AUCUN DEVIS EMIS SUR LA PERIODE ' WS-PERIODE
                   DELIMITED BY SIZE INTO ENR-RAPPIPE
               WRITE ENR-RAPPIPE
           ELSE
               PERFORM EDITER-LIGNE-PIPELINE
               SUBTRACT 1 FROM WS-NB-LIGNES
           END-IF.

      * DEVIS OUVERTS QUI EXPIRENT DANS L'HORIZON, AVEC RUPTURE ET
      * SOUS-TOTAL PAR VENDEUR, POUR LA RELANCE AVANT EXPIRATION
       EDITER-DEVIS-A-EXPIRER.
           MOVE WS-HORIZON TO ED-HORIZON
           MOVE SPACES TO ENR-RAPPIPE
           WRITE ENR-RAPPIPE
           MOVE SPACES TO ENR-RAPPIPE
           STRING '=== DEVIS OUVERTS EXPIRANT DANS LES ' ED-HORIZON
                  ' JOURS (TOUTES PERIODES) ==='
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE

           EXEC SQL
               OPEN CAEXPIRER
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-A-EXPIRER

           PERFORM UNTIL SQLCODE = +100
               IF WS-S-NO NOT = WS-S-NO-COURANT
                   PERFORM EDITER-TOTAL-VENDEUR-EXP
                   PERFORM EDITER-ENTETE-VENDEUR-EXP
               END-IF
               PERFORM EDITER-LIGNE-A-EXPIRER
               PERFORM FETCH-A-EXPIRER
           END-PERFORM

           PERFORM EDITER-TOTAL-VENDEUR-EXP

           EXEC SQL
               CLOSE CAEXPIRER
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-NB-A-EXPIRER TO ED-NB
           MOVE WS-MT-A-EXPIRER TO ED-MT
           MOVE SPACES TO ENR-RAPPIPE
           STRING 'TOTAL A EXPIRER : ' ED-NB ' DEVIS POUR ' ED-MT
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE.

       FETCH-A-EXPIRER.
           MOVE SPACES TO WS-NOM-VENDEUR
           MOVE SPACES TO WS-COMPANY
           EXEC SQL
               FETCH CAEXPIRER
               INTO :WS-S-NO, :WS-NOM-VENDEUR,
                    :QTE-Q-NO, :QTE-C-NO, :WS-COMPANY,
                    :QTE-Q-DATE, :QTE-DATE-EXPIR, :WS-MONTANT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EDITER-ENTETE-VENDEUR-EXP.
           MOVE WS-S-NO TO WS-S-NO-COURANT
           MOVE ZERO TO WS-NB-VEND-EXP
           MOVE ZERO TO WS-MT-VEND-EXP
           MOVE WS-S-NO TO ED-S-NO
           MOVE SPACES TO ENR-RAPPIPE
           STRING '--- VENDEUR ' ED-S-NO ' ' WS-NOM-VENDEUR ' ---'
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE.

       EDITER-LIGNE-A-EXPIRER.
           ADD 1 TO WS-NB-VEND-EXP
           ADD WS-MONTANT TO WS-MT-VEND-EXP
           ADD 1 TO WS-NB-A-EXPIRER
           ADD WS-MONTANT TO WS-MT-A-EXPIRER

           MOVE QTE-Q-NO TO ED-Q-NO
           MOVE QTE-C-NO TO ED-C-NO
           MOVE WS-MONTANT TO ED-MT
           MOVE SPACES TO ENR-RAPPIPE
           STRING '  DEVIS ' ED-Q-NO '  CLIENT ' ED-C-NO ' '
                  WS-COMPANY '  EMIS LE ' QTE-Q-DATE
                  '  EXPIRE LE ' QTE-DATE-EXPIR '  VALEUR ' ED-MT
               DELIMITED BY SIZE INTO ENR-RAPPIPE
           WRITE ENR-RAPPIPE.

       EDITER-TOTAL-VENDEUR-EXP.
           IF WS-S-NO-COURANT < ZERO
               CONTINUE
           ELSE
               MOVE WS-NB-VEND-EXP TO ED-NB
               MOVE WS-MT-VEND-EXP TO ED-MT
               MOVE SPACES TO ENR-RAPPIPE
               STRING '  S/T VENDEUR : ' ED-NB ' DEVIS POUR ' ED-MT
                   DELIMITED BY SIZE INTO ENR-RAPPIPE
               WRITE ENR-RAPPIPE
           END-IF.

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
