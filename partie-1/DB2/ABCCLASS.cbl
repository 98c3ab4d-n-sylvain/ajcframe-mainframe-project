       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.

      * CLASSEMENT ABC MENSUEL DES PRODUITS : POUR LA PERIODE SAISIE
      * EN SYSIN (AAAA-MM), VALORISE LES VENTES DES 12 MOIS GLISSANTS
      * QUI S'Y TERMINENT (QUANTITES DE ITEMS AU COUT CATALOGUE
      * PRODUCTS.COST) ET RANGE LES PRODUITS PAR VALEUR DECROISSANTE :
      * CLASSE A JUSQU'A 80 % DE LA VALEUR CUMULEE, B JUSQU'A 95 %,
      * C AU-DELA ET POUR LES PRODUITS SANS VENTE (SEUILS MODIFIABLES
      * PAR UNE 2E CARTE SYSIN 'AABB'). LA CLASSE EST TENUE DANS
      * API6.CLASSES_ABC, QUI PORTE AUSSI LA DATE DU DERNIER COMPTAGE
      * (MISE A JOUR PAR INVCOUNT) : LE PLANIFICATEUR CYCLECPT EN
      * DEDUIT LES COMPTAGES TOURNANTS DU JOUR. UN RERUN DE LA MEME
      * PERIODE RECALCULE SIMPLEMENT LES CLASSES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-ABC ASSIGN TO RAPABC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPABC.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-ABC.
       01 ENR-RAPABC         PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PRODABC
           END-EXEC.

      * VALEUR DES VENTES SUR 12 MOIS PAR PRODUIT, AU COUT CATALOGUE ;
      * LES PRODUITS SANS VENTE SORTENT A ZERO, EN FIN DE LISTE
           EXEC SQL
               DECLARE CABC CURSOR
               FOR
               SELECT
                   P.P_NO,
                   COALESCE(V.VALEUR, 0)
               FROM
                   API6.PRODUCTS P
               LEFT OUTER JOIN
                   (SELECT I.P_NO,
                           SUM(I.QUANTITY * PR.COST) AS VALEUR
                    FROM API6.ITEMS I
                    INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
                    INNER JOIN API6.PRODUCTS PR ON PR.P_NO = I.P_NO
                    WHERE O.O_DATE >= :WS-DEBUT-FENETRE
                      AND O.O_DATE < :WS-FIN-FENETRE
                    GROUP BY I.P_NO) V
                   ON V.P_NO = P.P_NO
               ORDER BY
                   2 DESC, P.P_NO
           END-EXEC.

      * VARIABLES DU CURSEUR
       77 WS-P-NO            PIC X(3).
       77 WS-VALEUR          PIC S9(9)V9(2) USAGE COMP-3.

      * PERIODE SAISIE ET FENETRE DE 12 MOIS
       77 WS-PERIODE-SAISIE  PIC X(7).
       77 WS-DEBUT-PERIODE   PIC X(10).
       77 WS-DEBUT-FENETRE   PIC X(10).
       77 WS-FIN-FENETRE     PIC X(10).

      * SEUILS DE CLASSE EN % DE LA VALEUR CUMULEE (SYSIN)
       77 WS-SEUILS-SAISIS   PIC X(4) VALUE SPACES.
       77 WS-SEUIL-A         PIC 99 VALUE 80.
       77 WS-SEUIL-B         PIC 99 VALUE 95.

      * CUMUL ET CLASSE DU PRODUIT EN COURS
       77 WS-TOTAL-VALEUR    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-CUMUL-AVANT     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-PCT-CUMUL       PIC S9(3)V9 USAGE COMP-3 VALUE ZERO.
       77 WS-CLASSE          PIC X VALUE 'C'.
           88 CLASSE-A           VALUE 'A'.
           88 CLASSE-B           VALUE 'B'.
           88 CLASSE-C           VALUE 'C'.
       77 WS-ANCIENNE-CLASSE PIC X VALUE SPACE.

      * COMPTEURS ET ZONES EDITEES
       77 FS-RAPABC          PIC 99.
       77 WS-NB-PRODUITS     PIC 9(5) VALUE ZERO.
       77 WS-NB-A            PIC 9(5) VALUE ZERO.
       77 WS-NB-B            PIC 9(5) VALUE ZERO.
       77 WS-NB-C            PIC 9(5) VALUE ZERO.
       77 WS-VALEUR-A        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-VALEUR-B        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-VALEUR-C        PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-NB-NOUVEAUX     PIC 9(5) VALUE ZERO.
       77 WS-NB-RECLASSES    PIC 9(5) VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-VALEUR          PIC Z(8)9,99.
       77 ED-VALEUR-TOT      PIC Z(10)9,99.
       77 ED-PCT             PIC ZZ9,9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME ABCCLASS - CLASSEMENT ABC ==='

           PERFORM LIRE-PARAMETRES
           PERFORM OUV-RAPABC
           PERFORM CALCULER-TOTAL-VENTES

           EXEC SQL
               OPEN CABC
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-VALEUR-PRODUIT

           PERFORM UNTIL SQLCODE = +100
               PERFORM CLASSER-PRODUIT
               PERFORM FETCH-VALEUR-PRODUIT
           END-PERFORM

           EXEC SQL
               CLOSE CABC
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX-ABC
           PERFORM FERM-RAPABC
           DISPLAY 'FIN PROGRAMME ABCCLASS'
           GOBACK.

      * 1RE CARTE : PERIODE AAAA-MM (OBLIGATOIRE) ; LA FENETRE VA DU
      * 1ER DU MOIS, 11 MOIS PLUS TOT, AU 1ER DU MOIS SUIVANT EXCLU
      * 2E CARTE : SEUILS A ET B EN % ('8095' PAR DEFAUT)
       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE SPACES TO WS-DEBUT-PERIODE
           STRING WS-PERIODE-SAISIE '-01' DELIMITED BY SIZE
               INTO WS-DEBUT-PERIODE
           END-STRING

           EXEC SQL
               SELECT CHAR(DATE(:WS-DEBUT-PERIODE) - 11 MONTHS, ISO),
                      CHAR(DATE(:WS-DEBUT-PERIODE) + 1 MONTH, ISO)
               INTO :WS-DEBUT-FENETRE, :WS-FIN-FENETRE
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PERIODE INVALIDE : ' WS-PERIODE-SAISIE
               PERFORM ABEND-PROG
           END-IF
           DISPLAY 'PERIODE ' WS-PERIODE-SAISIE ' - VENTES DU '
                   WS-DEBUT-FENETRE ' AU ' WS-FIN-FENETRE ' EXCLU'

           ACCEPT WS-SEUILS-SAISIS FROM SYSIN
           IF WS-SEUILS-SAISIS NUMERIC
              AND WS-SEUILS-SAISIS (1:2) < WS-SEUILS-SAISIS (3:2)
               MOVE WS-SEUILS-SAISIS (1:2) TO WS-SEUIL-A
               MOVE WS-SEUILS-SAISIS (3:2) TO WS-SEUIL-B
           END-IF
           DISPLAY 'SEUILS DE CLASSE : A <= ' WS-SEUIL-A
                   '% - B <= ' WS-SEUIL-B '%'
           .

       CALCULER-TOTAL-VENTES.
           EXEC SQL
               SELECT COALESCE(SUM(I.QUANTITY * P.COST), 0)
               INTO :WS-TOTAL-VALEUR
               FROM API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               WHERE O.O_DATE >= :WS-DEBUT-FENETRE
                 AND O.O_DATE < :WS-FIN-FENETRE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-TOTAL-VALEUR TO ED-VALEUR-TOT
           DISPLAY 'VALEUR ANNUELLE DES VENTES : ' ED-VALEUR-TOT.

       FETCH-VALEUR-PRODUIT.
           EXEC SQL
               FETCH CABC
               INTO :WS-P-NO,
                    :WS-VALEUR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * LA CLASSE DEPEND DU CUMUL DES PRODUITS MIEUX CLASSES : LE
      * PREMIER PRODUIT EST TOUJOURS A, MEME S'IL PESE PLUS QUE LE
      * SEUIL A A LUI SEUL
       CLASSER-PRODUIT.
           ADD 1 TO WS-NB-PRODUITS
           IF WS-TOTAL-VALEUR > ZERO
               COMPUTE WS-PCT-CUMUL ROUNDED =
                   WS-CUMUL-AVANT * 100 / WS-TOTAL-VALEUR
           ELSE
               MOVE 100 TO WS-PCT-CUMUL
           END-IF

           EVALUATE TRUE
               WHEN WS-VALEUR NOT > ZERO
                   SET CLASSE-C TO TRUE
               WHEN WS-PCT-CUMUL < WS-SEUIL-A
                   SET CLASSE-A TO TRUE
               WHEN WS-PCT-CUMUL < WS-SEUIL-B
                   SET CLASSE-B TO TRUE
               WHEN OTHER
                   SET CLASSE-C TO TRUE
           END-EVALUATE
           ADD WS-VALEUR TO WS-CUMUL-AVANT

           EVALUATE TRUE
               WHEN CLASSE-A
                   ADD 1 TO WS-NB-A
                   ADD WS-VALEUR TO WS-VALEUR-A
               WHEN CLASSE-B
                   ADD 1 TO WS-NB-B
                   ADD WS-VALEUR TO WS-VALEUR-B
               WHEN OTHER
                   ADD 1 TO WS-NB-C
                   ADD WS-VALEUR TO WS-VALEUR-C
           END-EVALUATE

           PERFORM ENREGISTRER-CLASSE

           MOVE WS-VALEUR TO ED-VALEUR
           MOVE WS-PCT-CUMUL TO ED-PCT
           MOVE SPACES TO ENR-RAPABC
           IF WS-ANCIENNE-CLASSE = SPACE
              OR WS-ANCIENNE-CLASSE = WS-CLASSE
               STRING 'PROD=' WS-P-NO
                      '  CLASSE=' WS-CLASSE
                      '  VALEUR=' ED-VALEUR
                      '  CUMUL AVANT=' ED-PCT '%'
                   DELIMITED BY SIZE INTO ENR-RAPABC
           ELSE
               STRING 'PROD=' WS-P-NO
                      '  CLASSE=' WS-CLASSE
                      '  VALEUR=' ED-VALEUR
                      '  CUMUL AVANT=' ED-PCT '%'
                      '  (ETAIT ' WS-ANCIENNE-CLASSE ')'
                   DELIMITED BY SIZE INTO ENR-RAPABC
           END-IF
           WRITE ENR-RAPABC
           IF FS-RAPABC NOT = ZERO
               DISPLAY 'ERR WRITE RAPABC - FS : ', FS-RAPABC
               PERFORM ABEND-PROG
           END-IF.

      * LA DATE DU DERNIER COMPTAGE D'UN PRODUIT DEJA CLASSE EST
      * CONSERVEE ; UN NOUVEAU PRODUIT N'A JAMAIS ETE COMPTE
       ENREGISTRER-CLASSE.
           MOVE WS-P-NO TO ABC-P-NO
           MOVE WS-CLASSE TO ABC-CLASSE
           MOVE WS-VALEUR TO ABC-VALEUR-ANNUELLE
           MOVE WS-PERIODE-SAISIE TO ABC-PERIODE
           MOVE SPACE TO WS-ANCIENNE-CLASSE

           EXEC SQL
               SELECT CLASSE
               INTO :WS-ANCIENNE-CLASSE
               FROM API6.CLASSES_ABC
               WHERE P_NO = :ABC-P-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-ANCIENNE-CLASSE NOT = WS-CLASSE
                       ADD 1 TO WS-NB-RECLASSES
                   END-IF
                   EXEC SQL
                       UPDATE API6.CLASSES_ABC
                       SET CLASSE = :ABC-CLASSE,
                           VALEUR_ANNUELLE = :ABC-VALEUR-ANNUELLE,
                           PERIODE = :ABC-PERIODE
                       WHERE P_NO = :ABC-P-NO
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               WHEN +100
                   MOVE SPACE TO WS-ANCIENNE-CLASSE
                   MOVE '0001-01-01' TO ABC-DATE-DERN-CPT
                   EXEC SQL
                       INSERT INTO API6.CLASSES_ABC
                       (P_NO, CLASSE, VALEUR_ANNUELLE, PERIODE,
                        DATE_DERN_CPT)
                       VALUES (:ABC-P-NO, :ABC-CLASSE,
                               :ABC-VALEUR-ANNUELLE, :ABC-PERIODE,
                               :ABC-DATE-DERN-CPT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-NOUVEAUX
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       ECRIRE-TOTAUX-ABC.
           MOVE WS-NB-PRODUITS TO ED-NB
           MOVE SPACES TO ENR-RAPABC
           STRING 'PRODUITS CLASSES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           MOVE WS-NB-A TO ED-NB
           MOVE WS-VALEUR-A TO ED-VALEUR-TOT
           MOVE SPACES TO ENR-RAPABC
           STRING 'CLASSE A                 : ' ED-NB
                  '  VALEUR=' ED-VALEUR-TOT
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           MOVE WS-NB-B TO ED-NB
           MOVE WS-VALEUR-B TO ED-VALEUR-TOT
           MOVE SPACES TO ENR-RAPABC
           STRING 'CLASSE B                 : ' ED-NB
                  '  VALEUR=' ED-VALEUR-TOT
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           MOVE WS-NB-C TO ED-NB
           MOVE WS-VALEUR-C TO ED-VALEUR-TOT
           MOVE SPACES TO ENR-RAPABC
           STRING 'CLASSE C                 : ' ED-NB
                  '  VALEUR=' ED-VALEUR-TOT
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           MOVE WS-NB-RECLASSES TO ED-NB
           MOVE SPACES TO ENR-RAPABC
           STRING 'PRODUITS RECLASSES       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           MOVE WS-NB-NOUVEAUX TO ED-NB
           MOVE SPACES TO ENR-RAPABC
           STRING 'PRODUITS NOUVEAUX        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPABC
           WRITE ENR-RAPABC

           IF FS-RAPABC NOT = ZERO
               DISPLAY 'ERR WRITE RAPABC - FS : ', FS-RAPABC
           END-IF
           .

       OUV-RAPABC.
           OPEN OUTPUT RAPPORT-ABC
           IF FS-RAPABC NOT = ZERO
               DISPLAY 'ERR OPEN RAPABC - FS : ', FS-RAPABC
           END-IF
           MOVE SPACES TO ENR-RAPABC
           STRING '=== CLASSEMENT ABC DES PRODUITS - '
                  WS-PERIODE-SAISIE ' ===' DELIMITED BY SIZE
               INTO ENR-RAPABC
           END-STRING
           WRITE ENR-RAPABC
           .

       FERM-RAPABC.
           CLOSE RAPPORT-ABC
           IF FS-RAPABC NOT = ZERO
               DISPLAY 'ERR CLOSE RAPABC - FS : ', FS-RAPABC
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
