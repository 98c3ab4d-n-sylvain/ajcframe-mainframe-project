       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANTS.

      * CLIENTS DORMANTS ET EN BAISSE, POUR LA FORCE DE VENTE : POUR
      * LA PERIODE SAISIE (AAAA-MM), COMPARE LE NOMBRE ET LA VALEUR
      * DES COMMANDES (ORDERS/ITEMS) DE CHAQUE CLIENT SUR LES 3
      * DERNIERS MOIS (LA PERIODE ET LES DEUX PRECEDENTES) A SA
      * PROPRE MOYENNE MENSUELLE SUR LES 12 MOIS QUI PRECEDENT CETTE
      * FENETRE. SEULS LES CLIENTS REGULIERS (AU MOINS
      * WS-NB-CMD-MINI COMMANDES SUR LES 12 MOIS DE REFERENCE) SONT
      * EXAMINES ; SONT SIGNALES :
      *   - SILENCIEUX : AUCUNE COMMANDE SUR LES 3 DERNIERS MOIS ;
      *   - EN BAISSE  : MOYENNE MENSUELLE RECENTE (NOMBRE OU VALEUR)
      *     INFERIEURE A LA MOYENNE DE REFERENCE DE PLUS DU SEUIL.
      * LE RAPPORT EST REGROUPE PAR REPRESENTANT (S_NO DE LA DERNIERE
      * COMMANDE DU CLIENT) ET DONNE LA DATE DE DERNIERE COMMANDE,
      * LES PRODUITS HABITUELS (LES 3 PLUS COMMANDES EN QUANTITE SUR
      * LES 15 MOIS) ET LE SOLDE OUVERT DU CLIENT.
      * SYSIN : PERIODE AAAA-MM (OBLIGATOIRE), SEUIL DE BAISSE EN
      * POURCENTAGE (30 PAR DEFAUT)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-DORMANTS ASSIGN TO RAPDORM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPDORM.

           SELECT TRI-DORMANTS ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-DORMANTS.
       01 ENR-RAPDORM        PIC X(100).

      * UN ENREGISTREMENT PAR CLIENT SIGNALE, TRIE PAR REPRESENTANT
      * PUIS PAR BAISSE DECROISSANTE (LES SILENCIEUX EN TETE)
       SD TRI-DORMANTS.
       01 SD-DORMANT.
           05 SD-S-NO           PIC 9(2).
           05 SD-BAISSE         PIC S9(5)V9(2) USAGE COMP-3.
           05 SD-C-NO           PIC 9(4).
           05 SD-COMPANY        PIC X(30).
           05 SD-VENDEUR        PIC X(20).
           05 SD-STATUT         PIC X(10).
           05 SD-DERNIERE-CMD   PIC X(10).
           05 SD-NB-RECENT      PIC 9(5).
           05 SD-CA-RECENT      PIC S9(9)V9(2) USAGE COMP-3.
           05 SD-NB-MOY-REF     PIC 9(3)V9.
           05 SD-CA-MOY-REF     PIC S9(9)V9(2) USAGE COMP-3.
           05 SD-BALANCE        PIC S9(9)V9(2) USAGE COMP-3.
           05 SD-PRODUITS.
               10 SD-P-NO        PIC X(3) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * ACTIVITE DES 15 MOIS PAR CLIENT, COMMANDE PAR COMMANDE PUIS
      * VENTILEE ENTRE LA FENETRE RECENTE ET LES 12 MOIS DE REFERENCE
           EXEC SQL
               DECLARE CACTIVITE CURSOR
               FOR
               SELECT
                   T.C_NO,
                   C.COMPANY,
                   C.BALANCE,
                   SUM(CASE WHEN T.PERIODE >= :WS-DEBUT-RECENT
                            THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN T.PERIODE >= :WS-DEBUT-RECENT
                                    THEN T.MONTANT ELSE 0 END), 11, 2),
                   SUM(CASE WHEN T.PERIODE < :WS-DEBUT-RECENT
                            THEN 1 ELSE 0 END),
                   DECIMAL(SUM(CASE WHEN T.PERIODE < :WS-DEBUT-RECENT
                                    THEN T.MONTANT ELSE 0 END), 11, 2),
                   MAX(T.DATE_CMD)
               FROM
                   (SELECT
                        O.C_NO,
                        O.O_NO,
                        CHAR(O.O_DATE) AS DATE_CMD,
                        SUBSTR(CHAR(O.O_DATE), 1, 7) AS PERIODE,
                        SUM(I.QUANTITY * I.PRICE) AS MONTANT
                    FROM
                        API6.ORDERS O
                    INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
                    WHERE
                        SUBSTR(CHAR(O.O_DATE), 1, 7)
                            BETWEEN :WS-DEBUT-REF AND :WS-PERIODE-FIN
                    GROUP BY
                        O.C_NO, O.O_NO, O.O_DATE) T
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = T.C_NO
               GROUP BY
                   T.C_NO, C.COMPANY, C.BALANCE
               ORDER BY
                   T.C_NO
           END-EXEC.

      * REPRESENTANT DE LA DERNIERE COMMANDE DU CLIENT
           EXEC SQL
               DECLARE CDERNIERE CURSOR
               FOR
               SELECT
                   O.S_NO,
                   VALUE(E.LNAME, ' ')
               FROM
                   API6.ORDERS O
               LEFT OUTER JOIN API6.EMPLOYEES E ON E.E_NO = O.S_NO
               WHERE
                   O.C_NO = :WS-C-NO
               ORDER BY
                   O.O_DATE DESC, O.O_NO DESC
               FETCH FIRST 1 ROWS ONLY
           END-EXEC.

      * PRODUITS HABITUELS DU CLIENT SUR LES 15 MOIS
           EXEC SQL
               DECLARE CHABITUELS CURSOR
               FOR
               SELECT
                   I.P_NO
               FROM
                   API6.ITEMS I
               INNER JOIN API6.ORDERS O ON O.O_NO = I.O_NO
               WHERE
                   O.C_NO = :WS-C-NO
                   AND SUBSTR(CHAR(O.O_DATE), 1, 7)
                       BETWEEN :WS-DEBUT-REF AND :WS-PERIODE-FIN
               GROUP BY
                   I.P_NO
               ORDER BY
                   SUM(I.QUANTITY) DESC, I.P_NO
               FETCH FIRST 3 ROWS ONLY
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-RAPDORM         PIC 99.
       77 WS-FF-TRI          PIC 9 VALUE ZERO.

      * PARAMETRES SYSIN ET FENETRES DE COMPARAISON
       77 WS-PERIODE-SAISIE  PIC X(7) VALUE SPACES.
       77 WS-PERIODE-FIN     PIC X(7).
       77 WS-DEBUT-RECENT    PIC X(7).
       77 WS-DEBUT-REF       PIC X(7).
       77 WS-FIN-REF         PIC X(7).
       77 WS-SEUIL-SAISI     PIC X(3) VALUE SPACES.
       77 WS-SEUIL-PCT       PIC 9(3) VALUE 30.
       77 WS-ANNEE-NUM       PIC 9(4).
       77 WS-MOIS-NUM        PIC 99.
       77 WS-MOIS-ABS        PIC 9(6).
       77 WS-MOIS-CALC       PIC 9(6).
       77 WS-PERIODE-CALC    PIC X(7).

      * UN CLIENT EST REGULIER A PARTIR DE CE NOMBRE DE COMMANDES SUR
      * LES 12 MOIS DE REFERENCE
       77 WS-NB-CMD-MINI     PIC 9(3) VALUE 2.

      * LIGNE DU CURSEUR D'ACTIVITE
       77 WS-C-NO            PIC S9(4)V USAGE COMP-3.
       77 WS-COMPANY         PIC X(30).
       77 WS-BALANCE         PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-NB-RECENT       PIC S9(5)V USAGE COMP-3.
       77 WS-CA-RECENT       PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-NB-REF          PIC S9(5)V USAGE COMP-3.
       77 WS-CA-REF          PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-DERNIERE-CMD    PIC X(10).

      * REPRESENTANT ET PRODUIT HABITUEL
       77 WS-S-NO            PIC S9(2)V USAGE COMP-3.
       77 WS-VENDEUR         PIC X(20).
       77 WS-P-NO            PIC X(3).
       77 WS-IDX-PROD        PIC 9 VALUE ZERO.

      * COMPARAISON DES MOYENNES MENSUELLES
       77 WS-NB-MOY-RECENT   PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-NB-MOY-REF      PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-CA-MOY-RECENT   PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-CA-MOY-REF      PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-BAISSE-NB       PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-BAISSE-CA       PIC S9(5)V9(2) USAGE COMP-3.
       77 WS-BAISSE          PIC S9(5)V9(2) USAGE COMP-3.

      * RUPTURE PAR REPRESENTANT ET COMPTEURS
       77 WS-S-NO-COURANT    PIC 9(2) VALUE ZERO.
       77 WS-PREMIER-VENDEUR PIC X VALUE 'O'.
       77 WS-NB-VENDEUR      PIC 9(4) VALUE ZERO.
       77 WS-NB-EXAMINES     PIC 9(5) VALUE ZERO.
       77 WS-NB-SILENCIEUX   PIC 9(5) VALUE ZERO.
       77 WS-NB-EN-BAISSE    PIC 9(5) VALUE ZERO.

      * ZONES EDITEES
       77 ED-C-NO            PIC 9(4).
       77 ED-S-NO            PIC Z9.
       77 ED-NB              PIC Z(4)9.
       77 ED-NB-MOY          PIC ZZ9,9.
       77 ED-MONTANT         PIC -(8)9,99.
       77 ED-MONTANT-2       PIC -(8)9,99.
       77 ED-PCT             PIC -(4)9,99.
       77 ED-SEUIL           PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME DORMANTS - CLIENTS EN BAISSE ==='

           PERFORM LIRE-PARAMETRES

           OPEN OUTPUT RAPPORT-DORMANTS
           IF FS-RAPDORM NOT = ZERO
               DISPLAY 'ERR OPEN RAPDORM - FS : ', FS-RAPDORM
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-SEUIL-PCT TO ED-SEUIL
           MOVE SPACES TO ENR-RAPDORM
           STRING '=== CLIENTS DORMANTS ET EN BAISSE - RECENT '
                  WS-DEBUT-RECENT ' A ' WS-PERIODE-FIN
                  ' / REFERENCE ' WS-DEBUT-REF ' A ' WS-FIN-REF
                  ' ==='
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM
           MOVE SPACES TO ENR-RAPDORM
           STRING 'SEUIL DE BAISSE : ' ED-SEUIL '%'
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM

           SORT TRI-DORMANTS
               ON ASCENDING KEY SD-S-NO
               ON DESCENDING KEY SD-BAISSE
               ON ASCENDING KEY SD-C-NO
               INPUT PROCEDURE IS SELECTIONNER-CLIENTS
               OUTPUT PROCEDURE IS EDITER-PAR-VENDEUR

           PERFORM ECRIRE-TOTAUX-RAPDORM
           CLOSE RAPPORT-DORMANTS

           DISPLAY 'CLIENTS REGULIERS EXAMINES : ' WS-NB-EXAMINES
           DISPLAY 'CLIENTS SILENCIEUX         : ' WS-NB-SILENCIEUX
           DISPLAY 'CLIENTS EN BAISSE          : ' WS-NB-EN-BAISSE
           DISPLAY '=== FIN PROGRAMME DORMANTS ==='
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE (1:4) TO WS-ANNEE-NUM
           MOVE WS-PERIODE-SAISIE (6:2) TO WS-MOIS-NUM
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               DISPLAY 'MOIS INVALIDE : ' WS-PERIODE-SAISIE
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE TO WS-PERIODE-FIN

      * BORNES DES FENETRES EN MOIS ABSOLUS (ANNEE X 12 + MOIS - 1)
           COMPUTE WS-MOIS-ABS = WS-ANNEE-NUM * 12 + WS-MOIS-NUM - 1
           COMPUTE WS-MOIS-CALC = WS-MOIS-ABS - 2
           PERFORM CONVERTIR-PERIODE
           MOVE WS-PERIODE-CALC TO WS-DEBUT-RECENT
           COMPUTE WS-MOIS-CALC = WS-MOIS-ABS - 3
           PERFORM CONVERTIR-PERIODE
           MOVE WS-PERIODE-CALC TO WS-FIN-REF
           COMPUTE WS-MOIS-CALC = WS-MOIS-ABS - 14
           PERFORM CONVERTIR-PERIODE
           MOVE WS-PERIODE-CALC TO WS-DEBUT-REF

           ACCEPT WS-SEUIL-SAISI FROM SYSIN
           IF WS-SEUIL-SAISI NOT = SPACES
               COMPUTE WS-SEUIL-PCT =
                   FUNCTION NUMVAL(WS-SEUIL-SAISI)
               IF WS-SEUIL-PCT = ZERO OR WS-SEUIL-PCT > 100
                   MOVE 30 TO WS-SEUIL-PCT
               END-IF
           END-IF
           DISPLAY 'FENETRE RECENTE ' WS-DEBUT-RECENT ' A '
                   WS-PERIODE-FIN ' - REFERENCE ' WS-DEBUT-REF
                   ' A ' WS-FIN-REF ' - SEUIL ' WS-SEUIL-PCT '%'
           .

       CONVERTIR-PERIODE.
           DIVIDE WS-MOIS-CALC BY 12 GIVING WS-ANNEE-NUM
               REMAINDER WS-MOIS-NUM
           ADD 1 TO WS-MOIS-NUM
           MOVE SPACES TO WS-PERIODE-CALC
           STRING WS-ANNEE-NUM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-MOIS-NUM DELIMITED BY SIZE
               INTO WS-PERIODE-CALC
           END-STRING
           .

       SELECTIONNER-CLIENTS.
           EXEC SQL
               OPEN CACTIVITE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-ACTIVITE

           PERFORM UNTIL SQLCODE = +100
               IF WS-NB-REF >= WS-NB-CMD-MINI
                   ADD 1 TO WS-NB-EXAMINES
                   PERFORM EVALUER-CLIENT
               END-IF
               PERFORM FETCH-ACTIVITE
           END-PERFORM

           EXEC SQL
               CLOSE CACTIVITE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-ACTIVITE.
           EXEC SQL
               FETCH CACTIVITE
               INTO :WS-C-NO,
                    :WS-COMPANY,
                    :WS-BALANCE,
                    :WS-NB-RECENT,
                    :WS-CA-RECENT,
                    :WS-NB-REF,
                    :WS-CA-REF,
                    :WS-DERNIERE-CMD
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * MOYENNES MENSUELLES RECENTE (SUR 3 MOIS) ET DE REFERENCE (SUR
      * 12 MOIS) ; LA BAISSE RETENUE EST LA PLUS FORTE DES DEUX
      * (NOMBRE DE COMMANDES OU VALEUR COMMANDEE)
       EVALUER-CLIENT.
           COMPUTE WS-NB-MOY-RECENT ROUNDED = WS-NB-RECENT / 3
           COMPUTE WS-NB-MOY-REF ROUNDED = WS-NB-REF / 12
           COMPUTE WS-CA-MOY-RECENT ROUNDED = WS-CA-RECENT / 3
           COMPUTE WS-CA-MOY-REF ROUNDED = WS-CA-REF / 12

           COMPUTE WS-BAISSE-NB ROUNDED =
               (WS-NB-MOY-REF - WS-NB-MOY-RECENT) * 100
               / WS-NB-MOY-REF
           IF WS-CA-MOY-REF > ZERO
               COMPUTE WS-BAISSE-CA ROUNDED =
                   (WS-CA-MOY-REF - WS-CA-MOY-RECENT) * 100
                   / WS-CA-MOY-REF
           ELSE
               MOVE ZERO TO WS-BAISSE-CA
           END-IF
           IF WS-BAISSE-CA > WS-BAISSE-NB
               MOVE WS-BAISSE-CA TO WS-BAISSE
           ELSE
               MOVE WS-BAISSE-NB TO WS-BAISSE
           END-IF

           IF WS-NB-RECENT = ZERO
               MOVE 'SILENCIEUX' TO SD-STATUT
               MOVE 100 TO WS-BAISSE
               ADD 1 TO WS-NB-SILENCIEUX
               PERFORM LIBERER-CLIENT
           ELSE
               IF WS-BAISSE > WS-SEUIL-PCT
                   MOVE 'EN BAISSE' TO SD-STATUT
                   ADD 1 TO WS-NB-EN-BAISSE
                   PERFORM LIBERER-CLIENT
               END-IF
           END-IF
           .

       LIBERER-CLIENT.
           PERFORM LIRE-DERNIER-VENDEUR
           PERFORM LIRE-PRODUITS-HABITUELS

           MOVE WS-S-NO TO SD-S-NO
           MOVE WS-BAISSE TO SD-BAISSE
           MOVE WS-C-NO TO SD-C-NO
           MOVE WS-COMPANY TO SD-COMPANY
           MOVE WS-VENDEUR TO SD-VENDEUR
           MOVE WS-DERNIERE-CMD TO SD-DERNIERE-CMD
           MOVE WS-NB-RECENT TO SD-NB-RECENT
           MOVE WS-CA-RECENT TO SD-CA-RECENT
           MOVE WS-NB-MOY-REF TO SD-NB-MOY-REF
           MOVE WS-CA-MOY-REF TO SD-CA-MOY-REF
           MOVE WS-BALANCE TO SD-BALANCE
           RELEASE SD-DORMANT
           .

       LIRE-DERNIER-VENDEUR.
           MOVE ZERO TO WS-S-NO
           MOVE SPACES TO WS-VENDEUR
           EXEC SQL
               OPEN CDERNIERE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           EXEC SQL
               FETCH CDERNIERE
               INTO :WS-S-NO,
                    :WS-VENDEUR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF
           EXEC SQL
               CLOSE CDERNIERE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       LIRE-PRODUITS-HABITUELS.
           MOVE SPACES TO SD-PRODUITS
           EXEC SQL
               OPEN CHABITUELS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE ZERO TO WS-IDX-PROD
           PERFORM FETCH-HABITUEL
           PERFORM UNTIL SQLCODE = +100 OR WS-IDX-PROD = 3
               ADD 1 TO WS-IDX-PROD
               MOVE WS-P-NO TO SD-P-NO(WS-IDX-PROD)
               PERFORM FETCH-HABITUEL
           END-PERFORM

           EXEC SQL
               CLOSE CHABITUELS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-HABITUEL.
           EXEC SQL
               FETCH CHABITUELS
               INTO :WS-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * UNE SECTION PAR REPRESENTANT, SES CLIENTS DU PLUS AU MOINS
      * URGENT A APPELER
       EDITER-PAR-VENDEUR.
           MOVE ZERO TO WS-FF-TRI
           PERFORM RETOURNER-TRI
           PERFORM UNTIL WS-FF-TRI = 1
               IF WS-PREMIER-VENDEUR = 'O'
                  OR SD-S-NO NOT = WS-S-NO-COURANT
                   PERFORM ECRIRE-TOTAL-VENDEUR
                   PERFORM ECRIRE-ENTETE-VENDEUR
               END-IF
               PERFORM ECRIRE-LIGNES-CLIENT
               PERFORM RETOURNER-TRI
           END-PERFORM
           PERFORM ECRIRE-TOTAL-VENDEUR
           .

       RETOURNER-TRI.
           RETURN TRI-DORMANTS
               AT END
                   MOVE 1 TO WS-FF-TRI
           END-RETURN.

       ECRIRE-ENTETE-VENDEUR.
           MOVE 'N' TO WS-PREMIER-VENDEUR
           MOVE SD-S-NO TO WS-S-NO-COURANT
           MOVE ZERO TO WS-NB-VENDEUR
           MOVE SD-S-NO TO ED-S-NO
           MOVE SPACES TO ENR-RAPDORM
           WRITE ENR-RAPDORM
           MOVE SPACES TO ENR-RAPDORM
           STRING '--- REPRESENTANT ' ED-S-NO ' ' SD-VENDEUR ' ---'
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM
           .

       ECRIRE-TOTAL-VENDEUR.
           IF WS-NB-VENDEUR > ZERO
               MOVE WS-NB-VENDEUR TO ED-NB
               MOVE WS-S-NO-COURANT TO ED-S-NO
               MOVE SPACES TO ENR-RAPDORM
               STRING '    CLIENTS A APPELER PAR LE REPRESENTANT '
                      ED-S-NO ' : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPDORM
               WRITE ENR-RAPDORM
           END-IF
           .

       ECRIRE-LIGNES-CLIENT.
           ADD 1 TO WS-NB-VENDEUR
           MOVE SD-C-NO TO ED-C-NO
           MOVE SD-BALANCE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPDORM
           STRING 'CLI=' ED-C-NO ' ' SD-COMPANY (1:25)
                  ' ' SD-STATUT
                  ' DERN CMD=' SD-DERNIERE-CMD
                  ' SOLDE=' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPDORM
           END-STRING
           WRITE ENR-RAPDORM

           MOVE SD-NB-RECENT TO ED-NB
           MOVE SD-CA-RECENT TO ED-MONTANT
           MOVE SD-NB-MOY-REF TO ED-NB-MOY
           MOVE SD-CA-MOY-REF TO ED-MONTANT-2
           MOVE SD-BAISSE TO ED-PCT
           MOVE SPACES TO ENR-RAPDORM
           STRING '    3 MOIS: NB=' ED-NB ' CA=' ED-MONTANT
                  ' / MOY MENS 12M: NB=' ED-NB-MOY
                  ' CA=' ED-MONTANT-2
                  ' BAISSE=' ED-PCT '%'
               DELIMITED BY SIZE INTO ENR-RAPDORM
           END-STRING
           WRITE ENR-RAPDORM

           MOVE SPACES TO ENR-RAPDORM
           STRING '    PRODUITS HABITUELS : ' SD-P-NO(1)
                  ' ' SD-P-NO(2) ' ' SD-P-NO(3)
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM
           .

       ECRIRE-TOTAUX-RAPDORM.
           MOVE SPACES TO ENR-RAPDORM
           WRITE ENR-RAPDORM

           MOVE WS-NB-EXAMINES TO ED-NB
           MOVE SPACES TO ENR-RAPDORM
           STRING 'CLIENTS REGULIERS EXAMINES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM

           MOVE WS-NB-SILENCIEUX TO ED-NB
           MOVE SPACES TO ENR-RAPDORM
           STRING 'CLIENTS SILENCIEUX         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM

           MOVE WS-NB-EN-BAISSE TO ED-NB
           MOVE SPACES TO ENR-RAPDORM
           STRING 'CLIENTS EN BAISSE          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPDORM
           WRITE ENR-RAPDORM
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
