       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOUBLCLI.

      * BALAYAGE PONCTUEL DE LA BASE CLIENTS A LA RECHERCHE DES
      * DOUBLONS PROBABLES DEJA CREES AVANT LE CONTROLE DE NEWCUST,
      * AVEC LES MEMES REGLES (RAISON SOCIALE NORMALISEE PAR NORMCLI) :
      *   - PASSE 1, CLIENTS REGROUPES PAR CODE POSTAL : MEME RAISON
      *     SOCIALE (NZIP) OU MEME TELEPHONE (ZTEL)
      *   - PASSE 2, CLIENTS REGROUPES PAR TELEPHONE : MEME RAISON
      *     SOCIALE SOUS DES CODES POSTAUX DIFFERENTS (NTEL)
      * LES COMPTES DEJA FUSIONNES OU ANONYMISES (RAISON SOCIALE
      * COMMENCANT PAR '*') SONT EXCLUS. CHAQUE PAIRE EST LISTEE AVEC
      * LE PLUS PETIT C_NO COMME SURVIVANT PROPOSE ET LE PLUS GRAND
      * COMME DOUBLON, DANS L'ORDRE DES PARAMETRES DE MERGECLI.
      * LECTURE SEULE : AUCUNE MISE A JOUR DE LA BASE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-DOUBLONS ASSIGN TO CUSTDBL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CUSTDBL.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPORT-DOUBLONS.
       01 ENR-CUSTDBL        PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

       77 FS-CUSTDBL         PIC 99.
       77 WS-NB-LUS          PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-PAIRES       PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-NZIP         PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-ZTEL         PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-NTEL         PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-IGNORES      PIC S9(9) COMP-3 VALUE ZERO.
       77 ED-NB              PIC Z(5)9.
       77 ED-C-NO            PIC 9(4).

      * FIN DE CURSEUR
       77 WS-FIN-CURSEUR     PIC X VALUE 'N'.
           88 FIN-CURSEUR         VALUE 'O'.

      * CLIENT LU ET SES CLES NORMALISEES
       77 WS-PHONE-LU        PIC X(10).
       77 WS-RAISON-LUE      PIC X(30).
       77 WS-CLE-LUE         PIC X(30).
       77 WS-TEL-LU          PIC X(10).
       77 WS-CRITERE-LU      PIC X(10).
       77 WS-CRITERE-GROUPE  PIC X(10).

      * GROUPE DE CLIENTS DE MEME CODE POSTAL (PASSE 1) OU DE MEME
      * TELEPHONE (PASSE 2), COMPARES DEUX A DEUX A LA RUPTURE
       01 TAB-GROUPE.
           05 NB-GROUPE      PIC 9(3) VALUE ZERO.
           05 GRP-ENTRY OCCURS 500 TIMES.
               10 GRP-C-NO       PIC 9(4).
               10 GRP-RAISON     PIC X(30).
               10 GRP-ZIP        PIC X(5).
               10 GRP-CLE        PIC X(30).
               10 GRP-TEL        PIC X(10).
       77 WS-I               PIC 9(3) VALUE ZERO.
       77 WS-J               PIC 9(3) VALUE ZERO.
       77 WS-DEBUT-J         PIC 9(3) VALUE ZERO.
       77 WS-PASSE           PIC 9 VALUE ZERO.
       77 WS-MOTIF           PIC X(4) VALUE SPACES.

      * LIGNE DE RAPPORT : SURVIVANT, DOUBLON, MOTIF, RAISONS SOCIALES
       01 WS-LIGNE-PAIRE.
           05 LP-SURVIVANT   PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LP-DOUBLON     PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LP-MOTIF       PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LP-RAISON-SURV PIC X(30).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 LP-RAISON-DBL  PIC X(30).
           05 FILLER         PIC X(4) VALUE SPACES.

      * PASSE 1 : CLIENTS VIVANTS PAR CODE POSTAL
           EXEC SQL
               DECLARE CPARZIP CURSOR
               FOR
               SELECT
                   C_NO,
                   COMPANY,
                   ZIP,
                   COALESCE(PHONE, ' ')
               FROM
                   API6.CUSTOMERS
               WHERE
                   SUBSTR(COMPANY, 1, 1) <> '*'
               ORDER BY
                   ZIP, C_NO
           END-EXEC.

      * PASSE 2 : CLIENTS VIVANTS AYANT UN TELEPHONE, PAR TELEPHONE
           EXEC SQL
               DECLARE CPARTEL CURSOR
               FOR
               SELECT
                   C_NO,
                   COMPANY,
                   ZIP,
                   PHONE
               FROM
                   API6.CUSTOMERS
               WHERE
                   SUBSTR(COMPANY, 1, 1) <> '*'
                   AND PHONE IS NOT NULL
                   AND PHONE <> ' '
               ORDER BY
                   PHONE, C_NO
           END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME DOUBLCLI - DOUBLONS PROBABLES ==='

           PERFORM OUV-CUSTDBL
           PERFORM ECRIRE-ENTETE

           PERFORM PASSE-CODE-POSTAL
           PERFORM PASSE-TELEPHONE

           PERFORM ECRIRE-TOTAUX
           PERFORM FERM-CUSTDBL

           DISPLAY 'CLIENTS EXAMINES        : ' WS-NB-LUS
           DISPLAY 'PAIRES PROBABLES        : ' WS-NB-PAIRES
           IF WS-NB-IGNORES > ZERO
               DISPLAY 'CLIENTS NON COMPARES    : ' WS-NB-IGNORES
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME DOUBLCLI'
           GOBACK.

       PASSE-CODE-POSTAL.
           MOVE 1 TO WS-PASSE
           MOVE ZERO TO NB-GROUPE
           MOVE 'N' TO WS-FIN-CURSEUR

           EXEC SQL
               OPEN CPARZIP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CPARZIP
           PERFORM UNTIL FIN-CURSEUR
               ADD 1 TO WS-NB-LUS
               MOVE CUST-ZIP TO WS-CRITERE-LU
               PERFORM EMPILER-CLIENT
               PERFORM FETCH-CPARZIP
           END-PERFORM
           PERFORM COMPARER-GROUPE

           EXEC SQL
               CLOSE CPARZIP
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-CPARZIP.
           EXEC SQL
               FETCH CPARZIP
               INTO :CUST-C-NO,
                    :CUST-COMPANY,
                    :CUST-ZIP,
                    :WS-PHONE-LU
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'O' TO WS-FIN-CURSEUR
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       PASSE-TELEPHONE.
           MOVE 2 TO WS-PASSE
           MOVE ZERO TO NB-GROUPE
           MOVE 'N' TO WS-FIN-CURSEUR

           EXEC SQL
               OPEN CPARTEL
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-CPARTEL
           PERFORM UNTIL FIN-CURSEUR
               MOVE WS-PHONE-LU TO WS-CRITERE-LU
               PERFORM EMPILER-CLIENT
               PERFORM FETCH-CPARTEL
           END-PERFORM
           PERFORM COMPARER-GROUPE

           EXEC SQL
               CLOSE CPARTEL
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-CPARTEL.
           EXEC SQL
               FETCH CPARTEL
               INTO :CUST-C-NO,
                    :CUST-COMPANY,
                    :CUST-ZIP,
                    :WS-PHONE-LU
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'O' TO WS-FIN-CURSEUR
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * RUPTURE SUR LE CRITERE DE REGROUPEMENT DE LA PASSE : LE GROUPE
      * PRECEDENT EST COMPARE PUIS VIDE AVANT D'Y RANGER LE CLIENT LU
       EMPILER-CLIENT.
           IF NB-GROUPE > ZERO
              AND WS-CRITERE-LU NOT = WS-CRITERE-GROUPE
               PERFORM COMPARER-GROUPE
               MOVE ZERO TO NB-GROUPE
           END-IF
           MOVE WS-CRITERE-LU TO WS-CRITERE-GROUPE

           IF NB-GROUPE < 500
               MOVE SPACES TO WS-RAISON-LUE
               MOVE CUST-COMPANY-TEXT(1:CUST-COMPANY-LEN)
                   TO WS-RAISON-LUE
               CALL 'NORMCLI' USING WS-RAISON-LUE WS-PHONE-LU
                                    WS-CLE-LUE WS-TEL-LU
               ADD 1 TO NB-GROUPE
               MOVE CUST-C-NO TO GRP-C-NO(NB-GROUPE)
               MOVE WS-RAISON-LUE TO GRP-RAISON(NB-GROUPE)
               MOVE CUST-ZIP TO GRP-ZIP(NB-GROUPE)
               MOVE WS-CLE-LUE TO GRP-CLE(NB-GROUPE)
               MOVE WS-TEL-LU TO GRP-TEL(NB-GROUPE)
           ELSE
               ADD 1 TO WS-NB-IGNORES
               MOVE CUST-C-NO TO ED-C-NO
               DISPLAY 'GROUPE ' WS-CRITERE-GROUPE
                       ' PLEIN - CLIENT NON COMPARE : ' ED-C-NO
           END-IF
           .

      * LES CLIENTS DU GROUPE SONT RANGES PAR C_NO CROISSANT : LE
      * PREMIER DE CHAQUE PAIRE EST DONC LE SURVIVANT PROPOSE
       COMPARER-GROUPE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= NB-GROUPE
               COMPUTE WS-DEBUT-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-DEBUT-J BY 1
                   UNTIL WS-J > NB-GROUPE
                   PERFORM COMPARER-PAIRE
               END-PERFORM
           END-PERFORM
           .

       COMPARER-PAIRE.
           MOVE SPACES TO WS-MOTIF
           IF WS-PASSE = 1
               EVALUATE TRUE
                   WHEN GRP-CLE(WS-I) = GRP-CLE(WS-J)
                       MOVE 'NZIP' TO WS-MOTIF
                       ADD 1 TO WS-NB-NZIP
                   WHEN GRP-TEL(WS-I) NOT = SPACES
                        AND GRP-TEL(WS-I) = GRP-TEL(WS-J)
                       MOVE 'ZTEL' TO WS-MOTIF
                       ADD 1 TO WS-NB-ZTEL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
      *       *--- Meme code postal : paire deja vue en passe 1 ---
               IF GRP-ZIP(WS-I) NOT = GRP-ZIP(WS-J)
                  AND GRP-CLE(WS-I) = GRP-CLE(WS-J)
                   MOVE 'NTEL' TO WS-MOTIF
                   ADD 1 TO WS-NB-NTEL
               END-IF
           END-IF

           IF WS-MOTIF NOT = SPACES
               PERFORM ECRIRE-PAIRE
           END-IF
           .

       ECRIRE-PAIRE.
           MOVE GRP-C-NO(WS-I) TO LP-SURVIVANT
           MOVE GRP-C-NO(WS-J) TO LP-DOUBLON
           MOVE WS-MOTIF TO LP-MOTIF
           MOVE GRP-RAISON(WS-I) TO LP-RAISON-SURV
           MOVE GRP-RAISON(WS-J) TO LP-RAISON-DBL
           MOVE WS-LIGNE-PAIRE TO ENR-CUSTDBL
           WRITE ENR-CUSTDBL
           IF FS-CUSTDBL NOT = ZERO
               DISPLAY 'ERR WRITE CUSTDBL - FS : ', FS-CUSTDBL
           END-IF
           ADD 1 TO WS-NB-PAIRES
           .

       ECRIRE-ENTETE.
           MOVE SPACES TO ENR-CUSTDBL
           STRING '=== DOUBLONS PROBABLES DE LA BASE CLIENTS ==='
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE SPACES TO ENR-CUSTDBL
           STRING 'NZIP = NOM+CODE POSTAL  ZTEL = CODE POSTAL+TEL  '
                  'NTEL = NOM+TEL'
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE SPACES TO ENR-CUSTDBL
           STRING 'SURV DBL  MOTF RAISON SOCIALE SURVIVANT        '
                  'RAISON SOCIALE DOUBLON'
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL
           .

       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE WS-NB-LUS TO ED-NB
           MOVE SPACES TO ENR-CUSTDBL
           STRING 'CLIENTS EXAMINES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE WS-NB-NZIP TO ED-NB
           MOVE SPACES TO ENR-CUSTDBL
           STRING 'PAIRES NOM+CODE POSTAL   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE WS-NB-ZTEL TO ED-NB
           MOVE SPACES TO ENR-CUSTDBL
           STRING 'PAIRES CODE POSTAL+TEL   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE WS-NB-NTEL TO ED-NB
           MOVE SPACES TO ENR-CUSTDBL
           STRING 'PAIRES NOM+TELEPHONE     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL

           MOVE WS-NB-IGNORES TO ED-NB
           MOVE SPACES TO ENR-CUSTDBL
           STRING 'CLIENTS NON COMPARES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-CUSTDBL
           WRITE ENR-CUSTDBL
           .

       OUV-CUSTDBL.
           OPEN OUTPUT RAPPORT-DOUBLONS
           IF FS-CUSTDBL NOT = ZERO THEN
               DISPLAY 'ERR OPEN CUSTDBL - FS : ', FS-CUSTDBL
           END-IF.

       FERM-CUSTDBL.
           CLOSE RAPPORT-DOUBLONS
           IF FS-CUSTDBL NOT = ZERO THEN
               DISPLAY 'ERR CLOSE CUSTDBL - FS : ', FS-CUSTDBL
           END-IF.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           MOVE 16 TO RETURN-CODE
           GOBACK.
