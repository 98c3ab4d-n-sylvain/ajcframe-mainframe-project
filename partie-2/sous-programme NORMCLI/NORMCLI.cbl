       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMCLI.

      * SOUS-PROGRAMME PARTAGE DE NORMALISATION D'UN CLIENT POUR LA
      * DETECTION DES DOUBLONS, APPELE PAR NEWCUST (AVANT CREATION)
      * ET PAR LE BALAYAGE DOUBLCLI, SUR LE MODELE DE FORMATDESC :
      *   - RAISON SOCIALE : MAJUSCULES SANS ACCENTS, PONCTUATION
      *     SUPPRIMEE, MOTS DE FORME JURIDIQUE ET PETITS MOTS DE
      *     LIAISON ECARTES, MOTS RESTANTS ACCOLES (CLE DE COMPARAISON)
      *   - TELEPHONE : CHIFFRES SEULS
      * UNE RAISON SOCIALE FAITE UNIQUEMENT DE MOTS ECARTES GARDE
      * TOUS SES MOTS, POUR NE PAS RENDRE UNE CLE VIDE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-MAJUSCULES  PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 WS-MINUSCULES  PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

      * Lettres accentuees - codes ISO-8859-1 (1 octet par caractere)
       77 WS-MAJUSCULES-ACCENT PIC X(15) VALUE
           X"C0C2C9C8CACBCECFD4D9DBDCC7C4D6".
       77 WS-MINUSCULES-ACCENT PIC X(15) VALUE
           X"E0E2E9E8EAEBEEEFF4F9FBFCE7E4F6".
       77 WS-LETTRES-BASE      PIC X(15) VALUE "AAEEEEIIOUUUCAO".

      * MOTS IGNORES DANS LA COMPARAISON : FORMES JURIDIQUES
      * FRANCAISES ET ETRANGERES, ARTICLES ET LIAISONS
       01 TAB-MOTS-IGNORES.
           05 FILLER PIC X(13) VALUE 'SA'.
           05 FILLER PIC X(13) VALUE 'SARL'.
           05 FILLER PIC X(13) VALUE 'SAS'.
           05 FILLER PIC X(13) VALUE 'SASU'.
           05 FILLER PIC X(13) VALUE 'EURL'.
           05 FILLER PIC X(13) VALUE 'SNC'.
           05 FILLER PIC X(13) VALUE 'SCI'.
           05 FILLER PIC X(13) VALUE 'SCOP'.
           05 FILLER PIC X(13) VALUE 'GIE'.
           05 FILLER PIC X(13) VALUE 'CIE'.
           05 FILLER PIC X(13) VALUE 'ETS'.
           05 FILLER PIC X(13) VALUE 'INC'.
           05 FILLER PIC X(13) VALUE 'INCORPORATED'.
           05 FILLER PIC X(13) VALUE 'CORP'.
           05 FILLER PIC X(13) VALUE 'CORPORATION'.
           05 FILLER PIC X(13) VALUE 'CO'.
           05 FILLER PIC X(13) VALUE 'COMPANY'.
           05 FILLER PIC X(13) VALUE 'LTD'.
           05 FILLER PIC X(13) VALUE 'LIMITED'.
           05 FILLER PIC X(13) VALUE 'LLC'.
           05 FILLER PIC X(13) VALUE 'LLP'.
           05 FILLER PIC X(13) VALUE 'PLC'.
           05 FILLER PIC X(13) VALUE 'GMBH'.
           05 FILLER PIC X(13) VALUE 'AG'.
           05 FILLER PIC X(13) VALUE 'BV'.
           05 FILLER PIC X(13) VALUE 'NV'.
           05 FILLER PIC X(13) VALUE 'SPA'.
           05 FILLER PIC X(13) VALUE 'SRL'.
           05 FILLER PIC X(13) VALUE 'THE'.
           05 FILLER PIC X(13) VALUE 'AND'.
           05 FILLER PIC X(13) VALUE 'OF'.
           05 FILLER PIC X(13) VALUE 'ET'.
           05 FILLER PIC X(13) VALUE 'LE'.
           05 FILLER PIC X(13) VALUE 'LA'.
           05 FILLER PIC X(13) VALUE 'LES'.
           05 FILLER PIC X(13) VALUE 'DE'.
           05 FILLER PIC X(13) VALUE 'DU'.
           05 FILLER PIC X(13) VALUE 'DES'.
       01 FILLER REDEFINES TAB-MOTS-IGNORES.
           05 MOT-IGNORE OCCURS 38 TIMES PIC X(13).
       77 NB-MOTS-IGNORES PIC 99 VALUE 38.

       77 WS-TRAVAIL     PIC X(30).
       77 WS-MOT         PIC X(30).
       77 WS-LG-MOT      PIC 99 VALUE 0.
       77 WS-CLE-COMPLETE PIC X(30).
       77 WS-PTR-CLE     PIC 99 VALUE 1.
       77 WS-PTR-COMPLETE PIC 99 VALUE 1.
       77 WS-IDX         PIC 99 VALUE 0.
       77 WS-POS         PIC 99 VALUE 0.
       77 WS-CHAR        PIC X.
       77 WS-MOT-IGNORE  PIC X VALUE 'N'.
           88 MOT-A-IGNORER   VALUE 'O'.

       LINKAGE SECTION.
       01 LS-RAISON-SOCIALE PIC X(30).
       01 LS-TELEPHONE      PIC X(10).
       01 LS-CLE-RAISON     PIC X(30).
       01 LS-TEL-CHIFFRES   PIC X(10).

       PROCEDURE DIVISION USING LS-RAISON-SOCIALE LS-TELEPHONE
                                LS-CLE-RAISON LS-TEL-CHIFFRES.

       NORMALISE-CLIENT.
           PERFORM NORMALISE-RAISON-SOCIALE
           PERFORM NORMALISE-TELEPHONE
           GOBACK
           .

       NORMALISE-RAISON-SOCIALE.
           MOVE LS-RAISON-SOCIALE TO WS-TRAVAIL
           INSPECT WS-TRAVAIL CONVERTING WS-MINUSCULES
                                      TO WS-MAJUSCULES
           INSPECT WS-TRAVAIL CONVERTING WS-MINUSCULES-ACCENT
                                      TO WS-LETTRES-BASE
           INSPECT WS-TRAVAIL CONVERTING WS-MAJUSCULES-ACCENT
                                      TO WS-LETTRES-BASE

      *       *--- Ponctuation et signes remplaces par des blancs ---
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 30
               MOVE WS-TRAVAIL(WS-IDX:1) TO WS-CHAR
               IF WS-CHAR IS NOT ALPHABETIC-UPPER
                  AND WS-CHAR IS NOT NUMERIC
                   MOVE SPACE TO WS-TRAVAIL(WS-IDX:1)
               END-IF
           END-PERFORM

      *       *--- Decoupage en mots et constitution de la cle ---
           MOVE SPACES TO LS-CLE-RAISON
           MOVE SPACES TO WS-CLE-COMPLETE
           MOVE SPACES TO WS-MOT
           MOVE 0 TO WS-LG-MOT
           MOVE 1 TO WS-PTR-CLE
           MOVE 1 TO WS-PTR-COMPLETE

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 31
               IF WS-IDX > 30
                   IF WS-LG-MOT > 0
                       PERFORM TRAITE-MOT
                   END-IF
               ELSE
                   IF WS-TRAVAIL(WS-IDX:1) = SPACE
                       IF WS-LG-MOT > 0
                           PERFORM TRAITE-MOT
                       END-IF
                   ELSE
                       ADD 1 TO WS-LG-MOT
                       MOVE WS-TRAVAIL(WS-IDX:1)
                           TO WS-MOT(WS-LG-MOT:1)
                   END-IF
               END-IF
           END-PERFORM

           IF LS-CLE-RAISON = SPACES
               MOVE WS-CLE-COMPLETE TO LS-CLE-RAISON
           END-IF
           .

       TRAITE-MOT.
           MOVE 'N' TO WS-MOT-IGNORE
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > NB-MOTS-IGNORES OR MOT-A-IGNORER
               IF WS-MOT = MOT-IGNORE(WS-POS)
                   MOVE 'O' TO WS-MOT-IGNORE
               END-IF
           END-PERFORM

           IF WS-PTR-COMPLETE <= 30
               STRING WS-MOT DELIMITED BY SPACE
                   INTO WS-CLE-COMPLETE WITH POINTER WS-PTR-COMPLETE
               END-STRING
           END-IF

           IF NOT MOT-A-IGNORER AND WS-PTR-CLE <= 30
               STRING WS-MOT DELIMITED BY SPACE
                   INTO LS-CLE-RAISON WITH POINTER WS-PTR-CLE
               END-STRING
           END-IF

           MOVE SPACES TO WS-MOT
           MOVE 0 TO WS-LG-MOT
           .

       NORMALISE-TELEPHONE.
           MOVE SPACES TO LS-TEL-CHIFFRES
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
               IF LS-TELEPHONE(WS-IDX:1) IS NUMERIC
                   ADD 1 TO WS-POS
                   MOVE LS-TELEPHONE(WS-IDX:1)
                       TO LS-TEL-CHIFFRES(WS-POS:1)
               END-IF
           END-PERFORM
           .
