      * PARTENT DANS UN FICHIER DE SUSPENS AVEC UN CODE RAISON.
      * LA BALANCE N'EST JAMAIS TOUCHEE PAR CE CHARGEMENT : ELLE
      * RESTE LA PROPRIETE DE MAJDB ET DE L'ENCAISSEMENT.
      * AVANT TOUTE CREATION, LE NOUVEAU CLIENT EST COMPARE AUX
      * CLIENTS EXISTANTS DE MEME CODE POSTAL OU DE MEME TELEPHONE
      * (RAISON SOCIALE NORMALISEE PAR NORMCLI) : UN DOUBLON PROBABLE
      * N'EST PAS CREE MAIS ECRIT DANS LE FICHIER DE REVUE CUSTDUP
      * AVEC LE C_NO EXISTANT CANDIDAT. LA REVUE REPOND PAR LE FICHIER
      * DE DEROGATIONS CUSTOVR, LU AU RUN SUIVANT : 'C' = CREER
      * QUAND MEME (CLIENT DISTINCT), 'D' = DOUBLON CONFIRME (LIGNE
      * ECARTEE EN SUSPENS, A FUSIONNER PAR MERGECLI SI BESOIN).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPNCUST.

           SELECT REVUE-DOUBLONS ASSIGN TO CUSTDUP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CUSTDUP.

           SELECT DEROGATIONS ASSIGN TO CUSTOVR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CUSTOVR.

       DATA DIVISION.
       FILE SECTION.
       FD NEWCUST.
       FD RAPPORT-NEWCUST.
       01 ENR-RAPNCUST          PIC X(60).

      * DOUBLON PROBABLE A REVOIR : NUMERO PROPOSE, C_NO EXISTANT
      * CANDIDAT, MOTIF (NZIP = NOM+CODE POSTAL, NTEL = NOM+TELEPHONE,
      * ZTEL = CODE POSTAL+TELEPHONE), RAISON SOCIALE EXISTANTE ET
      * LIGNE CSV D'ORIGINE A REPRESENTER AU RUN SUIVANT
       FD REVUE-DOUBLONS.
       01 ENR-CUSTDUP.
           05 DUP-NUMERO        PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DUP-CANDIDAT      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DUP-MOTIF         PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DUP-RAISON-EXIST  PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DUP-LIGNE         PIC X(160).

      * DECISION DE LA REVUE SUR UN NUMERO MIS EN DOUBLON PROBABLE
       FD DEROGATIONS.
       01 ENR-CUSTOVR.
           05 OVR-NUMERO        PIC X(4).
           05 OVR-DECISION      PIC X(1).
           05 OVR-VALIDEUR      PIC X(8).
           05 FILLER            PIC X(67).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
       77 FF-TAXRATE       PIC 9 VALUE ZERO.
       77 FS-CUSTSUSP      PIC 99.
       77 FS-RAPNCUST      PIC 99.
       77 FS-CUSTDUP       PIC 99.
       77 FS-CUSTOVR       PIC 99.
       77 FF-CUSTOVR       PIC 9 VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       77 WS-COMPTEUR      PIC 9(5) VALUE ZERO.
       77 WS-NB-CREES      PIC 9(5) VALUE ZERO.
       77 WS-NB-MAJ        PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETS     PIC 9(5) VALUE ZERO.
       77 WS-NB-DOUBLONS   PIC 9(5) VALUE ZERO.
       77 WS-NB-FORCES     PIC 9(5) VALUE ZERO.
       77 ED-NB            PIC Z(4)9.

      * Variables de validation de la ligne CSV
           88 CLIENT-EXISTE       VALUE 'O'.
           88 CLIENT-NOUVEAU      VALUE 'N'.

      * DEROGATIONS DE LA REVUE DES DOUBLONS, CHARGEES DEPUIS CUSTOVR
       01 TAB-DEROGATIONS.
           05 NB-DEROG         PIC 999 VALUE ZERO.
           05 DEROG-ENTRY OCCURS 300 TIMES INDEXED BY IDX-DRG.
               10 DRG-NUMERO       PIC X(4).
               10 DRG-DECISION     PIC X(1).
               10 DRG-VALIDEUR     PIC X(8).
       77 WS-DECISION      PIC X VALUE SPACE.
           88 DEROG-CREER         VALUE 'C'.
           88 DEROG-DOUBLON       VALUE 'D'.
           88 SANS-DEROGATION     VALUE SPACE.
       77 WS-VALIDEUR      PIC X(8) VALUE SPACES.

      * CLES NORMALISEES (NORMCLI) DU CLIENT PROPOSE ET DU CLIENT
      * EXISTANT EXAMINE
       77 WS-CLE-NOUVEAU   PIC X(30).
       77 WS-TEL-NOUVEAU   PIC X(10).
       77 WS-CLE-EXISTANT  PIC X(30).
       77 WS-TEL-EXISTANT  PIC X(10).
       77 WS-RAISON-EXIST  PIC X(30).
       77 WS-PHONE-EXIST   PIC X(10).
       77 WS-MOTIF-DOUBLON PIC X(4) VALUE SPACES.
       77 WS-CANDIDAT      PIC X(4) VALUE SPACES.
       77 WS-DBL-C-NO      PIC S9(4)V USAGE COMP-3.
       77 WS-DBL-ZIP       PIC X(5).
       77 WS-C-NO-ED       PIC 9(4).
       77 WS-DOUBLON-TROUVE PIC X VALUE 'N'.
           88 DOUBLON-PROBABLE    VALUE 'O'.
           88 PAS-DE-DOUBLON      VALUE 'N'.

      * CLIENTS VIVANTS (HORS COMPTES FUSIONNES OU ANONYMISES, DONT LA
      * RAISON SOCIALE COMMENCE PAR '*') DE MEME CODE POSTAL OU DE
      * MEME TELEPHONE QUE LE CLIENT PROPOSE
           EXEC SQL
               DECLARE CDOUBLON CURSOR
               FOR
               SELECT
                   C_NO,
                   COMPANY,
                   ZIP,
                   COALESCE(PHONE, ' ')
               FROM
                   API6.CUSTOMERS
               WHERE
                   C_NO <> :CUST-C-NO
                   AND SUBSTR(COMPANY, 1, 1) <> '*'
                   AND (ZIP = :CUST-ZIP
                        OR (PHONE = :CUST-PHONE AND PHONE <> ' '))
               ORDER BY
                   C_NO
           END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "=== PROGRAMME NEWCUST - CHARGEMENT CLIENTS ==="

           PERFORM CHARGER-ETATS-MEMOIRE
           PERFORM CHARGER-DEROGATIONS

           PERFORM OUV-NEWCUST
           PERFORM OUV-CUSTSUSP
           PERFORM OUV-RAPNCUST
           PERFORM OUV-CUSTDUP
           PERFORM LECT-NEWCUST

           PERFORM UNTIL FF-NEWCUST = 1

           PERFORM FERM-NEWCUST
           PERFORM FERM-CUSTSUSP
           PERFORM FERM-CUSTDUP

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
           DISPLAY "CLIENTS CREES       : ", WS-NB-CREES
           DISPLAY "CLIENTS MIS A JOUR  : ", WS-NB-MAJ
           DISPLAY "LIGNES REJETEES     : ", WS-NB-REJETS
           DISPLAY "DOUBLONS A REVOIR   : ", WS-NB-DOUBLONS
           DISPLAY "CREES PAR DEROGATION: ", WS-NB-FORCES

           PERFORM ECRIRE-RAPPORT-NEWCUST
           PERFORM FERM-RAPNCUST

      * DES DOUBLONS ATTENDENT UNE DECISION DE LA REVUE
           IF WS-NB-DOUBLONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "=== FIN DU PROGRAMME NEWCUST ==="
           GOBACK.

               MOVE 1 TO FF-TAXRATE
           END-READ.

      * CHARGEMENT DES DECISIONS DE LA REVUE ; SANS FICHIER DE
      * DEROGATIONS, TOUS LES DOUBLONS PROBABLES PARTENT EN REVUE
       CHARGER-DEROGATIONS.
           MOVE ZERO TO NB-DEROG
           OPEN INPUT DEROGATIONS
           IF FS-CUSTOVR = ZERO
               PERFORM LECT-CUSTOVR
               PERFORM UNTIL FF-CUSTOVR = 1
                   IF OVR-DECISION = 'C' OR OVR-DECISION = 'D'
                       IF NB-DEROG < 300
                           ADD 1 TO NB-DEROG
                           MOVE OVR-NUMERO TO DRG-NUMERO(NB-DEROG)
                           MOVE OVR-DECISION TO DRG-DECISION(NB-DEROG)
                           MOVE OVR-VALIDEUR TO DRG-VALIDEUR(NB-DEROG)
                       ELSE
                           DISPLAY "TAB-DEROGATIONS PLEINE - IGNORE : "
                                   OVR-NUMERO
                       END-IF
                   ELSE
                       DISPLAY "DEROGATION INVALIDE IGNOREE : "
                               OVR-NUMERO " " OVR-DECISION
                   END-IF
                   PERFORM LECT-CUSTOVR
               END-PERFORM
               CLOSE DEROGATIONS
           ELSE
               DISPLAY "PAS DE FICHIER CUSTOVR - FS : ", FS-CUSTOVR
           END-IF
           DISPLAY "DEROGATIONS DE DOUBLONS CHARGEES : ", NB-DEROG
           .

       LECT-CUSTOVR.
           READ DEROGATIONS AT END
               MOVE 1 TO FF-CUSTOVR
           END-READ.

      * DECOUPAGE DE LA LIGNE CSV CLIENT (8 CHAMPS SEPARES PAR ';'),
      * SUR LE MODELE DE DECOUPE-CSV DANS MAJPROD
       DECOUPE-CSV-CLIENT.
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF CLIENT-NOUVEAU
               PERFORM CONTROLER-DOUBLON
           END-IF

           IF CLIENT-NOUVEAU AND NOT PAS-DE-DOUBLON
               CONTINUE
           ELSE
               PERFORM ECRIRE-CLIENT
           END-IF
           .

       ECRIRE-CLIENT.
           MOVE LENGTH OF CUST-COMPANY-TEXT TO CUST-COMPANY-LEN
           MOVE WS-COMPANY TO CUST-COMPANY-TEXT
           MOVE LENGTH OF CUST-ADDRESS-TEXT TO CUST-ADDRESS-LEN
               IF SQLCODE = ZERO
                   ADD 1 TO WS-NB-CREES
                   DISPLAY "CLIENT ", WS-NUMERO, " CREE"
                   IF DEROG-CREER
                       ADD 1 TO WS-NB-FORCES
                       DISPLAY "CLIENT ", WS-NUMERO,
                               " CREE PAR DEROGATION DE ", WS-VALIDEUR
                   END-IF
               ELSE
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

      * DETECTION D'UN DOUBLON PROBABLE AVANT CREATION, SAUF DECISION
      * CONTRAIRE DE LA REVUE :
      *   - DEROGATION 'C' : CREATION SANS CONTROLE
      *   - DEROGATION 'D' : LIGNE ECARTEE EN SUSPENS (DUP1)
      *   - SINON : RAISON SOCIALE NORMALISEE IDENTIQUE ET MEME CODE
      *     POSTAL OU MEME TELEPHONE, OU MEME CODE POSTAL ET MEME
      *     TELEPHONE -> FICHIER DE REVUE CUSTDUP
      * PAS-DE-DOUBLON EN SORTIE AUTORISE LA CREATION
       CONTROLER-DOUBLON.
           MOVE 'N' TO WS-DOUBLON-TROUVE
           PERFORM CHERCHER-DEROGATION

           EVALUATE TRUE
               WHEN DEROG-CREER
                   CONTINUE
               WHEN DEROG-DOUBLON
                   MOVE 'O' TO WS-DOUBLON-TROUVE
                   MOVE "DUP1" TO WS-CODE-REJET
                   MOVE "DOUBLON CONFIRME PAR LA REVUE"
                       TO WS-LIBELLE-REJET
                   PERFORM REJETER-LIGNE
               WHEN OTHER
                   PERFORM CHERCHER-CLIENT-SIMILAIRE
                   IF DOUBLON-PROBABLE
                       PERFORM ECRIRE-REVUE-DOUBLON
                   END-IF
           END-EVALUATE
           .

       CHERCHER-DEROGATION.
           MOVE SPACE TO WS-DECISION
           MOVE SPACES TO WS-VALIDEUR
           PERFORM VARYING IDX-DRG FROM 1 BY 1
               UNTIL IDX-DRG > NB-DEROG
                  OR NOT SANS-DEROGATION
               IF DRG-NUMERO(IDX-DRG) = WS-NUMERO
                   MOVE DRG-DECISION(IDX-DRG) TO WS-DECISION
                   MOVE DRG-VALIDEUR(IDX-DRG) TO WS-VALIDEUR
               END-IF
           END-PERFORM
           .

       CHERCHER-CLIENT-SIMILAIRE.
           CALL 'NORMCLI' USING WS-COMPANY WS-PHONE
                                WS-CLE-NOUVEAU WS-TEL-NOUVEAU

           MOVE WS-ZIP TO CUST-ZIP
           MOVE WS-TEL-NOUVEAU TO CUST-PHONE

           EXEC SQL
               OPEN CDOUBLON
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-DOUBLON
           PERFORM UNTIL SQLCODE = +100 OR DOUBLON-PROBABLE
               PERFORM COMPARER-CLIENT-EXISTANT
               IF PAS-DE-DOUBLON
                   PERFORM FETCH-DOUBLON
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CDOUBLON
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-DOUBLON.
           EXEC SQL
               FETCH CDOUBLON
               INTO :WS-DBL-C-NO,
                    :CUST-COMPANY,
                    :WS-DBL-ZIP,
                    :WS-PHONE-EXIST
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       COMPARER-CLIENT-EXISTANT.
           MOVE SPACES TO WS-RAISON-EXIST
           MOVE CUST-COMPANY-TEXT(1:CUST-COMPANY-LEN)
               TO WS-RAISON-EXIST
           CALL 'NORMCLI' USING WS-RAISON-EXIST WS-PHONE-EXIST
                                WS-CLE-EXISTANT WS-TEL-EXISTANT

           MOVE SPACES TO WS-MOTIF-DOUBLON
           EVALUATE TRUE
               WHEN WS-CLE-EXISTANT = WS-CLE-NOUVEAU
                    AND WS-DBL-ZIP = WS-ZIP
                   MOVE "NZIP" TO WS-MOTIF-DOUBLON
               WHEN WS-CLE-EXISTANT = WS-CLE-NOUVEAU
                    AND WS-TEL-NOUVEAU NOT = SPACES
                    AND WS-TEL-EXISTANT = WS-TEL-NOUVEAU
                   MOVE "NTEL" TO WS-MOTIF-DOUBLON
               WHEN WS-DBL-ZIP = WS-ZIP
                    AND WS-TEL-NOUVEAU NOT = SPACES
                    AND WS-TEL-EXISTANT = WS-TEL-NOUVEAU
                   MOVE "ZTEL" TO WS-MOTIF-DOUBLON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIF-DOUBLON NOT = SPACES
               MOVE 'O' TO WS-DOUBLON-TROUVE
               MOVE WS-DBL-C-NO TO WS-C-NO-ED
               MOVE WS-C-NO-ED TO WS-CANDIDAT
           END-IF
           .

       ECRIRE-REVUE-DOUBLON.
           MOVE SPACES TO ENR-CUSTDUP
           MOVE WS-NUMERO TO DUP-NUMERO
           MOVE WS-CANDIDAT TO DUP-CANDIDAT
           MOVE WS-MOTIF-DOUBLON TO DUP-MOTIF
           MOVE WS-RAISON-EXIST TO DUP-RAISON-EXIST
           MOVE LIGNE-NEWCUST TO DUP-LIGNE
           WRITE ENR-CUSTDUP
           IF FS-CUSTDUP NOT = ZERO
               DISPLAY "ERR WRITE CUSTDUP - FS : ", FS-CUSTDUP
           END-IF
           ADD 1 TO WS-NB-DOUBLONS
           DISPLAY "CLIENT ", WS-NUMERO, " DOUBLON PROBABLE DE ",
                   WS-CANDIDAT, " [", WS-MOTIF-DOUBLON, "]"
           .

       REJETER-LIGNE.
           MOVE WS-CODE-REJET TO CSU-CODE-RAISON
           MOVE WS-LIBELLE-REJET TO CSU-LIBELLE
               DISPLAY "ERR CLOSE RAPNCUST - FS : ", FS-RAPNCUST
           END-IF.

       OUV-CUSTDUP.
           OPEN OUTPUT REVUE-DOUBLONS
           IF FS-CUSTDUP NOT = ZERO THEN
               DISPLAY "ERR OPEN CUSTDUP - FS : ", FS-CUSTDUP
           END-IF.

       FERM-CUSTDUP.
           CLOSE REVUE-DOUBLONS
           IF FS-CUSTDUP NOT = ZERO THEN
               DISPLAY "ERR CLOSE CUSTDUP - FS : ", FS-CUSTDUP
           END-IF.

       LECT-NEWCUST.
           READ NEWCUST AT END
               MOVE 1 TO FF-NEWCUST
               DELIMITED BY SIZE INTO ENR-RAPNCUST
           WRITE ENR-RAPNCUST

           MOVE WS-NB-DOUBLONS TO ED-NB
           MOVE SPACES TO ENR-RAPNCUST
           STRING "DOUBLONS A REVOIR   : " ED-NB
               DELIMITED BY SIZE INTO ENR-RAPNCUST
           WRITE ENR-RAPNCUST

           MOVE WS-NB-FORCES TO ED-NB
           MOVE SPACES TO ENR-RAPNCUST
           STRING "CREES PAR DEROGATION: " ED-NB
               DELIMITED BY SIZE INTO ENR-RAPNCUST
           WRITE ENR-RAPNCUST

           IF FS-RAPNCUST NOT = ZERO
               DISPLAY "ERR WRITE RAPNCUST - FS : ", FS-RAPNCUST
           END-IF
