       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAGC.

      * TRAITEMENT DU FICHIER RETOUR DE L'AGENCE DE RECOUVREMENT
      * (AGCRET) POUR LES COMPTES PLACES PAR PLACAGC :
      *   - LIGNE 'C' (ENCAISSEMENT) : LE MONTANT BRUT RECOUVRE SUR LE
      *     CLIENT PART AU FORMAT PAYMENTS DANS AGCPAY, A CONCATENER EN
      *     ENTREE DE ENCAISSE COMME LA SORTIE DE LOCKBOX (REFERENCE =
      *     NUMERO DE COMMANDE SUR 7 POSITIONS SUIVI DE 'AGC') : LE
      *     COMPTE CLIENT EST SOLDE DU BRUT PAR LE CIRCUIT NORMAL. LA
      *     COMMISSION RETENUE PAR L'AGENCE SUR SON REVERSEMENT EST
      *     PASSEE EN CHARGE DANS LE JOURNAL JNLAGC, PAR ENTITE DU
      *     CLIENT (SOCIECLI) : DEBIT HONORAIRES / CREDIT BANQUE, LA
      *     BANQUE NE RECEVANT QUE LE NET. LE PLACEMENT CUMULE LE
      *     RECOUVRE ET LA COMMISSION, ET PASSE 'S' (SOLDE) QUAND LE
      *     MONTANT PLACE EST ENTIEREMENT RECOUVRE ;
      *   - LIGNE 'R' (RESTITUTION) : L'AGENCE REND LE COMPTE (OU LA
      *     SEULE COMMANDE INDIQUEE), APRES RAPPEL OU FAUTE DE POUVOIR
      *     RECOUVRER : LES PLACEMENTS EN COURS PASSENT 'R' ET LES
      *     COMMANDES ENCORE OUVERTES REVIENNENT DANS LA RELANCE ET LES
      *     INTERETS, OU VERS PASSPERT.
      * LES LIGNES INVALIDES ET LES RETOURS SANS PLACEMENT EN COURS
      * SONT LISTES DANS RAPRAGC POUR LE SERVICE CREDIT (CODE RETOUR
      * 4) ; UN ENCAISSEMENT HORS PLACEMENT EST TOUT DE MEME APPLIQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETOURS-AGENCE ASSIGN TO AGCRET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGCRET.

           SELECT PAYMENTS ASSIGN TO AGCPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGCPAY.

           SELECT JOURNAL-GL ASSIGN TO JNLAGC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLAGC.

           SELECT RAPPORT-RETAGC ASSIGN TO RAPRAGC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPRAGC.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

       DATA DIVISION.
       FILE SECTION.
      * RETOUR AGENCE : 'C' ENCAISSEMENT (BRUT RECOUVRE ET COMMISSION
      * RETENUE) OU 'R' RESTITUTION ; COMMANDE A ZERO = COMPTE ENTIER
       FD RETOURS-AGENCE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-AGCRET.
          05 ARE-TYPE        PIC X(1).
          05 ARE-C-NO        PIC 9(4).
          05 ARE-O-NO        PIC 9(7).
          05 ARE-DATE        PIC X(10).
          05 ARE-MONTANT     PIC 9(7)V99.
          05 ARE-COMMISSION  PIC 9(7)V99.
          05 ARE-MOTIF       PIC X(30).
          05 FILLER          PIC X(10).

      * MEME DESSIN QUE LE FICHIER PAYMENTS LU PAR ENCAISSE
       FD PAYMENTS.
       01 ENR-PAYMENT.
          05 PAY-NUM-CLI     PIC 9(4).
          05 PAY-DATE        PIC X(10).
          05 PAY-MONTANT     PIC 9(7)V99.
          05 PAY-REFERENCE   PIC X(10).
          05 PAY-DEVISE      PIC X(3).
          05 PAY-MONTANT-DEVISE PIC 9(7)V99.
      * LOT LOCKBOX D'ORIGINE (BLANC POUR LES AUTRES SOURCES)
          05 PAY-LOT         PIC X(15).

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

       FD RAPPORT-RETAGC.
       01 ENR-RAPRAGC        PIC X(100).

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
           END-EXEC.

           EXEC SQL
               INCLUDE PLACAGC
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-AGCRET        PIC 99.
       77 FS-AGCPAY        PIC 99.
       77 FS-JNLAGC        PIC 99.
       77 FS-RAPRAGC       PIC 99.
       77 WS-FF-AGCRET     PIC 9 VALUE ZERO.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
       77 FS-SOCIECLI      PIC 99.
       77 WS-FF-SOCIECLI   PIC 9 VALUE ZERO.
       01 TAB-SOCIECLI.
           05 NB-SOCIECLI        PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO            PIC 9(4).
               10 SC-SOCIETE         PIC X(1).

      * COMMISSIONS DE L'AGENCE PAR ENTITE ('A' PUIS 'B')
       01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE        PIC X(1).
               10 JSO-COMMISSION     PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-IDX-SOC       PIC 9 VALUE 1.

      * PLACEMENT RETROUVE POUR LA LIGNE EN COURS
       77 WS-PLACEMENT-TROUVE PIC X VALUE 'N'.
           88 PLACEMENT-TROUVE    VALUE 'O'.
           88 PLACEMENT-ABSENT    VALUE 'N'.
       77 WS-O-NO-PLACE    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-O-NO-REF      PIC 9(7) VALUE ZERO.
       77 WS-ANOMALIE      PIC X(40) VALUE SPACES.

      * DATE DU RUN ET TOTAUX DU JOURNAL COMPTABLE
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB          PIC 9(5).

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-LUS        PIC 9(5) VALUE ZERO.
       77 WS-NB-ENCAISSES  PIC 9(5) VALUE ZERO.
       77 WS-NB-RESTITUES  PIC 9(5) VALUE ZERO.
       77 WS-NB-ANOMALIES  PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-BRUT    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-COMMISSION PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-NET     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 ED-NB            PIC Z(4)9.
       77 ED-MONTANT       PIC Z(8)9,99.
       77 ED-MONTANT2      PIC Z(8)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RETAGC - RETOURS AGENCE ==='

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM CHARGER-SOCIECLI
           PERFORM OUV-AGCRET
           PERFORM OUV-AGCPAY
           PERFORM OUV-RAPRAGC
           PERFORM LECT-AGCRET

           PERFORM UNTIL WS-FF-AGCRET = 1
               ADD 1 TO WS-NB-LUS
               PERFORM TRAITER-RETOUR-AGENCE
               PERFORM LECT-AGCRET
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-JOURNAL-COMMISSIONS
           PERFORM FERM-AGCRET
           PERFORM FERM-AGCPAY
           PERFORM ECRIRE-RAPPORT-RETAGC
           PERFORM FERM-RAPRAGC
           IF WS-NB-ANOMALIES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME RETAGC'
           GOBACK.

       TRAITER-RETOUR-AGENCE.
           EVALUATE TRUE
               WHEN ARE-TYPE = 'C'
                   IF ARE-MONTANT NOT NUMERIC
                      OR ARE-COMMISSION NOT NUMERIC
                      OR ARE-MONTANT = ZERO
                      OR ARE-COMMISSION > ARE-MONTANT
                       MOVE 'ENCAISSEMENT INVALIDE - IGNORE'
                           TO WS-ANOMALIE
                       PERFORM SIGNALER-ANOMALIE
                   ELSE
                       PERFORM APPLIQUER-ENCAISSEMENT-AGENCE
                   END-IF
               WHEN ARE-TYPE = 'R'
                   PERFORM RESTITUER-PLACEMENT
               WHEN OTHER
                   MOVE 'TYPE DE LIGNE INCONNU - IGNORE'
                       TO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
           END-EVALUATE.

      * ENCAISSEMENT DE L'AGENCE : CUMUL SUR LE PLACEMENT, REGLEMENT
      * BRUT POUR ENCAISSE ET COMMISSION A PASSER EN CHARGE
       APPLIQUER-ENCAISSEMENT-AGENCE.
           PERFORM LIRE-PLACEMENT-EN-COURS

           IF PLACEMENT-TROUVE
               ADD ARE-MONTANT TO PLA-MONTANT-RECOUVRE
               ADD ARE-COMMISSION TO PLA-COMMISSION
               IF PLA-MONTANT-RECOUVRE >= PLA-MONTANT-PLACE
                   MOVE 'S' TO PLA-STATUT
                   MOVE ARE-DATE TO PLA-DATE-RETOUR
               ELSE
                   MOVE 'P' TO PLA-STATUT
                   MOVE SPACES TO PLA-DATE-RETOUR
               END-IF

               EXEC SQL
                   UPDATE API6.PLACEMENTS_AGENCE
                   SET MONTANT_RECOUVRE = :PLA-MONTANT-RECOUVRE,
                       COMMISSION       = :PLA-COMMISSION,
                       STATUT           = :PLA-STATUT,
                       DATE_RETOUR      = :PLA-DATE-RETOUR
                   WHERE O_NO = :PLA-O-NO
                     AND STATUT = 'P'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           ELSE
               MOVE 'ENCAISSEMENT HORS PLACEMENT - APPLIQUE'
                   TO WS-ANOMALIE
               PERFORM SIGNALER-ANOMALIE
           END-IF

           MOVE SPACES TO ENR-PAYMENT
           MOVE ARE-C-NO TO PAY-NUM-CLI
           MOVE ARE-DATE TO PAY-DATE
           MOVE ARE-MONTANT TO PAY-MONTANT
           MOVE ZERO TO PAY-MONTANT-DEVISE
           MOVE WS-O-NO-PLACE TO WS-O-NO-REF
           STRING WS-O-NO-REF DELIMITED BY SIZE
                  'AGC' DELIMITED BY SIZE
               INTO PAY-REFERENCE
           END-STRING
           WRITE ENR-PAYMENT
           IF FS-AGCPAY NOT = ZERO
               DISPLAY 'ERR WRITE AGCPAY - FS : ', FS-AGCPAY
               PERFORM ABEND-PROG
           END-IF

           PERFORM DETERMINER-SOCIETE-CLIENT
           ADD ARE-COMMISSION TO JSO-COMMISSION(WS-IDX-SOC)

           ADD 1 TO WS-NB-ENCAISSES
           ADD ARE-MONTANT TO WS-TOTAL-BRUT
           ADD ARE-COMMISSION TO WS-TOTAL-COMMISSION
           COMPUTE WS-TOTAL-NET = WS-TOTAL-BRUT - WS-TOTAL-COMMISSION

           MOVE ARE-MONTANT TO ED-MONTANT
           MOVE ARE-COMMISSION TO ED-MONTANT2
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'ENCAISSEMENT - CLIENT ' ARE-C-NO
                  ' CDE ' WS-O-NO-REF
                  ' BRUT ' ED-MONTANT
                  ' COMMISSION ' ED-MONTANT2
                  ' ' PLA-STATUT
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC.

      * PLACEMENT EN COURS DE LA COMMANDE INDIQUEE OU, A DEFAUT, LE
      * PLUS ANCIEN PLACEMENT EN COURS DU CLIENT
       LIRE-PLACEMENT-EN-COURS.
           MOVE 'N' TO WS-PLACEMENT-TROUVE
           MOVE ARE-O-NO TO WS-O-NO-PLACE
           MOVE ARE-C-NO TO PLA-C-NO

           IF ARE-O-NO = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(O_NO), 0)
                   INTO :WS-O-NO-PLACE
                   FROM API6.PLACEMENTS_AGENCE
                   WHERE C_NO = :PLA-C-NO
                     AND STATUT = 'P'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF

           IF WS-O-NO-PLACE NOT = ZERO
               MOVE WS-O-NO-PLACE TO PLA-O-NO
               EXEC SQL
                   SELECT MONTANT_PLACE, MONTANT_RECOUVRE, COMMISSION
                   INTO :PLA-MONTANT-PLACE, :PLA-MONTANT-RECOUVRE,
                        :PLA-COMMISSION
                   FROM API6.PLACEMENTS_AGENCE
                   WHERE O_NO = :PLA-O-NO
                     AND C_NO = :PLA-C-NO
                     AND STATUT = 'P'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE 'O' TO WS-PLACEMENT-TROUVE
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF PLACEMENT-ABSENT
               MOVE SPACES TO PLA-STATUT
           END-IF.

      * RESTITUTION PAR L'AGENCE : LES PLACEMENTS EN COURS DU CLIENT
      * (OU DE LA SEULE COMMANDE INDIQUEE) PASSENT 'R'
       RESTITUER-PLACEMENT.
           MOVE ARE-C-NO TO PLA-C-NO
           MOVE ARE-O-NO TO PLA-O-NO
           MOVE ARE-DATE TO PLA-DATE-RETOUR

           IF ARE-O-NO = ZERO
               EXEC SQL
                   UPDATE API6.PLACEMENTS_AGENCE
                   SET STATUT = 'R',
                       DATE_RETOUR = :PLA-DATE-RETOUR
                   WHERE C_NO = :PLA-C-NO
                     AND STATUT = 'P'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE API6.PLACEMENTS_AGENCE
                   SET STATUT = 'R',
                       DATE_RETOUR = :PLA-DATE-RETOUR
                   WHERE C_NO = :PLA-C-NO
                     AND O_NO = :PLA-O-NO
                     AND STATUT = 'P'
               END-EXEC
           END-IF

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-RESTITUES
                   MOVE SPACES TO ENR-RAPRAGC
                   STRING 'RESTITUTION  - CLIENT ' ARE-C-NO
                          ' CDE ' ARE-O-NO
                          ' MOTIF ' ARE-MOTIF
                       DELIMITED BY SIZE INTO ENR-RAPRAGC
                   WRITE ENR-RAPRAGC
               WHEN +100
                   MOVE 'RESTITUTION SANS PLACEMENT EN COURS'
                       TO WS-ANOMALIE
                   PERFORM SIGNALER-ANOMALIE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'ANOMALIE     - CLIENT ' ARE-C-NO
                  ' CDE ' ARE-O-NO
                  ' TYPE ' ARE-TYPE
                  ' : ' WS-ANOMALIE
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC
           DISPLAY 'RETOUR AGENCE - CLIENT ' ARE-C-NO ' : '
                   WS-ANOMALIE.

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           MOVE ZERO TO JSO-COMMISSION(1)
           MOVE ZERO TO JSO-COMMISSION(2)

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

      * ENTITE DU CLIENT DE LA LIGNE ('A' PAR DEFAUT)
       DETERMINER-SOCIETE-CLIENT.
           MOVE 1 TO WS-IDX-SOC
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = ARE-C-NO
                  AND SC-SOCIETE(IDX-SCL) = 'B'
                   MOVE 2 TO WS-IDX-SOC
               END-IF
           END-PERFORM
           .

      * ECRITURES EQUILIBREES PAR ENTITE AU FORMAT JOURNLGL DE
      * FACTURE : DEBIT HONORAIRES DE RECOUVREMENT / CREDIT BANQUE DE
      * LA COMMISSION RETENUE, PUIS TRAILER DE CONTROLE (NOMBRE
      * D'ECRITURES, TOTAL DEBIT, TOTAL CREDIT)
       ECRIRE-JOURNAL-COMMISSIONS.
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLAGC NOT = ZERO
               DISPLAY 'ERR OPEN JNLAGC - FS : ', FS-JNLAGC
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               IF JSO-COMMISSION(WS-IDX-SOC) > ZERO
                   MOVE SPACES TO ENR-JOURNLGL
                   MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
                   MOVE '62260000' TO JGL-COMPTE
                   MOVE 'HONORAIRES AGENCE RECOUVREMENT'
                       TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-COMMISSION(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL

                   MOVE '51200000' TO JGL-COMPTE
                   MOVE 'BANQUE - COMMISSIONS AGENCE' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-COMMISSION(WS-IDX-SOC) TO JGL-MONTANT
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

           IF FS-JNLAGC NOT = ZERO
               DISPLAY 'ERR WRITE JNLAGC - FS : ', FS-JNLAGC
               PERFORM ABEND-PROG
           END-IF

           CLOSE JOURNAL-GL
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLAGC NOT = ZERO
               DISPLAY 'ERR WRITE JNLAGC - FS : ', FS-JNLAGC
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       OUV-AGCRET.
           OPEN INPUT RETOURS-AGENCE
           IF FS-AGCRET NOT = ZERO THEN
               DISPLAY 'ERR OPEN AGCRET - FS : ', FS-AGCRET
               MOVE 1 TO WS-FF-AGCRET
           END-IF.

       FERM-AGCRET.
           CLOSE RETOURS-AGENCE
           IF FS-AGCRET NOT = ZERO THEN
               DISPLAY 'ERR CLOSE AGCRET - FS : ', FS-AGCRET
           END-IF.

       OUV-AGCPAY.
           OPEN OUTPUT PAYMENTS
           IF FS-AGCPAY NOT = ZERO THEN
               DISPLAY 'ERR OPEN AGCPAY - FS : ', FS-AGCPAY
               PERFORM ABEND-PROG
           END-IF.

       FERM-AGCPAY.
           CLOSE PAYMENTS
           IF FS-AGCPAY NOT = ZERO THEN
               DISPLAY 'ERR CLOSE AGCPAY - FS : ', FS-AGCPAY
           END-IF.

       OUV-RAPRAGC.
           OPEN OUTPUT RAPPORT-RETAGC
           IF FS-RAPRAGC NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPRAGC - FS : ', FS-RAPRAGC
           END-IF
           MOVE SPACES TO ENR-RAPRAGC
           STRING '=== RETOURS AGENCE DE RECOUVREMENT DU '
                  WS-DATE-RUN-ISO ' ==='
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC.

       FERM-RAPRAGC.
           CLOSE RAPPORT-RETAGC
           IF FS-RAPRAGC NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPRAGC - FS : ', FS-RAPRAGC
           END-IF.

       LECT-AGCRET.
           READ RETOURS-AGENCE AT END
               MOVE 1 TO WS-FF-AGCRET
           END-READ.

       ECRIRE-RAPPORT-RETAGC.
           MOVE SPACES TO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-NB-LUS TO ED-NB
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'LIGNES LUES              : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-NB-ENCAISSES TO ED-NB
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'ENCAISSEMENTS AGENCE     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-TOTAL-BRUT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'MONTANT BRUT RECOUVRE    : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-TOTAL-COMMISSION TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'COMMISSIONS AGENCE       : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-TOTAL-NET TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'NET REVERSE PAR L AGENCE : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-NB-RESTITUES TO ED-NB
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'RESTITUTIONS             : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           MOVE WS-NB-ANOMALIES TO ED-NB
           MOVE SPACES TO ENR-RAPRAGC
           STRING 'ANOMALIES                : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRAGC
           WRITE ENR-RAPRAGC

           IF FS-RAPRAGC NOT = ZERO
               DISPLAY 'ERR WRITE RAPRAGC - FS : ', FS-RAPRAGC
           END-IF
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
