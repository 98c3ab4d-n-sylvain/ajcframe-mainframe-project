       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFARC.

      * VERIFICATION DE L'ARCHIVE LEGALE DES FACTURES ECRITE PAR
      * FACTURE : CHAQUE SERIE (ARCFACTA ET ARCFACTB PAR ENTITE,
      * ARCFACT1 A ARCFACT4 POUR LES RUNS PARTITIONNES ; UNE ARCHIVE
      * ABSENTE EST TOLEREE ET SIGNALEE) EST RELUE DU PREMIER AU
      * DERNIER DOCUMENT EN RECALCULANT L'EMPREINTE DE CHAQUE
      * DOCUMENT PAR HASHFACT. SONT SIGNALES DANS LE RAPPORT RAPARC :
      *   - LES TROUS DE NUMEROTATION ET LES NUMEROS EN DOUBLE OU
      *     HORS SEQUENCE ;
      *   - LES RUPTURES DE CHAINAGE (EMPREINTE PRECEDENTE PORTEE PAR
      *     UN DOCUMENT DIFFERENTE DE L'EMPREINTE DU DOCUMENT QUI LE
      *     PRECEDE : DOCUMENT SUPPRIME, INSERE OU ENTETE RETOUCHE) ;
      *   - LES DOCUMENTS ALTERES (EMPREINTE RECALCULEE DIFFERENTE DE
      *     L'EMPREINTE ARCHIVEE), LES LIGNES MANQUANTES, ORPHELINES
      *     OU HORS SEQUENCE ;
      *   - LA FIN DE SERIE MANQUANTE (DERNIER NUMERO DE NUMFACT
      *     AU-DELA DU DERNIER DOCUMENT ARCHIVE).
      * CODE RETOUR 8 SI AU MOINS UNE ANOMALIE EST RELEVEE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FACT ASSIGN TO WS-ARCFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCFACT-STATUS.

           SELECT NUMFACT-FILE ASSIGN TO WS-NUMFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NUMFACT-STATUS.

           SELECT RAPPORT-ARCHIVE ASSIGN TO RAPARC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAPARC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE L'ARCHIVE ECRITE PAR FACTURE.cbl
       FD  ARCHIVE-FACT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENR-ARCFACT.
           05 ARC-SOCIETE             PIC X(1).
           05 ARC-NUMFACT             PIC 9(7).
           05 ARC-TYPE-ENR            PIC X(1).
           05 ARC-SEQ                 PIC 9(3).
           05 ARC-DONNEES             PIC X(138).
       01  ENR-ARCFACT-E REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-TYPE-DOC            PIC X(1).
           05 ARC-O-NO                PIC 9(7).
           05 ARC-COMPANY             PIC X(30).
           05 ARC-DATE                PIC X(10).
           05 ARC-MONTANT             PIC 9(9)V99.
           05 ARC-RUN-ID              PIC X(14).
           05 ARC-NB-LIGNES           PIC 9(3).
           05 ARC-HASH-PREC           PIC 9(18).
           05 ARC-HASH                PIC 9(18).
           05 ARC-TAXE                PIC 9(9)V99.
           05 FILLER                  PIC X(15).
       01  ENR-ARCFACT-L REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-LIGNE               PIC X(132).
           05 FILLER                  PIC X(6).

      * SERIE DES NUMEROS DE FACTURE : DERNIER NUMERO UTILISE
       FD  NUMFACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01  ENR-NUMFACT                PIC 9(7).

       FD  RAPPORT-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENR-RAPARC                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-ARCFACT-FILENAME       PIC X(20).
       77 WS-ARCFACT-STATUS         PIC XX.
       77 WS-NUMFACT-FILENAME       PIC X(20).
       77 WS-NUMFACT-STATUS         PIC XX.
       77 WS-RAPARC-STATUS          PIC XX.
       77 WS-EOF-ARCFACT            PIC X VALUE 'N'.
           88 EOF-ARCFACT           VALUE 'Y'.

      * SERIES CONTROLEES : ENTITES A ET B, PUIS PARTITIONS 1 A 4
       01 WS-CODES-SERIES           PIC X(6) VALUE 'AB1234'.
       77 WS-IDX-SERIE              PIC 9 VALUE ZERO.
       77 WS-CODE-SERIE             PIC X(1).
       77 WS-SOCIETE-ATTENDUE       PIC X(1).
       77 WS-NB-SERIES-LUES         PIC 9 VALUE ZERO.

      * ETAT DE LA SERIE EN COURS DE CONTROLE
       77 WS-PREC-NUMFACT           PIC 9(7) VALUE ZERO.
       77 WS-PREC-HASH              PIC 9(18) VALUE ZERO.
       77 WS-PREMIER-NUMFACT        PIC 9(7) VALUE ZERO.
       77 WS-NUMFACT-SERIE          PIC 9(7) VALUE ZERO.
       77 WS-NB-MANQUANTS           PIC 9(7) VALUE ZERO.
       77 WS-SERIE-NB-DOCS          PIC 9(7) VALUE ZERO.
       77 WS-SERIE-NB-ANOMALIES     PIC 9(7) VALUE ZERO.

      * DOCUMENT EN COURS DE CONTROLE
       77 WS-DOC-OUVERT             PIC X VALUE 'N'.
       77 WS-DOC-SOCIETE            PIC X(1).
       77 WS-DOC-NUMFACT            PIC 9(7) VALUE ZERO.
       77 WS-DOC-HASH-LU            PIC 9(18) VALUE ZERO.
       77 WS-DOC-NB-LIGNES          PIC 9(3) VALUE ZERO.
       77 WS-DOC-LIGNES-LUES        PIC 9(3) VALUE ZERO.
       77 WS-DOC-HORS-SEQUENCE      PIC X VALUE 'N'.
       01 WS-EMPREINTE.
           05 WS-HASH-1             PIC 9(9).
           05 WS-HASH-2             PIC 9(9).
       01 WS-EMPREINTE-NUM REDEFINES WS-EMPREINTE PIC 9(18).
       77 WS-BLOC-EMPREINTE         PIC X(132).

      * CUMULS GENERAUX
       77 WS-TOT-DOCS               PIC 9(7) VALUE ZERO.
       77 WS-TOT-ANOMALIES          PIC 9(7) VALUE ZERO.

      * ANOMALIE A SIGNALER
       77 WS-ANO-NUMFACT            PIC 9(7) VALUE ZERO.
       77 WS-ANO-LIBELLE            PIC X(80).

      * ZONES EDITEES
       77 ED-NB                     PIC Z(6)9.
       77 ED-NB2                    PIC Z(6)9.

       01 LIGNE-ANOMALIE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LAN-FICHIER           PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LAN-NUMFACT           PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 LAN-LIBELLE           PIC X(80).
           05 FILLER                PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY '=== DEBUT VERIFICATION ARCHIVE DES FACTURES ==='

           OPEN OUTPUT RAPPORT-ARCHIVE
           IF WS-RAPARC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPARC : ', WS-RAPARC-STATUS
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPARC
           STRING '=== VERIFICATION DE L ARCHIVE DES FACTURES ==='
               DELIMITED BY SIZE INTO ENR-RAPARC
           END-STRING
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE SPACES TO ENR-RAPARC
           PERFORM ECRIRE-LIGNE-RAPARC

           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
               UNTIL WS-IDX-SERIE > 6
               PERFORM VERIFIER-UNE-SERIE
           END-PERFORM

           MOVE SPACES TO ENR-RAPARC
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE WS-TOT-DOCS TO ED-NB
           MOVE SPACES TO ENR-RAPARC
           STRING 'DOCUMENTS CONTROLES       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPARC
           END-STRING
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE WS-TOT-ANOMALIES TO ED-NB
           MOVE SPACES TO ENR-RAPARC
           STRING 'ANOMALIES RELEVEES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPARC
           END-STRING
           PERFORM ECRIRE-LIGNE-RAPARC

           CLOSE RAPPORT-ARCHIVE

           IF WS-NB-SERIES-LUES = ZERO
               DISPLAY 'AUCUNE ARCHIVE DE FACTURES TROUVEE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TOT-ANOMALIES > ZERO
               DISPLAY 'ARCHIVE NON CONFORME : ', WS-TOT-ANOMALIES,
                       ' ANOMALIE(S)'
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY '=== DOCUMENTS CONTROLES : ', WS-TOT-DOCS, ' ==='
           DISPLAY '=== FIN VERIFICATION ARCHIVE DES FACTURES ==='
           GOBACK.

      * RELECTURE COMPLETE D'UNE SERIE ; UNE ARCHIVE ABSENTE (ENTITE
      * OU PARTITION JAMAIS FACTUREE) EST TOLEREE ET SIGNALEE
       VERIFIER-UNE-SERIE.
           MOVE WS-CODES-SERIES(WS-IDX-SERIE:1) TO WS-CODE-SERIE
           MOVE SPACES TO WS-ARCFACT-FILENAME
           STRING 'ARCFACT' WS-CODE-SERIE
               DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
           END-STRING
      * LES RUNS PARTITIONNES NE FACTURENT QUE L'ENTITE A
           IF WS-CODE-SERIE = 'B'
               MOVE 'B' TO WS-SOCIETE-ATTENDUE
           ELSE
               MOVE 'A' TO WS-SOCIETE-ATTENDUE
           END-IF

           MOVE ZERO TO WS-PREC-NUMFACT
           MOVE ZERO TO WS-PREC-HASH
           MOVE ZERO TO WS-PREMIER-NUMFACT
           MOVE ZERO TO WS-SERIE-NB-DOCS
           MOVE ZERO TO WS-SERIE-NB-ANOMALIES
           MOVE 'N' TO WS-DOC-OUVERT

           OPEN INPUT ARCHIVE-FACT
           IF WS-ARCFACT-STATUS NOT = '00'
               DISPLAY 'SERIE ', WS-CODE-SERIE,
                       ' SANS ARCHIVE (FS=', WS-ARCFACT-STATUS, ')'
           ELSE
               ADD 1 TO WS-NB-SERIES-LUES
               MOVE 'N' TO WS-EOF-ARCFACT
               PERFORM UNTIL EOF-ARCFACT
                   READ ARCHIVE-FACT
                       AT END
                           SET EOF-ARCFACT TO TRUE
                       NOT AT END
                           PERFORM CONTROLER-ENREGISTREMENT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FACT
               IF WS-DOC-OUVERT = 'O'
                   PERFORM TERMINER-DOCUMENT
               END-IF
               PERFORM CONTROLER-FIN-SERIE
               PERFORM ECRIRE-BILAN-SERIE
           END-IF
           .

       CONTROLER-ENREGISTREMENT.
           EVALUATE ARC-TYPE-ENR
               WHEN 'E'
                   IF WS-DOC-OUVERT = 'O'
                       PERFORM TERMINER-DOCUMENT
                   END-IF
                   PERFORM DEMARRER-DOCUMENT
               WHEN 'L'
                   PERFORM CONTROLER-LIGNE
               WHEN OTHER
                   MOVE ARC-NUMFACT TO WS-ANO-NUMFACT
                   MOVE 'ENREGISTREMENT DE TYPE INCONNU'
                       TO WS-ANO-LIBELLE
                   PERFORM SIGNALER-ANOMALIE
           END-EVALUATE
           .

      * ENTETE D'UN DOCUMENT : CONTINUITE DE LA NUMEROTATION ET DU
      * CHAINAGE AVEC LE DOCUMENT PRECEDENT, PUIS AMORCE DU CALCUL DE
      * L'EMPREINTE SUR L'EMPREINTE PRECEDENTE PORTEE PAR L'ENTETE
      * (UN DOCUMENT ALTERE N'EST AINSI SIGNALE QU'UNE FOIS, SANS
      * ENTRAINER TOUS LES SUIVANTS)
       DEMARRER-DOCUMENT.
           ADD 1 TO WS-SERIE-NB-DOCS
           ADD 1 TO WS-TOT-DOCS
           MOVE ARC-NUMFACT TO WS-ANO-NUMFACT

           IF ARC-SOCIETE NOT = WS-SOCIETE-ATTENDUE
               MOVE 'SOCIETE DU DOCUMENT ETRANGERE A LA SERIE'
                   TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ANOMALIE
           END-IF

           IF WS-PREMIER-NUMFACT = ZERO
               MOVE ARC-NUMFACT TO WS-PREMIER-NUMFACT
           ELSE
               IF ARC-NUMFACT <= WS-PREC-NUMFACT
                   MOVE 'NUMERO EN DOUBLE OU HORS SEQUENCE'
                       TO WS-ANO-LIBELLE
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   IF ARC-NUMFACT > WS-PREC-NUMFACT + 1
                       COMPUTE WS-NB-MANQUANTS =
                           ARC-NUMFACT - WS-PREC-NUMFACT - 1
                       MOVE WS-PREC-NUMFACT TO ED-NB
                       MOVE WS-NB-MANQUANTS TO ED-NB2
                       MOVE SPACES TO WS-ANO-LIBELLE
                       STRING 'TROU DANS LA SERIE APRES ' ED-NB
                              ' : ' ED-NB2 ' DOCUMENT(S) MANQUANT(S)'
                           DELIMITED BY SIZE INTO WS-ANO-LIBELLE
                       END-STRING
                       PERFORM SIGNALER-ANOMALIE
                   END-IF
               END-IF
           END-IF

           IF ARC-HASH-PREC NOT = WS-PREC-HASH
               MOVE 'CHAINAGE ROMPU : EMPREINTE PRECEDENTE DIFFERENTE'
                   TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ANOMALIE
           END-IF

           MOVE 'O' TO WS-DOC-OUVERT
           MOVE ARC-SOCIETE TO WS-DOC-SOCIETE
           MOVE ARC-NUMFACT TO WS-DOC-NUMFACT
           MOVE ARC-HASH TO WS-DOC-HASH-LU
           MOVE ARC-NB-LIGNES TO WS-DOC-NB-LIGNES
           MOVE ZERO TO WS-DOC-LIGNES-LUES
           MOVE 'N' TO WS-DOC-HORS-SEQUENCE

           MOVE ARC-HASH-PREC TO WS-EMPREINTE-NUM
           MOVE SPACES TO WS-BLOC-EMPREINTE
           MOVE ENR-ARCFACT(1:88) TO WS-BLOC-EMPREINTE
           CALL 'HASHFACT' USING WS-BLOC-EMPREINTE WS-EMPREINTE

           IF ARC-NUMFACT > WS-PREC-NUMFACT
               MOVE ARC-NUMFACT TO WS-PREC-NUMFACT
           END-IF
           MOVE ARC-HASH TO WS-PREC-HASH
           .

       CONTROLER-LIGNE.
           MOVE ARC-NUMFACT TO WS-ANO-NUMFACT
           IF WS-DOC-OUVERT NOT = 'O'
              OR ARC-NUMFACT NOT = WS-DOC-NUMFACT
              OR ARC-SOCIETE NOT = WS-DOC-SOCIETE
               MOVE 'LIGNE ORPHELINE, SANS ENTETE DE DOCUMENT'
                   TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ANOMALIE
           ELSE
               ADD 1 TO WS-DOC-LIGNES-LUES
               IF ARC-SEQ NOT = WS-DOC-LIGNES-LUES
                  AND WS-DOC-HORS-SEQUENCE = 'N'
                   MOVE 'O' TO WS-DOC-HORS-SEQUENCE
                   MOVE 'LIGNES DU DOCUMENT HORS SEQUENCE'
                       TO WS-ANO-LIBELLE
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               CALL 'HASHFACT' USING ARC-LIGNE WS-EMPREINTE
           END-IF
           .

       TERMINER-DOCUMENT.
           MOVE WS-DOC-NUMFACT TO WS-ANO-NUMFACT
           IF WS-DOC-LIGNES-LUES NOT = WS-DOC-NB-LIGNES
               MOVE 'NOMBRE DE LIGNES DIFFERENT DE L ENTETE'
                   TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ANOMALIE
           END-IF
           IF WS-EMPREINTE-NUM NOT = WS-DOC-HASH-LU
               MOVE 'DOCUMENT ALTERE : EMPREINTE NON CONFORME'
                   TO WS-ANO-LIBELLE
               PERFORM SIGNALER-ANOMALIE
           END-IF
           MOVE 'N' TO WS-DOC-OUVERT
           .

      * DERNIER NUMERO DE LA SERIE (NUMFACTA/NUMFACTB OU NUMFACTN) :
      * UN NUMERO EMIS AU-DELA DU DERNIER DOCUMENT ARCHIVE SIGNALE
      * UNE FIN D'ARCHIVE TRONQUEE
       CONTROLER-FIN-SERIE.
           MOVE SPACES TO WS-NUMFACT-FILENAME
           STRING 'NUMFACT' WS-CODE-SERIE
               DELIMITED BY SIZE INTO WS-NUMFACT-FILENAME
           END-STRING
           MOVE ZERO TO WS-NUMFACT-SERIE
           OPEN INPUT NUMFACT-FILE
           IF WS-NUMFACT-STATUS = '00'
               READ NUMFACT-FILE INTO WS-NUMFACT-SERIE
               IF WS-NUMFACT-STATUS NOT = '00'
                   MOVE ZERO TO WS-NUMFACT-SERIE
               END-IF
               CLOSE NUMFACT-FILE
           END-IF

           IF WS-NUMFACT-SERIE > WS-PREC-NUMFACT
               MOVE WS-NUMFACT-SERIE TO WS-ANO-NUMFACT
               COMPUTE WS-NB-MANQUANTS =
                   WS-NUMFACT-SERIE - WS-PREC-NUMFACT
               MOVE WS-NB-MANQUANTS TO ED-NB
               MOVE SPACES TO WS-ANO-LIBELLE
               STRING 'FIN DE SERIE MANQUANTE : ' ED-NB
                      ' NUMERO(S) EMIS NON ARCHIVE(S)'
                   DELIMITED BY SIZE INTO WS-ANO-LIBELLE
               END-STRING
               PERFORM SIGNALER-ANOMALIE
           END-IF
           .

       ECRIRE-BILAN-SERIE.
           MOVE SPACES TO ENR-RAPARC
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE WS-SERIE-NB-DOCS TO ED-NB
           MOVE SPACES TO ENR-RAPARC
           STRING 'ARCHIVE ' WS-ARCFACT-FILENAME(1:8)
                  ' - DOCUMENTS CONTROLES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPARC
           END-STRING
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE WS-PREMIER-NUMFACT TO ED-NB
           MOVE WS-PREC-NUMFACT TO ED-NB2
           MOVE SPACES TO ENR-RAPARC
           STRING '    NUMEROS ARCHIVES      : ' ED-NB ' A ' ED-NB2
               DELIMITED BY SIZE INTO ENR-RAPARC
           END-STRING
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE WS-SERIE-NB-ANOMALIES TO ED-NB
           MOVE SPACES TO ENR-RAPARC
           IF WS-SERIE-NB-ANOMALIES = ZERO
               STRING '    SERIE CONFORME, CHAINAGE INTACT'
                   DELIMITED BY SIZE INTO ENR-RAPARC
               END-STRING
           ELSE
               STRING '    ANOMALIES             : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPARC
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-RAPARC
           MOVE SPACES TO ENR-RAPARC
           PERFORM ECRIRE-LIGNE-RAPARC
           .

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-SERIE-NB-ANOMALIES
           ADD 1 TO WS-TOT-ANOMALIES
           MOVE WS-ARCFACT-FILENAME TO LAN-FICHIER
           MOVE WS-ANO-NUMFACT TO LAN-NUMFACT
           MOVE WS-ANO-LIBELLE TO LAN-LIBELLE
           MOVE LIGNE-ANOMALIE TO ENR-RAPARC
           PERFORM ECRIRE-LIGNE-RAPARC
           .

       ECRIRE-LIGNE-RAPARC.
           WRITE ENR-RAPARC
           IF WS-RAPARC-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE RAPARC : ', WS-RAPARC-STATUS
               PERFORM ABEND-PROG
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ARRET ANORMAL DU PROGRAMME'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
