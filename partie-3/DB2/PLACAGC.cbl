       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACAGC.

      * PLACEMENT DES CREANCES IRRECOUVRABLES AUPRES DE L'AGENCE DE
      * RECOUVREMENT, ENTRE LA MISE EN DEMEURE DE RELANCE (NIVEAU 3)
      * ET LE PASSAGE EN PERTE DE PASSPERT. LE SERVICE CREDIT
      * SELECTIONNE LES CLIENTS A PARTIR DU RECAPITULATIF RELSUM DANS
      * LE FICHIER AGCSEL (CLIENT, ACTION, AUTORISEUR) :
      *   - ACTION 'P' (PLACEMENT) : CHAQUE COMMANDE OUVERTE DU CLIENT
      *     DANS API6.ORDER_STATUS, NON DEJA PLACEE, EST ENREGISTREE
      *     DANS API6.PLACEMENTS_AGENCE (STATUT 'P') ET EXPORTEE DANS
      *     LE FICHIER A FORMAT FIXE DE L'AGENCE (AGCPLAC) AVEC LES
      *     COORDONNEES DU CLIENT LUES DANS API6.CUSTOMERS. UNE
      *     COMMANDE PLACEE N'EST PLUS RELANCEE (RELANCE) NI CHARGEE
      *     D'INTERETS (INTERETS) ;
      *   - ACTION 'R' (RAPPEL) : LES PLACEMENTS EN COURS DU CLIENT
      *     PASSENT 'R' (RAPPELES) AVEC LA DATE DU RUN ET L'AGENCE EN
      *     EST AVISEE DANS LE MEME FICHIER : LES COMMANDES ENCORE
      *     OUVERTES REVIENNENT DANS LA RELANCE ET LES INTERETS.
      * LES ENCAISSEMENTS ET LES RESTITUTIONS DE L'AGENCE SONT
      * TRAITES PAR RETAGC. LES LIGNES DE SELECTION REJETEES SONT
      * LISTEES DANS RAPPLAC ET DONNENT UN CODE RETOUR 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECTIONS ASSIGN TO AGCSEL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGCSEL.

           SELECT FICHIER-AGENCE ASSIGN TO AGCPLAC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AGCPLAC.

           SELECT RAPPORT-PLACAGC ASSIGN TO RAPPLAC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPPLAC.

       DATA DIVISION.
       FILE SECTION.
       FD SELECTIONS.
       01 ENR-AGCSEL.
          05 ASL-NUM-CLI     PIC 9(4).
          05 ASL-ACTION      PIC X(1).
          05 ASL-AUTORISEUR  PIC X(8).

      * FICHIER REMIS A L'AGENCE : UN ENTETE, PUIS PAR CLIENT PLACE
      * UNE LIGNE DE COORDONNEES ET UNE LIGNE PAR COMMANDE OUVERTE,
      * UNE LIGNE PAR CLIENT RAPPELE, ET UN TRAILER DE CONTROLE
       FD  FICHIER-AGENCE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ENR-AGC-ENTETE.
           05 AGH-TYPE               PIC X(1).
           05 AGH-DATE               PIC X(10).
           05 AGH-CREANCIER          PIC X(30).
           05 FILLER                 PIC X(159).
       01  ENR-AGC-CLIENT.
           05 AGC-TYPE               PIC X(1).
           05 AGC-C-NO               PIC 9(4).
           05 AGC-COMPANY            PIC X(30).
           05 AGC-ADDRESS            PIC X(100).
           05 AGC-CITY               PIC X(20).
           05 AGC-STATE              PIC X(2).
           05 AGC-ZIP                PIC X(5).
           05 AGC-PHONE              PIC X(10).
           05 AGC-MONTANT            PIC 9(9)V99.
           05 FILLER                 PIC X(17).
       01  ENR-AGC-DETAIL.
           05 AGD-TYPE               PIC X(1).
           05 AGD-C-NO               PIC 9(4).
           05 AGD-O-NO               PIC 9(7).
           05 AGD-O-DATE             PIC X(10).
           05 AGD-ECHEANCE           PIC X(10).
           05 AGD-O-TOTAL            PIC 9(7)V99.
           05 AGD-REGLE              PIC 9(7)V99.
           05 AGD-RESTE-DU           PIC 9(7)V99.
           05 FILLER                 PIC X(141).
       01  ENR-AGC-RAPPEL.
           05 AGR-TYPE               PIC X(1).
           05 AGR-C-NO               PIC 9(4).
           05 AGR-DATE               PIC X(10).
           05 AGR-MONTANT            PIC 9(9)V99.
           05 FILLER                 PIC X(174).
       01  ENR-AGC-TRAILER.
           05 AGT-TYPE               PIC X(1).
           05 AGT-NB-CLIENTS         PIC 9(5).
           05 AGT-NB-COMMANDES       PIC 9(7).
           05 AGT-MONTANT            PIC 9(11)V99.
           05 AGT-NB-RAPPELS         PIC 9(5).
           05 FILLER                 PIC X(169).

       FD RAPPORT-PLACAGC.
       01 ENR-RAPPLAC        PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

           EXEC SQL
               INCLUDE ORDSTAT
           END-EXEC.

           EXEC SQL
               INCLUDE PLACAGC
           END-EXEC.

      * COMMANDES OUVERTES DU CLIENT NON ENCORE PLACEES, A
      * L'ANCIENNETE
           EXEC SQL
               DECLARE CPLACER CURSOR
               FOR
               SELECT
                   S.O_NO,
                   CHAR(O.O_DATE),
                   CHAR(VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)),
                   S.O_TOTAL,
                   S.MONTANT_REGLE,
                   DECIMAL(S.O_TOTAL - S.MONTANT_REGLE, 9, 2)
               FROM
                   API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               WHERE
                   S.C_NO = :STAT-C-NO
                   AND S.STATUT = 'O'
                   AND S.O_TOTAL > S.MONTANT_REGLE
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.PLACEMENTS_AGENCE G
                        WHERE G.O_NO = S.O_NO
                          AND G.STATUT = 'P')
               ORDER BY
                   O.O_DATE, S.O_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-AGCSEL         PIC 99.
       77 FS-AGCPLAC        PIC 99.
       77 FS-RAPPLAC        PIC 99.
       77 WS-FF-AGCSEL      PIC 9 VALUE ZERO.

      * COORDONNEES DU CLIENT
       77 WS-COMPANY        PIC X(30).
       77 WS-ADDRESS        PIC X(100).
       77 WS-CITY           PIC X(20).
       77 WS-PHONE          PIC X(10).

      * VARIABLES DU CURSEUR
       77 WS-O-NO           PIC S9(7)V USAGE COMP-3.
       77 WS-O-DATE         PIC X(10).
       77 WS-ECHEANCE       PIC X(10).
       77 WS-O-TOTAL        PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-REGLE          PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-RESTE-DU       PIC S9(7)V9(2) USAGE COMP-3.

      * ENCOURS A PLACER OU A RAPPELER POUR LE CLIENT EN COURS
       77 WS-NB-A-TRAITER   PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-MONTANT-CLIENT PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-MOTIF-REJET    PIC X(30).

      * DATE DU RUN
       77 WS-DATE-SYS       PIC X(8).
       77 WS-DATE-RUN-ISO   PIC X(10).

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-SELECTIONS  PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETS      PIC 9(5) VALUE ZERO.
       77 WS-NB-CLIENTS-PLACES PIC 9(5) VALUE ZERO.
       77 WS-NB-CMDES-PLACEES  PIC 9(7) VALUE ZERO.
       77 WS-TOTAL-PLACE    PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-NB-RAPPELS     PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-RAPPELE  PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 ED-NB             PIC Z(4)9.
       77 ED-MONTANT        PIC Z(8)9,99.
       77 ED-C-NO           PIC Z(3)9.
       77 ED-O-NO           PIC 9(7).

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME PLACAGC - PLACEMENT AGENCE ==='

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-SYS (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM OUV-FICHIERS
           PERFORM LECT-SELECTION

           PERFORM UNTIL WS-FF-AGCSEL = 1
               ADD 1 TO WS-NB-SELECTIONS
               EVALUATE ASL-ACTION
                   WHEN 'P'
                       PERFORM PLACER-CLIENT
                   WHEN 'R'
                       PERFORM RAPPELER-CLIENT
                   WHEN OTHER
                       MOVE 'ACTION INCONNUE' TO WS-MOTIF-REJET
                       PERFORM REJETER-SELECTION
               END-EVALUATE
               PERFORM LECT-SELECTION
           END-PERFORM

           PERFORM ECRIRE-TRAILER-AGENCE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX-RAPPLAC
           PERFORM FERM-FICHIERS
           IF WS-NB-REJETS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME PLACAGC'
           GOBACK.

      * PLACEMENT D'UN CLIENT : COORDONNEES, PUIS CHAQUE COMMANDE
      * OUVERTE NON ENCORE PLACEE, ENREGISTREE ET EXPORTEE
       PLACER-CLIENT.
           MOVE ASL-NUM-CLI TO CUST-C-NO
           EXEC SQL
               SELECT COMPANY, VALUE(ADDRESS, ' '), CITY, STATE, ZIP,
                      VALUE(PHONE, ' ')
               INTO :WS-COMPANY, :WS-ADDRESS, :WS-CITY,
                    :CUST-STATE, :CUST-ZIP, :WS-PHONE
               FROM API6.CUSTOMERS
               WHERE C_NO = :CUST-C-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'CLIENT INCONNU' TO WS-MOTIF-REJET
                   PERFORM REJETER-SELECTION
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF SQLCODE = ZERO
               MOVE ASL-NUM-CLI TO STAT-C-NO
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(SUM(S.O_TOTAL - S.MONTANT_REGLE), 0)
                   INTO :WS-NB-A-TRAITER, :WS-MONTANT-CLIENT
                   FROM API6.ORDER_STATUS S
                   WHERE S.C_NO = :STAT-C-NO
                     AND S.STATUT = 'O'
                     AND S.O_TOTAL > S.MONTANT_REGLE
                     AND NOT EXISTS
                         (SELECT 1 FROM API6.PLACEMENTS_AGENCE G
                          WHERE G.O_NO = S.O_NO
                            AND G.STATUT = 'P')
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF

               IF WS-NB-A-TRAITER = ZERO
                   MOVE 'AUCUNE COMMANDE OUVERTE A PLACER'
                       TO WS-MOTIF-REJET
                   PERFORM REJETER-SELECTION
               ELSE
                   PERFORM ECRIRE-CLIENT-AGENCE
                   PERFORM PLACER-COMMANDES-CLIENT
               END-IF
           END-IF.

       ECRIRE-CLIENT-AGENCE.
           MOVE SPACES TO ENR-AGC-CLIENT
           MOVE 'C' TO AGC-TYPE
           MOVE ASL-NUM-CLI TO AGC-C-NO
           MOVE WS-COMPANY TO AGC-COMPANY
           MOVE WS-ADDRESS TO AGC-ADDRESS
           MOVE WS-CITY TO AGC-CITY
           MOVE CUST-STATE TO AGC-STATE
           MOVE CUST-ZIP TO AGC-ZIP
           MOVE WS-PHONE TO AGC-PHONE
           MOVE WS-MONTANT-CLIENT TO AGC-MONTANT
           WRITE ENR-AGC-CLIENT
           IF FS-AGCPLAC NOT = ZERO
               DISPLAY 'ERR WRITE AGCPLAC - FS : ', FS-AGCPLAC
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-CLIENTS-PLACES

           MOVE ASL-NUM-CLI TO ED-C-NO
           MOVE WS-MONTANT-CLIENT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'CLIENT=' ED-C-NO
                  '  PLACE=' ED-MONTANT
                  '  PAR ' ASL-AUTORISEUR
                  '  ' WS-COMPANY
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC.

       PLACER-COMMANDES-CLIENT.
           EXEC SQL
               OPEN CPLACER
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-COMMANDE-A-PLACER
           PERFORM UNTIL SQLCODE = +100
               PERFORM PLACER-COMMANDE
               PERFORM FETCH-COMMANDE-A-PLACER
           END-PERFORM

           EXEC SQL
               CLOSE CPLACER
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-COMMANDE-A-PLACER.
           EXEC SQL
               FETCH CPLACER
               INTO :WS-O-NO,
                    :WS-O-DATE,
                    :WS-ECHEANCE,
                    :WS-O-TOTAL,
                    :WS-REGLE,
                    :WS-RESTE-DU
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       PLACER-COMMANDE.
           MOVE ASL-NUM-CLI TO PLA-C-NO
           MOVE WS-O-NO TO PLA-O-NO
           MOVE WS-DATE-RUN-ISO TO PLA-DATE-PLACEMENT
           MOVE WS-RESTE-DU TO PLA-MONTANT-PLACE
           MOVE ZERO TO PLA-MONTANT-RECOUVRE
           MOVE ZERO TO PLA-COMMISSION
           MOVE 'P' TO PLA-STATUT
           MOVE SPACES TO PLA-DATE-RETOUR

           EXEC SQL
               INSERT INTO API6.PLACEMENTS_AGENCE
                   (C_NO, O_NO, DATE_PLACEMENT, MONTANT_PLACE,
                    MONTANT_RECOUVRE, COMMISSION, STATUT, DATE_RETOUR)
               VALUES
                   (:PLA-C-NO, :PLA-O-NO, :PLA-DATE-PLACEMENT,
                    :PLA-MONTANT-PLACE, :PLA-MONTANT-RECOUVRE,
                    :PLA-COMMISSION, :PLA-STATUT, :PLA-DATE-RETOUR)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-AGC-DETAIL
           MOVE 'D' TO AGD-TYPE
           MOVE ASL-NUM-CLI TO AGD-C-NO
           MOVE WS-O-NO TO AGD-O-NO
           MOVE WS-O-DATE TO AGD-O-DATE
           MOVE WS-ECHEANCE TO AGD-ECHEANCE
           MOVE WS-O-TOTAL TO AGD-O-TOTAL
           MOVE WS-REGLE TO AGD-REGLE
           MOVE WS-RESTE-DU TO AGD-RESTE-DU
           WRITE ENR-AGC-DETAIL
           IF FS-AGCPLAC NOT = ZERO
               DISPLAY 'ERR WRITE AGCPLAC - FS : ', FS-AGCPLAC
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-CMDES-PLACEES
           ADD WS-RESTE-DU TO WS-TOTAL-PLACE

           MOVE WS-O-NO TO ED-O-NO
           MOVE WS-RESTE-DU TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPLAC
           STRING '    CMD=' ED-O-NO
                  '  ECHEANCE=' WS-ECHEANCE
                  '  RESTE DU=' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC.

      * RAPPEL D'UN CLIENT : SES PLACEMENTS EN COURS SONT CLOS ET LE
      * RESTE A RECOUVRER EST SIGNALE A L'AGENCE
       RAPPELER-CLIENT.
           MOVE ASL-NUM-CLI TO PLA-C-NO
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(MONTANT_PLACE - MONTANT_RECOUVRE), 0)
               INTO :WS-NB-A-TRAITER, :WS-MONTANT-CLIENT
               FROM API6.PLACEMENTS_AGENCE
               WHERE C_NO = :PLA-C-NO
                 AND STATUT = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-A-TRAITER = ZERO
               MOVE 'AUCUN PLACEMENT EN COURS' TO WS-MOTIF-REJET
               PERFORM REJETER-SELECTION
           ELSE
               MOVE WS-DATE-RUN-ISO TO PLA-DATE-RETOUR
               EXEC SQL
                   UPDATE API6.PLACEMENTS_AGENCE
                   SET STATUT = 'R',
                       DATE_RETOUR = :PLA-DATE-RETOUR
                   WHERE C_NO = :PLA-C-NO
                     AND STATUT = 'P'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF

               MOVE SPACES TO ENR-AGC-RAPPEL
               MOVE 'R' TO AGR-TYPE
               MOVE ASL-NUM-CLI TO AGR-C-NO
               MOVE WS-DATE-RUN-ISO TO AGR-DATE
               IF WS-MONTANT-CLIENT > ZERO
                   MOVE WS-MONTANT-CLIENT TO AGR-MONTANT
               ELSE
                   MOVE ZERO TO AGR-MONTANT
               END-IF
               WRITE ENR-AGC-RAPPEL
               IF FS-AGCPLAC NOT = ZERO
                   DISPLAY 'ERR WRITE AGCPLAC - FS : ', FS-AGCPLAC
                   PERFORM ABEND-PROG
               END-IF

               ADD 1 TO WS-NB-RAPPELS
               ADD WS-MONTANT-CLIENT TO WS-TOTAL-RAPPELE

               MOVE ASL-NUM-CLI TO ED-C-NO
               MOVE WS-MONTANT-CLIENT TO ED-MONTANT
               MOVE SPACES TO ENR-RAPPLAC
               STRING 'CLIENT=' ED-C-NO
                      '  RAPPELE=' ED-MONTANT
                      '  PAR ' ASL-AUTORISEUR
                   DELIMITED BY SIZE INTO ENR-RAPPLAC
               WRITE ENR-RAPPLAC
           END-IF.

       REJETER-SELECTION.
           ADD 1 TO WS-NB-REJETS
           MOVE ASL-NUM-CLI TO ED-C-NO
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'CLIENT=' ED-C-NO
                  '  ACTION=' ASL-ACTION
                  '  REJETE : ' WS-MOTIF-REJET
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC
           DISPLAY 'SELECTION REJETEE - CLIENT ' ASL-NUM-CLI
                   ' : ' WS-MOTIF-REJET.

       ECRIRE-TRAILER-AGENCE.
           MOVE SPACES TO ENR-AGC-TRAILER
           MOVE 'T' TO AGT-TYPE
           MOVE WS-NB-CLIENTS-PLACES TO AGT-NB-CLIENTS
           MOVE WS-NB-CMDES-PLACEES TO AGT-NB-COMMANDES
           MOVE WS-TOTAL-PLACE TO AGT-MONTANT
           MOVE WS-NB-RAPPELS TO AGT-NB-RAPPELS
           WRITE ENR-AGC-TRAILER
           IF FS-AGCPLAC NOT = ZERO
               DISPLAY 'ERR WRITE AGCPLAC - FS : ', FS-AGCPLAC
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-TOTAUX-RAPPLAC.
           MOVE WS-NB-SELECTIONS TO ED-NB
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'SELECTIONS LUES          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-NB-CLIENTS-PLACES TO ED-NB
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'CLIENTS PLACES           : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-NB-CMDES-PLACEES TO ED-NB
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'COMMANDES PLACEES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-TOTAL-PLACE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'MONTANT TOTAL PLACE      : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-NB-RAPPELS TO ED-NB
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'CLIENTS RAPPELES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-TOTAL-RAPPELE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'MONTANT TOTAL RAPPELE    : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC

           MOVE WS-NB-REJETS TO ED-NB
           MOVE SPACES TO ENR-RAPPLAC
           STRING 'SELECTIONS REJETEES      : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC
           .

       OUV-FICHIERS.
           OPEN INPUT SELECTIONS
           IF FS-AGCSEL NOT = ZERO
               DISPLAY 'ERR OPEN AGCSEL - FS : ', FS-AGCSEL
               MOVE 1 TO WS-FF-AGCSEL
           END-IF
           OPEN OUTPUT FICHIER-AGENCE
           IF FS-AGCPLAC NOT = ZERO
               DISPLAY 'ERR OPEN AGCPLAC - FS : ', FS-AGCPLAC
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-PLACAGC
           IF FS-RAPPLAC NOT = ZERO
               DISPLAY 'ERR OPEN RAPPLAC - FS : ', FS-RAPPLAC
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-AGC-ENTETE
           MOVE 'H' TO AGH-TYPE
           MOVE WS-DATE-RUN-ISO TO AGH-DATE
           MOVE 'API6 - SERVICE CREDIT CLIENTS' TO AGH-CREANCIER
           WRITE ENR-AGC-ENTETE

           MOVE SPACES TO ENR-RAPPLAC
           STRING '=== PLACEMENTS ET RAPPELS AGENCE DU ' WS-DATE-RUN-ISO
                  ' ===' DELIMITED BY SIZE INTO ENR-RAPPLAC
           WRITE ENR-RAPPLAC
           .

       FERM-FICHIERS.
           CLOSE SELECTIONS
           CLOSE FICHIER-AGENCE
           CLOSE RAPPORT-PLACAGC
           .

       LECT-SELECTION.
           READ SELECTIONS AT END
               MOVE 1 TO WS-FF-AGCSEL
           END-READ.

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
