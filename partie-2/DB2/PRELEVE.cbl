       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELEVE.

      * EMISSION DES PRELEVEMENTS AUTOMATIQUES : POUR CHAQUE CLIENT
      * TITULAIRE D'UN MANDAT ACTIF (API6.MANDATS, ACTIF = 'O'), LES
      * MONTANTS OUVERTS DE ORDER_STATUS ARRIVES A ECHEANCE A LA DATE
      * DE PRELEVEMENT (ORDERS.DATE_ECHEANCE, O_DATE + 30 JOURS A
      * DEFAUT, COMME INTERETS) SONT PRESENTES A LA BANQUE DANS LE
      * FICHIER DE PRELEVEMENTS PRLBANQ, UNE LIGNE PAR COMMANDE.
      * CHAQUE COMMANDE PRESENTEE EST TRACEE DANS API6.PRELEVEMENTS
      * (STATUT 'E' EMIS) ; UNE COMMANDE EMISE OU CONFIRMEE N'EST PLUS
      * PRESENTEE, UNE COMMANDE REJETEE ('R') REDEVIENT PRELEVABLE.
      * ORDER_STATUS N'EST PAS MODIFIE : LA CREANCE RESTE OUVERTE
      * JUSQU'A L'APPLICATION DU REGLEMENT CONFIRME PAR ENCAISSE.
      * LE RETOUR DE LA BANQUE EST TRAITE PAR RETPRLV.
      * SYSIN : DATE DE PRELEVEMENT (AAAA-MM-JJ, BLANC = DATE DU JOUR).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHIER-PRELEVEMENTS ASSIGN TO PRLBANQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRLBANQ.

           SELECT RAPPORT-PRELEVE ASSIGN TO RAPPRLV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPPRLV.

       DATA DIVISION.
       FILE SECTION.
      * FICHIER DE PRELEVEMENTS REMIS A LA BANQUE : 'D' UNE LIGNE PAR
      * COMMANDE PRESENTEE, 'T' TRAILER (NOMBRE DE LIGNES DANS
      * PRB-O-NO, MONTANT TOTAL DANS PRB-MONTANT)
       FD  FICHIER-PRELEVEMENTS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ENR-PRLBANQ.
           05 PRB-TYPE              PIC X(1).
           05 PRB-REF-MANDAT        PIC X(20).
           05 PRB-DATE-SIGNATURE    PIC X(10).
           05 PRB-IBAN              PIC X(34).
           05 PRB-BIC               PIC X(11).
           05 PRB-C-NO              PIC 9(4).
           05 PRB-O-NO              PIC 9(7).
           05 PRB-MONTANT           PIC 9(9)V99.
           05 PRB-DATE-PRELEV       PIC X(10).
           05 FILLER                PIC X(12).

       FD  RAPPORT-PRELEVE.
       01  ENR-RAPPRLV              PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE MANDAT
           END-EXEC.

           EXEC SQL
               INCLUDE PRLVMT
           END-EXEC.

      * MONTANTS OUVERTS ECHUS A LA DATE DE PRELEVEMENT DES CLIENTS
      * SOUS MANDAT ACTIF, HORS COMMANDES DEJA PRESENTEES ET NON
      * REJETEES
           EXEC SQL
               DECLARE CPRELEVE CURSOR
               FOR
               SELECT
                   S.C_NO,
                   S.O_NO,
                   S.O_TOTAL - S.MONTANT_REGLE,
                   M.REF_MANDAT,
                   M.IBAN,
                   M.BIC,
                   M.DATE_SIGNATURE
               FROM
                   API6.ORDER_STATUS S
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               INNER JOIN API6.MANDATS M ON M.C_NO = S.C_NO
               WHERE
                   S.STATUT = 'O'
                   AND S.O_TOTAL > S.MONTANT_REGLE
                   AND M.ACTIF = 'O'
                   AND VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)
                       <= DATE(:WS-DATE-PRELEV)
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.PRELEVEMENTS P
                        WHERE P.O_NO = S.O_NO
                          AND (P.STATUT = 'E' OR P.STATUT = 'C'))
               ORDER BY
                   S.C_NO, S.O_NO
           END-EXEC.

      * VARIABLES DE TRAVAIL POUR LES RESULTATS DU CURSEUR
        77 WS-C-NO           PIC S9(4)V USAGE COMP-3.
        77 WS-O-NO           PIC S9(7)V USAGE COMP-3.
        77 WS-MONTANT-DU     PIC S9(7)V9(2) USAGE COMP-3.

      * DATE DE PRELEVEMENT, LUE EN SYSIN (DATE DU JOUR PAR DEFAUT)
        77 WS-DATE-SAISIE    PIC X(10) VALUE SPACES.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-PRELEV    PIC X(10).

      * VARIABLES DE CONTROLE
        77 FS-PRLBANQ        PIC 99.
        77 FS-RAPPRLV        PIC 99.
        77 WS-NB-PRELEVES    PIC 9(5) VALUE ZERO.
        77 WS-NB-CLIENTS     PIC 9(5) VALUE ZERO.
        77 WS-C-NO-PRECEDENT PIC S9(4)V USAGE COMP-3 VALUE ZERO.
        77 WS-TOTAL-PRELEVE  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
        77 ED-NB             PIC Z(4)9.
        77 ED-MONTANT        PIC Z(8)9,99.
        77 ED-C-NO           PIC Z(3)9.
        77 ED-O-NO           PIC Z(6)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME PRELEVE - EMISSION PRELEVEMENTS ==='

           PERFORM LIRE-DATE-PRELEVEMENT
           PERFORM OUV-FICHIERS

           EXEC SQL
               OPEN CPRELEVE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-MONTANT-ECHU

           PERFORM UNTIL SQLCODE = +100
               PERFORM PRELEVER-COMMANDE
               PERFORM FETCH-MONTANT-ECHU
           END-PERFORM

           EXEC SQL
               CLOSE CPRELEVE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TRAILER-PRLBANQ

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-RAPPORT-PRELEVE
           PERFORM FERM-FICHIERS
           DISPLAY 'FIN PROGRAMME PRELEVE'
           GOBACK.

       LIRE-DATE-PRELEVEMENT.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE (1:4) IS NUMERIC
               AND WS-DATE-SAISIE (5:1) = '-'
               AND WS-DATE-SAISIE (6:2) IS NUMERIC
               AND WS-DATE-SAISIE (8:1) = '-'
               AND WS-DATE-SAISIE (9:2) IS NUMERIC
               MOVE WS-DATE-SAISIE TO WS-DATE-PRELEV
           ELSE
               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
               MOVE SPACES TO WS-DATE-PRELEV
               STRING WS-DATE-SYS (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DATE-SYS (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DATE-SYS (7:2) DELIMITED BY SIZE
                   INTO WS-DATE-PRELEV
               END-STRING
           END-IF
           DISPLAY 'DATE DE PRELEVEMENT : ' WS-DATE-PRELEV
           .

       FETCH-MONTANT-ECHU.
           EXEC SQL
               FETCH CPRELEVE
               INTO :WS-C-NO,
                    :WS-O-NO,
                    :WS-MONTANT-DU,
                    :MAND-REF-MANDAT,
                    :MAND-IBAN,
                    :MAND-BIC,
                    :MAND-DATE-SIGNATURE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * PRESENTATION D'UNE COMMANDE : LIGNE DU FICHIER BANQUE ET
      * TRACE DANS PRELEVEMENTS
       PRELEVER-COMMANDE.
           MOVE SPACES TO ENR-PRLBANQ
           MOVE 'D' TO PRB-TYPE
           MOVE MAND-REF-MANDAT TO PRB-REF-MANDAT
           MOVE MAND-DATE-SIGNATURE TO PRB-DATE-SIGNATURE
           MOVE MAND-IBAN TO PRB-IBAN
           MOVE MAND-BIC TO PRB-BIC
           MOVE WS-C-NO TO PRB-C-NO
           MOVE WS-O-NO TO PRB-O-NO
           MOVE WS-MONTANT-DU TO PRB-MONTANT
           MOVE WS-DATE-PRELEV TO PRB-DATE-PRELEV
           WRITE ENR-PRLBANQ
           IF FS-PRLBANQ NOT = ZERO
               DISPLAY 'ERR WRITE PRLBANQ - FS : ', FS-PRLBANQ
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-O-NO TO PRLV-O-NO
           MOVE WS-C-NO TO PRLV-C-NO
           MOVE WS-DATE-PRELEV TO PRLV-DATE-PRELEV
           MOVE WS-MONTANT-DU TO PRLV-MONTANT

           EXEC SQL
               INSERT INTO API6.PRELEVEMENTS
               (O_NO, C_NO, DATE_PRELEV, MONTANT, STATUT,
                CODE_REJET, DATE_RETOUR)
               VALUES (:PRLV-O-NO, :PRLV-C-NO, :PRLV-DATE-PRELEV,
                       :PRLV-MONTANT, 'E', ' ', ' ')
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-PRELEVES
           ADD WS-MONTANT-DU TO WS-TOTAL-PRELEVE
           IF WS-C-NO NOT = WS-C-NO-PRECEDENT
               ADD 1 TO WS-NB-CLIENTS
               MOVE WS-C-NO TO WS-C-NO-PRECEDENT
           END-IF

           MOVE WS-C-NO TO ED-C-NO
           MOVE WS-O-NO TO ED-O-NO
           MOVE WS-MONTANT-DU TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPRLV
           STRING 'CLIENT ' ED-C-NO
                  '  COMMANDE ' ED-O-NO
                  '  MANDAT ' MAND-REF-MANDAT
                  ' ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPPRLV
           WRITE ENR-RAPPRLV
           .

       ECRIRE-TRAILER-PRLBANQ.
           MOVE SPACES TO ENR-PRLBANQ
           MOVE 'T' TO PRB-TYPE
           MOVE WS-NB-PRELEVES TO PRB-O-NO
           MOVE WS-TOTAL-PRELEVE TO PRB-MONTANT
           MOVE WS-DATE-PRELEV TO PRB-DATE-PRELEV
           WRITE ENR-PRLBANQ
           IF FS-PRLBANQ NOT = ZERO
               DISPLAY 'ERR WRITE PRLBANQ - FS : ', FS-PRLBANQ
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-FICHIERS.
           OPEN OUTPUT FICHIER-PRELEVEMENTS
           IF FS-PRLBANQ NOT = ZERO
               DISPLAY 'ERR OPEN PRLBANQ - FS : ', FS-PRLBANQ
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT RAPPORT-PRELEVE
           IF FS-RAPPRLV NOT = ZERO
               DISPLAY 'ERR OPEN RAPPRLV - FS : ', FS-RAPPRLV
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPPRLV
           STRING '=== PRELEVEMENTS EMIS - DATE ' WS-DATE-PRELEV ' ==='
               DELIMITED BY SIZE INTO ENR-RAPPRLV
           WRITE ENR-RAPPRLV
           .

       FERM-FICHIERS.
           CLOSE FICHIER-PRELEVEMENTS
           IF FS-PRLBANQ NOT = ZERO
               DISPLAY 'ERR CLOSE PRLBANQ - FS : ', FS-PRLBANQ
           END-IF

           CLOSE RAPPORT-PRELEVE
           IF FS-RAPPRLV NOT = ZERO
               DISPLAY 'ERR CLOSE RAPPRLV - FS : ', FS-RAPPRLV
           END-IF
           .

       ECRIRE-RAPPORT-PRELEVE.
           MOVE SPACES TO ENR-RAPPRLV
           WRITE ENR-RAPPRLV

           MOVE WS-NB-CLIENTS TO ED-NB
           MOVE SPACES TO ENR-RAPPRLV
           STRING 'CLIENTS PRELEVES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRLV
           WRITE ENR-RAPPRLV

           MOVE WS-NB-PRELEVES TO ED-NB
           MOVE SPACES TO ENR-RAPPRLV
           STRING 'COMMANDES PRESENTEES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPPRLV
           WRITE ENR-RAPPRLV

           MOVE WS-TOTAL-PRELEVE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPPRLV
           STRING 'MONTANT TOTAL PRESENTE   : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPPRLV
           WRITE ENR-RAPPRLV
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
