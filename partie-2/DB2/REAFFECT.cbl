       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAFFECT.

      * REAFFECTATION DES CLIENTS D'UN VENDEUR QUI QUITTE LA SOCIETE :
      * LIT LE FICHIER DES REAFFECTATIONS (VENDEUR SORTANT, VENDEUR
      * REPRENEUR) ET TRANSFERE EN UNE SEULE FOIS TOUTES LES LIGNES
      * DE API6.TERRITOIRES DU SORTANT (CLIENTS NOMMES ET ETATS) AU
      * REPRENEUR, PUIS PASSE LE SORTANT AU STATUT 'S' DANS
      * API6.EMPLOYEES : MAJDB ENVOIE ALORS SES LIGNES EN SUSPENS ET
      * CREDITE LE REPRENEUR SUR LES CLIENTS REPRIS. LE REPRENEUR
      * DOIT EXISTER ET ETRE ACTIF. CHAQUE AFFECTATION TRANSFEREE EST
      * TRACEE DANS UN RAPPORT POUR L'AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REAFFECTATIONS ASSIGN TO REAFFECT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-REAFFECT.

           SELECT RAPPORT-REAFFECT ASSIGN TO RAPREAF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPREAF.

       DATA DIVISION.
       FILE SECTION.
       FD REAFFECTATIONS.
       01 ENR-REAFFECT.
          05 REA-EMP-SORTANT   PIC 9(2).
          05 REA-EMP-REPRENEUR PIC 9(2).
          05 REA-DEMANDEUR     PIC X(8).

       FD RAPPORT-REAFFECT.
       01 ENR-RAPREAF          PIC X(80).

       WORKING-STORAGE SECTION.

      * INCLUSION SQLCA ET DCLGEN
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               INCLUDE TERRIT
           END-EXEC.

      * AFFECTATIONS DU VENDEUR SORTANT, LUES AVANT LE TRANSFERT POUR
      * LA TRACE D'AUDIT
           EXEC SQL
               DECLARE CTERRIT CURSOR
               FOR
               SELECT
                   C_NO,
                   STATE
               FROM
                   API6.TERRITOIRES
               WHERE
                   E_NO = :TER-E-NO
               ORDER BY
                   C_NO, STATE
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-REAFFECT        PIC 99.
       77 FS-RAPREAF         PIC 99.
       77 WS-FF-REAFFECT     PIC 9 VALUE ZERO.
           88 NFF-REAFFECT   VALUE 0.
           88 FF-REAFFECT    VALUE 1.

      * VARIABLES DU CURSEUR DES AFFECTATIONS
       77 WS-TER-C-NO        PIC S9(4)V USAGE COMP-3.
       77 WS-TER-STATE       PIC X(2).

      * CONTROLE DE LA DEMANDE EN COURS
       77 WS-DEMANDE-VALIDE  PIC X VALUE 'N'.
           88 DEMANDE-VALIDE     VALUE 'O'.
           88 DEMANDE-INVALIDE   VALUE 'N'.
       77 WS-RAISON-REJET    PIC X(30) VALUE SPACES.
       77 WS-STATUT-REPRENEUR PIC X(1) VALUE SPACE.
       77 WS-NB-AFFECT-EMP   PIC 9(4) VALUE ZERO.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-DEMANDES     PIC 9(4) VALUE ZERO.
       77 WS-NB-TRAITEES     PIC 9(4) VALUE ZERO.
       77 WS-NB-REJETEES     PIC 9(4) VALUE ZERO.
       77 WS-NB-AFFECT-TOTAL PIC 9(5) VALUE ZERO.
       77 ED-NB              PIC Z(4)9.
       77 ED-SORTANT         PIC Z9.
       77 ED-REPRENEUR       PIC Z9.
       77 ED-CLIENT          PIC Z(3)9.

       PROCEDURE DIVISION.

           DISPLAY 'DEBUT PROGRAMME REAFFECT - REAFFECTATION CLIENTS'
           PERFORM OUV-REAFFECT
           PERFORM OUV-RAPREAF
           PERFORM LECT-REAFFECT

           PERFORM UNTIL FF-REAFFECT
               ADD 1 TO WS-NB-DEMANDES
               PERFORM TRAITER-REAFFECTATION
               PERFORM LECT-REAFFECT
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-REAFFECT
           PERFORM ECRIRE-TOTAUX-REAFFECT
           PERFORM FERM-RAPREAF
           DISPLAY 'FIN PROGRAMME REAFFECT'
           GOBACK.

      * UNE DEMANDE VALIDE TRANSFERE TOUTES LES AFFECTATIONS DU
      * SORTANT AU REPRENEUR ET PASSE LE SORTANT AU STATUT SORTI ;
      * UNE DEMANDE INVALIDE EST TRACEE ET IGNOREE
       TRAITER-REAFFECTATION.
           MOVE REA-EMP-SORTANT TO ED-SORTANT
           MOVE REA-EMP-REPRENEUR TO ED-REPRENEUR
           PERFORM CONTROLER-REAFFECTATION

           IF DEMANDE-INVALIDE
               ADD 1 TO WS-NB-REJETEES
               PERFORM TRACER-REJET
           ELSE
               MOVE REA-EMP-SORTANT TO TER-E-NO
               MOVE ZERO TO WS-NB-AFFECT-EMP
               PERFORM TRACER-AFFECTATIONS
               PERFORM TRANSFERER-AFFECTATIONS
               PERFORM MARQUER-VENDEUR-SORTI
               ADD 1 TO WS-NB-TRAITEES
               ADD WS-NB-AFFECT-EMP TO WS-NB-AFFECT-TOTAL
               PERFORM TRACER-DEMANDE
           END-IF.

      * LE SORTANT DOIT EXISTER ; LE REPRENEUR DOIT EXISTER, ETRE
      * ACTIF ET DIFFERENT DU SORTANT
       CONTROLER-REAFFECTATION.
           SET DEMANDE-VALIDE TO TRUE

           IF REA-EMP-SORTANT NOT NUMERIC
              OR REA-EMP-REPRENEUR NOT NUMERIC
               SET DEMANDE-INVALIDE TO TRUE
               MOVE 'NUMERO VENDEUR NON NUMERIQUE' TO WS-RAISON-REJET
           END-IF

           IF DEMANDE-VALIDE
              AND REA-EMP-SORTANT = REA-EMP-REPRENEUR
               SET DEMANDE-INVALIDE TO TRUE
               MOVE 'SORTANT ET REPRENEUR IDENTIQUES' TO WS-RAISON-REJET
           END-IF

           IF DEMANDE-VALIDE
               MOVE REA-EMP-SORTANT TO EMP-E-NO
               EXEC SQL
                   SELECT E_NO
                   INTO :EMP-E-NO
                   FROM API6.EMPLOYEES
                   WHERE E_NO = :EMP-E-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       SET DEMANDE-INVALIDE TO TRUE
                       MOVE 'VENDEUR SORTANT INCONNU'
                           TO WS-RAISON-REJET
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF DEMANDE-VALIDE
               MOVE REA-EMP-REPRENEUR TO EMP-E-NO
               EXEC SQL
                   SELECT STATUT
                   INTO :EMP-STATUT
                   FROM API6.EMPLOYEES
                   WHERE E_NO = :EMP-E-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE EMP-STATUT TO WS-STATUT-REPRENEUR
                       IF WS-STATUT-REPRENEUR = 'S'
                           SET DEMANDE-INVALIDE TO TRUE
                           MOVE 'VENDEUR REPRENEUR SORTI'
                               TO WS-RAISON-REJET
                       END-IF
                   WHEN +100
                       SET DEMANDE-INVALIDE TO TRUE
                       MOVE 'VENDEUR REPRENEUR INCONNU'
                           TO WS-RAISON-REJET
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF.

       TRACER-AFFECTATIONS.
           EXEC SQL
               OPEN CTERRIT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-AFFECTATION

           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-AFFECT-EMP
               PERFORM TRACER-AFFECTATION
               PERFORM FETCH-AFFECTATION
           END-PERFORM

           EXEC SQL
               CLOSE CTERRIT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-AFFECTATION.
           EXEC SQL
               FETCH CTERRIT
               INTO :WS-TER-C-NO,
                    :WS-TER-STATE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * TRANSFERT EN UNE SEULE MISE A JOUR DE TOUTES LES AFFECTATIONS
      * DU SORTANT ; +100 SI LE SORTANT N'AVAIT AUCUN CLIENT
       TRANSFERER-AFFECTATIONS.
           MOVE REA-EMP-SORTANT TO TER-E-NO
           MOVE REA-EMP-REPRENEUR TO EMP-E-NO

           EXEC SQL
               UPDATE API6.TERRITOIRES
               SET E_NO = :EMP-E-NO
               WHERE E_NO = :TER-E-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       MARQUER-VENDEUR-SORTI.
           MOVE REA-EMP-SORTANT TO EMP-E-NO

           EXEC SQL
               UPDATE API6.EMPLOYEES
               SET STATUT = 'S'
               WHERE E_NO = :EMP-E-NO
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       TRACER-AFFECTATION.
           MOVE SPACES TO ENR-RAPREAF
           IF WS-TER-C-NO = ZERO
               STRING 'VENDEUR ' ED-SORTANT ' -> ' ED-REPRENEUR
                   '  ETAT=' WS-TER-STATE
                   DELIMITED BY SIZE INTO ENR-RAPREAF
           ELSE
               MOVE WS-TER-C-NO TO ED-CLIENT
               STRING 'VENDEUR ' ED-SORTANT ' -> ' ED-REPRENEUR
                   '  CLIENT=' ED-CLIENT
                   DELIMITED BY SIZE INTO ENR-RAPREAF
           END-IF
           WRITE ENR-RAPREAF
           IF FS-RAPREAF NOT = ZERO
               DISPLAY 'ERR WRITE RAPREAF - FS : ', FS-RAPREAF
           END-IF.

       TRACER-DEMANDE.
           MOVE WS-NB-AFFECT-EMP TO ED-NB
           MOVE SPACES TO ENR-RAPREAF
           STRING 'VENDEUR ' ED-SORTANT ' SORTI - '
               ED-NB ' AFFECTATION(S) REPRISE(S) PAR ' ED-REPRENEUR
               '  DEMANDE PAR ' REA-DEMANDEUR
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF
           DISPLAY 'VENDEUR ' REA-EMP-SORTANT ' SORTI, CLIENTS REPRIS '
                   'PAR ' REA-EMP-REPRENEUR.

       TRACER-REJET.
           MOVE SPACES TO ENR-RAPREAF
           STRING 'VENDEUR ' ED-SORTANT ' -> ' ED-REPRENEUR
               '  REJET : ' WS-RAISON-REJET
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF
           DISPLAY 'REAFFECTATION REJETEE ' REA-EMP-SORTANT ' -> '
                   REA-EMP-REPRENEUR ' : ' WS-RAISON-REJET.

       ECRIRE-TOTAUX-REAFFECT.
           MOVE WS-NB-DEMANDES TO ED-NB
           MOVE SPACES TO ENR-RAPREAF
           STRING 'DEMANDES LUES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF

           MOVE WS-NB-TRAITEES TO ED-NB
           MOVE SPACES TO ENR-RAPREAF
           STRING 'VENDEURS SORTIS       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF

           MOVE WS-NB-AFFECT-TOTAL TO ED-NB
           MOVE SPACES TO ENR-RAPREAF
           STRING 'AFFECTATIONS REPRISES : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF

           MOVE WS-NB-REJETEES TO ED-NB
           MOVE SPACES TO ENR-RAPREAF
           STRING 'DEMANDES REJETEES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREAF
           WRITE ENR-RAPREAF.

       OUV-REAFFECT.
           OPEN INPUT REAFFECTATIONS
           IF FS-REAFFECT NOT = ZERO THEN
               DISPLAY 'ERR OPEN REAFFECT - FS : ', FS-REAFFECT
               SET FF-REAFFECT TO TRUE
           END-IF.

       FERM-REAFFECT.
           CLOSE REAFFECTATIONS
           IF FS-REAFFECT NOT = ZERO THEN
               DISPLAY 'ERR CLOSE REAFFECT - FS : ', FS-REAFFECT
           END-IF.

       OUV-RAPREAF.
           OPEN OUTPUT RAPPORT-REAFFECT
           IF FS-RAPREAF NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPREAF - FS : ', FS-RAPREAF
           END-IF.

       FERM-RAPREAF.
           CLOSE RAPPORT-REAFFECT
           IF FS-RAPREAF NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPREAF - FS : ', FS-RAPREAF
           END-IF.

       LECT-REAFFECT.
           READ REAFFECTATIONS AT END
               SET FF-REAFFECT TO TRUE
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
