       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRLV.

      * TRAITEMENT DU RETOUR BANQUE DES PRELEVEMENTS EMIS PAR
      * PRELEVE : CHAQUE LIGNE DU FICHIER PRLRET EST RAPPROCHEE DU
      * PRELEVEMENT EMIS ('E') DE LA COMMANDE DANS API6.PRELEVEMENTS.
      * UN PRELEVEMENT ACCEPTE PASSE CONFIRME ('C') ET PART AU FORMAT
      * PAYMENTS DANS PRLPAY, A CONCATENER EN ENTREE DE ENCAISSE COMME
      * LA SORTIE DE LOCKBOX (REFERENCE = NUMERO DE COMMANDE SUR 7
      * POSITIONS SUIVI DE 'PRL') ; LE COMPTEUR D'ECHECS DU MANDAT EST
      * REMIS A ZERO.
      * UN PRELEVEMENT REJETE PASSE 'R' AVEC SON CODE REJET : LA
      * COMMANDE REDEVIENT PRELEVABLE ET RESTE DANS LES RELANCES. LE
      * MANDAT COMPTE L'ECHEC ; IL EST SUSPENDU (ACTIF = 'S') AU-DELA
      * DE N ECHECS CONSECUTIFS (SYSIN, 2 PAR DEFAUT), ET DES LE
      * PREMIER REJET POUR COMPTE CLOS (AC04), COORDONNEES ERRONEES
      * (AC01) OU MANDAT CONTESTE (MD01).
      * LES REJETS ET LES RETOURS SANS PRELEVEMENT EMIS SONT LISTES
      * DANS RAPRPRL POUR LE SERVICE CREDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETOURS-BANQUE ASSIGN TO PRLRET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRLRET.

           SELECT PAYMENTS ASSIGN TO PRLPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PRLPAY.

           SELECT RAPPORT-RETPRLV ASSIGN TO RAPRPRL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPRPRL.

       DATA DIVISION.
       FILE SECTION.
      * RETOUR BANQUE : UNE LIGNE PAR PRELEVEMENT PRESENTE, STATUT
      * 'A' ACCEPTE OU 'R' REJETE AVEC LE CODE RAISON DE LA BANQUE
       FD RETOURS-BANQUE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-PRLRET.
          05 PRR-O-NO        PIC 9(7).
          05 PRR-C-NO        PIC 9(4).
          05 PRR-MONTANT     PIC 9(9)V99.
          05 PRR-DATE        PIC X(10).
          05 PRR-STATUT      PIC X(1).
          05 PRR-CODE-REJET  PIC X(4).
          05 PRR-LIBELLE     PIC X(30).
          05 FILLER          PIC X(13).

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

       FD RAPPORT-RETPRLV.
       01 ENR-RAPRPRL        PIC X(100).

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

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-PRLRET        PIC 99.
       77 FS-PRLPAY        PIC 99.
       77 FS-RAPRPRL       PIC 99.
       77 WS-FF-PRLRET     PIC 9 VALUE ZERO.

      * SEUIL D'ECHECS CONSECUTIFS AVANT SUSPENSION DU MANDAT, LU EN
      * SYSIN (2 PAR DEFAUT)
       77 WS-SEUIL-SAISI   PIC X(4) VALUE SPACES.
       77 WS-SEUIL-REJETS  PIC S9(3)V USAGE COMP-3 VALUE 2.

      * PRELEVEMENT EMIS RETROUVE POUR LA LIGNE EN COURS
       77 WS-PRLV-TROUVE   PIC X VALUE 'N'.
           88 PRLV-TROUVE      VALUE 'O'.
           88 PRLV-INCONNU     VALUE 'N'.
       77 WS-NOUVEL-ACTIF  PIC X VALUE 'O'.
       77 WS-MENTION-SUSP  PIC X(15) VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-LUS        PIC 9(5) VALUE ZERO.
       77 WS-NB-ACCEPTES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETES    PIC 9(5) VALUE ZERO.
       77 WS-NB-INCONNUS   PIC 9(5) VALUE ZERO.
       77 WS-NB-SUSPENDUS  PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ACCEPTE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-REJETE  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 ED-NB            PIC Z(4)9.
       77 ED-MONTANT       PIC Z(8)9,99.
       77 ED-NB-REJETS     PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME RETPRLV - RETOURS PRELEVEMENTS ==='
           PERFORM LIRE-SEUIL-REJETS
           PERFORM OUV-PRLRET
           PERFORM OUV-PRLPAY
           PERFORM OUV-RAPRPRL
           PERFORM LECT-PRLRET

           PERFORM UNTIL WS-FF-PRLRET = 1
               ADD 1 TO WS-NB-LUS
               PERFORM TRAITER-RETOUR
               PERFORM LECT-PRLRET
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-PRLRET
           PERFORM FERM-PRLPAY
           PERFORM ECRIRE-RAPPORT-RETPRLV
           PERFORM FERM-RAPRPRL
           DISPLAY 'FIN PROGRAMME RETPRLV'
           GOBACK.

       LIRE-SEUIL-REJETS.
           ACCEPT WS-SEUIL-SAISI FROM SYSIN
           IF WS-SEUIL-SAISI = SPACES
               DISPLAY 'SEUIL DE SUSPENSION PAR DEFAUT : 2 ECHECS'
           ELSE
               COMPUTE WS-SEUIL-REJETS =
                   FUNCTION NUMVAL(WS-SEUIL-SAISI)
               IF WS-SEUIL-REJETS <= ZERO
                   MOVE 2 TO WS-SEUIL-REJETS
               END-IF
               DISPLAY 'SEUIL DE SUSPENSION : ' WS-SEUIL-REJETS
                       ' ECHECS'
           END-IF
           .

       TRAITER-RETOUR.
           PERFORM LIRE-PRELEVEMENT-EMIS
           IF PRLV-INCONNU
               PERFORM SIGNALER-RETOUR-INCONNU
           ELSE
               IF PRR-STATUT = 'A'
                   PERFORM CONFIRMER-PRELEVEMENT
               ELSE
                   PERFORM REJETER-PRELEVEMENT
               END-IF
           END-IF.

      * PRELEVEMENT EMIS ET NON ENCORE DENOUE POUR LA COMMANDE
       LIRE-PRELEVEMENT-EMIS.
           MOVE 'N' TO WS-PRLV-TROUVE
           MOVE PRR-O-NO TO PRLV-O-NO

           EXEC SQL
               SELECT C_NO, DATE_PRELEV, MONTANT
               INTO :PRLV-C-NO, :PRLV-DATE-PRELEV, :PRLV-MONTANT
               FROM API6.PRELEVEMENTS
               WHERE O_NO = :PRLV-O-NO
                 AND STATUT = 'E'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'O' TO WS-PRLV-TROUVE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * PRELEVEMENT ACCEPTE : CONFIRMATION, REGLEMENT POUR ENCAISSE
      * SUR LE MONTANT EFFECTIVEMENT CREDITE, ET REMISE A ZERO DES
      * ECHECS DU MANDAT
       CONFIRMER-PRELEVEMENT.
           MOVE PRR-DATE TO PRLV-DATE-RETOUR

           EXEC SQL
               UPDATE API6.PRELEVEMENTS
               SET STATUT      = 'C',
                   DATE_RETOUR = :PRLV-DATE-RETOUR
               WHERE O_NO = :PRLV-O-NO
                 AND STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE PRLV-C-NO TO MAND-C-NO
           EXEC SQL
               UPDATE API6.MANDATS
               SET NB_REJETS = 0
               WHERE C_NO = :MAND-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-PAYMENT
           MOVE PRLV-C-NO TO PAY-NUM-CLI
           MOVE PRR-DATE TO PAY-DATE
           MOVE PRR-MONTANT TO PAY-MONTANT
           MOVE ZERO TO PAY-MONTANT-DEVISE
           STRING PRR-O-NO DELIMITED BY SIZE
                  'PRL' DELIMITED BY SIZE
               INTO PAY-REFERENCE
           END-STRING
           WRITE ENR-PAYMENT
           IF FS-PRLPAY NOT = ZERO
               DISPLAY 'ERR WRITE PRLPAY - FS : ', FS-PRLPAY
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-ACCEPTES
           ADD PRR-MONTANT TO WS-TOTAL-ACCEPTE.

      * PRELEVEMENT REJETE : LA COMMANDE REDEVIENT PRELEVABLE, LE
      * MANDAT COMPTE L'ECHEC ET PEUT ETRE SUSPENDU
       REJETER-PRELEVEMENT.
           MOVE PRR-CODE-REJET TO PRLV-CODE-REJET
           MOVE PRR-DATE TO PRLV-DATE-RETOUR

           EXEC SQL
               UPDATE API6.PRELEVEMENTS
               SET STATUT      = 'R',
                   CODE_REJET  = :PRLV-CODE-REJET,
                   DATE_RETOUR = :PRLV-DATE-RETOUR
               WHERE O_NO = :PRLV-O-NO
                 AND STATUT = 'E'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM COMPTER-ECHEC-MANDAT

           ADD 1 TO WS-NB-REJETES
           ADD PRLV-MONTANT TO WS-TOTAL-REJETE

           MOVE PRLV-MONTANT TO ED-MONTANT
           MOVE MAND-NB-REJETS TO ED-NB-REJETS
           MOVE SPACES TO WS-MENTION-SUSP
           IF WS-NOUVEL-ACTIF = 'S'
               MOVE 'MANDAT SUSPENDU' TO WS-MENTION-SUSP
           END-IF
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'REJET CLIENT ' PRR-C-NO
                  ' CDE ' PRR-O-NO
                  ' ' ED-MONTANT
                  ' [' PRR-CODE-REJET '] ' PRR-LIBELLE (1:20)
                  ' ECHECS ' ED-NB-REJETS
                  ' ' WS-MENTION-SUSP
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL.

       COMPTER-ECHEC-MANDAT.
           MOVE PRLV-C-NO TO MAND-C-NO

           EXEC SQL
               SELECT NB_REJETS, ACTIF
               INTO :MAND-NB-REJETS, :MAND-ACTIF
               FROM API6.MANDATS
               WHERE C_NO = :MAND-C-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE ZERO TO MAND-NB-REJETS
                   MOVE 'N' TO WS-NOUVEL-ACTIF
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE

           IF SQLCODE = ZERO
               ADD 1 TO MAND-NB-REJETS
               MOVE MAND-ACTIF TO WS-NOUVEL-ACTIF
               IF MAND-ACTIF = 'O'
                   IF MAND-NB-REJETS >= WS-SEUIL-REJETS
                      OR PRR-CODE-REJET = 'AC04'
                      OR PRR-CODE-REJET = 'AC01'
                      OR PRR-CODE-REJET = 'MD01'
                       MOVE 'S' TO WS-NOUVEL-ACTIF
                       ADD 1 TO WS-NB-SUSPENDUS
                   END-IF
               END-IF
               MOVE WS-NOUVEL-ACTIF TO MAND-ACTIF
               MOVE PRR-DATE TO MAND-DATE-DERNIER-REJET

               EXEC SQL
                   UPDATE API6.MANDATS
                   SET NB_REJETS          = :MAND-NB-REJETS,
                       ACTIF              = :MAND-ACTIF,
                       DATE_DERNIER_REJET = :MAND-DATE-DERNIER-REJET
                   WHERE C_NO = :MAND-C-NO
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF.

       SIGNALER-RETOUR-INCONNU.
           ADD 1 TO WS-NB-INCONNUS
           MOVE PRR-MONTANT TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'RETOUR SANS PRELEVEMENT EMIS - CLIENT ' PRR-C-NO
                  ' CDE ' PRR-O-NO
                  ' ' ED-MONTANT
                  ' STATUT ' PRR-STATUT
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL
           DISPLAY 'RETOUR SANS PRELEVEMENT EMIS - COMMANDE ' PRR-O-NO.

       OUV-PRLRET.
           OPEN INPUT RETOURS-BANQUE
           IF FS-PRLRET NOT = ZERO THEN
               DISPLAY 'ERR OPEN PRLRET - FS : ', FS-PRLRET
               MOVE 1 TO WS-FF-PRLRET
           END-IF.

       FERM-PRLRET.
           CLOSE RETOURS-BANQUE
           IF FS-PRLRET NOT = ZERO THEN
               DISPLAY 'ERR CLOSE PRLRET - FS : ', FS-PRLRET
           END-IF.

       OUV-PRLPAY.
           OPEN OUTPUT PAYMENTS
           IF FS-PRLPAY NOT = ZERO THEN
               DISPLAY 'ERR OPEN PRLPAY - FS : ', FS-PRLPAY
               PERFORM ABEND-PROG
           END-IF.

       FERM-PRLPAY.
           CLOSE PAYMENTS
           IF FS-PRLPAY NOT = ZERO THEN
               DISPLAY 'ERR CLOSE PRLPAY - FS : ', FS-PRLPAY
           END-IF.

       OUV-RAPRPRL.
           OPEN OUTPUT RAPPORT-RETPRLV
           IF FS-RAPRPRL NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPRPRL - FS : ', FS-RAPRPRL
           END-IF
           MOVE SPACES TO ENR-RAPRPRL
           STRING '=== RETOURS PRELEVEMENTS - REJETS ET ANOMALIES ==='
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL.

       FERM-RAPRPRL.
           CLOSE RAPPORT-RETPRLV
           IF FS-RAPRPRL NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPRPRL - FS : ', FS-RAPRPRL
           END-IF.

       LECT-PRLRET.
           READ RETOURS-BANQUE AT END
               MOVE 1 TO WS-FF-PRLRET
           END-READ.

       ECRIRE-RAPPORT-RETPRLV.
           MOVE SPACES TO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-NB-LUS TO ED-NB
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'RETOURS LUS              : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-NB-ACCEPTES TO ED-NB
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'PRELEVEMENTS ACCEPTES    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-TOTAL-ACCEPTE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'MONTANT ENCAISSE         : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-NB-REJETES TO ED-NB
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'PRELEVEMENTS REJETES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-TOTAL-REJETE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'MONTANT REJETE           : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-NB-SUSPENDUS TO ED-NB
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'MANDATS SUSPENDUS        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           MOVE WS-NB-INCONNUS TO ED-NB
           MOVE SPACES TO ENR-RAPRPRL
           STRING 'RETOURS SANS PRELEVEMENT : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPRPRL
           WRITE ENR-RAPRPRL

           IF FS-RAPRPRL NOT = ZERO
               DISPLAY 'ERR WRITE RAPRPRL - FS : ', FS-RAPRPRL
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
