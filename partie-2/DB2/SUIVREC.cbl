       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIVREC.

      * SUIVI QUOTIDIEN DU PORTEFEUILLE DE RECOUVREMENT, A PASSER AVANT
      * L'OUVERTURE DE LA LISTE DE TRAVAIL A5RECO :
      *   - AFFECTATIONS : LE FICHIER AFFREC (C_NO, GESTIONNAIRE),
      *     FACULTATIF, AFFECTE OU REAFFECTE LES CLIENTS DANS
      *     API6.PORTEFEUILLE_RECOUVR ; UN CLIENT NOUVELLEMENT AFFECTE
      *     ENTRE EN LISTE LE JOUR MEME (MOTIF 'N')
      *   - PROMESSES : CHAQUE PROMESSE EN COURS ('E') DU JOURNAL DES
      *     CONTACTS DONT LA DATE EST PASSEE EST RAPPROCHEE DES
      *     PAIEMENTS APPLIQUES PAR ENCAISSE DEPUIS LE CONTACT
      *     (API6.PAYMENT_EVENTS) : MONTANT ATTEINT = TENUE ('T'),
      *     SINON ROMPUE ('R') ET LE CLIENT REVIENT EN LISTE DE
      *     TRAVAIL LE JOUR MEME (MOTIF 'R')
      *   - CLIENTS EN RETARD SANS GESTIONNAIRE : LISTES POUR
      *     AFFECTATION, CODE RETOUR 4
      * DATE DE TRAITEMENT LUE EN SYSIN (AAAA-MM-JJ), DATE SYSTEME A
      * DEFAUT, COMME RELANCE. COMMIT UNIQUE DE FIN DE RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFFECTATIONS ASSIGN TO AFFREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-AFFREC.

           SELECT RAPPORT-SUIVREC ASSIGN TO RAPSUIVR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPSUIVR.

       DATA DIVISION.
       FILE SECTION.
       FD AFFECTATIONS.
       01 ENR-AFFREC.
           05 AFF-NUM-CLI       PIC 9(4).
           05 AFF-COLLECTEUR    PIC X(8).
           05 FILLER            PIC X(68).

       FD RAPPORT-SUIVREC.
       01 ENR-RAPSUIVR          PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUST
           END-EXEC.

           EXEC SQL
               INCLUDE CONTACT
           END-EXEC.

           EXEC SQL
               INCLUDE PORTREC
           END-EXEC.

      * PROMESSES EN COURS DONT LA DATE EST PASSEE
           EXEC SQL
               DECLARE CPROMESSES CURSOR
               FOR
               SELECT
                   C_NO,
                   DATE_CONTACT,
                   HEURE_CONTACT,
                   COLLECTEUR,
                   MONTANT_PROMIS,
                   DATE_PROMESSE
               FROM
                   API6.CONTACTS_RECOUVR
               WHERE
                   STATUT_PROMESSE = 'E'
                   AND DATE_PROMESSE < DATE(:WS-DATE-TRAIT)
               ORDER BY
                   C_NO, DATE_CONTACT
           END-EXEC.

      * CLIENTS PRESENTANT UN MONTANT ECHU (ECHEANCE PAR DEFAUT
      * COMMANDE + 30 JOURS, COMME RELANCE) SANS GESTIONNAIRE
           EXEC SQL
               DECLARE CSANSGEST CURSOR
               FOR
               SELECT
                   C.C_NO,
                   C.COMPANY,
                   SUM(S.O_TOTAL - S.MONTANT_REGLE)
               FROM
                   API6.CUSTOMERS C
               INNER JOIN API6.ORDER_STATUS S ON S.C_NO = C.C_NO
               INNER JOIN API6.ORDERS O ON O.O_NO = S.O_NO
               WHERE
                   S.STATUT = 'O'
                   AND VALUE(O.DATE_ECHEANCE, O.O_DATE + 30 DAYS)
                       < DATE(:WS-DATE-TRAIT)
                   AND NOT EXISTS
                       (SELECT 1 FROM API6.PORTEFEUILLE_RECOUVR P
                        WHERE P.C_NO = C.C_NO)
               GROUP BY
                   C.C_NO, C.COMPANY
               HAVING
                   SUM(S.O_TOTAL - S.MONTANT_REGLE) > 0
               ORDER BY
                   C.C_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-AFFREC        PIC 99.
       77 FS-RAPSUIVR      PIC 99.
       77 WS-FF-AFFREC     PIC 9 VALUE ZERO.

      * DATE DE TRAITEMENT
       77 WS-DATE-SAISIE   PIC X(10).
       77 WS-DATE-TRAIT    PIC X(10).
       77 WS-SYSTEM-DATE   PIC X(8).

      * PROMESSE EXAMINEE ET PAIEMENTS RECUS DEPUIS LE CONTACT
       77 WS-MT-PAYE       PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-MT-ECHU       PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.

      * COMPTEURS
       77 WS-NB-AFF-LUES   PIC 9(5) VALUE ZERO.
       77 WS-NB-AFFECTES   PIC 9(5) VALUE ZERO.
       77 WS-NB-REAFFECTES PIC 9(5) VALUE ZERO.
       77 WS-NB-AFF-REJ    PIC 9(5) VALUE ZERO.
       77 WS-NB-TENUES     PIC 9(5) VALUE ZERO.
       77 WS-NB-ROMPUES    PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-GEST  PIC 9(5) VALUE ZERO.
       77 ED-NB            PIC Z(4)9.
       77 ED-C-NO          PIC 9(4).
       77 ED-MONTANT       PIC Z(8)9,99.
       77 ED-MONTANT-2     PIC Z(8)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME SUIVREC - SUIVI DU RECOUVREMENT ==='
           PERFORM LIRE-DATE-TRAITEMENT
           PERFORM OUV-RAPSUIVR

           MOVE SPACES TO ENR-RAPSUIVR
           STRING '=== SUIVI DU PORTEFEUILLE DE RECOUVREMENT DU '
                  WS-DATE-TRAIT ' ==='
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           PERFORM APPLIQUER-AFFECTATIONS
           PERFORM CONTROLER-PROMESSES
           PERFORM LISTER-SANS-GESTIONNAIRE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX
           PERFORM FERM-RAPSUIVR

           IF WS-NB-AFF-REJ > ZERO OR WS-NB-SANS-GEST > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME SUIVREC'
           GOBACK.

      * DATE DE TRAITEMENT DEPUIS SYSIN, COMME RELANCE
       LIRE-DATE-TRAITEMENT.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE (1:4) IS NUMERIC
               AND WS-DATE-SAISIE (5:1) = '-'
               AND WS-DATE-SAISIE (6:2) IS NUMERIC
               AND WS-DATE-SAISIE (8:1) = '-'
               AND WS-DATE-SAISIE (9:2) IS NUMERIC
               MOVE WS-DATE-SAISIE TO WS-DATE-TRAIT
           ELSE
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               STRING WS-SYSTEM-DATE (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SYSTEM-DATE (7:2) DELIMITED BY SIZE
                   INTO WS-DATE-TRAIT
               END-STRING
               DISPLAY 'DATE DE TRAITEMENT ABSENTE OU INVALIDE - '
                       'DATE SYSTEME UTILISEE : ' WS-DATE-TRAIT
           END-IF
           .

      *****************************************************
      * AFFECTATIONS ET REAFFECTATIONS DE CLIENTS ; SANS
      * FICHIER AFFREC, LE PORTEFEUILLE RESTE EN L'ETAT
      *****************************************************
       APPLIQUER-AFFECTATIONS.
           OPEN INPUT AFFECTATIONS
           IF FS-AFFREC NOT = ZERO
               DISPLAY 'PAS DE FICHIER AFFREC - FS : ' FS-AFFREC
           ELSE
               PERFORM LECT-AFFREC
               PERFORM UNTIL WS-FF-AFFREC = 1
                   ADD 1 TO WS-NB-AFF-LUES
                   PERFORM TRAITER-AFFECTATION
                   PERFORM LECT-AFFREC
               END-PERFORM
               CLOSE AFFECTATIONS
           END-IF
           .

       LECT-AFFREC.
           READ AFFECTATIONS AT END
               MOVE 1 TO WS-FF-AFFREC
           END-READ.

       TRAITER-AFFECTATION.
           IF AFF-NUM-CLI NOT NUMERIC OR AFF-NUM-CLI = ZERO
              OR AFF-COLLECTEUR = SPACES
               MOVE SPACES TO ENR-RAPSUIVR
               STRING 'AFFECTATION INVALIDE IGNOREE : ' ENR-AFFREC(1:12)
                   DELIMITED BY SIZE INTO ENR-RAPSUIVR
               PERFORM ECRIRE-RAPSUIVR
               ADD 1 TO WS-NB-AFF-REJ
           ELSE
               MOVE AFF-NUM-CLI TO CUST-C-NO
               EXEC SQL
                   SELECT C_NO
                   INTO :CUST-C-NO
                   FROM API6.CUSTOMERS
                   WHERE C_NO = :CUST-C-NO
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM AFFECTER-CLIENT
                   WHEN +100
                       MOVE SPACES TO ENR-RAPSUIVR
                       STRING 'AFFECTATION CLIENT INCONNU    : '
                              AFF-NUM-CLI
                           DELIMITED BY SIZE INTO ENR-RAPSUIVR
                       PERFORM ECRIRE-RAPSUIVR
                       ADD 1 TO WS-NB-AFF-REJ
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF
           .

      * REAFFECTATION : SEUL LE GESTIONNAIRE CHANGE, L'ACTION PREVUE
      * SUIT LE DOSSIER ; AFFECTATION NOUVELLE : ENTREE EN LISTE CE
      * JOUR
       AFFECTER-CLIENT.
           MOVE AFF-NUM-CLI TO PRT-C-NO
           MOVE AFF-COLLECTEUR TO PRT-COLLECTEUR
           MOVE WS-DATE-TRAIT TO PRT-DATE-ACTION
           MOVE WS-DATE-TRAIT TO PRT-DATE-AFFECT

           EXEC SQL
               UPDATE API6.PORTEFEUILLE_RECOUVR
               SET COLLECTEUR = :PRT-COLLECTEUR,
                   DATE_AFFECT = :PRT-DATE-AFFECT
               WHERE C_NO = :PRT-C-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NB-REAFFECTES
               WHEN +100
                   EXEC SQL
                       INSERT INTO API6.PORTEFEUILLE_RECOUVR
                       (C_NO, COLLECTEUR, DATE_ACTION, MOTIF_ACTION,
                        DATE_AFFECT)
                       VALUES (:PRT-C-NO, :PRT-COLLECTEUR,
                               :PRT-DATE-ACTION, 'N',
                               :PRT-DATE-AFFECT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-AFFECTES
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE
           .

      *****************************************************
      * RAPPROCHEMENT DES PROMESSES ECHUES AVEC LES
      * PAIEMENTS RECUS DEPUIS LE CONTACT
      *****************************************************
       CONTROLER-PROMESSES.
           EXEC SQL
               OPEN CPROMESSES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-PROMESSE
           PERFORM UNTIL SQLCODE = +100
               PERFORM EVALUER-PROMESSE
               PERFORM FETCH-PROMESSE
           END-PERFORM

           EXEC SQL
               CLOSE CPROMESSES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-PROMESSE.
           EXEC SQL
               FETCH CPROMESSES
               INTO :CTC-C-NO,
                    :CTC-DATE-CONTACT,
                    :CTC-HEURE-CONTACT,
                    :CTC-COLLECTEUR,
                    :CTC-MONTANT-PROMIS,
                    :CTC-DATE-PROMESSE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       EVALUER-PROMESSE.
           EXEC SQL
               SELECT COALESCE(SUM(MONTANT), 0)
               INTO :WS-MT-PAYE
               FROM API6.PAYMENT_EVENTS
               WHERE C_NO = :CTC-C-NO
                 AND DATE_PAIEMENT >= :CTC-DATE-CONTACT
                 AND DATE_PAIEMENT <= :WS-DATE-TRAIT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           IF WS-MT-PAYE >= CTC-MONTANT-PROMIS
               MOVE 'T' TO CTC-STATUT-PROMESSE
               ADD 1 TO WS-NB-TENUES
           ELSE
               MOVE 'R' TO CTC-STATUT-PROMESSE
               ADD 1 TO WS-NB-ROMPUES
           END-IF

           EXEC SQL
               UPDATE API6.CONTACTS_RECOUVR
               SET STATUT_PROMESSE = :CTC-STATUT-PROMESSE
               WHERE C_NO = :CTC-C-NO
                 AND DATE_CONTACT = :CTC-DATE-CONTACT
                 AND HEURE_CONTACT = :CTC-HEURE-CONTACT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM MAJ-PORTEFEUILLE-PROMESSE
           .

      * PROMESSE ROMPUE : RETOUR EN LISTE DE TRAVAIL CE JOUR ;
      * PROMESSE TENUE : L'ACTION PREVUE EST CONSERVEE, LE RESTE
      * EVENTUEL DU SE TRAITE COMME UN RAPPEL ORDINAIRE
       MAJ-PORTEFEUILLE-PROMESSE.
           MOVE CTC-C-NO TO PRT-C-NO
           MOVE WS-DATE-TRAIT TO PRT-DATE-ACTION

           IF CTC-STATUT-PROMESSE = 'R'
               EXEC SQL
                   UPDATE API6.PORTEFEUILLE_RECOUVR
                   SET DATE_ACTION = :PRT-DATE-ACTION,
                       MOTIF_ACTION = 'R'
                   WHERE C_NO = :PRT-C-NO
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE API6.PORTEFEUILLE_RECOUVR
                   SET MOTIF_ACTION = 'A'
                   WHERE C_NO = :PRT-C-NO
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           MOVE CTC-C-NO TO ED-C-NO
           MOVE CTC-MONTANT-PROMIS TO ED-MONTANT
           MOVE WS-MT-PAYE TO ED-MONTANT-2
           MOVE SPACES TO ENR-RAPSUIVR
           IF CTC-STATUT-PROMESSE = 'R'
               STRING 'ROMPUE ' ED-C-NO ' ' CTC-COLLECTEUR
                      ' DU ' CTC-DATE-PROMESSE
                      ' PROMIS ' ED-MONTANT ' PAYE ' ED-MONTANT-2
                   DELIMITED BY SIZE INTO ENR-RAPSUIVR
           ELSE
               STRING 'TENUE  ' ED-C-NO ' ' CTC-COLLECTEUR
                      ' DU ' CTC-DATE-PROMESSE
                      ' PROMIS ' ED-MONTANT ' PAYE ' ED-MONTANT-2
                   DELIMITED BY SIZE INTO ENR-RAPSUIVR
           END-IF
           PERFORM ECRIRE-RAPSUIVR
           .

      *****************************************************
      * CLIENTS EN RETARD QUE PERSONNE NE SUIT
      *****************************************************
       LISTER-SANS-GESTIONNAIRE.
           EXEC SQL
               OPEN CSANSGEST
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-SANS-GESTIONNAIRE
           PERFORM UNTIL SQLCODE = +100
               ADD 1 TO WS-NB-SANS-GEST
               MOVE CUST-C-NO TO ED-C-NO
               MOVE WS-MT-ECHU TO ED-MONTANT
               MOVE SPACES TO ENR-RAPSUIVR
               STRING 'SANS GESTIONNAIRE ' ED-C-NO ' '
                      CUST-COMPANY-TEXT(1:CUST-COMPANY-LEN)
                   DELIMITED BY SIZE INTO ENR-RAPSUIVR
               MOVE 'ECHU' TO ENR-RAPSUIVR(55:4)
               MOVE ED-MONTANT TO ENR-RAPSUIVR(60:12)
               PERFORM ECRIRE-RAPSUIVR
               PERFORM FETCH-SANS-GESTIONNAIRE
           END-PERFORM

           EXEC SQL
               CLOSE CSANSGEST
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

       FETCH-SANS-GESTIONNAIRE.
           EXEC SQL
               FETCH CSANSGEST
               INTO :CUST-C-NO,
                    :CUST-COMPANY,
                    :WS-MT-ECHU
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       ECRIRE-TOTAUX.
           MOVE SPACES TO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-AFF-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'AFFECTATIONS LUES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-AFFECTES TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'CLIENTS AFFECTES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-REAFFECTES TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'CLIENTS REAFFECTES       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-AFF-REJ TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'AFFECTATIONS REJETEES    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-TENUES TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'PROMESSES TENUES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-ROMPUES TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'PROMESSES ROMPUES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           MOVE WS-NB-SANS-GEST TO ED-NB
           MOVE SPACES TO ENR-RAPSUIVR
           STRING 'CLIENTS SANS GESTIONNAIRE: ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPSUIVR
           PERFORM ECRIRE-RAPSUIVR

           DISPLAY 'PROMESSES TENUES  : ' WS-NB-TENUES
           DISPLAY 'PROMESSES ROMPUES : ' WS-NB-ROMPUES
           DISPLAY 'SANS GESTIONNAIRE : ' WS-NB-SANS-GEST
           .

       ECRIRE-RAPSUIVR.
           WRITE ENR-RAPSUIVR
           IF FS-RAPSUIVR NOT = ZERO
               DISPLAY 'ERR WRITE RAPSUIVR - FS : ', FS-RAPSUIVR
           END-IF.

       OUV-RAPSUIVR.
           OPEN OUTPUT RAPPORT-SUIVREC
           IF FS-RAPSUIVR NOT = ZERO THEN
               DISPLAY 'ERR OPEN RAPSUIVR - FS : ', FS-RAPSUIVR
           END-IF.

       FERM-RAPSUIVR.
           CLOSE RAPPORT-SUIVREC
           IF FS-RAPSUIVR NOT = ZERO THEN
               DISPLAY 'ERR CLOSE RAPSUIVR - FS : ', FS-RAPSUIVR
           END-IF.

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
