       IDENTIFICATION DIVISION.
       PROGRAM-ID. K5REFAC.

      * REFACTURATION MENSUELLE AUX DEPARTEMENTS DES PIECES
      * CONSOMMEES : POUR LE MOIS SAISI EN SYSIN (AAAA-MM), VALORISE
      * AU COUT STANDARD UNITAIRE DU KSDS A5PARK LES DEMANDES LIBEREES
      * ('R') DU KSDS A5REQK, PAR DEPARTEMENT PUIS PAR PIECE (MEME
      * SELECTION QUE K5RPREQ), EDITE LE RELEVE DE CHAQUE DEPARTEMENT
      * ET EMET AU FORMAT JOURNLGL L'ECRITURE EQUILIBREE : DEBIT DU
      * CENTRE DE COUT DE CHAQUE DEPARTEMENT (API6.DEPTS), CREDIT DU
      * STOCK DE FOURNITURES POUR LE TOTAL -- A LA PLACE DU TABLEUR DE
      * LA COMPTABILITE.
      * UN DEPARTEMENT SANS CENTRE DE COUT EST DEBITE EN COMPTE
      * D'ATTENTE, UNE PIECE SANS COUT STANDARD EST VALORISEE A ZERO ;
      * LES DEUX CAS SONT SIGNALES AU RELEVE (CODE RETOUR 4).
      * LA REFACTURATION DE CHAQUE DEPARTEMENT EST HISTORISEE DANS
      * API6.REFACT_DEPT ; UNE PERIODE DEJA REFACTUREE EST REFUSEE
      * (MODELE VALSTOCK).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQK ASSIGN FREQK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REQ-NO-K
           FILE STATUS IS FS-REQK.

           SELECT PARTK ASSIGN FPARTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-PARTK
           FILE STATUS IS FS-PARTK.

           SELECT JOURNAL-GL ASSIGN TO JNLREFA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLREFA.

           SELECT RAPPORT-REFAC ASSIGN TO RAPREFAC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPREFAC.

       DATA DIVISION.
       FILE SECTION.
       FD REQK.
       01 ENR-REQK.
           05 REQ-NO-K         PIC X(5).
           05 REQ-DEPT         PIC X(4).
           05 REQ-PNO          PIC X(5).
           05 REQ-QTE          PIC 9(5).
           05 REQ-STATUT       PIC X(1).
           05 REQ-DEMANDEUR    PIC X(8).
           05 REQ-APPROB       PIC X(8).
           05 REQ-DATE         PIC X(8).

       FD PARTK.
       01 ENR-PARTK.
           05 ID-PARTK         PIC X(5).
           05 NOM-PARTK        PIC X(30).
           05 COULEUR-PARTK    PIC X(20).
           05 POIDS-PARTK      PIC S9(3)V9 COMP-3.
           05 VILLE-PARTK      PIC X(20).
           05 QTE-STOCK-PARTK  PIC S9(7) COMP-3.
           05 COUT-STD-PARTK   PIC S9(5)V99 COMP-3.

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
           05 FILLER                 PIC X(19).

       FD RAPPORT-REFAC.
       01 ENR-RAPREFAC         PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE REFACDEP
           END-EXEC.

       77 FS-REQK           PIC 99.
       77 FS-PARTK          PIC 99.
       77 FS-JNLREFA        PIC 99.
       77 FS-RAPREFAC       PIC 99.
       77 WS-FF-REQK        PIC 9 VALUE ZERO.

      * MOIS DEMANDE (SYSIN AAAA-MM) COMPARE AU PREFIXE AAAAMM DE LA
      * DATE DE LIBERATION
       77 WS-PERIODE-SAISIE PIC X(7).
       77 WS-PERIODE-AAAAMM PIC X(6).
       77 WS-NB-EXISTANTS   PIC S9(9) COMP-3 VALUE ZERO.

      * COMPTES DE LA REFACTURATION : STOCK DE FOURNITURES CREDITE ET
      * COMPTE D'ATTENTE DES DEPARTEMENTS SANS CENTRE DE COUT
       77 WS-CPT-STOCK      PIC X(8) VALUE '32200000'.
       77 WS-CPT-ATTENTE    PIC X(8) VALUE '47100000'.

      * CONSOMMATION VALORISEE PAR DEPARTEMENT ET PIECE
       01 TAB-REFAC.
           05 NB-REFAC          PIC 999 VALUE ZERO.
           05 REFAC-ENTRY OCCURS 500 TIMES INDEXED BY IDX-RFC.
               10 RF-DEPT           PIC X(4).
               10 RF-PNO            PIC X(5).
               10 RF-QTE            PIC 9(7).
               10 RF-NB             PIC 9(5).
               10 RF-COUT           PIC S9(5)V99 COMP-3.
               10 RF-MONTANT        PIC S9(9)V99 COMP-3.
               10 RF-SANS-COUT      PIC X(1).
       77 WS-IDX-RFC-TROUVE PIC 999 VALUE ZERO.

      * DEPARTEMENT EN COURS D'EDITION
       77 WS-DEPT-COURANT   PIC X(4) VALUE SPACES.
       77 WS-DEPT-NUM       PIC 9(4).
       77 WS-CENTRE-COURANT PIC X(8).
       77 WS-NOM-DEPT       PIC X(20).
       77 WS-TOTAL-DEPT     PIC S9(9)V99 COMP-3 VALUE ZERO.
       77 WS-NB-LIGNES-DEPT PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-GENERAL  PIC S9(11)V99 COMP-3 VALUE ZERO.

      * COUT DE LA PIECE LUE ET MONTANT DE LA DEMANDE
       77 WS-COUT-PIECE     PIC S9(5)V99 COMP-3.
       77 WS-SANS-COUT      PIC X(1).
       77 WS-MONTANT-LIGNE  PIC S9(9)V99 COMP-3.

      * DATE DU RUN ET TOTAUX DU JOURNAL
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB           PIC 9(5).

      * COMPTEURS, CODE RETOUR ET ZONES EDITEES
       77 WS-NB-LIBEREES    PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-COUT   PIC 9(5) VALUE ZERO.
       77 WS-NB-ATTENTE     PIC 9(5) VALUE ZERO.
       77 WS-NB-DEPTS       PIC 9(5) VALUE ZERO.
       77 WS-RC             PIC 99 VALUE ZERO.
       77 ED-QTE            PIC Z(6)9.
       77 ED-NB             PIC Z(4)9.
       77 ED-COUT           PIC Z(4)9,99.
       77 ED-MONTANT        PIC -(9)9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== K5REFAC - REFACTURATION PIECES AUX DEPTS ==='

           PERFORM LIRE-PERIODE
           PERFORM CONTROLER-PERIODE-VIERGE

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

           PERFORM UNTIL WS-FF-REQK = 1
               READ REQK NEXT RECORD
                   AT END
                       MOVE 1 TO WS-FF-REQK
                   NOT AT END
                       PERFORM CUMULER-REQUISITION
               END-READ
           END-PERFORM

           PERFORM ECRIRE-RELEVES
           PERFORM ECRIRE-CREDIT-STOCK
           PERFORM ECRIRE-FIN-JOURNAL
           PERFORM ECRIRE-TOTAUX-RAPPORT

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-FICHIERS

           IF WS-RC > ZERO
               DISPLAY 'REFACTURATION AVEC ANOMALIES - VOIR RAPREFAC'
           END-IF
           MOVE WS-RC TO RETURN-CODE
           DISPLAY '=== FIN K5REFAC ==='
           GOBACK.

       LIRE-PERIODE.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           IF WS-PERIODE-SAISIE (1:4) NOT NUMERIC
              OR WS-PERIODE-SAISIE (5:1) NOT = '-'
              OR WS-PERIODE-SAISIE (6:2) NOT NUMERIC
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-PERIODE-SAISIE (1:4) TO WS-PERIODE-AAAAMM (1:4)
           MOVE WS-PERIODE-SAISIE (6:2) TO WS-PERIODE-AAAAMM (5:2)
           DISPLAY 'PERIODE : ' WS-PERIODE-SAISIE
           .

       CONTROLER-PERIODE-VIERGE.
           MOVE WS-PERIODE-SAISIE TO RFD-PERIODE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-EXISTANTS
               FROM API6.REFACT_DEPT
               WHERE PERIODE = :RFD-PERIODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-EXISTANTS > ZERO
               DISPLAY 'PERIODE ' WS-PERIODE-SAISIE
                       ' DEJA REFACTUREE - RUN REFUSE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * SEULES LES DEMANDES LIBEREES DU MOIS DEMANDE COMPTENT ;
      * L'ENREGISTREMENT DE SEQUENCE '00000' EST IGNORE. CHAQUE
      * DEMANDE EST VALORISEE AU COUT STANDARD DU JOUR DE LA PIECE
       CUMULER-REQUISITION.
           IF REQ-NO-K = '00000'
              OR REQ-STATUT NOT = 'R'
              OR REQ-DATE (1:6) NOT = WS-PERIODE-AAAAMM
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-LIBEREES
               PERFORM LIRE-COUT-PIECE
               COMPUTE WS-MONTANT-LIGNE = REQ-QTE * WS-COUT-PIECE

               MOVE ZERO TO WS-IDX-RFC-TROUVE
               PERFORM VARYING IDX-RFC FROM 1 BY 1
                   UNTIL IDX-RFC > NB-REFAC
                      OR WS-IDX-RFC-TROUVE > ZERO
                   IF RF-DEPT(IDX-RFC) = REQ-DEPT
                      AND RF-PNO(IDX-RFC) = REQ-PNO
                       SET WS-IDX-RFC-TROUVE TO IDX-RFC
                   END-IF
               END-PERFORM

               IF WS-IDX-RFC-TROUVE = ZERO
                   IF NB-REFAC < 500
                       ADD 1 TO NB-REFAC
                       MOVE NB-REFAC TO WS-IDX-RFC-TROUVE
                       MOVE REQ-DEPT TO RF-DEPT(WS-IDX-RFC-TROUVE)
                       MOVE REQ-PNO TO RF-PNO(WS-IDX-RFC-TROUVE)
                       MOVE ZERO TO RF-QTE(WS-IDX-RFC-TROUVE)
                       MOVE ZERO TO RF-NB(WS-IDX-RFC-TROUVE)
                       MOVE ZERO TO RF-MONTANT(WS-IDX-RFC-TROUVE)
                       MOVE WS-COUT-PIECE TO RF-COUT(WS-IDX-RFC-TROUVE)
                       MOVE WS-SANS-COUT
                           TO RF-SANS-COUT(WS-IDX-RFC-TROUVE)
                   ELSE
      * UNE DEMANDE NON REFACTUREE FAUSSERAIT L'ECRITURE : ARRET
                       DISPLAY 'TAB-REFAC PLEINE - RUN INTERROMPU : '
                               REQ-DEPT ' ' REQ-PNO
                       PERFORM ABEND-PROG
                   END-IF
               END-IF

               ADD REQ-QTE TO RF-QTE(WS-IDX-RFC-TROUVE)
               ADD 1 TO RF-NB(WS-IDX-RFC-TROUVE)
               ADD WS-MONTANT-LIGNE TO RF-MONTANT(WS-IDX-RFC-TROUVE)
           END-IF
           .

      * COUT STANDARD DE LA PIECE DANS LE KSDS ; PIECE INCONNUE OU
      * SANS COUT : VALORISEE A ZERO ET SIGNALEE
       LIRE-COUT-PIECE.
           MOVE 'N' TO WS-SANS-COUT
           MOVE REQ-PNO TO ID-PARTK
           READ PARTK
           EVALUATE FS-PARTK
               WHEN ZERO
                   MOVE COUT-STD-PARTK TO WS-COUT-PIECE
               WHEN 23
                   MOVE ZERO TO WS-COUT-PIECE
               WHEN OTHER
                   DISPLAY 'ERR READ PARTK - FS : ' FS-PARTK
                   PERFORM ABEND-PROG
           END-EVALUATE
           IF WS-COUT-PIECE NOT > ZERO
               MOVE ZERO TO WS-COUT-PIECE
               MOVE 'O' TO WS-SANS-COUT
           END-IF
           .

      * RELEVE PAR DEPARTEMENT : LA TABLE EST PARCOURUE PAR
      * DEPARTEMENT (SELECTION DU PLUS PETIT RESTANT, COMME DANS
      * K5RPREQ) ; CHAQUE DEPARTEMENT DONNE UNE LIGNE DE DEBIT AU
      * JOURNAL ET UNE LIGNE D'HISTORIQUE
       ECRIRE-RELEVES.
           PERFORM TROUVER-DEPT-SUIVANT
           PERFORM UNTIL WS-DEPT-COURANT = HIGH-VALUES
               ADD 1 TO WS-NB-DEPTS
               PERFORM CHERCHER-CENTRE-COUT

               MOVE SPACES TO ENR-RAPREFAC
               WRITE ENR-RAPREFAC
               MOVE SPACES TO ENR-RAPREFAC
               STRING '--- DEPARTEMENT ' WS-DEPT-COURANT
                      ' ' WS-NOM-DEPT
                      ' CENTRE ' WS-CENTRE-COURANT ' ---'
                   DELIMITED BY SIZE INTO ENR-RAPREFAC
               END-STRING
               WRITE ENR-RAPREFAC

               MOVE ZERO TO WS-TOTAL-DEPT
               MOVE ZERO TO WS-NB-LIGNES-DEPT
               PERFORM VARYING IDX-RFC FROM 1 BY 1
                   UNTIL IDX-RFC > NB-REFAC
                   IF RF-DEPT(IDX-RFC) = WS-DEPT-COURANT
                       PERFORM ECRIRE-LIGNE-PIECE
                       ADD RF-MONTANT(IDX-RFC) TO WS-TOTAL-DEPT
                       ADD RF-NB(IDX-RFC) TO WS-NB-LIGNES-DEPT
                       MOVE SPACES TO RF-DEPT(IDX-RFC)
                   END-IF
               END-PERFORM

               MOVE WS-TOTAL-DEPT TO ED-MONTANT
               MOVE SPACES TO ENR-RAPREFAC
               STRING 'TOTAL REFACTURE AU DEPARTEMENT : ' ED-MONTANT
                   DELIMITED BY SIZE INTO ENR-RAPREFAC
               WRITE ENR-RAPREFAC

               ADD WS-TOTAL-DEPT TO WS-TOTAL-GENERAL
               PERFORM ECRIRE-DEBIT-DEPT
               PERFORM HISTORISER-REFACTURATION

               PERFORM TROUVER-DEPT-SUIVANT
           END-PERFORM
           .

       ECRIRE-LIGNE-PIECE.
           MOVE RF-QTE(IDX-RFC) TO ED-QTE
           MOVE RF-COUT(IDX-RFC) TO ED-COUT
           MOVE RF-MONTANT(IDX-RFC) TO ED-MONTANT
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'PNO=' RF-PNO(IDX-RFC)
                  '  QTE=' ED-QTE
                  '  COUT=' ED-COUT
                  '  MONTANT=' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           END-STRING
           IF RF-SANS-COUT(IDX-RFC) = 'O'
               MOVE '*SANS COUT*' TO ENR-RAPREFAC (70:11)
               ADD 1 TO WS-NB-SANS-COUT
               MOVE 4 TO WS-RC
           END-IF
           WRITE ENR-RAPREFAC
           IF FS-RAPREFAC NOT = ZERO
               DISPLAY 'ERR WRITE RAPREFAC - FS : ' FS-RAPREFAC
               PERFORM ABEND-PROG
           END-IF
           .

      * CENTRE DE COUT DU DEPARTEMENT DANS API6.DEPTS ; DEPARTEMENT
      * INCONNU OU SANS CENTRE : COMPTE D'ATTENTE, A RECLASSER PAR LA
      * COMPTABILITE
       CHERCHER-CENTRE-COUT.
           MOVE SPACES TO WS-CENTRE-COURANT
           MOVE SPACES TO WS-NOM-DEPT
           IF WS-DEPT-COURANT IS NUMERIC
               MOVE WS-DEPT-COURANT TO WS-DEPT-NUM
               MOVE WS-DEPT-NUM TO DEPT-DEPT
               EXEC SQL
                   SELECT DNAME, CENTRE_COUT
                   INTO :DEPT-DNAME, :DEPT-CENTRE-COUT
                   FROM API6.DEPTS
                   WHERE DEPT = :DEPT-DEPT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE DEPT-DNAME-TEXT TO WS-NOM-DEPT
                       MOVE DEPT-CENTRE-COUT TO WS-CENTRE-COURANT
                   WHEN +100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ABEND-PROG
               END-EVALUATE
           END-IF

           IF WS-CENTRE-COURANT = SPACES
               MOVE WS-CPT-ATTENTE TO WS-CENTRE-COURANT
               ADD 1 TO WS-NB-ATTENTE
               MOVE 4 TO WS-RC
               DISPLAY 'DEPARTEMENT ' WS-DEPT-COURANT
                       ' SANS CENTRE DE COUT - COMPTE D''ATTENTE'
           END-IF
           .

       ECRIRE-DEBIT-DEPT.
           IF WS-TOTAL-DEPT > ZERO
               MOVE SPACES TO ENR-JOURNLGL
               MOVE WS-CENTRE-COURANT TO JGL-COMPTE
               STRING 'REFACT PIECES DPT ' WS-DEPT-COURANT
                      ' ' WS-PERIODE-SAISIE
                   DELIMITED BY SIZE INTO JGL-LIBELLE
               END-STRING
               MOVE 'D' TO JGL-SENS
               MOVE WS-TOTAL-DEPT TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-GL
           END-IF
           .

      * CONTREPARTIE UNIQUE : SORTIE DU STOCK DE FOURNITURES POUR LE
      * TOTAL REFACTURE, QUI EQUILIBRE LES DEBITS DES DEPARTEMENTS
       ECRIRE-CREDIT-STOCK.
           IF WS-TOTAL-GENERAL > ZERO
               MOVE SPACES TO ENR-JOURNLGL
               MOVE WS-CPT-STOCK TO JGL-COMPTE
               STRING 'CONSO FOURNITURES ' WS-PERIODE-SAISIE
                   DELIMITED BY SIZE INTO JGL-LIBELLE
               END-STRING
               MOVE 'C' TO JGL-SENS
               MOVE WS-TOTAL-GENERAL TO JGL-MONTANT
               PERFORM ECRIRE-ECRITURE-GL
           END-IF
           .

       HISTORISER-REFACTURATION.
           MOVE WS-PERIODE-SAISIE TO RFD-PERIODE
           IF WS-DEPT-COURANT IS NUMERIC
               MOVE WS-DEPT-COURANT TO WS-DEPT-NUM
           ELSE
               MOVE ZERO TO WS-DEPT-NUM
           END-IF
           MOVE WS-DEPT-NUM TO RFD-DEPT
           MOVE WS-CENTRE-COURANT TO RFD-CENTRE-COUT
           MOVE WS-NB-LIGNES-DEPT TO RFD-NB-LIGNES
           MOVE WS-TOTAL-DEPT TO RFD-MONTANT
           MOVE WS-DATE-RUN-ISO TO RFD-DATE-RUN

           EXEC SQL
               INSERT INTO API6.REFACT_DEPT
               (PERIODE, DEPT, CENTRE_COUT, NB_LIGNES, MONTANT,
                DATE_RUN)
               VALUES (:RFD-PERIODE, :RFD-DEPT, :RFD-CENTRE-COUT,
                       :RFD-NB-LIGNES, :RFD-MONTANT, :RFD-DATE-RUN)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           .

      * PLUS PETIT DEPARTEMENT ENCORE NON EDITE (LES ENTREES EDITEES
      * ONT LEUR DEPARTEMENT EFFACE)
       TROUVER-DEPT-SUIVANT.
           MOVE HIGH-VALUES TO WS-DEPT-COURANT
           PERFORM VARYING IDX-RFC FROM 1 BY 1
               UNTIL IDX-RFC > NB-REFAC
               IF RF-DEPT(IDX-RFC) NOT = SPACES
                  AND RF-DEPT(IDX-RFC) < WS-DEPT-COURANT
                   MOVE RF-DEPT(IDX-RFC) TO WS-DEPT-COURANT
               END-IF
           END-PERFORM
           .

       ECRIRE-FIN-JOURNAL.
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

           IF FS-JNLREFA NOT = ZERO
               DISPLAY 'ERR WRITE JNLREFA - FS : ', FS-JNLREFA
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLREFA NOT = ZERO
               DISPLAY 'ERR WRITE JNLREFA - FS : ', FS-JNLREFA
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       ECRIRE-TOTAUX-RAPPORT.
           MOVE SPACES TO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           MOVE WS-NB-LIBEREES TO ED-NB
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'DEMANDES LIBEREES SUR LE MOIS   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           MOVE WS-NB-DEPTS TO ED-NB
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'DEPARTEMENTS REFACTURES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           MOVE WS-TOTAL-GENERAL TO ED-MONTANT
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'TOTAL REFACTURE (CREDIT STOCK)  : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           MOVE WS-NB-SANS-COUT TO ED-NB
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'PIECES SANS COUT STANDARD       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           MOVE WS-NB-ATTENTE TO ED-NB
           MOVE SPACES TO ENR-RAPREFAC
           STRING 'DEPARTEMENTS EN COMPTE D''ATTENTE : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPREFAC
           WRITE ENR-RAPREFAC

           IF FS-RAPREFAC NOT = ZERO
               DISPLAY 'ERR WRITE RAPREFAC - FS : ' FS-RAPREFAC
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-FICHIERS.
           OPEN INPUT REQK
           IF FS-REQK NOT = ZERO
               DISPLAY 'ERR OPEN FREQK - FS : ' FS-REQK
               PERFORM ABEND-PROG
           END-IF
           OPEN INPUT PARTK
           IF FS-PARTK NOT = ZERO
               DISPLAY 'ERR OPEN FPARTK - FS : ' FS-PARTK
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLREFA NOT = ZERO
               DISPLAY 'ERR OPEN JNLREFA - FS : ', FS-JNLREFA
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-REFAC
           IF FS-RAPREFAC NOT = ZERO
               DISPLAY 'ERR OPEN RAPREFAC - FS : ', FS-RAPREFAC
               PERFORM ABEND-PROG
           END-IF
           MOVE SPACES TO ENR-RAPREFAC
           STRING '=== REFACTURATION PIECES AUX DEPARTEMENTS - '
                  WS-PERIODE-SAISIE ' ===' DELIMITED BY SIZE
               INTO ENR-RAPREFAC
           END-STRING
           WRITE ENR-RAPREFAC
           .

       FERM-FICHIERS.
           CLOSE REQK
           CLOSE PARTK
           CLOSE JOURNAL-GL
           CLOSE RAPPORT-REFAC
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
