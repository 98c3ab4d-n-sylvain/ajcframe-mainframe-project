       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDAOUV.

      * RAPPORT DES COMMANDES D'ACHAT OUVERTES : LISTE PAR
      * FOURNISSEUR CHAQUE LIGNE DE COMMANDE D'ACHAT (GENCDA) QUI
      * ATTEND ENCORE UNE RECEPTION (MAJSTOCK), AVEC LE RESTE A
      * RECEVOIR, LA DATE DE LIVRAISON ATTENDUE ET, QUAND ELLE EST
      * DEPASSEE, L'AGE DU RETARD EN JOURS. UN SOUS-TOTAL PAR
      * FOURNISSEUR DONNE LE NOMBRE DE LIGNES OUVERTES ET EN RETARD,
      * POUR QUE LES ACHATS RELANCENT LES FOURNISSEURS DEFAILLANTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOURNISSEURS ASSIGN TO FOURNIS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FOURNIS.

           SELECT RAPPORT-CDAOUV ASSIGN TO RAPCDAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RAPCDAO.

       DATA DIVISION.
       FILE SECTION.
      * MEME DESSIN QUE LE REFERENTIEL FOURNISSEURS DE MAJPROD
       FD  FOURNISSEURS.
       01  ENR-FOURNIS.
           05 FRN-CODE          PIC X(5).
           05 FRN-NOM           PIC X(30).
           05 FRN-CONTACT       PIC X(30).

       FD  RAPPORT-CDAOUV.
       01  ENR-RAPCDAO              PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CMDACH
           END-EXEC.

           EXEC SQL
               INCLUDE LIGACH
           END-EXEC.

      * LIGNES DE COMMANDES D'ACHAT OUVERTES AVEC UN RESTE A
      * RECEVOIR, PAR FOURNISSEUR PUIS DATE ATTENDUE
           EXEC SQL
               DECLARE CCDAOUV CURSOR
               FOR
               SELECT
                   C.FOURNISSEUR,
                   C.PO_NO,
                   CHAR(C.DATE_PREVUE, ISO),
                   L.P_NO,
                   L.QTE_CDEE,
                   L.QTE_RECUE,
                   DAYS(CURRENT DATE) - DAYS(C.DATE_PREVUE)
               FROM
                   API6.COMMANDES_ACHAT C
               INNER JOIN API6.LIGNES_ACHAT L ON L.PO_NO = C.PO_NO
               WHERE
                   C.STATUT = 'O'
                   AND L.QTE_RECUE < L.QTE_CDEE
               ORDER BY
                   C.FOURNISSEUR, C.DATE_PREVUE, C.PO_NO, L.P_NO
           END-EXEC.

      * VARIABLES DE TRAVAIL DU CURSEUR
        77 WS-AGE-RETARD     PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-RESTE          PIC S9(7)V COMP-3 VALUE ZERO.

      * REFERENTIEL FOURNISSEURS CHARGE EN MEMOIRE, COMME REAPPRO
       01 TAB-FOURNISSEURS.
           05 NB-FOURNISSEURS  PIC 99 VALUE ZERO.
           05 FOURNISSEUR-ENTRY OCCURS 50 TIMES INDEXED BY IDX-FRN.
               10 TF-CODE          PIC X(5).
               10 TF-NOM           PIC X(30).
        77 WS-NOM-FOURNISSEUR PIC X(30) VALUE SPACES.
        77 WS-FF-FOURNIS     PIC 9 VALUE ZERO.

      * RUPTURE SUR FOURNISSEUR
        77 WS-FRN-COURANT    PIC X(5) VALUE HIGH-VALUES.
        77 WS-NB-LIGNES-FRN  PIC 9(5) VALUE ZERO.
        77 WS-NB-RETARDS-FRN PIC 9(5) VALUE ZERO.

      * VARIABLES DE CONTROLE
        77 FS-FOURNIS        PIC 99.
        77 FS-RAPCDAO        PIC 99.
        77 WS-NB-LIGNES      PIC 9(5) VALUE ZERO.
        77 WS-NB-RETARDS     PIC 9(5) VALUE ZERO.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-RUN-ISO   PIC X(10).
        77 ED-PO-NO          PIC 9(7).
        77 ED-QTE            PIC Z(6)9.
        77 ED-RESTE          PIC Z(6)9.
        77 ED-AGE            PIC Z(3)9.
        77 ED-NB             PIC Z(4)9.
        77 ED-NB2            PIC Z(4)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME CDAOUV - COMMANDES D ACHAT OUVERTES'

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) '-'
                  WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO
           END-STRING

           PERFORM CHARGER-FOURNISSEURS

           OPEN OUTPUT RAPPORT-CDAOUV
           IF FS-RAPCDAO NOT = ZERO
               DISPLAY 'ERR OPEN RAPCDAO - FS : ' FS-RAPCDAO
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPCDAO
           STRING '=== COMMANDES D ACHAT OUVERTES AU '
                  WS-DATE-RUN-ISO ' ===' DELIMITED BY SIZE
               INTO ENR-RAPCDAO
           END-STRING
           WRITE ENR-RAPCDAO

           EXEC SQL
               OPEN CCDAOUV
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LIGNE-OUVERTE

           PERFORM UNTIL SQLCODE = +100
               IF CDA-FOURNISSEUR NOT = WS-FRN-COURANT
                   IF WS-FRN-COURANT NOT = HIGH-VALUES
                       PERFORM EDITER-TOTAL-FOURNISSEUR
                   END-IF
                   PERFORM EDITER-ENTETE-FOURNISSEUR
               END-IF
               PERFORM EDITER-LIGNE-OUVERTE
               PERFORM FETCH-LIGNE-OUVERTE
           END-PERFORM

           IF WS-FRN-COURANT NOT = HIGH-VALUES
               PERFORM EDITER-TOTAL-FOURNISSEUR
           END-IF

           EXEC SQL
               CLOSE CCDAOUV
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           MOVE WS-NB-LIGNES TO ED-NB
           MOVE SPACES TO ENR-RAPCDAO
           STRING 'LIGNES OUVERTES     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPCDAO
           WRITE ENR-RAPCDAO

           MOVE WS-NB-RETARDS TO ED-NB
           MOVE SPACES TO ENR-RAPCDAO
           STRING 'LIGNES EN RETARD    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPCDAO
           WRITE ENR-RAPCDAO

           CLOSE RAPPORT-CDAOUV

           DISPLAY 'LIGNES OUVERTES  : ' WS-NB-LIGNES
           DISPLAY 'LIGNES EN RETARD : ' WS-NB-RETARDS
           DISPLAY 'FIN PROGRAMME CDAOUV'
           GOBACK.

       FETCH-LIGNE-OUVERTE.
           EXEC SQL
               FETCH CCDAOUV
               INTO :CDA-FOURNISSEUR,
                    :CDA-PO-NO,
                    :CDA-DATE-PREVUE,
                    :LDA-P-NO,
                    :LDA-QTE-CDEE,
                    :LDA-QTE-RECUE,
                    :WS-AGE-RETARD
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * CHARGEMENT DU REFERENTIEL FOURNISSEURS EN MEMOIRE ; UN
      * FICHIER ABSENT VAUT REFERENTIEL VIDE
       CHARGER-FOURNISSEURS.
           MOVE ZERO TO NB-FOURNISSEURS
           OPEN INPUT FOURNISSEURS
           IF FS-FOURNIS = ZERO
               PERFORM LECT-FOURNIS
               PERFORM UNTIL WS-FF-FOURNIS = 1
                   IF NB-FOURNISSEURS < 50
                       ADD 1 TO NB-FOURNISSEURS
                       MOVE FRN-CODE TO TF-CODE(NB-FOURNISSEURS)
                       MOVE FRN-NOM TO TF-NOM(NB-FOURNISSEURS)
                   ELSE
                       DISPLAY 'TAB-FOURNISSEURS PLEINE - IGNORE : '
                               FRN-CODE
                   END-IF
                   PERFORM LECT-FOURNIS
               END-PERFORM
               CLOSE FOURNISSEURS
           ELSE
               DISPLAY 'PAS DE REFERENTIEL FOURNISSEURS (FS='
                       FS-FOURNIS ')'
           END-IF
           .

       LECT-FOURNIS.
           READ FOURNISSEURS AT END
               MOVE 1 TO WS-FF-FOURNIS
           END-READ.

       EDITER-ENTETE-FOURNISSEUR.
           MOVE CDA-FOURNISSEUR TO WS-FRN-COURANT
           MOVE ZERO TO WS-NB-LIGNES-FRN
           MOVE ZERO TO WS-NB-RETARDS-FRN

           MOVE SPACES TO WS-NOM-FOURNISSEUR
           PERFORM VARYING IDX-FRN FROM 1 BY 1
               UNTIL IDX-FRN > NB-FOURNISSEURS
               IF TF-CODE(IDX-FRN) = CDA-FOURNISSEUR
                   MOVE TF-NOM(IDX-FRN) TO WS-NOM-FOURNISSEUR
               END-IF
           END-PERFORM

           MOVE SPACES TO ENR-RAPCDAO
           WRITE ENR-RAPCDAO
           MOVE SPACES TO ENR-RAPCDAO
           STRING '--- FOURNISSEUR ' CDA-FOURNISSEUR
                  '  ' WS-NOM-FOURNISSEUR
               DELIMITED BY SIZE INTO ENR-RAPCDAO
           WRITE ENR-RAPCDAO.

      * UNE LIGNE DONT LA DATE ATTENDUE EST DEPASSEE EST MARQUEE EN
      * RETARD AVEC SON AGE EN JOURS
       EDITER-LIGNE-OUVERTE.
           ADD 1 TO WS-NB-LIGNES
           ADD 1 TO WS-NB-LIGNES-FRN
           COMPUTE WS-RESTE = LDA-QTE-CDEE - LDA-QTE-RECUE

           MOVE CDA-PO-NO TO ED-PO-NO
           MOVE LDA-QTE-CDEE TO ED-QTE
           MOVE WS-RESTE TO ED-RESTE

           MOVE SPACES TO ENR-RAPCDAO
           IF WS-AGE-RETARD > ZERO
               ADD 1 TO WS-NB-RETARDS
               ADD 1 TO WS-NB-RETARDS-FRN
               MOVE WS-AGE-RETARD TO ED-AGE
               STRING 'CDA=' ED-PO-NO
                      ' PROD=' LDA-P-NO
                      ' CDE=' ED-QTE
                      ' RESTE=' ED-RESTE
                      ' ATTENDU ' CDA-DATE-PREVUE
                      ' RETARD=' ED-AGE ' J'
                   DELIMITED BY SIZE INTO ENR-RAPCDAO
               END-STRING
           ELSE
               STRING 'CDA=' ED-PO-NO
                      ' PROD=' LDA-P-NO
                      ' CDE=' ED-QTE
                      ' RESTE=' ED-RESTE
                      ' ATTENDU ' CDA-DATE-PREVUE
                   DELIMITED BY SIZE INTO ENR-RAPCDAO
               END-STRING
           END-IF
           WRITE ENR-RAPCDAO.

       EDITER-TOTAL-FOURNISSEUR.
           MOVE WS-NB-LIGNES-FRN TO ED-NB
           MOVE WS-NB-RETARDS-FRN TO ED-NB2
           MOVE SPACES TO ENR-RAPCDAO
           STRING 'S/T FOURNISSEUR ' WS-FRN-COURANT
                  '  LIGNES OUVERTES=' ED-NB
                  '  EN RETARD=' ED-NB2
               DELIMITED BY SIZE INTO ENR-RAPCDAO
           WRITE ENR-RAPCDAO.

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
