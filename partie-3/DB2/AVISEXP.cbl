       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISEXP.

      * AVIS D'EXPEDITION AUX CLIENTS, RUN DE NUIT APRES EXPCONF :
      * UN DOCUMENT PAR CLIENT RECAPITULE LES COMMANDES DONT LE
      * MAGASIN A CONFIRME L'EXPEDITION DEPUIS LE DERNIER AVIS
      * (API6.EXPEDITIONS A AVIS 'N'), AVEC POUR CHAQUE COMMANDE LA
      * DATE D'EXPEDITION, LE TRANSPORTEUR, LE NUMERO DE SUIVI, LE
      * NOMBRE DE COLIS ET L'ADRESSE DE LIVRAISON, PUIS LES PRODUITS
      * ET QUANTITES EXPEDIES -- LE CLIENT N'A PLUS A APPELER POUR
      * SAVOIR OU EST SA MARCHANDISE. DEUX SORTIES, COMME ACCUSE : LE
      * LISTING AVISEXP (119 COLONNES) ET LA SORTIE STRUCTUREE
      * AVISTRU (ENREGISTREMENTS 'H' CLIENT, 'E' EXPEDITION DE LA
      * COMMANDE, 'L' LIGNE EXPEDIEE, CHAMPS ';'). LES EXPEDITIONS
      * AVISEES PASSENT A AVIS 'O' DANS LA MEME UNITE DE TRAVAIL :
      * UNE CONFIRMATION ARRIVEE EN RETARD EST AVISEE LE SOIR OU ELLE
      * EST ENREGISTREE, ET AUCUNE N'EST AVISEE DEUX FOIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVIS-FILE ASSIGN TO AVISEXP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVISEXP.

           SELECT AVIS-STRUCT ASSIGN TO AVISTRU
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AVISTRU.

       DATA DIVISION.
       FILE SECTION.
       FD  AVIS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS.
       01  AVIS-RECORD               PIC X(119).

       FD  AVIS-STRUCT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENR-AVISTRU               PIC X(150).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EXPED
           END-EXEC.

      * LIGNES DES COMMANDES EXPEDIEES NON ENCORE AVISEES, PAR
      * CLIENT PUIS COMMANDE
           EXEC SQL
               DECLARE CEXPEDIEES CURSOR
               FOR
               SELECT
                   C.C_NO,
                   C.COMPANY,
                   VALUE(C.ADDRESS, ' '),
                   C.CITY,
                   C.ZIP,
                   C.STATE,
                   O.O_NO,
                   X.DATE_EXP,
                   X.TRANSPORTEUR,
                   X.NUM_SUIVI,
                   X.NB_COLIS,
                   O.CODE_LIVR,
                   VALUE(L.NOM_SITE, C.COMPANY),
                   VALUE(L.CITY, C.CITY),
                   VALUE(L.ZIP, C.ZIP),
                   VALUE(L.STATE, C.STATE),
                   I.P_NO,
                   P.DESCRIPTION,
                   I.QUANTITY
               FROM
                   API6.EXPEDITIONS X
               INNER JOIN API6.ORDERS O ON O.O_NO = X.O_NO
               INNER JOIN API6.CUSTOMERS C ON C.C_NO = O.C_NO
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
               INNER JOIN API6.PRODUCTS P ON P.P_NO = I.P_NO
               LEFT OUTER JOIN API6.SHIP_TO L
                   ON L.C_NO = O.C_NO AND L.CODE_LIVR = O.CODE_LIVR
               WHERE
                   X.AVIS = 'N'
               ORDER BY
                   C.C_NO, O.O_NO, I.P_NO
           END-EXEC.

      * VARIABLES DU CURSEUR
       77 WS-C-NO            PIC S9(4)V USAGE COMP-3.
       77 WS-COMPANY         PIC X(30).
       77 WS-ADDRESS         PIC X(100).
       77 WS-CITY            PIC X(20).
       77 WS-ZIP             PIC X(5).
       77 WS-STATE           PIC X(2).
       77 WS-O-NO            PIC S9(7)V USAGE COMP-3.
       77 WS-DATE-EXP        PIC X(10).
       77 WS-TRANSPORTEUR    PIC X(4).
       77 WS-NUM-SUIVI       PIC X(30).
       77 WS-NB-COLIS        PIC S9(3)V USAGE COMP-3.
       77 WS-LIV-CODE        PIC X(3).
       77 WS-LIV-NOM         PIC X(30).
       77 WS-LIV-CITY        PIC X(20).
       77 WS-LIV-ZIP         PIC X(5).
       77 WS-LIV-STATE       PIC X(2).
       77 WS-P-NO            PIC X(3).
       77 WS-DESCRIPTION     PIC X(30).
       77 WS-QUANTITY        PIC S9(2)V USAGE COMP-3.

      * DATE DU RUN ET CONTROLE FICHIERS
       77 FS-AVISEXP         PIC XX.
       77 FS-AVISTRU         PIC XX.
       77 WS-DATE-SYS        PIC X(8).
       77 WS-DATE-RUN-ISO    PIC X(10).

      * RUPTURES CLIENT ET COMMANDE
       77 WS-CLIENT-COURANT  PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-CMD-COURANTE    PIC S9(7)V USAGE COMP-3 VALUE ZERO.
       77 WS-C-NO-AFFICHE    PIC 9(4) VALUE ZERO.

      * COMPTEURS ET ZONES EDITEES
       77 WS-NB-CLIENTS      PIC 9(4) VALUE ZERO.
       77 WS-NB-COMMANDES    PIC 9(5) VALUE ZERO.
       77 WS-NB-LIGNES       PIC 9(5) VALUE ZERO.
       77 ED-O-NO            PIC 9(7).
       77 ED-QTE             PIC Z9.
       77 ED-COLIS           PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME AVISEXP - AVIS D EXPEDITION ==='

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) '-'
                  WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO
           END-STRING
           DISPLAY 'AVIS DU ' WS-DATE-RUN-ISO

           PERFORM OUV-FICHIERS

           EXEC SQL
               OPEN CEXPEDIEES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-LIGNE-EXPEDIEE

           PERFORM UNTIL SQLCODE = +100
               IF WS-C-NO NOT = WS-CLIENT-COURANT
                   PERFORM CLORE-CLIENT
                   PERFORM DEMARRER-CLIENT
               END-IF
               IF WS-O-NO NOT = WS-CMD-COURANTE
                   PERFORM EDITER-ENTETE-EXPEDITION
               END-IF
               PERFORM EDITER-LIGNE-EXPEDIEE
               PERFORM FETCH-LIGNE-EXPEDIEE
           END-PERFORM

           PERFORM CLORE-CLIENT

           EXEC SQL
               CLOSE CEXPEDIEES
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM MARQUER-EXPEDITIONS-AVISEES

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM FERM-FICHIERS
           DISPLAY 'CLIENTS AVISES      : ' WS-NB-CLIENTS
           DISPLAY 'COMMANDES AVISEES   : ' WS-NB-COMMANDES
           DISPLAY 'LIGNES EXPEDIEES    : ' WS-NB-LIGNES
           DISPLAY 'FIN PROGRAMME AVISEXP'
           GOBACK.

       FETCH-LIGNE-EXPEDIEE.
           EXEC SQL
               FETCH CEXPEDIEES
               INTO :WS-C-NO,
                    :WS-COMPANY,
                    :WS-ADDRESS,
                    :WS-CITY,
                    :WS-ZIP,
                    :WS-STATE,
                    :WS-O-NO,
                    :WS-DATE-EXP,
                    :WS-TRANSPORTEUR,
                    :WS-NUM-SUIVI,
                    :WS-NB-COLIS,
                    :WS-LIV-CODE,
                    :WS-LIV-NOM,
                    :WS-LIV-CITY,
                    :WS-LIV-ZIP,
                    :WS-LIV-STATE,
                    :WS-P-NO,
                    :WS-DESCRIPTION,
                    :WS-QUANTITY
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       DEMARRER-CLIENT.
           ADD 1 TO WS-NB-CLIENTS
           MOVE WS-C-NO TO WS-CLIENT-COURANT
           MOVE WS-C-NO TO WS-C-NO-AFFICHE
           MOVE ZERO TO WS-CMD-COURANTE

           MOVE SPACES TO AVIS-RECORD
           STRING '=== AVIS D''EXPEDITION DU ' WS-DATE-RUN-ISO
                  ' - ' WS-COMPANY ' ===' DELIMITED BY SIZE
               INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO AVIS-RECORD
           STRING 'CLIENT    : ' WS-ADDRESS (1:60) DELIMITED BY SIZE
               INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO AVIS-RECORD
           STRING '            ' WS-CITY ' ' WS-ZIP ' ' WS-STATE
               DELIMITED BY SIZE INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENR-AVISTRU
           STRING 'H;' WS-C-NO-AFFICHE ';' WS-COMPANY ';'
                  WS-DATE-RUN-ISO DELIMITED BY SIZE
               INTO ENR-AVISTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-AVISTRU
           .

      * EN-TETE DE LA COMMANDE EXPEDIEE : DATE, TRANSPORTEUR, SUIVI,
      * COLIS ET ADRESSE DE LIVRAISON (SHIP_TO DU CODE PORTE PAR LA
      * COMMANDE, A DEFAUT CELLE DU CLIENT)
       EDITER-ENTETE-EXPEDITION.
           ADD 1 TO WS-NB-COMMANDES
           MOVE WS-O-NO TO WS-CMD-COURANTE
           MOVE WS-O-NO TO ED-O-NO
           MOVE WS-NB-COLIS TO ED-COLIS

           MOVE SPACES TO AVIS-RECORD
           STRING 'COMMANDE ' ED-O-NO
                  ' EXPEDIEE LE ' WS-DATE-EXP
                  '  TRANSPORTEUR : ' WS-TRANSPORTEUR
                  '  COLIS : ' ED-COLIS DELIMITED BY SIZE
               INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO AVIS-RECORD
           STRING '   NUMERO DE SUIVI : ' WS-NUM-SUIVI
               DELIMITED BY SIZE INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO AVIS-RECORD
           STRING '   LIVRE A : ' WS-LIV-NOM ' ' WS-LIV-CITY ' '
                  WS-LIV-ZIP ' ' WS-LIV-STATE DELIMITED BY SIZE
               INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE SPACES TO ENR-AVISTRU
           STRING 'E;' ED-O-NO ';' WS-DATE-EXP ';' WS-TRANSPORTEUR
                  ';' WS-NUM-SUIVI ';' ED-COLIS ';' WS-LIV-CODE ';'
                  WS-LIV-NOM ';' WS-LIV-CITY ';' WS-LIV-ZIP ';'
                  WS-LIV-STATE DELIMITED BY SIZE
               INTO ENR-AVISTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-AVISTRU
           .

       EDITER-LIGNE-EXPEDIEE.
           ADD 1 TO WS-NB-LIGNES
           MOVE WS-QUANTITY TO ED-QTE

           MOVE SPACES TO AVIS-RECORD
           STRING '      ' WS-P-NO
                  ' ' WS-DESCRIPTION
                  ' QTE=' ED-QTE DELIMITED BY SIZE
               INTO AVIS-RECORD
           END-STRING
           PERFORM ECRIRE-LIGNE-AVIS

           MOVE WS-O-NO TO ED-O-NO
           MOVE SPACES TO ENR-AVISTRU
           STRING 'L;' ED-O-NO ';' WS-P-NO ';' WS-DESCRIPTION ';'
                  ED-QTE DELIMITED BY SIZE
               INTO ENR-AVISTRU
           END-STRING
           PERFORM ECRIRE-LIGNE-AVISTRU
           .

      * FIN DU CLIENT EN COURS : LIGNE BLANCHE DE SEPARATION
       CLORE-CLIENT.
           IF WS-CLIENT-COURANT = ZERO
               CONTINUE
           ELSE
               MOVE SPACES TO AVIS-RECORD
               PERFORM ECRIRE-LIGNE-AVIS
           END-IF
           .

      * TOUTES LES EXPEDITIONS EN ATTENTE D'AVIS SONT MARQUEES, Y
      * COMPRIS CELLES D'UNE COMMANDE SANS LIGNE (RIEN A AVISER)
       MARQUER-EXPEDITIONS-AVISEES.
           EXEC SQL
               UPDATE API6.EXPEDITIONS
               SET AVIS = 'O'
               WHERE AVIS = 'N'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

       ECRIRE-LIGNE-AVIS.
           WRITE AVIS-RECORD
           IF FS-AVISEXP NOT = '00'
               DISPLAY 'ERR WRITE AVISEXP - FS : ' FS-AVISEXP
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-LIGNE-AVISTRU.
           WRITE ENR-AVISTRU
           IF FS-AVISTRU NOT = '00'
               DISPLAY 'ERR WRITE AVISTRU - FS : ' FS-AVISTRU
               PERFORM ABEND-PROG
           END-IF
           .

       OUV-FICHIERS.
           OPEN OUTPUT AVIS-FILE
           IF FS-AVISEXP NOT = '00'
               DISPLAY 'ERR OPEN AVISEXP - FS : ' FS-AVISEXP
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT AVIS-STRUCT
           IF FS-AVISTRU NOT = '00'
               DISPLAY 'ERR OPEN AVISTRU - FS : ' FS-AVISTRU
               PERFORM ABEND-PROG
           END-IF.

       FERM-FICHIERS.
           CLOSE AVIS-FILE
           CLOSE AVIS-STRUCT
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
