       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5REVHAB.

      * REVUE ANNUELLE DES ACCES DEMANDEE PAR LES AUDITEURS : POUR
      * CHAQUE COMPTE DE CONNEXION DU KSDS A5EMPK, LISTE CE QU'IL
      * PEUT EFFECTIVEMENT FAIRE DANS LES ECRANS A5, C'EST-A-DIRE LES
      * DROITS (TRANSACTION, ACTION) ACCORDES A SON ROLE DANS LA
      * TABLE DES HABILITATIONS A5HABK CONTROLEE PAR A5HABIL. L'ETAT
      * DU COMPTE (ACTIF OU VERROUILLE) ET LA DATE DU DERNIER
      * CHANGEMENT DE MOT DE PASSE SONT DONNES POUR CHAQUE COMPTE ;
      * UN COMPTE SANS AUCUN DROIT (ROLE ABSENT DE LA TABLE) EST
      * SIGNALE. LE RAPPORT SE TERMINE PAR LE NOMBRE DE COMPTES PAR
      * ROLE ET LA LISTE COMPLETE DES DROITS DE LA TABLE, AVEC LEUR
      * AUTEUR ET LEUR DATE DE DERNIERE MISE A JOUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPK ASSIGN FEMPK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ID-EMPK
           FILE STATUS IS FS-EMPK.

           SELECT HABK ASSIGN FHABK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLE-HABK
           FILE STATUS IS FS-HABK.

           SELECT RAPPORT-HAB ASSIGN TO RAPHAB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPHAB.

       DATA DIVISION.
       FILE SECTION.
      * COMPTE DE CONNEXION, MEME DESSIN QUE DANS A5CNX (79 OCTETS) ;
      * LE CHAMP PRENOM PORTE LE MOT DE PASSE ET N'EST JAMAIS EDITE
       FD EMPK.
       01 ENR-EMPK.
           05 ID-EMPK          PIC X(5).
           05 NOM-EMPK         PIC X(15).
           05 PREN-EMPK        PIC X(15).
           05 CP-EMPK          PIC X(5).
           05 VILLE-EMPK       PIC X(20).
           05 SAL-EMPK         PIC 9(5)V99.
           05 ECHECS-EMPK      PIC 9.
           05 VERROU-EMPK      PIC X.
               88 COMPTE-VERROUILLE VALUE 'O'.
           05 FILLER           PIC X(1).
           05 ROLE-EMPK        PIC X.
           05 DATE-MDP-EMPK    PIC X(8).

      * DROIT ACCORDE, MEME DESSIN QUE DANS A5HABIL
       FD HABK.
       01 ENR-HABK.
           05 CLE-HABK.
               10 ROLE-HABK     PIC X(1).
               10 TRANS-HABK    PIC X(4).
               10 ACTION-HABK   PIC X(1).
           05 LIBELLE-HABK      PIC X(30).
           05 USER-HABK         PIC X(8).
           05 DATE-HABK         PIC X(8).

       FD RAPPORT-HAB.
       01 ENR-RAPHAB            PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-EMPK           PIC 99.
       77 FS-HABK           PIC 99.
       77 FS-RAPHAB         PIC 99.

      * TABLE DES DROITS CHARGEE EN MEMOIRE, DANS L'ORDRE DES CLES
      * (ROLE, TRANSACTION, ACTION)
       01 TAB-DROITS.
           05 NB-DROITS         PIC 9(4) VALUE ZERO.
           05 DROIT OCCURS 500 TIMES INDEXED BY IDX-DR.
               10 DR-ROLE           PIC X(1).
               10 DR-TRANS          PIC X(4).
               10 DR-ACTION         PIC X(1).
               10 DR-LIBELLE        PIC X(30).
               10 DR-USER           PIC X(8).
               10 DR-DATE           PIC X(8).
       77 WS-MAX-DROITS     PIC 9(4) VALUE 500.

      * LIBELLE DES TRANSACTIONS A5, POUR LA LISIBILITE DU RAPPORT
       01 TAB-TRANSACTIONS.
           05 FILLER PIC X(24) VALUE 'T5ADADMINISTRATION'.
           05 FILLER PIC X(24) VALUE 'T5CMFICHE CLIENT'.
           05 FILLER PIC X(24) VALUE 'T5CDSAISIE COMMANDE'.
           05 FILLER PIC X(24) VALUE 'T5DVDEVIS'.
           05 FILLER PIC X(24) VALUE 'T5DPDEPARTEMENTS'.
           05 FILLER PIC X(24) VALUE 'T5PCCATALOGUE PRODUITS'.
           05 FILLER PIC X(24) VALUE 'T5RQDEMANDES DE PIECES'.
           05 FILLER PIC X(24) VALUE 'T5SKSTOCK'.
           05 FILLER PIC X(24) VALUE 'T5TATAUX DE CHANGE'.
       01 TAB-TRANSACTIONS-R REDEFINES TAB-TRANSACTIONS.
           05 TRANSACTION-A5 OCCURS 9 TIMES INDEXED BY IDX-TR.
               10 TR-CODE           PIC X(4).
               10 TR-LIBELLE        PIC X(20).
       77 WS-LIB-TRANS      PIC X(20).

      * COMPTES PAR ROLE POUR LA RECAPITULATION
       01 TAB-ROLES.
           05 NB-ROLES          PIC 99 VALUE ZERO.
           05 ROLE-CPT OCCURS 40 TIMES INDEXED BY IDX-RL.
               10 RC-ROLE           PIC X(1).
               10 RC-NB-COMPTES     PIC 9(5).
               10 RC-NB-DROITS      PIC 9(4).

       77 WS-NB-COMPTES     PIC 9(5) VALUE ZERO.
       77 WS-NB-VERROUS     PIC 9(5) VALUE ZERO.
       77 WS-NB-SANS-DROIT  PIC 9(5) VALUE ZERO.
       77 WS-NB-DROITS-CPTE PIC 9(4) VALUE ZERO.
       77 WS-ROLE-TROUVE    PIC X VALUE 'N'.

       77 WS-DATE-JOUR      PIC X(8).
       77 WS-DATE-EDIT      PIC X(10).
       77 WS-DATE-MDP-EDIT  PIC X(10).
       77 WS-ETAT           PIC X(10).
       77 WS-NB-EDIT        PIC ZZZZ9.
       77 WS-NB-EDIT2       PIC ZZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== A5REVHAB - REVUE DES ACCES A5 ==='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-DATE-JOUR (7:2) '/' WS-DATE-JOUR (5:2) '/'
                  WS-DATE-JOUR (1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDIT
           END-STRING

           PERFORM CHARGER-DROITS

           OPEN INPUT EMPK
           IF FS-EMPK NOT = ZERO
               DISPLAY 'ERR OPEN EMPK - FS : ' FS-EMPK
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT RAPPORT-HAB
           IF FS-RAPHAB NOT = ZERO
               DISPLAY 'ERR OPEN RAPHAB - FS : ' FS-RAPHAB
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-ENTETE

           PERFORM UNTIL FS-EMPK NOT = ZERO
               READ EMPK NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDITER-COMPTE
               END-READ
           END-PERFORM

           IF FS-EMPK NOT = 10
               DISPLAY 'ERR READ EMPK - FS : ' FS-EMPK
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-RECAPITULATION
           PERFORM ECRIRE-TABLE-DROITS

           CLOSE EMPK
           CLOSE RAPPORT-HAB

           DISPLAY 'COMPTES EDITES      : ' WS-NB-COMPTES
           DISPLAY 'COMPTES SANS DROIT  : ' WS-NB-SANS-DROIT
           DISPLAY 'DROITS DE LA TABLE  : ' NB-DROITS

           DISPLAY '=== FIN A5REVHAB ==='
           GOBACK.

      * LA TABLE ENTIERE EST CHARGEE EN MEMOIRE ; AU-DELA DE LA
      * CAPACITE, LE RAPPORT SERAIT INCOMPLET : ARRET
       CHARGER-DROITS.
           OPEN INPUT HABK
           IF FS-HABK NOT = ZERO
               DISPLAY 'ERR OPEN HABK - FS : ' FS-HABK
               PERFORM ABEND-PROG
           END-IF

           PERFORM UNTIL FS-HABK NOT = ZERO
               READ HABK NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NB-DROITS >= WS-MAX-DROITS
                           DISPLAY 'TABLE DES DROITS SATUREE ('
                                   WS-MAX-DROITS ')'
                           PERFORM ABEND-PROG
                       END-IF
                       ADD 1 TO NB-DROITS
                       MOVE ROLE-HABK TO DR-ROLE(NB-DROITS)
                       MOVE TRANS-HABK TO DR-TRANS(NB-DROITS)
                       MOVE ACTION-HABK TO DR-ACTION(NB-DROITS)
                       MOVE LIBELLE-HABK TO DR-LIBELLE(NB-DROITS)
                       MOVE USER-HABK TO DR-USER(NB-DROITS)
                       MOVE DATE-HABK TO DR-DATE(NB-DROITS)
               END-READ
           END-PERFORM

           IF FS-HABK NOT = 10
               DISPLAY 'ERR READ HABK - FS : ' FS-HABK
               PERFORM ABEND-PROG
           END-IF
           CLOSE HABK
           .

       ECRIRE-ENTETE.
           MOVE SPACES TO ENR-RAPHAB
           STRING 'REVUE DES ACCES AUX ECRANS A5 AU ' WS-DATE-EDIT
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE ALL '=' TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           .

      * UN BLOC PAR COMPTE : LIGNE D'IDENTIFICATION PUIS UNE LIGNE
      * PAR DROIT DE SON ROLE
       EDITER-COMPTE.
           ADD 1 TO WS-NB-COMPTES
           IF COMPTE-VERROUILLE
               MOVE 'VERROUILLE' TO WS-ETAT
               ADD 1 TO WS-NB-VERROUS
           ELSE
               MOVE 'ACTIF' TO WS-ETAT
           END-IF
           IF DATE-MDP-EMPK IS NUMERIC
              AND DATE-MDP-EMPK NOT = '00000000'
               STRING DATE-MDP-EMPK (7:2) '/' DATE-MDP-EMPK (5:2) '/'
                      DATE-MDP-EMPK (1:4)
                   DELIMITED BY SIZE INTO WS-DATE-MDP-EDIT
               END-STRING
           ELSE
               MOVE 'EXPIRE' TO WS-DATE-MDP-EDIT
           END-IF

           MOVE SPACES TO ENR-RAPHAB
           STRING 'COMPTE ' ID-EMPK '  ' NOM-EMPK
                  '  ROLE ' ROLE-EMPK
                  '  ' WS-ETAT
                  '  MOT DE PASSE DU ' WS-DATE-MDP-EDIT
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE

           MOVE ZERO TO WS-NB-DROITS-CPTE
           PERFORM VARYING IDX-DR FROM 1 BY 1
               UNTIL IDX-DR > NB-DROITS
               IF DR-ROLE(IDX-DR) = ROLE-EMPK
                   ADD 1 TO WS-NB-DROITS-CPTE
                   PERFORM EDITER-DROIT-COMPTE
               END-IF
           END-PERFORM

           IF WS-NB-DROITS-CPTE = ZERO
               ADD 1 TO WS-NB-SANS-DROIT
               MOVE SPACES TO ENR-RAPHAB
               STRING '    *** AUCUN DROIT POUR CE ROLE ***'
                   DELIMITED BY SIZE INTO ENR-RAPHAB
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF

           PERFORM CUMULER-ROLE

           MOVE SPACES TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           .

       EDITER-DROIT-COMPTE.
           PERFORM CHERCHER-LIBELLE-TRANS
           MOVE SPACES TO ENR-RAPHAB
           STRING '    ' DR-TRANS(IDX-DR) ' ' WS-LIB-TRANS
                  ' ACTION ' DR-ACTION(IDX-DR) ' ' DR-LIBELLE(IDX-DR)
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE
           .

       CHERCHER-LIBELLE-TRANS.
           MOVE SPACES TO WS-LIB-TRANS
           SET IDX-TR TO 1
           SEARCH TRANSACTION-A5
               AT END
                   MOVE 'TRANSACTION INCONNUE' TO WS-LIB-TRANS
               WHEN TR-CODE(IDX-TR) = DR-TRANS(IDX-DR)
                   MOVE TR-LIBELLE(IDX-TR) TO WS-LIB-TRANS
           END-SEARCH
           .

       CUMULER-ROLE.
           MOVE 'N' TO WS-ROLE-TROUVE
           PERFORM VARYING IDX-RL FROM 1 BY 1
               UNTIL IDX-RL > NB-ROLES OR WS-ROLE-TROUVE = 'O'
               IF RC-ROLE(IDX-RL) = ROLE-EMPK
                   ADD 1 TO RC-NB-COMPTES(IDX-RL)
                   MOVE 'O' TO WS-ROLE-TROUVE
               END-IF
           END-PERFORM
           IF WS-ROLE-TROUVE = 'N' AND NB-ROLES < 40
               ADD 1 TO NB-ROLES
               MOVE ROLE-EMPK TO RC-ROLE(NB-ROLES)
               MOVE 1 TO RC-NB-COMPTES(NB-ROLES)
               MOVE WS-NB-DROITS-CPTE TO RC-NB-DROITS(NB-ROLES)
           END-IF
           .

       ECRIRE-RECAPITULATION.
           MOVE ALL '-' TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO ENR-RAPHAB
           STRING 'RECAPITULATION PAR ROLE'
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-RL FROM 1 BY 1
               UNTIL IDX-RL > NB-ROLES
               MOVE RC-NB-COMPTES(IDX-RL) TO WS-NB-EDIT
               MOVE RC-NB-DROITS(IDX-RL) TO WS-NB-EDIT2
               MOVE SPACES TO ENR-RAPHAB
               STRING '    ROLE ' RC-ROLE(IDX-RL)
                      ' : ' WS-NB-EDIT ' COMPTE(S), '
                      WS-NB-EDIT2 ' DROIT(S)'
                   DELIMITED BY SIZE INTO ENR-RAPHAB
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-PERFORM

           MOVE WS-NB-COMPTES TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPHAB
           STRING '    COMPTES                 : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-VERROUS TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPHAB
           STRING '    DONT VERROUILLES        : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE WS-NB-SANS-DROIT TO WS-NB-EDIT
           MOVE SPACES TO ENR-RAPHAB
           STRING '    DONT SANS AUCUN DROIT   : ' WS-NB-EDIT
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           .

      * CONTENU COMPLET DE LA TABLE, AVEC LA TRACE DE LA DERNIERE
      * MISE A JOUR DE CHAQUE DROIT (DETAIL DANS LA TD QUEUE 'HABJ')
       ECRIRE-TABLE-DROITS.
           MOVE ALL '-' TO ENR-RAPHAB
           PERFORM ECRIRE-LIGNE
           MOVE SPACES TO ENR-RAPHAB
           STRING 'TABLE DES HABILITATIONS (ROLE TRANS ACTION LIBELLE'
                  ' MAJ PAR LE)'
               DELIMITED BY SIZE INTO ENR-RAPHAB
           END-STRING
           PERFORM ECRIRE-LIGNE

           PERFORM VARYING IDX-DR FROM 1 BY 1
               UNTIL IDX-DR > NB-DROITS
               MOVE SPACES TO ENR-RAPHAB
               STRING '    ' DR-ROLE(IDX-DR) '    ' DR-TRANS(IDX-DR)
                      '  ' DR-ACTION(IDX-DR) '  ' DR-LIBELLE(IDX-DR)
                      ' ' DR-USER(IDX-DR) ' ' DR-DATE(IDX-DR)
                   DELIMITED BY SIZE INTO ENR-RAPHAB
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-PERFORM
           .

       ECRIRE-LIGNE.
           WRITE ENR-RAPHAB
           IF FS-RAPHAB NOT = ZERO
               DISPLAY 'ERR WRITE RAPHAB - FS : ' FS-RAPHAB
               PERFORM ABEND-PROG
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
