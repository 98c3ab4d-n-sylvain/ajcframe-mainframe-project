       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRPRIX.

      * PRIX CONTRACTUELS NEGOCIES PAR CLIENT ET PAR PRODUIT. LE MODE
      * EST LU EN SYSIN :
      *   'C' = CHARGEMENT : LE FICHIER CONTRATS (UN PRIX NET PAR
      *         COMPTE ET PAR PRODUIT, AVEC SA PERIODE DE VALIDITE)
      *         REMPLACE LE CONTENU DE API6.CONTRACT_PRICES. UN
      *         CONTRAT PORTE PAR UN COMPTE MERE (FICHIER GRPCLI) EST
      *         ECLATE SUR CHACUNE DE SES SUCCURSALES, SAUF SI LA
      *         SUCCURSALE A DEJA SON PROPRE CONTRAT SUR LE PRODUIT :
      *         MAJDB, A5CMDE ET A5DEVIS N'ONT AINSI QU'UNE LECTURE
      *         PAR (CLIENT, PRODUIT) A FAIRE, SANS CONNAITRE LES
      *         GROUPES
      *   'R' = RAPPORT HEBDOMADAIRE (DEFAUT) : LISTE DES CONTRATS
      *         EXPIRES OU EXPIRANT DANS L'HORIZON (DEUXIEME CARTE
      *         SYSIN, 30 JOURS PAR DEFAUT) SANS CONTRAT SUIVANT SUR
      *         LE MEME COMPTE ET LE MEME PRODUIT, AVEC LE PRIX
      *         CATALOGUE QUI SERA FACTURE A LA PLACE, POUR QUE LES
      *         COMMERCIAUX RENEGOCIENT AVANT L'ECHEANCE
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATS ASSIGN TO CONTRATS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CONTRATS.

           SELECT GROUPES-CLIENTS ASSIGN TO GRPCLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-GRPCLI.

           SELECT RAPPORT-CONTRATS ASSIGN TO RAPCTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPCTR.

       DATA DIVISION.
       FILE SECTION.
      * CONTRAT NEGOCIE : CLIENT OU COMPTE MERE, PRODUIT, PRIX NET EN
      * USD ET DATES DE VALIDITE AU FORMAT ISO AAAA-MM-JJ
       FD CONTRATS
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 ENR-CONTRATS.
          05 CTF-C-NO         PIC 9(4).
          05 CTF-P-NO         PIC X(3).
          05 CTF-PRIX-NET     PIC 9(3)V99.
          05 CTF-DATE-DEBUT   PIC X(10).
          05 CTF-DATE-FIN     PIC X(10).

       FD GROUPES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 ENR-GRPCLI.
          05 GRP-C-NO         PIC 9(4).
          05 GRP-PARENT       PIC 9(4).

       FD RAPPORT-CONTRATS.
       01 ENR-RAPCTR          PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CONTRAT
           END-EXEC.

      * CONTRATS SANS SUCCESSEUR DONT LA FIN TOMBE AVANT LA LIMITE
      * DE L'HORIZON ; SEULES LES LIGNES PROPRES AU COMPTE
      * NEGOCIATEUR SONT LUES (LES LIGNES ECLATEES SUR LES
      * SUCCURSALES EN SONT DES COPIES)
           EXEC SQL
               DECLARE CEXPIRE CURSOR
               FOR
               SELECT
                   T.C_NO,
                   T.P_NO,
                   T.PRIX_NET,
                   T.DATE_DEBUT,
                   T.DATE_FIN,
                   VALUE(P.PRICE, 0)
               FROM
                   API6.CONTRACT_PRICES T
                   LEFT OUTER JOIN API6.PRODUCTS P
                       ON P.P_NO = T.P_NO
               WHERE
                   T.C_NO = T.C_NO_CONTRAT
                   AND T.DATE_FIN < CURRENT DATE + :WS-HORIZON DAYS
                   AND NOT EXISTS
                       (SELECT 1
                        FROM API6.CONTRACT_PRICES S
                        WHERE S.C_NO = T.C_NO
                          AND S.P_NO = T.P_NO
                          AND S.DATE_FIN > T.DATE_FIN)
               ORDER BY
                   T.DATE_FIN, T.C_NO, T.P_NO
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-CONTRATS      PIC 99.
       77 FS-GRPCLI        PIC 99.
       77 FS-RAPCTR        PIC 99.
       77 WS-FF-CONTRATS   PIC 9 VALUE ZERO.
       77 WS-FF-GROUPES    PIC 9 VALUE ZERO.
      * CONTRATS EST FERME PAR LE CHARGEMENT QUAND IL N'Y A PAS DE
      * DEUXIEME PASSE : LA FERMETURE FINALE EN TIENT COMPTE
       77 WS-CONTRATS-OUVERT PIC X VALUE 'N'.
           88 CONTRATS-OUVERT   VALUE 'O'.
           88 CONTRATS-FERME    VALUE 'N'.

      * MODE DU RUN : 'R' RAPPORT (DEFAUT), 'C' CHARGEMENT
       77 WS-MODE-RUN      PIC X VALUE 'R'.
           88 MODE-CHARGEMENT   VALUE 'C'.
           88 MODE-RAPPORT      VALUE 'R'.

      * HORIZON D'ALERTE EN JOURS AVANT EXPIRATION (SYSIN)
       77 WS-HORIZON-SAISI PIC X(5) VALUE SPACES.
       77 WS-HORIZON       PIC S9(5)V USAGE COMP-3 VALUE 30.

      * RATTACHEMENTS COMPTE MERE / SUCCURSALE EN MEMOIRE ; FICHIER
      * ABSENT = AUCUN GROUPE, LES CONTRATS RESTENT AU COMPTE SAISI
       01 TAB-GROUPES.
           05 NB-GROUPES         PIC 999 VALUE ZERO.
           05 GROUPE-ENTRY OCCURS 200 TIMES INDEXED BY IDX-GRP.
               10 GR-C-NO            PIC 9(4).
               10 GR-PARENT          PIC 9(4).

      * ZONES DE TRAVAIL
       77 WS-NB-CONTRAT-PROPRE PIC S9(9) USAGE COMP VALUE ZERO.
       77 WS-PRIX-CATALOGUE PIC S9(3)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-STATUT-LIGNE   PIC X(9) VALUE SPACES.
       77 WS-DATE-SYS       PIC 9(8) VALUE ZERO.
       77 WS-DATE-JOUR-ISO  PIC X(10) VALUE SPACES.

      * COMPTEURS ET STATISTIQUES
       77 WS-NB-LUS        PIC 9(5) VALUE ZERO.
       77 WS-NB-REJETS     PIC 9(5) VALUE ZERO.
       77 WS-NB-INSERES    PIC 9(5) VALUE ZERO.
       77 WS-NB-ECLATES    PIC 9(5) VALUE ZERO.
       77 WS-NB-EXPIRES    PIC 9(5) VALUE ZERO.
       77 WS-NB-A-ECHEANCE PIC 9(5) VALUE ZERO.
       77 ED-NB            PIC Z(4)9.
       77 ED-C-NO          PIC 9(4).
       77 ED-PRIX          PIC ZZ9,99.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME CTRPRIX - PRIX CONTRACTUELS ==='

           PERFORM LIRE-PARAMETRES
           PERFORM OUV-FICHIERS

           IF MODE-CHARGEMENT
               PERFORM CHARGER-GROUPES-CLIENTS
               PERFORM CHARGER-CONTRATS
           ELSE
               PERFORM EDITER-CONTRATS-EXPIRES
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LORS DU COMMIT FINAL - SQLCODE : '
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF

           PERFORM ECRIRE-TOTAUX-RAPCTR
           PERFORM FERM-FICHIERS
           DISPLAY 'FIN PROGRAMME CTRPRIX'
           GOBACK.

       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           STRING WS-DATE-SYS(1:4) '-' WS-DATE-SYS(5:2) '-'
                  WS-DATE-SYS(7:2)
               DELIMITED BY SIZE INTO WS-DATE-JOUR-ISO

           ACCEPT WS-MODE-RUN FROM SYSIN
           IF WS-MODE-RUN NOT = 'C'
               MOVE 'R' TO WS-MODE-RUN
           END-IF
           EVALUATE TRUE
               WHEN MODE-CHARGEMENT
                   DISPLAY 'CHARGEMENT DES PRIX CONTRACTUELS'
               WHEN OTHER
                   DISPLAY 'RAPPORT DES CONTRATS EXPIRES (DEFAUT)'
           END-EVALUATE

           ACCEPT WS-HORIZON-SAISI FROM SYSIN
           IF WS-HORIZON-SAISI NOT = SPACES
               COMPUTE WS-HORIZON =
                   FUNCTION NUMVAL(WS-HORIZON-SAISI)
               IF WS-HORIZON NOT > ZERO
                   MOVE 30 TO WS-HORIZON
               END-IF
           END-IF
           DISPLAY 'HORIZON D ALERTE EN JOURS : ' WS-HORIZON
           .

       CHARGER-GROUPES-CLIENTS.
           MOVE ZERO TO NB-GROUPES
           OPEN INPUT GROUPES-CLIENTS
           IF FS-GRPCLI = ZERO
               MOVE ZERO TO WS-FF-GROUPES
               PERFORM UNTIL WS-FF-GROUPES = 1
                   READ GROUPES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-GROUPES
                       NOT AT END
                           IF NB-GROUPES < 200
                               ADD 1 TO NB-GROUPES
                               MOVE GRP-C-NO
                                   TO GR-C-NO(NB-GROUPES)
                               MOVE GRP-PARENT
                                   TO GR-PARENT(NB-GROUPES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-CLIENTS
           END-IF
           DISPLAY 'RATTACHEMENTS DE GROUPE CHARGES : ' NB-GROUPES
           .

      * REMPLACEMENT COMPLET DE LA TABLE : LE FICHIER CONTRATS EST LA
      * REFERENCE. PREMIERE PASSE = CONTRATS PROPRES A CHAQUE COMPTE,
      * DEUXIEME PASSE = ECLATEMENT DES CONTRATS DE COMPTE MERE SUR
      * LES SUCCURSALES QUI N'ONT PAS LEUR PROPRE PRIX
       CHARGER-CONTRATS.
           EXEC SQL
               DELETE FROM API6.CONTRACT_PRICES
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           PERFORM LECT-CONTRATS
           PERFORM UNTIL WS-FF-CONTRATS = 1
               ADD 1 TO WS-NB-LUS
               PERFORM CONTROLER-CONTRAT
               IF WS-STATUT-LIGNE = SPACES
                   MOVE CTF-C-NO TO CTR-C-NO
                   MOVE CTF-C-NO TO CTR-C-NO-CONTRAT
                   PERFORM INSERER-CONTRAT
                   ADD 1 TO WS-NB-INSERES
               ELSE
                   ADD 1 TO WS-NB-REJETS
                   PERFORM ECRIRE-LIGNE-REJET
               END-IF
               PERFORM LECT-CONTRATS
           END-PERFORM
           CLOSE CONTRATS
           SET CONTRATS-FERME TO TRUE

           IF NB-GROUPES > ZERO
               OPEN INPUT CONTRATS
               IF FS-CONTRATS NOT = ZERO
                   DISPLAY 'ERR OPEN CONTRATS - FS : ', FS-CONTRATS
                   PERFORM ABEND-PROG
               END-IF
               SET CONTRATS-OUVERT TO TRUE
               MOVE ZERO TO WS-FF-CONTRATS
               PERFORM LECT-CONTRATS
               PERFORM UNTIL WS-FF-CONTRATS = 1
                   PERFORM CONTROLER-CONTRAT
                   IF WS-STATUT-LIGNE = SPACES
                       PERFORM ECLATER-CONTRAT-GROUPE
                   END-IF
                   PERFORM LECT-CONTRATS
               END-PERFORM
           END-IF
           .

       CONTROLER-CONTRAT.
           MOVE SPACES TO WS-STATUT-LIGNE
           IF CTF-PRIX-NET NOT NUMERIC OR CTF-PRIX-NET = ZERO
               MOVE 'PRIX' TO WS-STATUT-LIGNE
           END-IF
           IF CTF-DATE-FIN < CTF-DATE-DEBUT
               MOVE 'DATES' TO WS-STATUT-LIGNE
           END-IF
           IF WS-STATUT-LIGNE = SPACES
               MOVE CTF-P-NO TO CTR-P-NO
               MOVE CTF-PRIX-NET TO CTR-PRIX-NET
               MOVE CTF-DATE-DEBUT TO CTR-DATE-DEBUT
               MOVE CTF-DATE-FIN TO CTR-DATE-FIN
           END-IF.

       ECLATER-CONTRAT-GROUPE.
           PERFORM VARYING IDX-GRP FROM 1 BY 1
               UNTIL IDX-GRP > NB-GROUPES
               IF GR-PARENT(IDX-GRP) = CTF-C-NO
                  AND GR-C-NO(IDX-GRP) NOT = CTF-C-NO
                   MOVE GR-C-NO(IDX-GRP) TO CTR-C-NO
                   MOVE CTF-C-NO TO CTR-C-NO-CONTRAT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-NB-CONTRAT-PROPRE
                       FROM API6.CONTRACT_PRICES
                       WHERE C_NO = :CTR-C-NO
                         AND P_NO = :CTR-P-NO
                         AND C_NO_CONTRAT = C_NO
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
                   IF WS-NB-CONTRAT-PROPRE = ZERO
                       PERFORM INSERER-CONTRAT
                       ADD 1 TO WS-NB-ECLATES
                   END-IF
               END-IF
           END-PERFORM.

       INSERER-CONTRAT.
           EXEC SQL
               INSERT INTO API6.CONTRACT_PRICES
                   (C_NO, P_NO, PRIX_NET, DATE_DEBUT, DATE_FIN,
                    C_NO_CONTRAT)
               VALUES
                   (:CTR-C-NO, :CTR-P-NO, :CTR-PRIX-NET,
                    :CTR-DATE-DEBUT, :CTR-DATE-FIN,
                    :CTR-C-NO-CONTRAT)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR INSERT CONTRAT - CLIENT='
                       CTF-C-NO ' PROD=' CTF-P-NO
               PERFORM ABEND-PROG
           END-IF.

       ECRIRE-LIGNE-REJET.
           MOVE SPACES TO ENR-RAPCTR
           STRING 'CONTRAT REJETE (' WS-STATUT-LIGNE ') CLIENT='
                  CTF-C-NO '  PROD=' CTF-P-NO
               DELIMITED BY SIZE INTO ENR-RAPCTR
           WRITE ENR-RAPCTR
           IF FS-RAPCTR NOT = ZERO
               DISPLAY 'ERR WRITE RAPCTR - FS : ', FS-RAPCTR
               PERFORM ABEND-PROG
           END-IF.

      * RAPPORT HEBDOMADAIRE : UNE LIGNE PAR CONTRAT A RENEGOCIER,
      * EXPIRE (LE CLIENT EST DEJA FACTURE AU CATALOGUE) OU A
      * ECHEANCE DANS L'HORIZON
       EDITER-CONTRATS-EXPIRES.
           MOVE SPACES TO ENR-RAPCTR
           STRING 'ETAT     CLIENT PROD  PRIX NET  CATALOGUE'
                  '  DEBUT       FIN'
               DELIMITED BY SIZE INTO ENR-RAPCTR
           WRITE ENR-RAPCTR

           EXEC SQL
               OPEN CEXPIRE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-EXPIRE

           PERFORM UNTIL SQLCODE = +100
               IF CTR-DATE-FIN < WS-DATE-JOUR-ISO
                   MOVE 'EXPIRE' TO WS-STATUT-LIGNE
                   ADD 1 TO WS-NB-EXPIRES
               ELSE
                   MOVE 'ECHEANCE' TO WS-STATUT-LIGNE
                   ADD 1 TO WS-NB-A-ECHEANCE
               END-IF
               MOVE CTR-C-NO TO ED-C-NO
               MOVE SPACES TO ENR-RAPCTR
               STRING WS-STATUT-LIGNE ED-C-NO '   ' CTR-P-NO
                      DELIMITED BY SIZE INTO ENR-RAPCTR
               MOVE CTR-PRIX-NET TO ED-PRIX
               MOVE ED-PRIX TO ENR-RAPCTR(24:6)
               MOVE WS-PRIX-CATALOGUE TO ED-PRIX
               MOVE ED-PRIX TO ENR-RAPCTR(35:6)
               MOVE CTR-DATE-DEBUT TO ENR-RAPCTR(43:10)
               MOVE CTR-DATE-FIN TO ENR-RAPCTR(55:10)
               WRITE ENR-RAPCTR
               IF FS-RAPCTR NOT = ZERO
                   DISPLAY 'ERR WRITE RAPCTR - FS : ', FS-RAPCTR
                   PERFORM ABEND-PROG
               END-IF
               PERFORM FETCH-EXPIRE
           END-PERFORM

           EXEC SQL
               CLOSE CEXPIRE
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF.

       FETCH-EXPIRE.
           EXEC SQL
               FETCH CEXPIRE
               INTO :CTR-C-NO, :CTR-P-NO, :CTR-PRIX-NET,
                    :CTR-DATE-DEBUT, :CTR-DATE-FIN,
                    :WS-PRIX-CATALOGUE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

       OUV-FICHIERS.
           OPEN OUTPUT RAPPORT-CONTRATS
           IF FS-RAPCTR NOT = ZERO
               DISPLAY 'ERR OPEN RAPCTR - FS : ', FS-RAPCTR
           END-IF
           MOVE SPACES TO ENR-RAPCTR
           IF MODE-CHARGEMENT
               STRING '=== CHARGEMENT DES PRIX CONTRACTUELS DU '
                      WS-DATE-JOUR-ISO ' ==='
                   DELIMITED BY SIZE INTO ENR-RAPCTR
           ELSE
               STRING '=== CONTRATS A RENEGOCIER AU '
                      WS-DATE-JOUR-ISO ' ==='
                   DELIMITED BY SIZE INTO ENR-RAPCTR
           END-IF
           WRITE ENR-RAPCTR

           IF MODE-CHARGEMENT
               OPEN INPUT CONTRATS
               IF FS-CONTRATS NOT = ZERO
                   DISPLAY 'ERR OPEN CONTRATS - FS : ', FS-CONTRATS
                   PERFORM ABEND-PROG
               END-IF
               SET CONTRATS-OUVERT TO TRUE
           END-IF.

       FERM-FICHIERS.
           IF CONTRATS-OUVERT
               CLOSE CONTRATS
               SET CONTRATS-FERME TO TRUE
           END-IF
           CLOSE RAPPORT-CONTRATS
           .

       LECT-CONTRATS.
           READ CONTRATS AT END
               MOVE 1 TO WS-FF-CONTRATS
           END-READ.

       ECRIRE-TOTAUX-RAPCTR.
           IF MODE-CHARGEMENT
               MOVE WS-NB-LUS TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'CONTRATS LUS             : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR

               MOVE WS-NB-REJETS TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'CONTRATS REJETES         : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR

               MOVE WS-NB-INSERES TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'PRIX CHARGES PAR COMPTE  : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR

               MOVE WS-NB-ECLATES TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'PRIX ECLATES SUR GROUPES : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR
           ELSE
               MOVE WS-NB-EXPIRES TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'CONTRATS EXPIRES         : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR

               MOVE WS-NB-A-ECHEANCE TO ED-NB
               MOVE SPACES TO ENR-RAPCTR
               STRING 'CONTRATS A ECHEANCE      : ' ED-NB
                   DELIMITED BY SIZE INTO ENR-RAPCTR
               WRITE ENR-RAPCTR
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
