       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLASHJR.

      * FLASH QUOTIDIEN DE L'ACTIVITE, LANCE APRES ORDOBAT : UNE PAGE
      * DE CHIFFRES CLES DE LA JOURNEE, PRIS SUR LES SORTIES QUI
      * EXISTENT DEJA, AU LIEU DE VINGT RAPPORTS A LIRE :
      *   - COMMANDES CHARGEES ET LEUR MONTANT PAR REGION (DETAILS
      *     DES ACQUITTEMENTS ACKVEU/ACKVAS/ACKVAM DE MAJDB) ;
      *   - LIGNES MISES EN SUSPENS (FICHIER SUSPENS DE MAJDB) ;
      *   - NOUVEAUX BLOCAGES CREDIT (API6.CREDIT_HOLDS), RELIQUATS
      *     CREES ET SERVIS (API6.BACKORDERS), EXPEDITIONS
      *     CONFIRMEES (API6.EXPEDITIONS) DE LA JOURNEE ;
      *   - FACTURES, MONTANT ET TAXE FACTURES (ENREGISTREMENTS 'T'
      *     DU FICHIER DE TOTAUX FACTTOT DE FACTURE) ;
      *   - ENCAISSEMENTS APPLIQUES (API6.PAYMENT_EVENTS) ;
      *   - ENCOURS CLIENTS OUVERT (API6.ORDER_STATUS, STATUT 'O').
      * CHAQUE CHIFFRE EST COMPARE AU MEME JOUR DE LA SEMAINE
      * PRECEDENTE (J-7) ET CUMULE DEPUIS LE DEBUT DU MOIS, GRACE A
      * L'HISTORIQUE FLASHHI/FLASHHO (UNE LIGNE PAR JOURNEE, REECRIT
      * EN GENERATION SUIVANTE COMME RUNHIST, 62 JOURS CONSERVES) ;
      * L'ENCOURS ETANT UN SOLDE ET NON UN FLUX, SON CUMUL DU MOIS
      * EST SA VARIATION DEPUIS LE DERNIER FLASH DU MOIS PRECEDENT.
      * DEUX SORTIES : LA PAGE IMPRIMEE RAPFLASH ET LE FICHIER
      * DELIMITE ';' FLASHCSV DESTINE A L'INTRANET.
      * SYSIN : DATE DE LA JOURNEE AAAA-MM-JJ (FACULTATIVE, POUR UN
      *         REJEU) ; A BLANC, DATE PORTEE PAR L'EN-TETE DE
      *         L'ACQUITTEMENT ACKVEU DE LA NUIT, A DEFAUT DATE DU
      *         JOUR -- C'EST LA DATE DONT MAJDB, BACKREL, EXPCONF ET
      *         ENCAISSE ONT MARQUE LEURS LIGNES
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACQUITTEMENTS PAR REGION ECRITS PAR MAJDB
           SELECT ACQUIT-VEU ASSIGN TO ACKVEU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ACKVEU.

           SELECT ACQUIT-VAS ASSIGN TO ACKVAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ACKVAS.

           SELECT ACQUIT-VAM ASSIGN TO ACKVAM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-ACKVAM.

           SELECT VENTES-SUSPENS ASSIGN TO SUSPENS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SUSPENS.

      * TOTAUX DU RUN DE FACTURATION (UN 'T' PAR INSTANCE)
           SELECT TOTAUX-FACTURE ASSIGN TO FACTTOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FACTTOT.

           SELECT HISTORIQUE-ANCIEN ASSIGN TO FLASHHI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FLASHHI.

           SELECT HISTORIQUE-NOUVEAU ASSIGN TO FLASHHO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FLASHHO.

           SELECT RAPPORT-FLASH ASSIGN TO RAPFLASH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPFLASH.

           SELECT FLASH-DELIMITE ASSIGN TO FLASHCSV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FLASHCSV.

       DATA DIVISION.
       FILE SECTION.
       FD ACQUIT-VEU
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 ENR-ACKVEU         PIC X(40).

       FD ACQUIT-VAS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 ENR-ACKVAS         PIC X(40).

       FD ACQUIT-VAM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 ENR-ACKVAM         PIC X(40).

       FD VENTES-SUSPENS.
       01 ENR-SUSPENS        PIC X(91).

       FD TOTAUX-FACTURE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-FACTTOT.
           05 FTT-TYPE               PIC X(1).
           05 FTT-PARTITION          PIC 9(1).
           05 FTT-NB-FACTURES        PIC 9(5).
           05 FTT-TOTAL-FACTURE      PIC 9(9)V99.
           05 FTT-TOTAL-TAXE         PIC 9(9)V99.
           05 FILLER                 PIC X(51).

      * UNE LIGNE PAR JOURNEE : DATE ET VALEUR DE CHAQUE INDICATEUR
      * DANS L'ORDRE DE TAB-INDICATEURS
       FD HISTORIQUE-ANCIEN
           RECORDING MODE IS F
           RECORD CONTAINS 244 CHARACTERS.
       01 ENR-FLASHHI.
           05 FHI-DATE          PIC X(10).
           05 FHI-VALEUR OCCURS 18 TIMES PIC S9(11)V99.

       FD HISTORIQUE-NOUVEAU
           RECORDING MODE IS F
           RECORD CONTAINS 244 CHARACTERS.
       01 ENR-FLASHHO.
           05 FHO-DATE          PIC X(10).
           05 FHO-VALEUR OCCURS 18 TIMES PIC S9(11)V99.

       FD RAPPORT-FLASH.
       01 ENR-RAPFLASH       PIC X(100).

       FD FLASH-DELIMITE.
       01 ENR-FLASHCSV       PIC X(150).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-ACKVEU        PIC 99.
       77 FS-ACKVAS        PIC 99.
       77 FS-ACKVAM        PIC 99.
       77 FS-SUSPENS       PIC 99.
       77 FS-FACTTOT       PIC 99.
       77 FS-FLASHHI       PIC 99.
       77 FS-FLASHHO       PIC 99.
       77 FS-RAPFLASH      PIC 99.
       77 FS-FLASHCSV      PIC 99.
       77 WS-FF-FICHIER    PIC 9 VALUE ZERO.

      * DESSIN DES ACQUITTEMENTS DE MAJDB
       01 ACK-ENR-TRAVAIL        PIC X(40).
       01 ACK-ENTETE REDEFINES ACK-ENR-TRAVAIL.
           05 AKH-TYPE           PIC X(1).
           05 AKH-REGION         PIC X(3).
           05 AKH-DATE           PIC X(10).
           05 FILLER             PIC X(26).
       01 ACK-DETAIL REDEFINES ACK-ENR-TRAVAIL.
           05 AKD-TYPE           PIC X(1).
           05 AKD-NUM-CMD        PIC 9(7).
           05 AKD-STATUT         PIC X(1).
           05 AKD-NB-ACCEPTEES   PIC 9(5).
           05 AKD-NB-SUSPENDUES  PIC 9(5).
           05 AKD-MONTANT        PIC 9(9)V99.
           05 FILLER             PIC X(10).

      * INDICATEURS DU FLASH : GENRE 'F' (FLUX DE LA JOURNEE, CUMULE
      * SUR LE MOIS) OU 'S' (SOLDE, DONT LE MOIS DONNE LA VARIATION),
      * NATURE 'N' (NOMBRE) OU 'M' (MONTANT), LIBELLE
       01 TAB-LIBELLES-INDIC.
           05 FILLER PIC X(32) VALUE 'FNCOMMANDES CHARGEES VEU'.
           05 FILLER PIC X(32) VALUE 'FMMONTANT CHARGE VEU'.
           05 FILLER PIC X(32) VALUE 'FNCOMMANDES CHARGEES VAS'.
           05 FILLER PIC X(32) VALUE 'FMMONTANT CHARGE VAS'.
           05 FILLER PIC X(32) VALUE 'FNCOMMANDES CHARGEES VAM'.
           05 FILLER PIC X(32) VALUE 'FMMONTANT CHARGE VAM'.
           05 FILLER PIC X(32) VALUE 'FNCOMMANDES CHARGEES TOTAL'.
           05 FILLER PIC X(32) VALUE 'FMMONTANT CHARGE TOTAL'.
           05 FILLER PIC X(32) VALUE 'FNLIGNES MISES EN SUSPENS'.
           05 FILLER PIC X(32) VALUE 'FNNOUVEAUX BLOCAGES CREDIT'.
           05 FILLER PIC X(32) VALUE 'FNRELIQUATS CREES'.
           05 FILLER PIC X(32) VALUE 'FNRELIQUATS SERVIS'.
           05 FILLER PIC X(32) VALUE 'FNEXPEDITIONS CONFIRMEES'.
           05 FILLER PIC X(32) VALUE 'FNFACTURES EMISES'.
           05 FILLER PIC X(32) VALUE 'FMMONTANT FACTURE'.
           05 FILLER PIC X(32) VALUE 'FMTAXE FACTUREE'.
           05 FILLER PIC X(32) VALUE 'FMENCAISSEMENTS APPLIQUES'.
           05 FILLER PIC X(32) VALUE 'SMENCOURS CLIENTS OUVERT'.
       01 TAB-LIBELLES-R REDEFINES TAB-LIBELLES-INDIC.
           05 LIB-INDIC OCCURS 18 TIMES.
               10 LIB-GENRE         PIC X(1).
               10 LIB-NATURE        PIC X(1).
               10 LIB-TEXTE         PIC X(30).
       77 NB-INDIC         PIC 99 VALUE 18.

      * VALEURS DE LA JOURNEE, DE J-7, DU MOIS ET DE REFERENCE
      * (DERNIER FLASH DU MOIS PRECEDENT, POUR LES SOLDES)
       01 TAB-INDICATEURS.
           05 INDIC-ENTRY OCCURS 18 TIMES INDEXED BY IDX-IND.
               10 IN-JOUR           PIC S9(11)V99 COMP-3.
               10 IN-J7             PIC S9(11)V99 COMP-3.
               10 IN-MOIS           PIC S9(11)V99 COMP-3.
               10 IN-REF            PIC S9(11)V99 COMP-3.

      * PARAMETRE SYSIN ET DATES DE COMPARAISON
       77 WS-DATE-SAISIE   PIC X(10) VALUE SPACES.
       77 WS-DATE-FLASH    PIC X(10) VALUE SPACES.
       77 WS-DATE-J7       PIC X(10) VALUE SPACES.
       77 WS-DATE-LIMITE   PIC X(10) VALUE SPACES.
       77 WS-DATE-REF      PIC X(10) VALUE SPACES.
       77 WS-DATE-CALCUL   PIC X(10) VALUE SPACES.
       77 WS-DEBUT-MOIS    PIC X(10) VALUE SPACES.
       77 WS-DATE-SYS      PIC X(8).
       77 WS-DATE-NUM      PIC 9(8) VALUE ZERO.
       77 WS-DATE-AAAAMMJJ PIC X(8).
       77 WS-JOUR-FLASH    PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-JOUR-CALCUL   PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-J7-TROUVE     PIC X VALUE 'N'.
           88 J7-TROUVE        VALUE 'O'.
       77 WS-REF-TROUVEE   PIC X VALUE 'N'.
           88 REF-TROUVEE      VALUE 'O'.

      * LECTURE DES ACQUITTEMENTS (1 = VEU, 2 = VAS, 3 = VAM : RANG
      * DE L'INDICATEUR DU NOMBRE DE COMMANDES = 2 * REGION - 1)
       77 WS-IDX-REGION    PIC 9 VALUE ZERO.
       77 WS-IDX-NB        PIC 99 VALUE ZERO.
       77 WS-IDX-MT        PIC 99 VALUE ZERO.

      * ZONES SQL
       77 WS-NB-SQL        PIC S9(9) COMP VALUE ZERO.
       77 WS-MONTANT-SQL   PIC S9(11)V99 COMP-3 VALUE ZERO.

      * COMPTEURS DE L'HISTORIQUE
       77 WS-NB-HISTO-LUS  PIC 9(5) VALUE ZERO.
       77 WS-NB-HISTO-GARDES PIC 9(5) VALUE ZERO.

      * EDITION
       77 WS-ECART-PCT     PIC S9(5)V9 COMP-3 VALUE ZERO.
       77 WS-VALEUR-EDIT   PIC S9(11)V99 COMP-3 VALUE ZERO.
       77 WS-ZONE-VALEUR   PIC X(16).
       77 WS-ZONE-JOUR     PIC X(16).
       77 WS-ZONE-J7       PIC X(16).
       77 WS-ZONE-MOIS     PIC X(16).
       77 WS-ZONE-ECART    PIC X(8).
       77 WS-CODE-INDIC    PIC 99.
       77 ED-NOMBRE        PIC -(12)9.
       77 ED-MONTANT       PIC -(12)9,99.
       77 ED-ECART         PIC -(5)9,9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME FLASHJR - FLASH QUOTIDIEN ==='

           PERFORM VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > NB-INDIC
               MOVE ZERO TO IN-JOUR(IDX-IND)
               MOVE ZERO TO IN-J7(IDX-IND)
               MOVE ZERO TO IN-MOIS(IDX-IND)
               MOVE ZERO TO IN-REF(IDX-IND)
           END-PERFORM

           PERFORM LIRE-PARAMETRES
           PERFORM CALCULER-DATES-COMPARAISON

           PERFORM LIRE-ACQUITTEMENTS
           PERFORM COMPTER-SUSPENS
           PERFORM LIRE-CHIFFRES-DB2
           PERFORM LIRE-TOTAUX-FACTURE

           PERFORM METTRE-A-JOUR-HISTORIQUE
           PERFORM CALCULER-CUMULS-MOIS

           PERFORM EDITER-FLASH

           DISPLAY 'JOURNEE DU FLASH       : ' WS-DATE-FLASH
           DISPLAY 'HISTORIQUE LU / GARDE  : ' WS-NB-HISTO-LUS
                   ' / ' WS-NB-HISTO-GARDES
           DISPLAY '=== FIN PROGRAMME FLASHJR ==='
           GOBACK.

      * DATE DE LA JOURNEE : SYSIN, SINON EN-TETE DE L'ACQUITTEMENT
      * VEU DE LA NUIT, SINON DATE DU JOUR
       LIRE-PARAMETRES.
           ACCEPT WS-DATE-SAISIE FROM SYSIN
           IF WS-DATE-SAISIE (1:4) NUMERIC
              AND WS-DATE-SAISIE (5:1) = '-'
              AND WS-DATE-SAISIE (6:2) NUMERIC
              AND WS-DATE-SAISIE (8:1) = '-'
              AND WS-DATE-SAISIE (9:2) NUMERIC
               MOVE WS-DATE-SAISIE TO WS-DATE-FLASH
               DISPLAY 'JOURNEE IMPOSEE EN SYSIN : ' WS-DATE-FLASH
           ELSE
               PERFORM LIRE-DATE-ACQUITTEMENT
           END-IF

           IF WS-DATE-FLASH = SPACES
               ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
               STRING WS-DATE-SYS (1:4) '-'
                      WS-DATE-SYS (5:2) '-'
                      WS-DATE-SYS (7:2)
                   DELIMITED BY SIZE INTO WS-DATE-FLASH
               END-STRING
               DISPLAY 'JOURNEE PRISE A LA DATE DU JOUR : '
                       WS-DATE-FLASH
           END-IF
           .

       LIRE-DATE-ACQUITTEMENT.
           OPEN INPUT ACQUIT-VEU
           IF FS-ACKVEU = ZERO
               READ ACQUIT-VEU INTO ACK-ENR-TRAVAIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AKH-TYPE = 'H'
                           MOVE AKH-DATE TO WS-DATE-FLASH
                           DISPLAY 'JOURNEE DE L ACQUITTEMENT VEU : '
                                   WS-DATE-FLASH
                       END-IF
               END-READ
               CLOSE ACQUIT-VEU
           END-IF
           .

      * J-7, PREMIER JOUR DU MOIS ET LIMITE DE CONSERVATION DE
      * L'HISTORIQUE (62 JOURS : LE MOIS EN COURS, LE DERNIER FLASH
      * DU MOIS PRECEDENT ET J-7 Y SONT TOUJOURS)
       CALCULER-DATES-COMPARAISON.
           MOVE WS-DATE-FLASH (1:4) TO WS-DATE-AAAAMMJJ (1:4)
           MOVE WS-DATE-FLASH (6:2) TO WS-DATE-AAAAMMJJ (5:2)
           MOVE WS-DATE-FLASH (9:2) TO WS-DATE-AAAAMMJJ (7:2)
           MOVE WS-DATE-AAAAMMJJ TO WS-DATE-NUM
           COMPUTE WS-JOUR-FLASH = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           COMPUTE WS-JOUR-CALCUL = WS-JOUR-FLASH - 7
           PERFORM CONVERTIR-JOUR-EN-DATE
           MOVE WS-DATE-CALCUL TO WS-DATE-J7

           COMPUTE WS-JOUR-CALCUL = WS-JOUR-FLASH - 62
           PERFORM CONVERTIR-JOUR-EN-DATE
           MOVE WS-DATE-CALCUL TO WS-DATE-LIMITE

           MOVE WS-DATE-FLASH TO WS-DEBUT-MOIS
           MOVE '01' TO WS-DEBUT-MOIS (9:2)

           DISPLAY 'COMPARAISON A J-7      : ' WS-DATE-J7
           .

       CONVERTIR-JOUR-EN-DATE.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-CALCUL)
           MOVE WS-DATE-NUM TO WS-DATE-AAAAMMJJ
           MOVE SPACES TO WS-DATE-CALCUL
           STRING WS-DATE-AAAAMMJJ (1:4) '-'
                  WS-DATE-AAAAMMJJ (5:2) '-'
                  WS-DATE-AAAAMMJJ (7:2)
               DELIMITED BY SIZE INTO WS-DATE-CALCUL
           END-STRING
           .

      * COMMANDES CHARGEES ET MONTANT PAR REGION : UNE COMMANDE DONT
      * AU MOINS UNE LIGNE A ETE ACCEPTEE COMPTE POUR CHARGEE ; UN
      * ACQUITTEMENT ABSENT VAUT REGION SANS FLUX
       LIRE-ACQUITTEMENTS.
           MOVE 1 TO WS-IDX-REGION
           PERFORM POSITIONNER-REGION
           OPEN INPUT ACQUIT-VEU
           IF FS-ACKVEU NOT = ZERO
               DISPLAY 'PAS D ACQUITTEMENT ACKVEU (FS=' FS-ACKVEU ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ ACQUIT-VEU INTO ACK-ENR-TRAVAIL
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM CUMULER-ACQUITTEMENT
                   END-READ
               END-PERFORM
               CLOSE ACQUIT-VEU
           END-IF

           MOVE 2 TO WS-IDX-REGION
           PERFORM POSITIONNER-REGION
           OPEN INPUT ACQUIT-VAS
           IF FS-ACKVAS NOT = ZERO
               DISPLAY 'PAS D ACQUITTEMENT ACKVAS (FS=' FS-ACKVAS ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ ACQUIT-VAS INTO ACK-ENR-TRAVAIL
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM CUMULER-ACQUITTEMENT
                   END-READ
               END-PERFORM
               CLOSE ACQUIT-VAS
           END-IF

           MOVE 3 TO WS-IDX-REGION
           PERFORM POSITIONNER-REGION
           OPEN INPUT ACQUIT-VAM
           IF FS-ACKVAM NOT = ZERO
               DISPLAY 'PAS D ACQUITTEMENT ACKVAM (FS=' FS-ACKVAM ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ ACQUIT-VAM INTO ACK-ENR-TRAVAIL
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           PERFORM CUMULER-ACQUITTEMENT
                   END-READ
               END-PERFORM
               CLOSE ACQUIT-VAM
           END-IF

           MOVE IN-JOUR(1) TO IN-JOUR(7)
           ADD IN-JOUR(3) IN-JOUR(5) TO IN-JOUR(7)
           MOVE IN-JOUR(2) TO IN-JOUR(8)
           ADD IN-JOUR(4) IN-JOUR(6) TO IN-JOUR(8)
           .

       POSITIONNER-REGION.
           COMPUTE WS-IDX-NB = 2 * WS-IDX-REGION - 1
           COMPUTE WS-IDX-MT = 2 * WS-IDX-REGION
           .

       CUMULER-ACQUITTEMENT.
           IF AKD-TYPE = 'D' AND AKD-NB-ACCEPTEES > ZERO
               ADD 1 TO IN-JOUR(WS-IDX-NB)
               ADD AKD-MONTANT TO IN-JOUR(WS-IDX-MT)
           END-IF
           .

      * TOUTE LIGNE DU SUSPENS DE LA NUIT (LIGNES DE FLUX ET
      * AMENDEMENTS REFUSES)
       COMPTER-SUSPENS.
           OPEN INPUT VENTES-SUSPENS
           IF FS-SUSPENS NOT = ZERO
               DISPLAY 'PAS DE FICHIER SUSPENS (FS=' FS-SUSPENS ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ VENTES-SUSPENS
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           ADD 1 TO IN-JOUR(9)
                   END-READ
               END-PERFORM
               CLOSE VENTES-SUSPENS
           END-IF
           .

      * CHIFFRES TENUS EN BASE, DATES DE LA JOURNEE
       LIRE-CHIFFRES-DB2.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-SQL
               FROM API6.CREDIT_HOLDS
               WHERE DATE_HOLD = :WS-DATE-FLASH
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-NB-SQL TO IN-JOUR(10)

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-SQL
               FROM API6.BACKORDERS
               WHERE DATE_BO = :WS-DATE-FLASH
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-NB-SQL TO IN-JOUR(11)

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-SQL
               FROM API6.BACKORDERS
               WHERE STATUT = 'S'
                 AND DATE_SERVICE = :WS-DATE-FLASH
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-NB-SQL TO IN-JOUR(12)

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-SQL
               FROM API6.EXPEDITIONS
               WHERE DATE_EXP = :WS-DATE-FLASH
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-NB-SQL TO IN-JOUR(13)

           EXEC SQL
               SELECT VALUE(SUM(MONTANT), 0)
               INTO :WS-MONTANT-SQL
               FROM API6.PAYMENT_EVENTS
               WHERE DATE_PAIEMENT = :WS-DATE-FLASH
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-MONTANT-SQL TO IN-JOUR(17)

           EXEC SQL
               SELECT VALUE(SUM(O_TOTAL - MONTANT_REGLE), 0)
               INTO :WS-MONTANT-SQL
               FROM API6.ORDER_STATUS
               WHERE STATUT = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-MONTANT-SQL TO IN-JOUR(18)
           .

      * FACTURES ET TAXE : SOMME DES ENREGISTREMENTS 'T' (UN SEUL EN
      * RUN UNIQUE, UN PAR INSTANCE SI LE FICHIER EST LA
      * CONCATENATION DES PARTITIONS)
       LIRE-TOTAUX-FACTURE.
           OPEN INPUT TOTAUX-FACTURE
           IF FS-FACTTOT NOT = ZERO
               DISPLAY 'PAS DE TOTAUX FACTTOT (FS=' FS-FACTTOT ')'
           ELSE
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ TOTAUX-FACTURE
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           IF FTT-TYPE = 'T'
                               ADD FTT-NB-FACTURES TO IN-JOUR(14)
                               ADD FTT-TOTAL-FACTURE TO IN-JOUR(15)
                               ADD FTT-TOTAL-TAXE TO IN-JOUR(16)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOTAUX-FACTURE
           END-IF
           .

      * RECOPIE DE L'HISTORIQUE (SAUF LA JOURNEE TRAITEE, REMPLACEE
      * EN CAS DE REJEU, ET LES JOURNEES TROP ANCIENNES) EN RELEVANT
      * AU PASSAGE J-7, LES JOURNEES DU MOIS ET LE DERNIER FLASH DU
      * MOIS PRECEDENT ; LA JOURNEE EST AJOUTEE EN FIN
       METTRE-A-JOUR-HISTORIQUE.
           OPEN OUTPUT HISTORIQUE-NOUVEAU
           IF FS-FLASHHO NOT = ZERO
               DISPLAY 'ERR OPEN FLASHHO - FS : ' FS-FLASHHO
               PERFORM ABEND-PROG
           END-IF

           OPEN INPUT HISTORIQUE-ANCIEN
           IF FS-FLASHHI = ZERO
               MOVE ZERO TO WS-FF-FICHIER
               PERFORM UNTIL WS-FF-FICHIER = 1
                   READ HISTORIQUE-ANCIEN
                       AT END
                           MOVE 1 TO WS-FF-FICHIER
                       NOT AT END
                           ADD 1 TO WS-NB-HISTO-LUS
                           PERFORM EXPLOITER-JOURNEE-HISTO
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-ANCIEN
           ELSE
               DISPLAY 'PAS D ANCIEN HISTORIQUE (FS=' FS-FLASHHI
                       ') - PREMIERE MISE EN SERVICE'
           END-IF

           MOVE SPACES TO ENR-FLASHHO
           MOVE WS-DATE-FLASH TO FHO-DATE
           PERFORM VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > NB-INDIC
               MOVE IN-JOUR(IDX-IND) TO FHO-VALEUR(IDX-IND)
           END-PERFORM
           WRITE ENR-FLASHHO
           IF FS-FLASHHO NOT = ZERO
               DISPLAY 'ERR WRITE FLASHHO - FS : ' FS-FLASHHO
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-HISTO-GARDES

           CLOSE HISTORIQUE-NOUVEAU
           .

       EXPLOITER-JOURNEE-HISTO.
           IF FHI-DATE = WS-DATE-FLASH
               CONTINUE
           ELSE
               IF FHI-DATE = WS-DATE-J7
                   MOVE 'O' TO WS-J7-TROUVE
                   PERFORM VARYING IDX-IND FROM 1 BY 1
                       UNTIL IDX-IND > NB-INDIC
                       MOVE FHI-VALEUR(IDX-IND) TO IN-J7(IDX-IND)
                   END-PERFORM
               END-IF

               IF FHI-DATE >= WS-DEBUT-MOIS
                  AND FHI-DATE < WS-DATE-FLASH
                   PERFORM VARYING IDX-IND FROM 1 BY 1
                       UNTIL IDX-IND > NB-INDIC
                       ADD FHI-VALEUR(IDX-IND) TO IN-MOIS(IDX-IND)
                   END-PERFORM
               END-IF

               IF FHI-DATE < WS-DEBUT-MOIS
                  AND FHI-DATE > WS-DATE-REF
                   MOVE FHI-DATE TO WS-DATE-REF
                   MOVE 'O' TO WS-REF-TROUVEE
                   PERFORM VARYING IDX-IND FROM 1 BY 1
                       UNTIL IDX-IND > NB-INDIC
                       MOVE FHI-VALEUR(IDX-IND) TO IN-REF(IDX-IND)
                   END-PERFORM
               END-IF

               IF FHI-DATE >= WS-DATE-LIMITE
                   MOVE ENR-FLASHHI TO ENR-FLASHHO
                   WRITE ENR-FLASHHO
                   IF FS-FLASHHO NOT = ZERO
                       DISPLAY 'ERR WRITE FLASHHO - FS : ' FS-FLASHHO
                       PERFORM ABEND-PROG
                   END-IF
                   ADD 1 TO WS-NB-HISTO-GARDES
               END-IF
           END-IF
           .

      * CUMUL DU MOIS : JOURNEES ANTERIEURES DU MOIS + JOURNEE POUR
      * LES FLUX ; VARIATION DEPUIS LE DERNIER FLASH DU MOIS
      * PRECEDENT POUR LES SOLDES
       CALCULER-CUMULS-MOIS.
           PERFORM VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > NB-INDIC
               IF LIB-GENRE(IDX-IND) = 'S'
                   COMPUTE IN-MOIS(IDX-IND) =
                       IN-JOUR(IDX-IND) - IN-REF(IDX-IND)
               ELSE
                   ADD IN-JOUR(IDX-IND) TO IN-MOIS(IDX-IND)
               END-IF
           END-PERFORM
           .

      * PAGE IMPRIMEE ET FICHIER DELIMITE, UNE LIGNE PAR INDICATEUR
       EDITER-FLASH.
           OPEN OUTPUT RAPPORT-FLASH
           IF FS-RAPFLASH NOT = ZERO
               DISPLAY 'ERR OPEN RAPFLASH - FS : ' FS-RAPFLASH
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT FLASH-DELIMITE
           IF FS-FLASHCSV NOT = ZERO
               DISPLAY 'ERR OPEN FLASHCSV - FS : ' FS-FLASHCSV
               PERFORM ABEND-PROG
           END-IF

           MOVE SPACES TO ENR-RAPFLASH
           STRING '=== FLASH QUOTIDIEN DE L''ACTIVITE - JOURNEE DU '
                  WS-DATE-FLASH ' ==='
               DELIMITED BY SIZE INTO ENR-RAPFLASH
           END-STRING
           WRITE ENR-RAPFLASH

           MOVE SPACES TO ENR-RAPFLASH
           IF J7-TROUVE
               STRING 'COMPARAISON : MEME JOUR SEMAINE PRECEDENTE ('
                      WS-DATE-J7 ') ET CUMUL DU MOIS'
                   DELIMITED BY SIZE INTO ENR-RAPFLASH
               END-STRING
           ELSE
               STRING 'COMPARAISON : PAS DE FLASH LE ' WS-DATE-J7
                      ' (SEMAINE PRECEDENTE) - CUMUL DU MOIS SEUL'
                   DELIMITED BY SIZE INTO ENR-RAPFLASH
               END-STRING
           END-IF
           WRITE ENR-RAPFLASH

           MOVE SPACES TO ENR-RAPFLASH
           WRITE ENR-RAPFLASH
           MOVE SPACES TO ENR-RAPFLASH
           STRING 'INDICATEUR                    '
                  '             JOUR'
                  '        SEMAINE-1'
                  '  ECART %'
                  '       CUMUL MOIS'
               DELIMITED BY SIZE INTO ENR-RAPFLASH
           END-STRING
           WRITE ENR-RAPFLASH
           MOVE ALL '-' TO ENR-RAPFLASH
           WRITE ENR-RAPFLASH

           MOVE SPACES TO ENR-FLASHCSV
           STRING 'DATE;CODE;INDICATEUR;JOUR;SEMAINE_PRECEDENTE;'
                  'ECART_PCT;CUMUL_MOIS'
               DELIMITED BY SIZE INTO ENR-FLASHCSV
           END-STRING
           WRITE ENR-FLASHCSV

           PERFORM VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > NB-INDIC
               IF IDX-IND = 9 OR IDX-IND = 14
                   MOVE SPACES TO ENR-RAPFLASH
                   WRITE ENR-RAPFLASH
               END-IF
               PERFORM EDITER-INDICATEUR
           END-PERFORM

           MOVE SPACES TO ENR-RAPFLASH
           WRITE ENR-RAPFLASH
           MOVE SPACES TO ENR-RAPFLASH
           IF REF-TROUVEE
               STRING 'ENCOURS : CUMUL MOIS = VARIATION DEPUIS LE '
                      'FLASH DU ' WS-DATE-REF
                   DELIMITED BY SIZE INTO ENR-RAPFLASH
               END-STRING
           ELSE
               STRING 'ENCOURS : PAS DE FLASH DU MOIS PRECEDENT - '
                      'VARIATION DU MOIS NON CALCULEE'
                   DELIMITED BY SIZE INTO ENR-RAPFLASH
               END-STRING
           END-IF
           WRITE ENR-RAPFLASH

           CLOSE RAPPORT-FLASH
           CLOSE FLASH-DELIMITE
           .

       EDITER-INDICATEUR.
           MOVE IN-JOUR(IDX-IND) TO WS-VALEUR-EDIT
           PERFORM EDITER-VALEUR
           MOVE WS-ZONE-VALEUR TO WS-ZONE-JOUR

           IF J7-TROUVE
               MOVE IN-J7(IDX-IND) TO WS-VALEUR-EDIT
               PERFORM EDITER-VALEUR
               MOVE WS-ZONE-VALEUR TO WS-ZONE-J7
               IF IN-J7(IDX-IND) = ZERO
                   MOVE '     N/S' TO WS-ZONE-ECART
               ELSE
                   COMPUTE WS-ECART-PCT ROUNDED =
                       (IN-JOUR(IDX-IND) - IN-J7(IDX-IND)) * 100
                       / IN-J7(IDX-IND)
                       ON SIZE ERROR
                           MOVE 99999,9 TO WS-ECART-PCT
                   END-COMPUTE
                   MOVE WS-ECART-PCT TO ED-ECART
                   MOVE ED-ECART TO WS-ZONE-ECART
               END-IF
           ELSE
               MOVE '             N/D' TO WS-ZONE-J7
               MOVE '     N/D' TO WS-ZONE-ECART
           END-IF

           IF LIB-GENRE(IDX-IND) = 'S' AND NOT REF-TROUVEE
               MOVE '             N/D' TO WS-ZONE-MOIS
           ELSE
               MOVE IN-MOIS(IDX-IND) TO WS-VALEUR-EDIT
               PERFORM EDITER-VALEUR
               MOVE WS-ZONE-VALEUR TO WS-ZONE-MOIS
           END-IF

           MOVE SPACES TO ENR-RAPFLASH
           STRING LIB-TEXTE(IDX-IND) ' ' WS-ZONE-JOUR ' ' WS-ZONE-J7
                  ' ' WS-ZONE-ECART ' ' WS-ZONE-MOIS
               DELIMITED BY SIZE INTO ENR-RAPFLASH
           END-STRING
           WRITE ENR-RAPFLASH

           SET WS-CODE-INDIC TO IDX-IND
           MOVE SPACES TO ENR-FLASHCSV
           STRING WS-DATE-FLASH ';' WS-CODE-INDIC ';'
                  LIB-TEXTE(IDX-IND) DELIMITED BY '  '
                  ';' WS-ZONE-JOUR ';' WS-ZONE-J7 ';'
                  WS-ZONE-ECART ';' WS-ZONE-MOIS
                  DELIMITED BY SIZE
               INTO ENR-FLASHCSV
           END-STRING
           WRITE ENR-FLASHCSV
           .

      * EDITION D'UNE VALEUR SELON LA NATURE DE L'INDICATEUR
       EDITER-VALEUR.
           MOVE SPACES TO WS-ZONE-VALEUR
           IF LIB-NATURE(IDX-IND) = 'M'
               MOVE WS-VALEUR-EDIT TO ED-MONTANT
               MOVE ED-MONTANT TO WS-ZONE-VALEUR
           ELSE
               MOVE WS-VALEUR-EDIT TO ED-NOMBRE
               MOVE ED-NOMBRE TO WS-ZONE-VALEUR (4:13)
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
