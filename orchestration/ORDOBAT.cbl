       PROGRAM-ID. ORDOBAT.

      * ENCHAINEMENT DU BATCH DE NUIT : MAJPROD, MAJDB, EXTRACT,
      * FACTURE, PUIS CHGFACTK ET K5DB2 DANS L'ORDRE, AVEC CONTROLE
      * DE PRESENCE ET DE CONTENU DE CHAQUE FICHIER D'ENTREE AVANT
      * D'APPELER LE PROGRAMME QUI EN A BESOIN. L'ENCHAINEMENT
      * S'ARRETE AU PREMIER PREREQUIS MANQUANT AVEC UN MESSAGE CLAIR,
      * AU LIEU DE LAISSER UN PROGRAMME EN AVAL ABENDER SUR UN
      * FICHIER VIDE OU ABSENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       01 LIGNE-TAUX            PIC X(30).

       FD VENTESEU.
       01 ENR-VENTESEU          PIC X(52).

       FD VENTESAS.
       01 ENR-VENTESAS          PIC X(52).

       FD VENTESAM.
       01 ENR-VENTESAM          PIC X(52).

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  EXTRACT-RECORD       PIC X(479).

       FD  FICHIER-TAXES
           RECORDING MODE IS F
       FD PARTK.
       01 ENR-PARTK.
           05 ID-PARTK          PIC X(5).
           05 FILLER            PIC X(81).

       WORKING-STORAGE SECTION.
       77 FS-NEWPRODS           PIC XX.
           END-IF

           IF ETAPE-A-EXECUTER(5)
               DISPLAY '--- ETAPE 5/5 : CHGFACTK ET K5DB2 ---'
               PERFORM ETAPE5-K5DB2
           ELSE
               DISPLAY '--- ETAPE 5/5 : CHGFACTK ET K5DB2 - SAUTEE ---'
               MOVE 5 TO WS-ETAPE-COURANTE
               PERFORM CONSOMMER-CARTES-ETAPE
           END-IF
           PERFORM ECRIRE-CHECKPOINT-CHAINE
           .

      * L'ETAPE 5 COMMENCE PAR LE CHARGEMENT SERIE DU KSDS A5FACTK A
      * PARTIR DE L'IMAGE ECRITE PAR FACTURE, FICHIER FERME DANS CICS
      * PENDANT LE CHARGEMENT. CHGFACTK EST REJOUABLE SANS DOUBLON :
      * UNE REPRISE A L'ETAPE 5 LE RELANCE SANS REFACTURER, LE POINT
      * DE REPRISE DE L'ETAPE 4 ETANT ECRIT DES LA FIN DE FACTURE
       ETAPE5-K5DB2.
           MOVE 5 TO WS-ETAPE-COURANTE
           MOVE 'CHGFACTK' TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
           CALL 'CHGFACTK'
           MOVE RETURN-CODE TO WS-RC-ETAPE
           PERFORM ECRIRE-JOURNAL-ETAPE
           IF RETURN-CODE NOT = ZERO
               MOVE 'CHGFACTK' TO WS-LIBELLE-PREREQUIS
               PERFORM ARRET-PROG
           END-IF

           PERFORM VERIFIER-PARTK
           MOVE 'K5DB2' TO WS-PROG-COURANT
           PERFORM NOTER-HEURE-DEBUT
           MOVE ZERO TO RETURN-CODE
