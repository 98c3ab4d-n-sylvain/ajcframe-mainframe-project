      * VENANT DU REFERENTIEL FOURNISSEURS DEJA UTILISE PAR MAJPROD.
      * LES ACHATS TRAVAILLENT AINSI SUR UN FICHIER PRODUIT CHAQUE
      * NUIT AU LIEU DU TABLEUR TENU A LA MAIN.
      * CHAQUE SUGGESTION EST AUSSI ECRITE A FORMAT FIXE DANS LE
      * FICHIER D'APPROBATION SUGAPPR, NON APPROUVEE ('N') ET
      * AFFECTEE AU DEPOT EU : L'ACHETEUR PASSE A 'O' LES LIGNES
      * RETENUES (QUANTITE ET DEPOT MODIFIABLES) EN Y PORTANT SON
      * CODE ACHETEUR, ET GENCDA EN FAIT DES COMMANDES D'ACHAT
      * NUMEROTEES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SUGACHAT.

           SELECT SUGGESTIONS-APPRO ASSIGN TO SUGAPPR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SUGAPPR.

           SELECT RAPPORT-REAPPRO ASSIGN TO RAPREAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPREAP.
       FD SUGGESTIONS-ACHAT.
       01 ENR-SUGACHAT          PIC X(80).

      * SUGGESTION A APPROUVER, MEME DESSIN QUE L'ENTREE DE GENCDA
       FD SUGGESTIONS-APPRO.
       01 ENR-SUGAPPR.
           05 SGA-APPROUVE      PIC X(1).
           05 SGA-FOURNISSEUR   PIC X(5).
           05 SGA-P-NO          PIC X(3).
           05 SGA-QTE           PIC 9(7).
           05 SGA-DEPOT         PIC X(2).
           05 SGA-ACHETEUR      PIC X(8).

       FD RAPPORT-REAPPRO.
       01 ENR-RAPREAP           PIC X(60).

      * VARIABLES DE CONTROLE FICHIERS
       77 FS-FOURNIS         PIC 99.
       77 FS-SUGACHAT        PIC 99.
       77 FS-SUGAPPR         PIC 99.
       77 FS-RAPREAP         PIC 99.
       77 WS-FF-FOURNIS      PIC 9 VALUE ZERO.


           PERFORM CHARGER-FOURNISSEURS
           PERFORM OUV-SUGACHAT
           PERFORM OUV-SUGAPPR
           PERFORM OUV-RAPREAP

           EXEC SQL
           END-IF

           PERFORM FERM-SUGACHAT
           PERFORM FERM-SUGAPPR
           PERFORM ECRIRE-RAPPORT-REAPPRO
           PERFORM FERM-RAPREAP
           DISPLAY 'FIN PROGRAMME REAPPRO'
           IF FS-SUGACHAT NOT = ZERO
               DISPLAY 'ERR WRITE SUGACHAT - FS : ', FS-SUGACHAT
               PERFORM ABEND-PROG
           END-IF

           MOVE 'N' TO SGA-APPROUVE
           MOVE WS-FOURNISSEUR TO SGA-FOURNISSEUR
           MOVE WS-P-NO TO SGA-P-NO
           MOVE WS-QTE-SUGGEREE TO SGA-QTE
           MOVE 'EU' TO SGA-DEPOT
           MOVE SPACES TO SGA-ACHETEUR
           WRITE ENR-SUGAPPR
           IF FS-SUGAPPR NOT = ZERO
               DISPLAY 'ERR WRITE SUGAPPR - FS : ', FS-SUGAPPR
               PERFORM ABEND-PROG
           END-IF.

       OUV-SUGACHAT.
               DISPLAY 'ERR CLOSE SUGACHAT - FS : ', FS-SUGACHAT
           END-IF.

       OUV-SUGAPPR.
           OPEN OUTPUT SUGGESTIONS-APPRO
           IF FS-SUGAPPR NOT = ZERO THEN
               DISPLAY 'ERR OPEN SUGAPPR - FS : ', FS-SUGAPPR
           END-IF.

       FERM-SUGAPPR.
           CLOSE SUGGESTIONS-APPRO
           IF FS-SUGAPPR NOT = ZERO THEN
               DISPLAY 'ERR CLOSE SUGAPPR - FS : ', FS-SUGAPPR
           END-IF.

       OUV-RAPREAP.
           OPEN OUTPUT RAPPORT-REAPPRO
           IF FS-RAPREAP NOT = ZERO THEN
