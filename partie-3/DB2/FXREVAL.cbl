      * EN VIGUEUR DU FICHIER TAUX (MEME LECTURE EFFECTIVE QUE
      * FACTURE), EDITE LE GAIN/PERTE LATENT PAR DEVISE ET EMET LES
      * ECRITURES D'AJUSTEMENT EQUILIBREES AU FORMAT JOURNLGL.
      * LA PART DEJA ENCAISSEE D'UNE COMMANDE EN DEVISE EST SOLDEE PAR
      * ENCAISSE AU TAUX DE LA VENTE, SON ECART DE CHANGE ETANT
      * COMPTABILISE COMME REALISE : SEULE LA PART RESTEE OUVERTE EST
      * REEVALUEE ICI. LE LATENT CUMULE PAR DEVISE DU RUN PRECEDENT
      * (FXLATI, ABSENT AU PREMIER RUN) EST RELU ET SEUL SON
      * MOUVEMENT EST COMPTABILISE, Y COMPRIS L'EXTOURNE D'UNE DEVISE
      * SANS PLUS AUCUN ENCOURS ; LE LATENT DU RUN EST REECRIT DANS
      * FXLATO POUR LE RUN SUIVANT. UN MEME ECART N'EST AINSI JAMAIS
      * COMPTABILISE DEUX FOIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPFX.

           SELECT LATENT-ANCIEN ASSIGN TO FXLATI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FXLATI.

           SELECT LATENT-NOUVEAU ASSIGN TO FXLATO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-FXLATO.

       DATA DIVISION.
       FILE SECTION.
       FD TAUX.
       FD RAPPORT-FXREVAL.
       01 ENR-RAPFX          PIC X(80).

      * LATENT CUMULE PAR DEVISE, SIGNE EN CLAIR ('+' GAIN, '-' PERTE)
       FD LATENT-ANCIEN
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 ENR-FXLATI.
           05 FLI-DEVISE         PIC X(3).
           05 FLI-SIGNE          PIC X(1).
           05 FLI-ECART          PIC 9(9)V99.
           05 FILLER             PIC X(5).

       FD LATENT-NOUVEAU
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 ENR-FXLATO.
           05 FLO-DEVISE         PIC X(3).
           05 FLO-SIGNE          PIC X(1).
           05 FLO-ECART          PIC 9(9)V99.
           05 FILLER             PIC X(5).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
       77 WS-ECART-TOTAL     PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ECART-ABS       PIC 9(9)V9(2) VALUE ZERO.

      * LATENT DU RUN PRECEDENT PAR DEVISE ; LP-VU MARQUE LES DEVISES
      * RETROUVEES DANS L'ENCOURS DU RUN, LES AUTRES SONT EXTOURNEES
       77 FS-FXLATI          PIC 99.
       77 FS-FXLATO          PIC 99.
       77 WS-FF-FXLATI       PIC 9 VALUE ZERO.
       01 TAB-LATENT-PREC.
           05 NB-LATENT-PREC     PIC 99 VALUE ZERO.
           05 LATENT-PREC-ENTRY OCCURS 50 TIMES INDEXED BY IDX-LTP.
               10 LP-DEVISE          PIC X(3).
               10 LP-ECART           PIC S9(9)V9(2) USAGE COMP-3.
               10 LP-VU              PIC X(1).
       77 WS-LATENT-PREC     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-MOUVEMENT-DEVISE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-LATENT-PREC-TOTAL PIC S9(11)V9(2) USAGE COMP-3
                                VALUE ZERO.
       77 WS-MOUVEMENT-TOTAL PIC S9(11)V9(2) USAGE COMP-3 VALUE ZERO.

      * TOTAUX DU JOURNAL COMPTABLE
       77 FS-JNLFX           PIC 99.
       77 FS-RAPFX           PIC 99.
       77 ED-NB              PIC Z(4)9.
       77 ED-MONTANT         PIC -(9)9,99.
       77 ED-OUVERT          PIC Z(9)9,99.
       77 ED-MOUVEMENT       PIC -(9)9,99.

       PROCEDURE DIVISION.

           END-STRING

           PERFORM CHARGER-TAUX-FX
           PERFORM CHARGER-LATENT-PREC
           PERFORM OUV-FICHIERS

           EXEC SQL
           END-PERFORM

           PERFORM EDITER-TOTAL-DEVISE
           PERFORM EXTOURNER-LATENTS-SOLDES

           EXEC SQL
               CLOSE CFXREVAL
               END-STRING
               WRITE ENR-RAPFX

               PERFORM RETROUVER-LATENT-PREC
               PERFORM EDITER-MOUVEMENT-DEVISE
               PERFORM ECRIRE-LATENT-DEVISE

               ADD WS-ECART-DEVISE TO WS-ECART-TOTAL
               PERFORM ECRIRE-ECRITURES-DEVISE

           .

       ECRIRE-ECRITURES-DEVISE.
           IF WS-MOUVEMENT-DEVISE = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-ECART-ABS =
                   FUNCTION ABS(WS-MOUVEMENT-DEVISE)
               IF WS-MOUVEMENT-DEVISE > ZERO
                   MOVE '41120000' TO JGL-COMPTE
                   MOVE SPACES TO JGL-LIBELLE
                   STRING 'CLIENTS ECART CONV '
           END-IF
           .

      * LATENT DU RUN PRECEDENT DE LA DEVISE EN RUPTURE (ZERO SI
      * ELLE N'AVAIT PAS D'ENCOURS) ; LA DEVISE EST MARQUEE VUE
       RETROUVER-LATENT-PREC.
           MOVE ZERO TO WS-LATENT-PREC
           PERFORM VARYING IDX-LTP FROM 1 BY 1
               UNTIL IDX-LTP > NB-LATENT-PREC
               IF LP-DEVISE(IDX-LTP) = WS-DEVISE-COURANTE
                   MOVE LP-ECART(IDX-LTP) TO WS-LATENT-PREC
                   MOVE 'O' TO LP-VU(IDX-LTP)
               END-IF
           END-PERFORM
           .

      * SEUL LE MOUVEMENT DU LATENT DEPUIS LE RUN PRECEDENT EST
      * COMPTABILISE
       EDITER-MOUVEMENT-DEVISE.
           COMPUTE WS-MOUVEMENT-DEVISE =
               WS-ECART-DEVISE - WS-LATENT-PREC
           ADD WS-LATENT-PREC TO WS-LATENT-PREC-TOTAL
           ADD WS-MOUVEMENT-DEVISE TO WS-MOUVEMENT-TOTAL

           MOVE WS-LATENT-PREC TO ED-MONTANT
           MOVE WS-MOUVEMENT-DEVISE TO ED-MOUVEMENT
           MOVE SPACES TO ENR-RAPFX
           STRING '           LATENT PRECEDENT=' ED-MONTANT
                  '  MOUVEMENT=' ED-MOUVEMENT
               DELIMITED BY SIZE INTO ENR-RAPFX
           END-STRING
           WRITE ENR-RAPFX
           .

      * LATENT DU RUN, RELU PAR LE RUN SUIVANT
       ECRIRE-LATENT-DEVISE.
           IF WS-ECART-DEVISE = ZERO
               CONTINUE
           ELSE
               MOVE SPACES TO ENR-FXLATO
               MOVE WS-DEVISE-COURANTE TO FLO-DEVISE
               IF WS-ECART-DEVISE < ZERO
                   MOVE '-' TO FLO-SIGNE
               ELSE
                   MOVE '+' TO FLO-SIGNE
               END-IF
               COMPUTE FLO-ECART = FUNCTION ABS(WS-ECART-DEVISE)
               WRITE ENR-FXLATO
               IF FS-FXLATO NOT = ZERO
                   DISPLAY 'ERR WRITE FXLATO - FS : ', FS-FXLATO
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

      * DEVISES DU RUN PRECEDENT SANS PLUS AUCUN ENCOURS OUVERT
      * (TOUT ENCAISSE, L'ECART EST DEVENU REALISE) : LEUR LATENT
      * EST EXTOURNE EN ENTIER
       EXTOURNER-LATENTS-SOLDES.
           PERFORM VARYING IDX-LTP FROM 1 BY 1
               UNTIL IDX-LTP > NB-LATENT-PREC
               IF LP-VU(IDX-LTP) NOT = 'O'
                   MOVE LP-DEVISE(IDX-LTP) TO WS-DEVISE-COURANTE
                   MOVE ZERO TO WS-ECART-DEVISE
                   MOVE ZERO TO WS-OUVERT-CUMUL
                   MOVE ZERO TO ED-NB
                   MOVE ZERO TO ED-OUVERT
                   MOVE ZERO TO ED-MONTANT
                   MOVE SPACES TO ENR-RAPFX
                   STRING 'DEVISE ' WS-DEVISE-COURANTE
                          '  COMMANDES=' ED-NB
                          '  OUVERT USD=' ED-OUVERT
                          '  ECART LATENT=' ED-MONTANT
                       DELIMITED BY SIZE INTO ENR-RAPFX
                   END-STRING
                   WRITE ENR-RAPFX
                   MOVE LP-ECART(IDX-LTP) TO WS-LATENT-PREC
                   MOVE 'O' TO LP-VU(IDX-LTP)
                   PERFORM EDITER-MOUVEMENT-DEVISE
                   PERFORM ECRIRE-ECRITURES-DEVISE
               END-IF
           END-PERFORM
           .

      * LATENT DU RUN PRECEDENT ; FICHIER ABSENT = PREMIER RUN, TOUT
      * LE LATENT DU RUN EST COMPTABILISE
       CHARGER-LATENT-PREC.
           MOVE ZERO TO NB-LATENT-PREC
           OPEN INPUT LATENT-ANCIEN
           IF FS-FXLATI = ZERO
               MOVE ZERO TO WS-FF-FXLATI
               PERFORM UNTIL WS-FF-FXLATI = 1
                   READ LATENT-ANCIEN
                       AT END
                           MOVE 1 TO WS-FF-FXLATI
                       NOT AT END
                           PERFORM RETENIR-LATENT-PREC
                   END-READ
               END-PERFORM
               CLOSE LATENT-ANCIEN
           ELSE
               DISPLAY 'PAS DE FICHIER FXLATI (FS=' FS-FXLATI
                       ') - AUCUN LATENT ANTERIEUR'
           END-IF
           DISPLAY 'LATENTS ANTERIEURS CHARGES : ' NB-LATENT-PREC
           .

       RETENIR-LATENT-PREC.
           IF NB-LATENT-PREC < 50
               ADD 1 TO NB-LATENT-PREC
               SET IDX-LTP TO NB-LATENT-PREC
               MOVE FLI-DEVISE TO LP-DEVISE(IDX-LTP)
               IF FLI-SIGNE = '-'
                   COMPUTE LP-ECART(IDX-LTP) = ZERO - FLI-ECART
               ELSE
                   MOVE FLI-ECART TO LP-ECART(IDX-LTP)
               END-IF
               MOVE 'N' TO LP-VU(IDX-LTP)
           ELSE
               DISPLAY 'TAB-LATENT-PREC PLEINE - DEVISE IGNOREE : '
                       FLI-DEVISE
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN-ISO TO JGL-DATE
           STRING 'ECART LATENT TOUTES DEVISES : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFX
           WRITE ENR-RAPFX

           MOVE WS-LATENT-PREC-TOTAL TO ED-MONTANT
           MOVE SPACES TO ENR-RAPFX
           STRING 'LATENT DU RUN PRECEDENT     : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFX
           WRITE ENR-RAPFX

           MOVE WS-MOUVEMENT-TOTAL TO ED-MONTANT
           MOVE SPACES TO ENR-RAPFX
           STRING 'MOUVEMENT COMPTABILISE      : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPFX
           WRITE ENR-RAPFX
           .

       OUV-FICHIERS.
           IF FS-RAPFX NOT = ZERO
               DISPLAY 'ERR OPEN RAPFX - FS : ', FS-RAPFX
           END-IF
           OPEN OUTPUT LATENT-NOUVEAU
           IF FS-FXLATO NOT = ZERO
               DISPLAY 'ERR OPEN FXLATO - FS : ', FS-FXLATO
           END-IF
           MOVE SPACES TO ENR-RAPFX
           STRING '=== REEVALUATION DES CREANCES EN DEVISES ==='
               DELIMITED BY SIZE INTO ENR-RAPFX
       FERM-FICHIERS.
           CLOSE JOURNAL-GL
           CLOSE RAPPORT-FXREVAL
           CLOSE LATENT-NOUVEAU
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
