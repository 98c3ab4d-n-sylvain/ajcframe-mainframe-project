      * LES LIGNES NON RAPPROCHEES PARTENT DANS UN LISTING POUR LA
      * COMPTABILITE, ET L'APPLICATION DU MATIN TOURNE SANS RESSAISIE.
      * LA TOLERANCE DE MONTANT EST LUE EN SYSIN (1,00 USD PAR DEFAUT).
      * CHAQUE PAIEMENT EMIS PORTE L'IDENTIFIANT DU LOT (LBX + DATE ET
      * HEURE DU RUN) : ENCAISSE ENREGISTRE LES LOTS QU'IL APPLIQUE ET
      * REFUSE UN LOT DEJA APPLIQUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
          05 PAY-DATE        PIC X(10).
          05 PAY-MONTANT     PIC 9(7)V99.
          05 PAY-REFERENCE   PIC X(10).
          05 PAY-DEVISE      PIC X(3).
          05 PAY-MONTANT-DEVISE PIC 9(7)V99.
      * LOT LOCKBOX D'ORIGINE (BLANC POUR LES AUTRES SOURCES)
          05 PAY-LOT         PIC X(15).

       FD NON-RAPPROCHES.
       01 ENR-LBXUNMAT.
       77 WS-TOLERANCE-SAISIE PIC X(8) VALUE SPACES.
       77 WS-TOLERANCE        PIC 9(5)V99 VALUE 1,00.

      * IDENTIFIANT DU LOT EMIS VERS ENCAISSE
       77 WS-LOT-LOCKBOX      PIC X(15) VALUE SPACES.
       77 WS-DATE-SYS         PIC X(8).
       77 WS-HEURE-SYS        PIC X(8).

      * RESULTAT DU RAPPROCHEMENT DE LA LIGNE EN COURS
       77 WS-CLIENT-RAPPROCHE PIC S9(4)V USAGE COMP-3 VALUE ZERO.
       77 WS-RAPPROCHE        PIC X VALUE 'N'.

           DISPLAY '=== PROGRAMME LOCKBOX - INTEGRATION BANQUE ==='
           PERFORM LIRE-TOLERANCE
           PERFORM DETERMINER-LOT
           PERFORM OUV-LOCKBOX
           PERFORM OUV-PAYMENTS
           PERFORM OUV-LBXUNMAT
           END-IF
           .

       DETERMINER-LOT.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE SPACES TO WS-LOT-LOCKBOX
           STRING 'LBX' DELIMITED BY SIZE
                  WS-DATE-SYS DELIMITED BY SIZE
                  WS-HEURE-SYS (1:4) DELIMITED BY SIZE
               INTO WS-LOT-LOCKBOX
           END-STRING
           DISPLAY 'LOT LOCKBOX : ' WS-LOT-LOCKBOX
           .

      * RAPPROCHEMENT DE LA LIGNE : REFERENCE EXACTE D'ABORD (NUMERO
      * CLIENT OU NUMERO DE COMMANDE EN TETE DE REFERENCE), PUIS
      * MONTANT A TOLERANCE PRES CONTRE LES ENCOURS OUVERTS
           MOVE LBX-DATE TO PAY-DATE
           MOVE LBX-MONTANT TO PAY-MONTANT
           MOVE LBX-REFERENCE TO PAY-REFERENCE
           MOVE SPACES TO PAY-DEVISE
           MOVE ZERO TO PAY-MONTANT-DEVISE
           MOVE WS-LOT-LOCKBOX TO PAY-LOT
           WRITE ENR-PAYMENT
           IF FS-PAYMENTS NOT = ZERO
               DISPLAY 'ERR WRITE PAYMENTS - FS : ', FS-PAYMENTS
               DELIMITED BY SIZE INTO ENR-RAPLBX
           WRITE ENR-RAPLBX

           MOVE SPACES TO ENR-RAPLBX
           STRING 'LOT EMIS VERS ENCAISSE    : ' WS-LOT-LOCKBOX
               DELIMITED BY SIZE INTO ENR-RAPLBX
           WRITE ENR-RAPLBX

           MOVE WS-NB-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPLBX
           STRING 'LIGNES BANQUE LUES        : ' ED-NB
