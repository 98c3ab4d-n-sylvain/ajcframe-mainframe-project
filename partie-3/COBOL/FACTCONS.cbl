      * FICHIERS DE TOTAUX FACTTOT1 A FACTTOT4 PRODUITS PAR LES
      * INSTANCES PARTITIONNEES (UN FICHIER ABSENT = PARTITION NON
      * LANCEE, TOLERE), ADDITIONNE LES TOTAUX GENERAUX ET FUSIONNE
      * LES RECAPS DE TAXE ET DE PORT PAR ETAT, ET ECRIT LE PIED DE
      * BATCH CONSOLIDE DANS FACTTOTG -- L'EQUIVALENT DU
      * RECAPITULATIF ET DU RAPPORT DE TAXE D'UN RUN UNIQUE. LE KSDS
      * A5FACTK EST ENSUITE CHARGE PAR CHGFACTK, EN SERIE, A PARTIR
      * DES IMAGES ECRITES PAR LES PARTITIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           05 FTT-TOTAL-COMMISSION   PIC 9(9)V99.
           05 FTT-TOTAL-REMISE       PIC 9(9)V99.
           05 FTT-TOTAL-HT           PIC 9(9)V99.
           05 FTT-TOTAL-FRET         PIC 9(9)V99.
           05 FILLER                 PIC X(7).
       01  ENR-FACTTOT-S REDEFINES ENR-FACTTOT.
           05 FILLER                 PIC X(2).
           05 FTS-STATE              PIC X(2).
           05 FTS-TAXE-COLLECTEE     PIC 9(9)V99.
           05 FTS-VENTES-EXONEREES   PIC 9(9)V99.
           05 FILLER                 PIC X(43).
       01  ENR-FACTTOT-P REDEFINES ENR-FACTTOT.
           05 FILLER                 PIC X(2).
           05 FTP-STATE              PIC X(2).
           05 FTP-NB-FACTURES        PIC 9(5).
           05 FTP-PORT               PIC 9(9)V99.
           05 FTP-TAXE               PIC 9(9)V99.
           05 FILLER                 PIC X(49).

       FD  TOTAUX-CONSOLIDES
           RECORDING MODE IS F
       77 WS-TOT-COMMISSION         PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-REMISE             PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-HT                 PIC 9(10)V99 VALUE ZERO.
       77 WS-TOT-FRET               PIC 9(10)V99 VALUE ZERO.

      * RECAP DE TAXE FUSIONNE PAR ETAT
       01 TAB-TAXE-CONSOLIDEE.
               10 PY-AUTOLIQ        PIC 9(10)V99 VALUE ZERO.
       77 WS-IDX-PYC-TROUVE         PIC 999 VALUE ZERO.

      * PORT FACTURE FUSIONNE PAR ETAT (ENREGISTREMENTS 'P')
       01 TAB-FRET-CONSOLIDE.
           05 WS-NB-ETATS-FRET      PIC 999 VALUE ZERO.
           05 FRET-CONSOLIDE OCCURS 60 TIMES INDEXED BY IDX-FRC.
               10 FC-STATE          PIC X(2).
               10 FC-NB             PIC 9(6) VALUE ZERO.
               10 FC-PORT           PIC 9(10)V99 VALUE ZERO.
               10 FC-TAXE           PIC 9(10)V99 VALUE ZERO.
       77 WS-IDX-FRC-TROUVE         PIC 999 VALUE ZERO.

      * ZONES EDITEES
       77 ED-NB                     PIC Z(5)9.
       77 ED-MONTANT                PIC Z(8).ZZZ,99.

           PERFORM ECRIRE-CONSOLIDATION

           MOVE ZERO TO RETURN-CODE
           CALL 'CHGFACTK'
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'ECHEC DU CHARGEMENT DE A5FACTK - RC : ',
                       RETURN-CODE
               GOBACK
           END-IF

           DISPLAY '=== PARTITIONS CONSOLIDEES : ',
                   WS-NB-PARTITIONS-LUES, ' ==='
           DISPLAY '=== FIN CONSOLIDATION ==='
                   ADD FTT-TOTAL-COMMISSION TO WS-TOT-COMMISSION
                   ADD FTT-TOTAL-REMISE TO WS-TOT-REMISE
                   ADD FTT-TOTAL-HT TO WS-TOT-HT
                   ADD FTT-TOTAL-FRET TO WS-TOT-FRET
               WHEN 'S'
                   PERFORM CUMULER-ETAT
               WHEN 'V'
                   PERFORM CUMULER-PAYS
               WHEN 'P'
                   PERFORM CUMULER-FRET
               WHEN OTHER
                   DISPLAY 'ENREGISTREMENT DE TOTAUX INCONNU : ',
                           FTT-TYPE
           END-IF
           .

       CUMULER-FRET.
           MOVE ZERO TO WS-IDX-FRC-TROUVE
           PERFORM VARYING IDX-FRC FROM 1 BY 1
               UNTIL IDX-FRC > WS-NB-ETATS-FRET
                  OR WS-IDX-FRC-TROUVE > ZERO
               IF FC-STATE(IDX-FRC) = FTP-STATE
                   SET WS-IDX-FRC-TROUVE TO IDX-FRC
               END-IF
           END-PERFORM

           IF WS-IDX-FRC-TROUVE = ZERO
               IF WS-NB-ETATS-FRET < 60
                   ADD 1 TO WS-NB-ETATS-FRET
                   MOVE WS-NB-ETATS-FRET TO WS-IDX-FRC-TROUVE
                   MOVE FTP-STATE TO FC-STATE(WS-IDX-FRC-TROUVE)
                   MOVE ZERO TO FC-NB(WS-IDX-FRC-TROUVE)
                   MOVE ZERO TO FC-PORT(WS-IDX-FRC-TROUVE)
                   MOVE ZERO TO FC-TAXE(WS-IDX-FRC-TROUVE)
               ELSE
                   DISPLAY 'TAB-FRET-CONSOLIDE PLEINE - ETAT IGNORE'
               END-IF
           END-IF

           IF WS-IDX-FRC-TROUVE > ZERO
               ADD FTP-NB-FACTURES TO FC-NB(WS-IDX-FRC-TROUVE)
               ADD FTP-PORT TO FC-PORT(WS-IDX-FRC-TROUVE)
               ADD FTP-TAXE TO FC-TAXE(WS-IDX-FRC-TROUVE)
           END-IF
           .

       ECRIRE-CONSOLIDATION.
           OPEN OUTPUT TOTAUX-CONSOLIDES
           IF WS-FACTTOTG-STATUS NOT = '00'
               DELIMITED BY SIZE INTO ENR-FACTTOTG
           WRITE ENR-FACTTOTG

           MOVE WS-TOT-FRET TO ED-MONTANT
           MOVE SPACES TO ENR-FACTTOTG
           STRING 'TOTAL PORT FACTURE     : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-FACTTOTG
           WRITE ENR-FACTTOTG

           MOVE SPACES TO ENR-FACTTOTG
           STRING 'ETAT  VENTES TAXABLES     TAXE COLLECTEE'
               DELIMITED BY SIZE
               WRITE ENR-FACTTOTG
           END-PERFORM

           MOVE SPACES TO ENR-FACTTOTG
           STRING 'ETAT   FACT.  PORT FACTURE      TAXE SUR PORT'
               DELIMITED BY SIZE
               INTO ENR-FACTTOTG
           END-STRING
           WRITE ENR-FACTTOTG

           PERFORM VARYING IDX-FRC FROM 1 BY 1
               UNTIL IDX-FRC > WS-NB-ETATS-FRET
               MOVE FC-NB(IDX-FRC) TO ED-NB
               MOVE FC-PORT(IDX-FRC) TO ED-MONTANT
               MOVE FC-TAXE(IDX-FRC) TO ED-MONTANT2
               MOVE SPACES TO ENR-FACTTOTG
               STRING FC-STATE(IDX-FRC) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      ED-NB DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      ED-MONTANT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      ED-MONTANT2 DELIMITED BY SIZE
                  INTO ENR-FACTTOTG
               END-STRING
               WRITE ENR-FACTTOTG
           END-PERFORM

           CLOSE TOTAUX-CONSOLIDES
           .
