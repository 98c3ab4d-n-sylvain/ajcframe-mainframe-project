           FILE STATUS IS WS-FACTCTL-STATUS.

      * TOTAUX DE L'INSTANCE, POUR LA CONSOLIDATION DES RUNS
      * PARALLELES (UN ENREGISTREMENT 'T' DE TOTAUX GENERAUX, UN
      * 'S' PAR ETAT DU RECAP DE TAXE ET UN 'P' PAR ETAT DU PORT
      * FACTURE)
           SELECT TOTAUX-PARTITION ASSIGN TO WS-FACTTOT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAPTAXE-STATUS.

      * INTERFACE COMPTABLE : JOURNAL A ECRITURES EQUILIBREES
      * (CLIENTS, VENTES, PORT FACTURE, TAXE A REVERSER PAR ETAT,
      * COMMISSIONS)
      * PRODUIT EN FIN DE RUN POUR L'IMPORT DIRECT DANS LE GRAND
      * LIVRE, A LA PLACE DE LA RESSAISIE MANUELLE DES TOTAUX
           SELECT JOURNAL-GL ASSIGN TO JOURNLGL
      * N'IMPORTE QUE SON ACTIVITE. EN RUN PARTITIONNE, LES SERIES
      * RESTENT CELLES DES PARTITIONS (PAS DE DECOUPE PAR ENTITE EN
      * PARALLELE), SEULS L'EN-TETE ET LE JOURNAL SONT VENTILES.
      * UN CLIENT INTRAGROUPE (L'AUTRE ENTITE, MARQUEE DANS SOCIECLI)
      * N'EST PAS UNE CREANCE COMMERCIALE : SES FACTURES SONT PASSEES
      * EN CREANCE ET VENTE INTRAGROUPE CHEZ L'ENTITE EMETTRICE, ET EN
      * ACHAT ET DETTE INTRAGROUPE CHEZ L'ENTITE CLIENTE, POUR QUE LE
      * RAPPROCHEMENT MENSUEL (ELIMGRP) PUISSE LES ELIMINER.
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SOCIECLI-STATUS.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAPREM-STATUS.

      * BAREME DE PORT, CHARGE EN MEMOIRE AU DEMARRAGE COMME LE
      * BAREME DE REMISES : LIGNES 'B' (TRANCHE DE PORT PAR ETAT DE
      * LIVRAISON ET PLAFOND DE NET FACTURE, ETAT '**' = TOUTES
      * DESTINATIONS), 'F' (SEUIL DE FRANCO, NET A PARTIR DUQUEL LE
      * PORT EST OFFERT), 'T' (REGLE DE TAXE DU PORT PAR ETAT, 'N' =
      * PORT NON TAXABLE, TAXABLE PAR DEFAUT) ET 'X' (CLIENT EXEMPTE
      * DE PORT, CLE = C_NO) ; UN FICHIER ABSENT VAUT PORT OFFERT
      * POUR TOUS, COMME AVANT
           SELECT FICHIER-FRET ASSIGN TO FRETTAB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FRET-STATUS.

      * REGISTRE LEGAL DES FACTURES : CHAQUE DOCUMENT EMIS RECOIT LE
      * NUMERO SUIVANT D'UNE SERIE CONTINUE PERSISTEE DANS NUMFACT
      * (DERNIER NUMERO UTILISE, RELU AU DEMARRAGE), ET UNE LIGNE DE
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGFACT-STATUS.

      * IMAGE DU REGISTRE POUR LE KSDS A5FACTK CONSULTE EN LIGNE PAR
      * LA TRANSACTION A5FACT : CHAQUE INSTANCE ECRIT SON PROPRE
      * FICHIER SEQUENTIEL (FACTKI EN RUN UNIQUE, FACTKIN EN RUN
      * PARTITIONNE), AVEC LE CLIENT QUE LE REGISTRE NE PORTE PAS.
      * LE KSDS LUI-MEME N'EST CHARGE QUE PAR CHGFACTK, EN UNE SEULE
      * ETAPE SERIE APRES LA FACTURATION : AUCUNE INSTANCE N'OUVRE
      * LE FICHIER PARTAGE
           SELECT IMAGE-FACTK ASSIGN TO WS-FACTKI-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FACTK-STATUS.

      * ARCHIVE LEGALE DES DOCUMENTS EMIS : UNE PAR SERIE (ARCFACTA/
      * ARCFACTB PAR ENTITE, ARCFACTN EN RUN PARTITIONNE), ECRITE UNE
      * SEULE FOIS PAR DOCUMENT ET JAMAIS REECRITE, AVEC L'IMAGE
      * COMPLETE DU DOCUMENT ET UNE EMPREINTE CHAINEE AU DOCUMENT
      * PRECEDENT DE LA SERIE, CONTROLEE PAR VERIFARC
           SELECT ARCHIVE-FACT ASSIGN TO WS-ARCFACT-FILENAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARCFACT-STATUS.

      * POINT DE REPRISE : NOMBRE DE FACTURES DEJA GENEREES AVEC SUCCES
      * LORS D'UN RUN ANTERIEUR SUR CE MEME EXTRACT-FILE, POUR POUVOIR
      * REDEMARRER SANS REGENERER DE FACTURES EN DOUBLE APRES UN ABEND
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 479 CHARACTERS.
       01  EXTRACT-RECORD.
           05 EXT-COMPANY           PIC X(30).
           05 EXT-ADDRESS           PIC X(100).
           05 EXT-QUANTITY          PIC 9(2).
           05 EXT-PRICE             PIC 9(3)V99.
           05 EXT-LINE-TOTAL        PIC 9(5)V99.
      * ADRESSE DE LIVRAISON DE LA COMMANDE (SHIP_TO DU CODE PORTE
      * PAR ORDERS.CODE_LIVR) ; SANS CODE, C'EST L'ADRESSE DE
      * FACTURATION QUI EST REPRISE. L'ETAT DE LIVRAISON PORTE LA
      * TAXE DE VENTE A LA FACTURATION
           05 EXT-LIV-CODE          PIC X(3).
           05 EXT-LIV-NOM           PIC X(30).
           05 EXT-LIV-ADDRESS       PIC X(100).
           05 EXT-LIV-CITY          PIC X(20).
           05 EXT-LIV-ZIP           PIC X(5).
           05 EXT-LIV-STATE         PIC X(2).
      * ECHEANCE DE LA COMMANDE (ORDERS.DATE_ECHEANCE) ET LIBELLE DES
      * CONDITIONS DE PAIEMENT DU CLIENT, IMPRIMES SUR LA FACTURE
           05 EXT-DATE-ECH          PIC X(10).
           05 EXT-COND-LIB          PIC X(20).
           05 FILLER                PIC X(1).
      
      * LISTING AVEC CARACTERE DE COMMANDE CHARIOT ASA EN COLONNE 1 :
      * AFFECTATION CLIENT -> ENTITE JURIDIQUE
       FD  SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-SOCIECLI.
           05 SCL-C-NO               PIC 9(4).
           05 SCL-SOCIETE            PIC X(1).
      * CLIENT INTRAGROUPE : CODE DE L'ENTITE DU GROUPE QUE REPRESENTE
      * LE COMPTE CLIENT (BLANC = CLIENT TIERS)
           05 SCL-INTERCO            PIC X(1).

      * IDENTITE DES ENTITES JURIDIQUES
       FD  SOCIETES
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-RAPREM                PIC X(60).

      * BAREME DE PORT : TYPE, CLE (ETAT SUR 2 CARACTERES POUR LES
      * LIGNES 'B' ET 'T', C_NO POUR LES LIGNES 'X'), PLAFOND DE LA
      * TRANCHE (LIGNES 'B') OU SEUIL DE FRANCO (LIGNE 'F'), MONTANT
      * DU PORT (LIGNES 'B'), PORT TAXABLE O/N (LIGNES 'T')
       FD  FICHIER-FRET
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
       01  ENR-FRET.
           05 FRT-TYPE               PIC X(1).
           05 FRT-CLE                PIC X(4).
           05 FRT-MONTANT            PIC 9(7)V99.
           05 FRT-FRAIS              PIC 9(5)V99.
           05 FRT-TAXABLE            PIC X(1).

      * SERIE DES NUMEROS DE FACTURE : DERNIER NUMERO UTILISE
       FD  NUMFACT-FILE
           RECORDING MODE IS F
           05 REG-MONTANT             PIC 9(9)V99.
           05 REG-RUN-ID              PIC X(14).

      * IMAGE DU KSDS DU REGISTRE, MEME DESSIN QUE DANS A5FACT
       FD  IMAGE-FACTK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-FACTK.
           05 CLE-FACTK.
               10 SOCIETE-FACTK       PIC X(1).
               10 NUMFACT-FACTK       PIC 9(7).
           05 TYPE-DOC-FACTK          PIC X(1).
           05 O-NO-FACTK              PIC 9(7).
           05 C-NO-FACTK              PIC 9(4).
           05 COMPANY-FACTK           PIC X(30).
           05 DATE-FACTK              PIC X(10).
           05 MONTANT-FACTK           PIC 9(9)V99.
           05 RUN-ID-FACTK            PIC X(14).
           05 FILLER                  PIC X(15).

      * ARCHIVE LEGALE : UN ENREGISTREMENT 'E' D'ENTETE PAR DOCUMENT
      * (CLE SOCIETE + NUMERO DE FACTURE, SEQUENCE 000) SUIVI D'UN
      * ENREGISTREMENT 'L' PAR LIGNE DE L'IMAGE DU DOCUMENT (SEQUENCE
      * 001 A 500). L'EMPREINTE PORTE SUR LES 88 PREMIERS OCTETS DE
      * L'ENTETE PUIS SUR CHAQUE LIGNE, AMORCEE PAR L'EMPREINTE DU
      * DOCUMENT PRECEDENT DE LA SERIE (ARC-HASH-PREC). LA TAXE DU
      * DOCUMENT (ARC-TAXE), PORTEE APRES LES EMPREINTES POUR LE
      * RAPPROCHEMENT FISCAL D'EXPFISC, EST AUSSI IMPRIMEE SUR
      * L'IMAGE ET DONC COUVERTE PAR L'EMPREINTE
       FD  ARCHIVE-FACT
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ENR-ARCFACT.
           05 ARC-SOCIETE             PIC X(1).
           05 ARC-NUMFACT             PIC 9(7).
           05 ARC-TYPE-ENR            PIC X(1).
           05 ARC-SEQ                 PIC 9(3).
           05 ARC-DONNEES             PIC X(138).
       01  ENR-ARCFACT-E REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-TYPE-DOC            PIC X(1).
           05 ARC-O-NO                PIC 9(7).
           05 ARC-COMPANY             PIC X(30).
           05 ARC-DATE                PIC X(10).
           05 ARC-MONTANT             PIC 9(9)V99.
           05 ARC-RUN-ID              PIC X(14).
           05 ARC-NB-LIGNES           PIC 9(3).
           05 ARC-HASH-PREC           PIC 9(18).
           05 ARC-HASH                PIC 9(18).
           05 ARC-TAXE                PIC 9(9)V99.
           05 FILLER                  PIC X(15).
       01  ENR-ARCFACT-L REDEFINES ENR-ARCFACT.
           05 FILLER                  PIC X(12).
           05 ARC-LIGNE               PIC X(132).
           05 FILLER                  PIC X(6).

       FD  CONTROLE-FACTURE
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS.
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
      * ENREGISTREMENT 'P' : PORT FACTURE PAR ETAT DE LIVRAISON
       01  ENR-FACTTOT-P REDEFINES ENR-FACTTOT.
           05 FILLER                 PIC X(2).
           05 FTP-STATE              PIC X(2).
           05 FTP-NB-FACTURES        PIC 9(5).
           05 FTP-PORT               PIC 9(9)V99.
           05 FTP-TAXE               PIC 9(9)V99.
           05 FILLER                 PIC X(49).

      * POINT DE REPRISE
       FD  CHECKPOINT-FILE
      * LECTURE DES LIGNES DE PRODUITS N'AVANCE LE TAMPON EXTRACT VERS
      * LA COMMANDE SUIVANTE, POUR LE RECORD H ECRIT APRES LES TOTAUX
       77 WS-STRUCT-COMPANY         PIC X(30).
       77 WS-STRUCT-C-NO            PIC 9(4).
       77 WS-STRUCT-STATE           PIC X(2).
       77 WS-STRUCT-ODATE           PIC X(10).
       77 WS-STRUCT-LIV-CODE        PIC X(3).
       77 WS-STRUCT-DATE-ECH        PIC X(10).

      * ETAT OU LA MARCHANDISE EST LIVREE : CELUI DE L'ADRESSE DE
      * LIVRAISON, OU A DEFAUT CELUI DU CLIENT FACTURE ; C'EST LUI QUI
      * PORTE LA TAXE DE VENTE ET LE RECAP DE TAXE PAR ETAT
       77 WS-ETAT-LIVRAISON         PIC X(2).
      
      * VARIABLES POUR LA FACTURE EN COURS
       77 WS-CURRENT-ORDER          PIC 9(7) VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO           PIC 9(4).
               10 SC-SOCIETE        PIC X(1).
               10 SC-INTERCO        PIC X(1).
       01 TAB-SOCIETES.
           05 WS-NB-SOCIETES        PIC 9 VALUE ZERO.
           05 SOCIETE-ENTRY OCCURS 5 TIMES INDEXED BY IDX-SOC.
               10 SO-ADRESSE        PIC X(40).
               10 SO-VILLE          PIC X(30).
       77 WS-SOCIETE-FACTURE        PIC X(1) VALUE 'A'.
      * ENTITE DU GROUPE QUE REPRESENTE LE CLIENT DE LA FACTURE EN
      * COURS (BLANC = CLIENT TIERS) ET SON RANG DANS TAB-TOTAUX-SOC
       77 WS-INTERCO-CLIENT         PIC X(1) VALUE SPACE.
       77 WS-IDX-SOC-CLIENTE        PIC 9 VALUE 1.
       77 WS-NB-FACTURES-INTERCO    PIC 9(5) VALUE ZERO.
       77 WS-NOM-EMETTEUR           PIC X(30) VALUE SPACES.
       77 WS-ADR-EMETTEUR           PIC X(40) VALUE SPACES.
       77 WS-VILLE-EMETTEUR         PIC X(30) VALUE SPACES.
               10 TSC-HT            PIC 9(11)V99 VALUE ZERO.
               10 TSC-TAXE          PIC 9(11)V99 VALUE ZERO.
               10 TSC-COMMISSION    PIC 9(11)V99 VALUE ZERO.
               10 TSC-FRET          PIC 9(11)V99 VALUE ZERO.
      * PART INTRAGROUPE DES VENTES DE L'ENTITE (TTC ET HT) ET ACHATS
      * INTRAGROUPE DE L'ENTITE CLIENTE (TTC)
               10 TSC-TTC-IC        PIC 9(11)V99 VALUE ZERO.
               10 TSC-HT-IC         PIC 9(11)V99 VALUE ZERO.
               10 TSC-ACHAT-IC      PIC 9(11)V99 VALUE ZERO.
       77 WS-IDX-SOC-COURANT        PIC 9 VALUE 1.

      * VARIABLES DU TRAITEMENT TVA PAR PAYS
       77 WS-RAPREM-ED              PIC Z(7).ZZZ,99.
       77 WS-RAPREM-NB-ED           PIC Z(4)9.

      * VARIABLES DU BAREME DE PORT
       77 WS-FRET-STATUS            PIC XX.
       77 WS-EOF-FRET               PIC X VALUE 'N'.
           88 EOF-FRET              VALUE 'Y'.
       01 TAB-FRET.
           05 WS-NB-FRET            PIC 999 VALUE ZERO.
           05 FRET-ENTRY OCCURS 200 TIMES INDEXED BY IDX-FRT.
               10 FR-TYPE           PIC X(1).
               10 FR-CLE            PIC X(4).
               10 FR-MONTANT        PIC 9(7)V99.
               10 FR-FRAIS          PIC 9(5)V99.
               10 FR-TAXABLE        PIC X(1).
       77 WS-SEUIL-FRANCO           PIC 9(7)V99 VALUE ZERO.
       77 WS-CLIENT-EXEMPT-FRET     PIC X VALUE 'N'.
           88 CLIENT-EXEMPT-FRET    VALUE 'O'.
       77 WS-FRET-TAXABLE           PIC X VALUE 'O'.
           88 FRET-TAXABLE          VALUE 'O'.
       77 WS-ETAT-CHERCHE-FRET      PIC X(2).
       77 WS-PLAFOND-RETENU         PIC 9(7)V99 VALUE ZERO.
       77 WS-FRET-FACTURE           PIC 9(5)V99 VALUE ZERO.
       77 WS-TAXE-FRET              PIC 9(5)V99 VALUE ZERO.
       77 WS-GRAND-TOTAL-FRET       PIC 9(9)V99 VALUE ZERO.
       77 WS-STRUCT-FRET-ED         PIC Z(6).ZZZ,99.

      * CUMUL DU PORT FACTURE PAR ETAT DE LIVRAISON, POUR LE
      * RECAPITULATIF DE FIN DE RUN
       01 TAB-FRET-RECAP.
           05 WS-NB-FRET-RECAP      PIC 99 VALUE ZERO.
           05 FRET-RECAP-ENTRY OCCURS 60 TIMES INDEXED BY IDX-FRR.
               10 FRR-STATE         PIC X(2).
               10 FRR-NB-FACTURES   PIC 9(5) VALUE ZERO.
               10 FRR-PORT          PIC 9(9)V99 VALUE ZERO.
               10 FRR-TAXE          PIC 9(9)V99 VALUE ZERO.
       77 WS-IDX-FRR-TROUVE         PIC 99 VALUE ZERO.
       77 WS-RAPTAXE-NB-ED          PIC Z(4)9.

      * IDENTIFIANT DE PARTITION DE L'INSTANCE, LU EN SYSIN : '0' OU
      * BLANC = RUN UNIQUE HISTORIQUE, '1' A '4' = INSTANCE PARALLELE
      * SUR EXTRACTN AVEC SES FICHIERS PROPRES (CHKFACTN, NUMFACTN,
       77 WS-CHKFACT-FILENAME       PIC X(20) VALUE 'CHKFACT'.
       77 WS-NUMFACT-FILENAME       PIC X(20) VALUE 'NUMFACT'.
       77 WS-REGFACT-FILENAME       PIC X(20) VALUE 'REGFACT'.
       77 WS-ARCFACT-FILENAME       PIC X(20) VALUE 'ARCFACT'.
       77 WS-FACTKI-FILENAME        PIC X(20) VALUE 'FACTKI'.
       77 WS-FACTTOT-FILENAME       PIC X(20) VALUE 'FACTTOT'.
       77 WS-FACTTOT-STATUS         PIC XX.
       77 WS-FACTCTL-FILENAME       PIC X(20) VALUE 'FACTCTL'.
      * VARIABLES DU REGISTRE DES FACTURES
       77 WS-NUMFACT-STATUS         PIC XX.
       77 WS-REGFACT-STATUS         PIC XX.
       77 WS-FACTK-STATUS           PIC XX.
       77 WS-NUMFACT-COURANT        PIC 9(7) VALUE ZERO.
       77 WS-RUN-ID                 PIC X(14).
       77 WS-RUN-DATE               PIC X(8).
       77 WS-RUN-HEURE              PIC X(8).

      * VARIABLES DE L'ARCHIVE LEGALE : DERNIER DOCUMENT ARCHIVE ET
      * SON EMPREINTE PAR SERIE (ENTREE 1 = ENTITE A OU PARTITION,
      * ENTREE 2 = ENTITE B), RELUS EN FIN D'ARCHIVE AU DEMARRAGE
       77 WS-ARCFACT-STATUS         PIC XX.
       77 WS-EOF-ARCFACT            PIC X VALUE 'N'.
           88 EOF-ARCFACT           VALUE 'Y'.
       01 TAB-ARCHIVE-SOC.
           05 ARCHIVE-SOC-ENTRY OCCURS 2 TIMES INDEXED BY IDX-ASC.
               10 ASC-DERNIER       PIC 9(7) VALUE ZERO.
               10 ASC-HASH          PIC 9(18) VALUE ZERO.
       77 WS-NB-ARCHIVES            PIC 9(5) VALUE ZERO.
       01 WS-EMPREINTE.
           05 WS-HASH-1             PIC 9(9).
           05 WS-HASH-2             PIC 9(9).
       01 WS-EMPREINTE-NUM REDEFINES WS-EMPREINTE PIC 9(18).
       77 WS-BLOC-EMPREINTE         PIC X(132).

      * VARIABLES DU JOURNAL COMPTABLE
       77 WS-JOURNLGL-STATUS        PIC XX.
       77 WS-JGL-NB-ECRITURES       PIC 9(5) VALUE ZERO.
      
       01 LIGNE-CADRE-ADRESSE-HAUT.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-LIV-TITRE          PIC X(10).
           05 FILLER                PIC X(64) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '+'.
           05 FILLER                PIC X(34) VALUE ALL '-'.
           05 FILLER                PIC X(1) VALUE '+'.
      
       01 LIGNE-ADRESSE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-LIV-NOM            PIC X(30).
           05 FILLER                PIC X(44) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-COMPANY            PIC X(27).
      
       01 LIGNE-RUE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-LIV-ADDRESS        PIC X(50).
           05 FILLER                PIC X(24) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-ADDRESS            PIC X(27).
      
       01 LIGNE-VILLE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-LIV-CITY           PIC X(20).
           05 LA-LIV-SEP            PIC X(2).
           05 LA-LIV-ZIP            PIC X(5).
           05 FILLER                PIC X(47) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-CITY               PIC X(20).
      
       01 LIGNE-STATE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-LIV-STATE          PIC X(2).
           05 FILLER                PIC X(72) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LA-STATE              PIC X(2).
           05 FILLER                PIC X(87) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.
      
      * CONDITIONS DE PAIEMENT DU CLIENT ET ECHEANCE DE LA COMMANDE
      * (ORDERS.DATE_ECHEANCE, PORTEE PAR L'EXTRACT)
       01 LIGNE-ECHEANCE.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'Payment Terms: '.
           05 LEC-COND-LIB          PIC X(20).
           05 FILLER                PIC X(14) VALUE '   Due Date : '.
           05 LEC-DATE-ECH          PIC X(10).
           05 FILLER                PIC X(53) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-CONTACT.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

      * FRAIS DE PORT FACTURES, IMPRIMES SEULEMENT QUAND IL Y EN A
       01 LIGNE-FRET.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(76) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
                                               'FREIGHT            : '.
           05 LFR-AMOUNT            PIC ZZ.ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

      * MENTION D'EXONERATION IMPRIMEE EN LIEU ET PLACE DE LA LIGNE
      * DE TAXE POUR LES CLIENTS A CERTIFICAT VALIDE
       01 LIGNE-EXONERATION.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(65) VALUE SPACES.
           05 FILLER                PIC X(32) VALUE
                                   'TOTAL (INCL. FREIGHT AND TAX) : '.
           05 LTO-AMOUNT            PIC ZZ.ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(81) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

       01 LIGNE-RECAP-FRET.
           05 FILLER                PIC X(1) VALUE '|'.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(31) VALUE
                                    'TOTAL FRAIS DE PORT FACTURES: '.
           05 LRP-AMOUNT            PIC Z(6).ZZZ,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 FILLER                PIC X(3) VALUE 'USD'.
           05 FILLER                PIC X(81) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '|'.

      * NOMBRE DE FACTURES DONT LE TAUX DE COMMISSION (EXT-COM, ISSU
      * DE EMPLOYEES.COM) ETAIT HORS BORNES ET A ETE REMPLACE PAR LE
      * TAUX PAR DEFAUT
       01 LIGNE-COMPACTE-ADDRESS    PIC X(80).
       01 LIGNE-COMPACTE-VILLE      PIC X(80).
       01 LIGNE-COMPACTE-STATE      PIC X(80).
       01 LIGNE-COMPACTE-LIVRAISON  PIC X(80).
       01 LIGNE-COMPACTE-DATE       PIC X(80).

       01 LIGNE-COMPACTE-COMMANDE.
           05 FILLER                PIC X(5) VALUE SPACES.
           05 LCC-O-DATE            PIC X(10).

       01 LIGNE-COMPACTE-ECHEANCE.
           05 FILLER                PIC X(8) VALUE 'Terms : '.
           05 LCEC-COND-LIB         PIC X(20).
           05 FILLER                PIC X(12) VALUE ' Due Date : '.
           05 LCEC-DATE-ECH         PIC X(10).

       01 LIGNE-COMPACTE-CONTACT.
           05 FILLER                PIC X(36) VALUE
              'Your contact within the department '.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LCRM-MONTANT          PIC ZZZZ,99.

       01 LIGNE-COMPACTE-FRET.
           05 FILLER                PIC X(36) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'FREIGHT  '.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 LCFR-MONTANT          PIC ZZZZ,99.

       01 LIGNE-COMPACTE-TAXE.
           05 FILLER                PIC X(36) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'SALES TAX'.
      * CHARGEMENT DU BAREME DE REMISES
           PERFORM CHARGER-REMISES-MEMOIRE

      * CHARGEMENT DU BAREME DE PORT
           PERFORM CHARGER-FRET-MEMOIRE

      * CHARGEMENT DES EXONERATIONS DE TAXE PAR CLIENT
           PERFORM CHARGER-EXONERATIONS

      * (UNE SERIE ET UN REGISTRE PAR ENTITE EN RUN NON PARTITIONNE)
           PERFORM LIRE-NUMFACT

      * DERNIER DOCUMENT ARCHIVE ET SON EMPREINTE PAR SERIE, POINT
      * D'ACCROCHE DU CHAINAGE DES DOCUMENTS DE CE RUN
           PERFORM CHARGER-ARCHIVE

      * TAUX DE CHANGE ET DEVISES DE FACTURATION PAR CLIENT
           PERFORM CHARGER-TAUX-FACT
           PERFORM CHARGER-DEVCLI
               END-IF
           END-IF

      * L'IMAGE DU KSDS EST PROPRE A L'INSTANCE ET RESTE OUVERTE
      * POUR TOUT LE RUN ; ELLE EST ALLONGEE TANT QUE CHGFACTK NE
      * L'A PAS CONSOMMEE (REPRISE, MINI-CYCLES SUCCESSIFS)
           OPEN EXTEND IMAGE-FACTK
           IF WS-FACTK-STATUS NOT = '00'
               OPEN OUTPUT IMAGE-FACTK
               IF WS-FACTK-STATUS NOT = '00'
                   DISPLAY "ERREUR OUVERTURE FACTKI : ",
                           WS-FACTK-STATUS
                   PERFORM ABEND-PROG
               END-IF
           END-IF

      * LE POINT DE REPRISE NE S'APPLIQUE QU'AU MODE FICHIER UNIQUE :
      * EN MODE PAQUET PAR CLIENT, "LA DERNIERE FACTURE ECRITE" N'A
      * PLUS DE SENS PUISQUE CHAQUE CLIENT A SON PROPRE FICHIER
           IF WS-PARTITION-ID > ZERO
               CLOSE REGISTRE-FACT
           END-IF
           CLOSE IMAGE-FACTK

           DISPLAY "DOCUMENTS VERSES A L'ARCHIVE LEGALE : ",
                   WS-NB-ARCHIVES
           DISPLAY "FACTURES INTRAGROUPE : ", WS-NB-FACTURES-INTERCO
           DISPLAY "=== FIN GENERATION FACTURES ==="
           GOBACK.
      
               STRING 'REGFACT' WS-PARTITION-SAISIE
                   DELIMITED BY SIZE INTO WS-REGFACT-FILENAME
               END-STRING
               MOVE SPACES TO WS-ARCFACT-FILENAME
               STRING 'ARCFACT' WS-PARTITION-SAISIE
                   DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
               END-STRING
               MOVE SPACES TO WS-FACTKI-FILENAME
               STRING 'FACTKI' WS-PARTITION-SAISIE
                   DELIMITED BY SIZE INTO WS-FACTKI-FILENAME
               END-STRING
               MOVE SPACES TO WS-FACTTOT-FILENAME
               STRING 'FACTTOT' WS-PARTITION-SAISIE
                   DELIMITED BY SIZE INTO WS-FACTTOT-FILENAME
                       ADD 1 TO WS-NB-SOCIECLI
                       MOVE SCL-C-NO TO SC-C-NO(WS-NB-SOCIECLI)
                       MOVE SCL-SOCIETE TO SC-SOCIETE(WS-NB-SOCIECLI)
                       MOVE SCL-INTERCO TO SC-INTERCO(WS-NB-SOCIECLI)
                   ELSE
                       DISPLAY "TAB-SOCIECLI PLEINE - CLIENT IGNORE"
                   END-IF
      * DEFAUT) ET IDENTITE D'EMETTEUR CORRESPONDANTE
       DETERMINER-SOCIETE-CLIENT.
           MOVE 'A' TO WS-SOCIETE-FACTURE
           MOVE SPACE TO WS-INTERCO-CLIENT
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > WS-NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = EXT-C-NO
                   MOVE SC-SOCIETE(IDX-SCL) TO WS-SOCIETE-FACTURE
                   MOVE SC-INTERCO(IDX-SCL) TO WS-INTERCO-CLIENT
               END-IF
           END-PERFORM
           IF WS-SOCIETE-FACTURE = 'B'
               MOVE 1 TO WS-IDX-SOC-COURANT
           END-IF

      * SEULE L'AUTRE ENTITE DU GROUPE EST UN CLIENT INTRAGROUPE ; UNE
      * MARQUE INCONNUE OU EGALE A L'ENTITE EMETTRICE EST IGNOREE
           EVALUATE TRUE
               WHEN WS-INTERCO-CLIENT = WS-SOCIETE-FACTURE
                   MOVE SPACE TO WS-INTERCO-CLIENT
               WHEN WS-INTERCO-CLIENT = 'A'
                   MOVE 1 TO WS-IDX-SOC-CLIENTE
               WHEN WS-INTERCO-CLIENT = 'B'
                   MOVE 2 TO WS-IDX-SOC-CLIENTE
               WHEN OTHER
                   MOVE SPACE TO WS-INTERCO-CLIENT
           END-EVALUATE

           MOVE SPACES TO WS-NOM-EMETTEUR
           MOVE SPACES TO WS-ADR-EMETTEUR
           MOVE SPACES TO WS-VILLE-EMETTEUR

           IF WS-IDX-TRV-TROUVE > ZERO
               IF WS-REGIME-TVA = 'E'
                   ADD WS-ORDER-NET WS-FRET-FACTURE
                       TO TRV-AUTOLIQ(WS-IDX-TRV-TROUVE)
               ELSE
                   ADD WS-ORDER-NET WS-FRET-FACTURE
                       TO TRV-BASE(WS-IDX-TRV-TROUVE)
                   ADD WS-TVA-AMOUNT
                       TO TRV-COLLECTEE(WS-IDX-TRV-TROUVE)
               END-IF
           ADD WS-REMISE-LIGNE TO WS-REMISE-FACTURE
           .

      * Chargement en memoire du bareme de port ; la ligne 'F' donne
      * le seuil de franco, les autres lignes sont gardees en table
       CHARGER-FRET-MEMOIRE.
           DISPLAY "CHARGEMENT DU BAREME DE PORT..."
           MOVE ZERO TO WS-NB-FRET
           MOVE ZERO TO WS-SEUIL-FRANCO

           OPEN INPUT FICHIER-FRET
           IF WS-FRET-STATUS = '00'
               PERFORM LIRE-FRET
               PERFORM UNTIL EOF-FRET
                   IF FRT-TYPE = 'F'
                       MOVE FRT-MONTANT TO WS-SEUIL-FRANCO
                   ELSE
                       IF WS-NB-FRET < 200
                           ADD 1 TO WS-NB-FRET
                           MOVE FRT-TYPE TO FR-TYPE(WS-NB-FRET)
                           MOVE FRT-CLE TO FR-CLE(WS-NB-FRET)
                           MOVE FRT-MONTANT TO FR-MONTANT(WS-NB-FRET)
                           MOVE FRT-FRAIS TO FR-FRAIS(WS-NB-FRET)
                           MOVE FRT-TAXABLE TO FR-TAXABLE(WS-NB-FRET)
                       ELSE
                           DISPLAY "TAB-FRET PLEINE - LIGNE IGNOREE"
                       END-IF
                   END-IF
                   PERFORM LIRE-FRET
               END-PERFORM
               CLOSE FICHIER-FRET
           ELSE
               DISPLAY "PAS DE BAREME DE PORT (FS="
                       WS-FRET-STATUS ") - PORT NON FACTURE"
           END-IF

           DISPLAY "NOMBRE DE LIGNES DE PORT CHARGEES : " WS-NB-FRET
           DISPLAY "SEUIL DE FRANCO : " WS-SEUIL-FRANCO
           .

       LIRE-FRET.
           READ FICHIER-FRET
               AT END SET EOF-FRET TO TRUE
           END-READ.

      * EXEMPTION DE PORT DU CLIENT DE LA FACTURE EN COURS (LIGNE 'X'
      * DONT LA CLE PORTE LE NUMERO CLIENT), A DETERMINER AVANT QUE
      * LA LECTURE DES LIGNES DE PRODUITS N'AVANCE EXT-C-NO
       DETERMINER-EXEMPTION-FRET.
           MOVE 'N' TO WS-CLIENT-EXEMPT-FRET
           PERFORM VARYING IDX-FRT FROM 1 BY 1
               UNTIL IDX-FRT > WS-NB-FRET
               IF FR-TYPE(IDX-FRT) = 'X'
                  AND FR-CLE(IDX-FRT) = EXT-C-NO
                   MOVE 'O' TO WS-CLIENT-EXEMPT-FRET
               END-IF
           END-PERFORM
           .

      * PORT DE LA FACTURE EN COURS, SUR LE NET APRES REMISES : RIEN
      * POUR UN CLIENT EXEMPTE OU AU-DELA DU SEUIL DE FRANCO, SINON LA
      * TRANCHE DE L'ETAT DE LIVRAISON AU PLUS PETIT PLAFOND COUVRANT
      * LE NET, A DEFAUT CELLE DES TRANCHES '**' ; LA REGLE DE TAXE DU
      * PORT EST CELLE DE L'ETAT (UN CLIENT EN REGIME TVA PAIE LA TVA
      * DE SON PAYS SUR LE PORT COMME SUR LA MARCHANDISE)
       CALCULER-FRAIS-PORT.
           MOVE ZERO TO WS-FRET-FACTURE
           MOVE ZERO TO WS-TAXE-FRET
           MOVE 'O' TO WS-FRET-TAXABLE

           IF CLIENT-EXEMPT-FRET
              OR (WS-SEUIL-FRANCO > ZERO
                  AND WS-ORDER-NET >= WS-SEUIL-FRANCO)
               CONTINUE
           ELSE
               MOVE ZERO TO WS-PLAFOND-RETENU
               MOVE WS-STRUCT-STATE TO WS-ETAT-CHERCHE-FRET
               PERFORM RECHERCHER-TRANCHE-FRET
               IF WS-PLAFOND-RETENU = ZERO
                   MOVE '**' TO WS-ETAT-CHERCHE-FRET
                   PERFORM RECHERCHER-TRANCHE-FRET
               END-IF
           END-IF

           IF FACTURE-ETAT
               PERFORM VARYING IDX-FRT FROM 1 BY 1
                   UNTIL IDX-FRT > WS-NB-FRET
                   IF FR-TYPE(IDX-FRT) = 'T'
                      AND FR-CLE(IDX-FRT) (1:2) = WS-STRUCT-STATE
                      AND FR-TAXABLE(IDX-FRT) = 'N'
                       MOVE 'N' TO WS-FRET-TAXABLE
                   END-IF
               END-PERFORM
           END-IF
           .

      * TRANCHE 'B' DE L'ETAT CHERCHE DONT LE PLAFOND COUVRE LE NET,
      * EN RETENANT LE PLUS PETIT PLAFOND (LES LIGNES N'ONT PAS A ETRE
      * TRIEES DANS LE FICHIER)
       RECHERCHER-TRANCHE-FRET.
           PERFORM VARYING IDX-FRT FROM 1 BY 1
               UNTIL IDX-FRT > WS-NB-FRET
               IF FR-TYPE(IDX-FRT) = 'B'
                  AND FR-CLE(IDX-FRT) (1:2) = WS-ETAT-CHERCHE-FRET
                  AND FR-MONTANT(IDX-FRT) >= WS-ORDER-NET
                   IF WS-PLAFOND-RETENU = ZERO
                      OR FR-MONTANT(IDX-FRT) < WS-PLAFOND-RETENU
                       MOVE FR-MONTANT(IDX-FRT) TO WS-PLAFOND-RETENU
                       MOVE FR-FRAIS(IDX-FRT) TO WS-FRET-FACTURE
                   END-IF
               END-IF
           END-PERFORM
           .

      * CUMUL DU PORT FACTURE SOUS L'ETAT DE LIVRAISON DE LA FACTURE
      * EN COURS, POUR LE RECAPITULATIF DU PORT PAR ETAT
       CUMULER-RECAP-FRET.
           MOVE ZERO TO WS-IDX-FRR-TROUVE
           PERFORM VARYING IDX-FRR FROM 1 BY 1
               UNTIL IDX-FRR > WS-NB-FRET-RECAP
                  OR WS-IDX-FRR-TROUVE > ZERO
               IF FRR-STATE(IDX-FRR) = WS-STRUCT-STATE
                   SET WS-IDX-FRR-TROUVE TO IDX-FRR
               END-IF
           END-PERFORM

           IF WS-IDX-FRR-TROUVE = ZERO
               IF WS-NB-FRET-RECAP < 60
                   ADD 1 TO WS-NB-FRET-RECAP
                   MOVE WS-NB-FRET-RECAP TO WS-IDX-FRR-TROUVE
                   MOVE WS-STRUCT-STATE
                       TO FRR-STATE(WS-IDX-FRR-TROUVE)
                   MOVE ZERO TO FRR-NB-FACTURES(WS-IDX-FRR-TROUVE)
                   MOVE ZERO TO FRR-PORT(WS-IDX-FRR-TROUVE)
                   MOVE ZERO TO FRR-TAXE(WS-IDX-FRR-TROUVE)
               ELSE
                   DISPLAY "TAB-FRET-RECAP PLEINE - ETAT IGNORE : "
                           WS-STRUCT-STATE
               END-IF
           END-IF

           IF WS-IDX-FRR-TROUVE > ZERO
               ADD 1 TO FRR-NB-FACTURES(WS-IDX-FRR-TROUVE)
               ADD WS-FRET-FACTURE TO FRR-PORT(WS-IDX-FRR-TROUVE)
               ADD WS-TAXE-FRET TO FRR-TAXE(WS-IDX-FRR-TROUVE)
           END-IF
           .

      * Etat de livraison de la commande en cours : celui de l'adresse
      * de livraison (EXT-LIV-STATE), ou a defaut celui du client
      * facture (EXT-STATE, extracts anterieurs aux adresses de
      * livraison)
       DETERMINER-ETAT-LIVRAISON.
           IF EXT-LIV-STATE NOT = SPACES
              AND EXT-LIV-STATE NOT = LOW-VALUES
               MOVE EXT-LIV-STATE TO WS-ETAT-LIVRAISON
           ELSE
               MOVE EXT-STATE TO WS-ETAT-LIVRAISON
           END-IF
           .

      * Determine le taux de taxe a appliquer a la facture en cours a
      * partir de l'etat de livraison (la taxe de vente est due la ou
      * la marchandise est livree), avec repli sur le taux SYSIN si
      * l'etat n'a pas de taux specifique
       DETERMINER-TAUX-TAXE.
           PERFORM DETERMINER-ETAT-LIVRAISON
           MOVE WS-ETAT-LIVRAISON TO WS-STATE-CHERCHE
           MOVE WS-TVA-RATE-DEFAULT TO WS-TVA-RATE
           MOVE WS-TVA-PERCENT-DEFAULT TO WS-TVA-PERCENT
           MOVE 'N' TO WS-ETAT-TAXE-TROUVE
      * QUE LA LECTURE DES LIGNES DE PRODUITS N'AVANCE EXT-STATE, POUR
      * QUE TROUVER-OU-CREER-ETAT-RECAP CUMULE CETTE FACTURE SAUTEE
      * SOUS LE BON ETAT DANS LE RECAP DE TAXE PAR ETAT
           PERFORM DETERMINER-ETAT-LIVRAISON
           MOVE WS-ETAT-LIVRAISON TO WS-STRUCT-STATE
           MOVE EXT-LIV-CODE TO WS-STRUCT-LIV-CODE

           PERFORM DETERMINER-PREFERENCE-CLIENT

               PERFORM DETERMINER-SOCIETE-CLIENT
               PERFORM DETERMINER-REMISE-CLIENT
               PERFORM DETERMINER-EXONERATION
               PERFORM DETERMINER-EXEMPTION-FRET
               PERFORM DETERMINER-TAUX-TAXE
               PERFORM DETERMINER-REGIME-TVA

           PERFORM DETERMINER-REMISE-CLIENT
           PERFORM DETERMINER-DEVISE-CLIENT
           PERFORM DETERMINER-EXONERATION
           PERFORM DETERMINER-EXEMPTION-FRET

      * EN MODE PAQUET PAR CLIENT, ON S'ASSURE QUE FACTURE-FILE ET
      * FACTURE-STRUCT SONT OUVERTS SUR LE FICHIER DE CE CLIENT AVANT
      * COPIE DES CHAMPS D'EN-TETE POUR LE RECORD H DE LA SORTIE
      * STRUCTUREE, ECRIT PLUS TARD UNE FOIS LES TOTAUX CONNUS
           MOVE EXT-COMPANY TO WS-STRUCT-COMPANY
           MOVE EXT-C-NO TO WS-STRUCT-C-NO
           PERFORM DETERMINER-ETAT-LIVRAISON
           MOVE WS-ETAT-LIVRAISON TO WS-STRUCT-STATE
           MOVE EXT-LIV-CODE TO WS-STRUCT-LIV-CODE
           MOVE EXT-ODATE-ISO TO WS-STRUCT-ODATE
           MOVE EXT-DATE-ECH TO WS-STRUCT-DATE-ECH

      * DATE DE FACTURE REFORMATEE SELON LA LANGUE DE L'ETAT DU CLIENT
      * DE CETTE COMMANDE, AVANT QUE LA LECTURE DES LIGNES DE PRODUITS
               WHEN OTHER
                   PERFORM ECRIRE-TOTAUX
           END-EVALUATE
           IF WS-FRET-FACTURE > ZERO
               PERFORM ECRIRE-LIGNE-FRET-STRUCT
           END-IF
           PERFORM ECRIRE-ENTETE-STRUCT

      * FERMETURE DU CADRE (FACTURE ENCADREE UNIQUEMENT)

      * IMPRESSION PAGINEE DU DOCUMENT COMPLET
           PERFORM IMPRIMER-DOCUMENT

      * IMAGE DU DOCUMENT COMPLET VERSEE A L'ARCHIVE LEGALE
           PERFORM ARCHIVER-DOCUMENT
           .

       ECRIRE-ENTETE-FACTURE.
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

      * ADRESSE DE LIVRAISON A GAUCHE DU CADRE DE L'ADRESSE DE
      * FACTURATION, QUAND LA COMMANDE PORTE UN CODE DE LIVRAISON
           IF EXT-LIV-CODE NOT = SPACES
               MOVE 'LIVRER A :' TO LA-LIV-TITRE
               MOVE EXT-LIV-NOM TO LA-LIV-NOM
               MOVE EXT-LIV-ADDRESS TO LA-LIV-ADDRESS
               MOVE EXT-LIV-CITY TO LA-LIV-CITY
               MOVE ', ' TO LA-LIV-SEP
               MOVE EXT-LIV-ZIP TO LA-LIV-ZIP
               MOVE EXT-LIV-STATE TO LA-LIV-STATE
           ELSE
               MOVE SPACES TO LA-LIV-TITRE
               MOVE SPACES TO LA-LIV-NOM
               MOVE SPACES TO LA-LIV-ADDRESS
               MOVE SPACES TO LA-LIV-CITY
               MOVE SPACES TO LA-LIV-SEP
               MOVE SPACES TO LA-LIV-ZIP
               MOVE SPACES TO LA-LIV-STATE
           END-IF

      * CADRE ADRESSE - HAUT
           MOVE LIGNE-CADRE-ADRESSE-HAUT TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE
           MOVE EXT-ODATE-ISO TO LOD-ORDER-DATE
           MOVE LIGNE-ORDER-DATE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

      * CONDITIONS DE PAIEMENT ET ECHEANCE (SANS OBJET SUR UN AVOIR)
           IF EXT-DATE-ECH NOT = SPACES
               MOVE EXT-COND-LIB TO LEC-COND-LIB
               MOVE EXT-DATE-ECH TO LEC-DATE-ECH
               MOVE LIGNE-ECHEANCE TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF
      
           MOVE LIGNE-CADRE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE
           MOVE LIGNE-COMPACTE-STATE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

      * ADRESSE DE LIVRAISON SOUS L'ADRESSE DE FACTURATION, QUAND LA
      * COMMANDE PORTE UN CODE DE LIVRAISON
           IF EXT-LIV-CODE NOT = SPACES
               MOVE SPACES TO LIGNE-COMPACTE-LIVRAISON
               STRING 'LIVRER A : ' DELIMITED BY SIZE
                      EXT-LIV-NOM DELIMITED BY SIZE
                   INTO LIGNE-COMPACTE-LIVRAISON
               END-STRING
               MOVE LIGNE-COMPACTE-LIVRAISON TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE

               MOVE SPACES TO LIGNE-COMPACTE-LIVRAISON
               MOVE EXT-LIV-ADDRESS TO LIGNE-COMPACTE-LIVRAISON (12:)
               MOVE LIGNE-COMPACTE-LIVRAISON TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE

               MOVE SPACES TO LIGNE-COMPACTE-LIVRAISON
               STRING EXT-LIV-CITY DELIMITED BY SPACE
                      ', ' DELIMITED BY SIZE
                      EXT-LIV-ZIP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EXT-LIV-STATE DELIMITED BY SIZE
                   INTO LIGNE-COMPACTE-LIVRAISON (12:)
               END-STRING
               MOVE LIGNE-COMPACTE-LIVRAISON TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

           MOVE LIGNE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

           MOVE LIGNE-COMPACTE-DATE-CMD TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

           IF EXT-DATE-ECH NOT = SPACES
               MOVE EXT-COND-LIB TO LCEC-COND-LIB
               MOVE EXT-DATE-ECH TO LCEC-DATE-ECH
               MOVE LIGNE-COMPACTE-ECHEANCE TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

           MOVE LIGNE-VIDE TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

      * NET APRES REMISES, BASE DE LA TAXE ET DU TOTAL
           COMPUTE WS-ORDER-NET = WS-ORDER-TOTAL - WS-REMISE-FACTURE

      * FRAIS DE PORT, FONCTION DU NET ET DE L'ETAT DE LIVRAISON ;
      * AUCUN PORT SUR UN AVOIR, QUI DOIT EGALER LE MONTANT CREDITE
      * PAR RETOURS AU CLIENT ET PASSE DANS JNLRET
           IF WS-DOC-MODE = 'A'
               MOVE ZERO TO WS-FRET-FACTURE
               MOVE ZERO TO WS-TAXE-FRET
           ELSE
               PERFORM CALCULER-FRAIS-PORT
           END-IF

      * CALCUL DE LA TVA SUR LE NET ; UN CLIENT EXONERE A CERTIFICAT
      * VALIDE N'EST PAS TAXE (LES CERTIFICATS D'ETAT NE CONCERNENT
      * PAS LES CLIENTS EN REGIME TVA, TAXES AU TAUX DE LEUR PAYS).
      * LA TAXE SUR LE PORT, QUAND L'ETAT LE TAXE, S'AJOUTE A LA
      * TAXE DE LA FACTURE
           IF CLIENT-EXONERE AND FACTURE-ETAT
               MOVE ZERO TO WS-TVA-AMOUNT
           ELSE
               COMPUTE WS-TVA-AMOUNT = WS-ORDER-NET * WS-TVA-RATE
               IF FRET-TAXABLE
                   COMPUTE WS-TAXE-FRET = WS-FRET-FACTURE * WS-TVA-RATE
                   ADD WS-TAXE-FRET TO WS-TVA-AMOUNT
               END-IF
           END-IF
      
      * UTILISER FUNCTION NUMVAL POUR CONVERTIR CHAINE COM EN NUMERIQUE
      
      * CALCUL DU TOTAL AVEC TAXES
           COMPUTE WS-TOTAL-WITH-TAXES = WS-ORDER-NET
                                + WS-FRET-FACTURE
                                + WS-TVA-AMOUNT

      * CUMUL PAR ENTITE JURIDIQUE POUR LE JOURNAL COMPTABLE
           ADD WS-ORDER-NET TO TSC-HT(IDX-TSC)
           ADD WS-TVA-AMOUNT TO TSC-TAXE(IDX-TSC)
           ADD WS-COMMISSION-AMOUNT TO TSC-COMMISSION(IDX-TSC)
           ADD WS-FRET-FACTURE TO TSC-FRET(IDX-TSC)
           IF WS-INTERCO-CLIENT NOT = SPACE
               ADD WS-TOTAL-WITH-TAXES TO TSC-TTC-IC(IDX-TSC)
               ADD WS-ORDER-NET TO TSC-HT-IC(IDX-TSC)
               SET IDX-TSC TO WS-IDX-SOC-CLIENTE
               ADD WS-TOTAL-WITH-TAXES TO TSC-ACHAT-IC(IDX-TSC)
               ADD 1 TO WS-NB-FACTURES-INTERCO
           END-IF

      * CUMUL DES TOTAUX GENERAUX DE LA BATCH
           ADD 1 TO WS-GRAND-TOTAL-NB
           ADD WS-TOTAL-WITH-TAXES TO WS-GRAND-TOTAL-FACTURE
           ADD WS-TVA-AMOUNT TO WS-GRAND-TOTAL-TAXE
           ADD WS-COMMISSION-AMOUNT TO WS-GRAND-TOTAL-COMMISSION
           IF WS-FRET-FACTURE > ZERO
               ADD WS-FRET-FACTURE TO WS-GRAND-TOTAL-FRET
               PERFORM CUMULER-RECAP-FRET
           END-IF

      * CUMUL POUR LE RAPPORT DE REMISE DE TAXE : RECAP TVA PAR PAYS
      * POUR LES FACTURES EN REGIME TVA, RECAP PAR ETAT SINON ; LE
      * PORT ENTRE DANS LA BASE QUAND L'ETAT LE TAXE
           IF FACTURE-TVA
               PERFORM CUMULER-RECAP-TVA-PAYS
           ELSE
                   IF CLIENT-EXONERE
                       ADD WS-ORDER-NET
                           TO TXR-VENTES-EXONEREES(WS-IDX-TXR-TROUVE)
                       IF FRET-TAXABLE
                           ADD WS-FRET-FACTURE
                             TO TXR-VENTES-EXONEREES(WS-IDX-TXR-TROUVE)
                       END-IF
                   ELSE
                       ADD WS-ORDER-NET
                           TO TXR-VENTES-TAXABLES(WS-IDX-TXR-TROUVE)
                       IF FRET-TAXABLE
                           ADD WS-FRET-FACTURE
                             TO TXR-VENTES-TAXABLES(WS-IDX-TXR-TROUVE)
                       END-IF
                       ADD WS-TVA-AMOUNT
                           TO TXR-TAXE-COLLECTEE(WS-IDX-TXR-TROUVE)
                   END-IF
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

      * FRAIS DE PORT, LIGNE PROPRE DE LA FACTURE
           IF WS-FRET-FACTURE > ZERO
               MOVE WS-FRET-FACTURE TO LFR-AMOUNT
               MOVE LIGNE-FRET TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

      * LIGNE DE TAXE : TVA DU PAYS (OU MENTION D'AUTOLIQUIDATION)
      * POUR LES CLIENTS EN REGIME TVA, SINON TAXE D'ETAT AVEC
      * POURCENTAGE OU MENTION D'EXONERATION A CERTIFICAT
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

           IF WS-FRET-FACTURE > ZERO
               MOVE WS-FRET-FACTURE TO LCFR-MONTANT
               MOVE LIGNE-COMPACTE-FRET TO LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-FACTURE
           END-IF

           IF CLIENT-EXONERE
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'TAX EXEMPT - CERT ' DELIMITED BY SIZE
           MOVE WS-TVA-AMOUNT TO WS-STRUCT-TVA-MONTANT-ED
           MOVE WS-COMMISSION-AMOUNT TO WS-STRUCT-COMMISSION-ED
           MOVE WS-TOTAL-WITH-TAXES TO WS-STRUCT-TOTAL-ED
           MOVE WS-FRET-FACTURE TO WS-STRUCT-FRET-ED
           STRING 'H' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CURRENT-ORDER DELIMITED BY SIZE
                  WS-NUMFACT-COURANT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-REMISE-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-LIV-CODE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-FRET-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-DATE-ECH DELIMITED BY SIZE
              INTO ENR-FACT-STRUCT
           END-STRING
           PERFORM ECRIRE-LIGNE-FACT-STRUCT
           PERFORM ECRIRE-LIGNE-FACT-STRUCT
           .

      * LIGNE 'L' DES FRAIS DE PORT, AU MEME GABARIT QU'UNE LIGNE DE
      * PRODUIT (CODE 'FRT', QUANTITE 1) POUR QUE LE RENDU LA PRESENTE
      * COMME UNE LIGNE DE LA FACTURE
       ECRIRE-LIGNE-FRET-STRUCT.
           MOVE 1 TO WS-STRUCT-QUANTITY-ED
           MOVE WS-FRET-FACTURE TO WS-STRUCT-PRICE-ED
           MOVE WS-FRET-FACTURE TO WS-STRUCT-LINE-TOTAL-ED
           MOVE SPACES TO ENR-FACT-STRUCT
           STRING 'L' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-CURRENT-ORDER DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  'FRT' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  'FREIGHT' DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-QUANTITY-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-PRICE-ED DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WS-STRUCT-LINE-TOTAL-ED DELIMITED BY SIZE
              INTO ENR-FACT-STRUCT
           END-STRING
           PERFORM ECRIRE-LIGNE-FACT-STRUCT
           .

       ECRIRE-LIGNE-FACT-STRUCT.
           WRITE ENR-FACT-STRUCT
           IF WS-STRUCT-STATUS NOT = '00'
           MOVE LIGNE-RECAP-COMMISSION TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

           MOVE WS-GRAND-TOTAL-FRET TO LRP-AMOUNT
           MOVE LIGNE-RECAP-FRET TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE

           MOVE WS-NB-FACTURES-DIFFEREES TO LRD-NOMBRE
           MOVE LIGNE-RECAP-DIFFEREES TO LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-FACTURE
               END-STRING
               WRITE ENR-RAPTAXE
           END-PERFORM

      * SECTION DU PORT FACTURE PAR ETAT DE LIVRAISON : NOMBRE DE
      * FACTURES PORTANT DU PORT, PORT FACTURE ET TAXE SUR LE PORT
           MOVE SPACES TO ENR-RAPTAXE
           STRING '--- PORT FACTURE PAR ETAT ---' DELIMITED BY SIZE
               INTO ENR-RAPTAXE
           END-STRING
           WRITE ENR-RAPTAXE

           MOVE SPACES TO ENR-RAPTAXE
           STRING 'ETAT  FACT.  PORT FACTURE         TAXE SUR PORT'
               DELIMITED BY SIZE
               INTO ENR-RAPTAXE
           END-STRING
           WRITE ENR-RAPTAXE

           PERFORM VARYING IDX-FRR FROM 1 BY 1
               UNTIL IDX-FRR > WS-NB-FRET-RECAP

               MOVE FRR-NB-FACTURES(IDX-FRR) TO WS-RAPTAXE-NB-ED
               MOVE FRR-PORT(IDX-FRR) TO WS-RAPTAXE-VENTES-ED
               MOVE FRR-TAXE(IDX-FRR) TO WS-RAPTAXE-TAXE-ED
               MOVE SPACES TO ENR-RAPTAXE
               STRING FRR-STATE(IDX-FRR) DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-RAPTAXE-NB-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-RAPTAXE-VENTES-ED DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-RAPTAXE-TAXE-ED DELIMITED BY SIZE
                  INTO ENR-RAPTAXE
               END-STRING
               WRITE ENR-RAPTAXE
           END-PERFORM

           MOVE WS-GRAND-TOTAL-FRET TO WS-RAPTAXE-VENTES-ED
           MOVE SPACES TO ENR-RAPTAXE
           STRING 'TOTAL       ' DELIMITED BY SIZE
                  WS-RAPTAXE-VENTES-ED DELIMITED BY SIZE
               INTO ENR-RAPTAXE
           END-STRING
           WRITE ENR-RAPTAXE
           .

       ECRIRE-CONTROLE-FACTURE.
           MOVE WS-GRAND-TOTAL-COMMISSION TO FTT-TOTAL-COMMISSION
           MOVE WS-GRAND-TOTAL-REMISE TO FTT-TOTAL-REMISE
           MOVE WS-GRAND-TOTAL-HT TO FTT-TOTAL-HT
           MOVE WS-GRAND-TOTAL-FRET TO FTT-TOTAL-FRET
           WRITE ENR-FACTTOT

           PERFORM VARYING IDX-TXR FROM 1 BY 1
               WRITE ENR-FACTTOT
           END-PERFORM

      * ENREGISTREMENTS 'P' : PORT FACTURE PAR ETAT DE LIVRAISON
           PERFORM VARYING IDX-FRR FROM 1 BY 1
               UNTIL IDX-FRR > WS-NB-FRET-RECAP
               MOVE SPACES TO ENR-FACTTOT
               MOVE 'P' TO FTT-TYPE
               MOVE WS-PARTITION-ID TO FTT-PARTITION
               MOVE FRR-STATE(IDX-FRR) TO FTP-STATE
               MOVE FRR-NB-FACTURES(IDX-FRR) TO FTP-NB-FACTURES
               MOVE FRR-PORT(IDX-FRR) TO FTP-PORT
               MOVE FRR-TAXE(IDX-FRR) TO FTP-TAXE
               WRITE ENR-FACTTOT
           END-PERFORM

           IF WS-FACTTOT-STATUS NOT = '00'
               DISPLAY "ERREUR ECRITURE FACTTOT : ", WS-FACTTOT-STATUS
               PERFORM ABEND-PROG

      * JOURNAL COMPTABLE DE FIN DE RUN : ECRITURES EQUILIBREES
      * DEBIT CLIENTS (TTC) + DEBIT COMMISSIONS / CREDIT VENTES (HT)
      * + CREDIT PORT FACTURE + CREDIT TAXE PAR ETAT + CREDIT
      * COMMISSIONS A PAYER, PUIS UN
      * TRAILER DE CONTROLE (NOMBRE D'ECRITURES, TOTAL DEBIT, TOTAL
      * CREDIT) QUE L'IMPORT VERIFIE AVANT INTEGRATION
       ECRIRE-JOURNAL-GL.

      * LES ECRITURES SONT EMISES PAR ENTITE JURIDIQUE, CHACUNE
      * PORTANT SON CODE EN JGL-SOCIETE : DEBIT CLIENTS TTC, CREDIT
      * VENTES HT, CREDIT PORT FACTURE SUR SON PROPRE COMPTE DE
      * PRODUIT, CREDIT TAXES COLLECTEES (ETATS ET TVA CONFONDUS,
      * LE DETAIL PAR ETAT/PAYS RESTANT DANS LE RAPPORT DE REMISE DE
      * TAXE), CHARGE ET DETTE DE COMMISSION. LA PART INTRAGROUPE
      * PASSE EN CREANCE ET VENTE INTRAGROUPE, ET L'ENTITE CLIENTE
      * ENREGISTRE L'ACHAT ET LA DETTE CORRESPONDANTS
           PERFORM VARYING IDX-TSC FROM 1 BY 1
               UNTIL IDX-TSC > 2
               IF TSC-TTC(IDX-TSC) > ZERO
                  OR TSC-COMMISSION(IDX-TSC) > ZERO
                  OR TSC-ACHAT-IC(IDX-TSC) > ZERO
                   MOVE TSC-CODE(IDX-TSC) TO JGL-SOCIETE

                   IF TSC-TTC(IDX-TSC) > TSC-TTC-IC(IDX-TSC)
                      OR (TSC-TTC-IC(IDX-TSC) = ZERO
                          AND TSC-ACHAT-IC(IDX-TSC) = ZERO)
                       MOVE '41100000' TO JGL-COMPTE
                       MOVE 'CLIENTS - FACTURES DU RUN' TO JGL-LIBELLE
                       MOVE 'D' TO JGL-SENS
                       COMPUTE JGL-MONTANT = TSC-TTC(IDX-TSC)
                                           - TSC-TTC-IC(IDX-TSC)
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-TTC-IC(IDX-TSC) > ZERO
                       MOVE '45100000' TO JGL-COMPTE
                       MOVE 'GROUPE - CREANCES INTRAGROUPE'
                           TO JGL-LIBELLE
                       MOVE 'D' TO JGL-SENS
                       MOVE TSC-TTC-IC(IDX-TSC) TO JGL-MONTANT
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-HT(IDX-TSC) > TSC-HT-IC(IDX-TSC)
                      OR (TSC-HT-IC(IDX-TSC) = ZERO
                          AND TSC-ACHAT-IC(IDX-TSC) = ZERO)
                       MOVE '70100000' TO JGL-COMPTE
                       MOVE 'VENTES DE MARCHANDISES' TO JGL-LIBELLE
                       MOVE 'C' TO JGL-SENS
                       COMPUTE JGL-MONTANT = TSC-HT(IDX-TSC)
                                           - TSC-HT-IC(IDX-TSC)
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-HT-IC(IDX-TSC) > ZERO
                       MOVE '70110000' TO JGL-COMPTE
                       MOVE 'VENTES INTRAGROUPE' TO JGL-LIBELLE
                       MOVE 'C' TO JGL-SENS
                       MOVE TSC-HT-IC(IDX-TSC) TO JGL-MONTANT
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-ACHAT-IC(IDX-TSC) > ZERO
                       MOVE '60710000' TO JGL-COMPTE
                       MOVE 'ACHATS INTRAGROUPE' TO JGL-LIBELLE
                       MOVE 'D' TO JGL-SENS
                       MOVE TSC-ACHAT-IC(IDX-TSC) TO JGL-MONTANT
                       PERFORM ECRIRE-ECRITURE-GL

                       MOVE '45200000' TO JGL-COMPTE
                       MOVE 'GROUPE - DETTES INTRAGROUPE'
                           TO JGL-LIBELLE
                       MOVE 'C' TO JGL-SENS
                       MOVE TSC-ACHAT-IC(IDX-TSC) TO JGL-MONTANT
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-FRET(IDX-TSC) > ZERO
                       MOVE '70850000' TO JGL-COMPTE
                       MOVE 'PORTS ET FRAIS FACTURES' TO JGL-LIBELLE
                       MOVE 'C' TO JGL-SENS
                       MOVE TSC-FRET(IDX-TSC) TO JGL-MONTANT
                       PERFORM ECRIRE-ECRITURE-GL
                   END-IF

                   IF TSC-TAXE(IDX-TSC) > ZERO
                       MOVE '44571000' TO JGL-COMPTE
           IF WS-PARTITION-ID = ZERO
               CLOSE REGISTRE-FACT
           END-IF
           PERFORM ECRIRE-IMAGE-FACTK
           .

      * MEME LIGNE DANS L'IMAGE DU KSDS, AVEC LE CLIENT POUR L'INDEX
      * ALTERNATIF ; UN NUMERO DEJA PRESENT (RERUN APRES UN ABEND
      * SURVENU AVANT LA MISE A JOUR DE NUMFACT) EST REECRIT PAR
      * CHGFACTK AU CHARGEMENT
       ECRIRE-IMAGE-FACTK.
           MOVE SPACES TO ENR-FACTK
           MOVE WS-SOCIETE-FACTURE TO SOCIETE-FACTK
           MOVE WS-NUMFACT-COURANT TO NUMFACT-FACTK
           MOVE WS-DOC-MODE TO TYPE-DOC-FACTK
           MOVE WS-CURRENT-ORDER TO O-NO-FACTK
           MOVE WS-STRUCT-C-NO TO C-NO-FACTK
           MOVE WS-STRUCT-COMPANY TO COMPANY-FACTK
           MOVE WS-STRUCT-ODATE TO DATE-FACTK
           MOVE WS-TOTAL-WITH-TAXES TO MONTANT-FACTK
           MOVE WS-RUN-ID TO RUN-ID-FACTK
           WRITE ENR-FACTK
           IF WS-FACTK-STATUS NOT = '00'
               DISPLAY "ERREUR ECRITURE FACTKI : ", WS-FACTK-STATUS,
                       " FACTURE ", WS-NUMFACT-COURANT
               PERFORM ABEND-PROG
           END-IF
           .

      * DERNIER DOCUMENT DE CHAQUE SERIE DEJA ARCHIVE : L'ARCHIVE EST
      * RELUE JUSQU'AU BOUT ET LE DERNIER ENTETE 'E' DONNE LE NUMERO
      * ET L'EMPREINTE AUXQUELS LE PROCHAIN DOCUMENT SERA CHAINE.
      * UNE ARCHIVE ABSENTE VAUT SERIE VIERGE (EMPREINTE ZERO)
       CHARGER-ARCHIVE.
           IF WS-PARTITION-ID > ZERO
               SET IDX-ASC TO 1
               PERFORM LIRE-FIN-ARCHIVE
           ELSE
               PERFORM VARYING IDX-ASC FROM 1 BY 1
                   UNTIL IDX-ASC > 2
                   MOVE SPACES TO WS-ARCFACT-FILENAME
                   SET IDX-NFS TO IDX-ASC
                   STRING 'ARCFACT' NFS-CODE(IDX-NFS)
                       DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
                   END-STRING
                   PERFORM LIRE-FIN-ARCHIVE
               END-PERFORM
           END-IF
           .

       LIRE-FIN-ARCHIVE.
           MOVE ZERO TO ASC-DERNIER(IDX-ASC)
           MOVE ZERO TO ASC-HASH(IDX-ASC)
           MOVE 'N' TO WS-EOF-ARCFACT
           OPEN INPUT ARCHIVE-FACT
           IF WS-ARCFACT-STATUS = '00'
               PERFORM UNTIL EOF-ARCFACT
                   READ ARCHIVE-FACT
                       AT END
                           SET EOF-ARCFACT TO TRUE
                       NOT AT END
                           IF ARC-TYPE-ENR = 'E'
                               MOVE ARC-NUMFACT TO ASC-DERNIER(IDX-ASC)
                               MOVE ARC-HASH TO ASC-HASH(IDX-ASC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FACT
           END-IF
           DISPLAY "DERNIER DOCUMENT ARCHIVE ", WS-ARCFACT-FILENAME,
                   " : ", ASC-DERNIER(IDX-ASC)
           .

      * VERSEMENT DU DOCUMENT QUI VIENT D'ETRE IMPRIME A L'ARCHIVE DE
      * SA SERIE : ENTETE 'E' PUIS UNE LIGNE 'L' PAR LIGNE DE L'IMAGE.
      * UN NUMERO DEJA ARCHIVE (RERUN APRES UN ABEND SURVENU ENTRE
      * L'ARCHIVAGE ET LA MISE A JOUR DE NUMFACT) N'EST JAMAIS
      * REECRIT : L'ARCHIVE RESTE ECRITE UNE SEULE FOIS
       ARCHIVER-DOCUMENT.
           IF WS-PARTITION-ID > ZERO
               SET IDX-ASC TO 1
           ELSE
               SET IDX-ASC TO WS-IDX-SOC-COURANT
               MOVE SPACES TO WS-ARCFACT-FILENAME
               STRING 'ARCFACT' WS-SOCIETE-FACTURE
                   DELIMITED BY SIZE INTO WS-ARCFACT-FILENAME
               END-STRING
           END-IF

           IF WS-NUMFACT-COURANT <= ASC-DERNIER(IDX-ASC)
               DISPLAY "DOCUMENT ", WS-NUMFACT-COURANT,
                       " DEJA ARCHIVE DANS ", WS-ARCFACT-FILENAME,
                       " - NON REECRIT"
           ELSE
               IF ASC-DERNIER(IDX-ASC) > ZERO
                  AND WS-NUMFACT-COURANT NOT = ASC-DERNIER(IDX-ASC) + 1
                   DISPLAY "ATTENTION : RUPTURE DE SERIE DANS ",
                           WS-ARCFACT-FILENAME, " APRES ",
                           ASC-DERNIER(IDX-ASC)
               END-IF

      * ENTETE DU DOCUMENT, SANS LES EMPREINTES, PREMIER BLOC DU CALCUL
               MOVE SPACES TO ENR-ARCFACT
               MOVE WS-SOCIETE-FACTURE TO ARC-SOCIETE
               MOVE WS-NUMFACT-COURANT TO ARC-NUMFACT
               MOVE 'E' TO ARC-TYPE-ENR
               MOVE ZERO TO ARC-SEQ
               MOVE WS-DOC-MODE TO ARC-TYPE-DOC
               MOVE WS-CURRENT-ORDER TO ARC-O-NO
               MOVE WS-STRUCT-COMPANY TO ARC-COMPANY
               MOVE WS-STRUCT-ODATE TO ARC-DATE
               MOVE WS-TOTAL-WITH-TAXES TO ARC-MONTANT
               MOVE WS-RUN-ID TO ARC-RUN-ID
               MOVE WS-NB-LIGNES-DOC TO ARC-NB-LIGNES
               MOVE ASC-HASH(IDX-ASC) TO ARC-HASH-PREC
               MOVE WS-TVA-AMOUNT TO ARC-TAXE

               MOVE ASC-HASH(IDX-ASC) TO WS-EMPREINTE-NUM
               MOVE SPACES TO WS-BLOC-EMPREINTE
               MOVE ENR-ARCFACT(1:88) TO WS-BLOC-EMPREINTE
               CALL 'HASHFACT' USING WS-BLOC-EMPREINTE WS-EMPREINTE
               PERFORM VARYING IDX-LDOC FROM 1 BY 1
                   UNTIL IDX-LDOC > WS-NB-LIGNES-DOC
                   CALL 'HASHFACT' USING LIGNE-DOC(IDX-LDOC)
                                         WS-EMPREINTE
               END-PERFORM
               MOVE WS-EMPREINTE-NUM TO ARC-HASH

               OPEN EXTEND ARCHIVE-FACT
               IF WS-ARCFACT-STATUS NOT = '00'
                   OPEN OUTPUT ARCHIVE-FACT
                   IF WS-ARCFACT-STATUS NOT = '00'
                       DISPLAY "ERREUR OUVERTURE ARCFACT : ",
                               WS-ARCFACT-STATUS
                       PERFORM ABEND-PROG
                   END-IF
               END-IF
               PERFORM ECRIRE-ENR-ARCHIVE

               PERFORM VARYING IDX-LDOC FROM 1 BY 1
                   UNTIL IDX-LDOC > WS-NB-LIGNES-DOC
                   MOVE SPACES TO ENR-ARCFACT
                   MOVE WS-SOCIETE-FACTURE TO ARC-SOCIETE
                   MOVE WS-NUMFACT-COURANT TO ARC-NUMFACT
                   MOVE 'L' TO ARC-TYPE-ENR
                   SET ARC-SEQ TO IDX-LDOC
                   MOVE LIGNE-DOC(IDX-LDOC) TO ARC-LIGNE
                   PERFORM ECRIRE-ENR-ARCHIVE
               END-PERFORM
               CLOSE ARCHIVE-FACT

               MOVE WS-NUMFACT-COURANT TO ASC-DERNIER(IDX-ASC)
               MOVE WS-EMPREINTE-NUM TO ASC-HASH(IDX-ASC)
               ADD 1 TO WS-NB-ARCHIVES
           END-IF
           .

       ECRIRE-ENR-ARCHIVE.
           WRITE ENR-ARCFACT
           IF WS-ARCFACT-STATUS NOT = '00'
               DISPLAY "ERREUR ECRITURE ARCFACT : ", WS-ARCFACT-STATUS
               PERFORM ABEND-PROG
           END-IF
           .

      * REMET LE POINT DE REPRISE A VIDE APRES UN RUN TERMINE SANS
