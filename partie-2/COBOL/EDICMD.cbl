       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDICMD.

      * TRADUCTION DES BONS DE COMMANDE EDI DES PARTENAIRES : LE
      * FICHIER EDIPO D'UN PARTENAIRE (UN RUN PAR PARTENAIRE, CODE
      * PARTENAIRE EN CARTE SYSIN) PORTE POUR CHAQUE BON UN EN-TETE
      * 'H' (NUMERO DE PO DU PARTENAIRE, CODE CLIENT CHEZ LE
      * PARTENAIRE, DATE DE LIVRAISON SOUHAITEE), DES LIGNES 'D'
      * (ARTICLE AU CODE DU PARTENAIRE, QUANTITE) ET UN TRAILER 'T'
      * DE CONTROLE DU NOMBRE DE LIGNES. LES CODES CLIENT ET ARTICLE
      * DU PARTENAIRE SONT TRADUITS EN C_NO / P_NO PAR LA TABLE DE
      * CORRESPONDANCE EDIXREF, QUI DONNE AUSSI POUR LE CLIENT LA
      * REGION, LE VENDEUR ET LE CODE DE LIVRAISON. COMME CMDPERM,
      * LE PROGRAMME EMET DES LIGNES AU FORMAT EXACT DES FLUX VENTES
      * AVEC EN-TETE 'H' ET TRAILER 'T' DANS UN FICHIER PAR REGION
      * (EDIVEU/EDIVAS/EDIVAM) PRESENTE A MAJDB, QUI LES SOUMET A
      * TOUTES LES VALIDATIONS DU RUN NORMAL. LES LIGNES NON
      * TRADUISIBLES PARTENT DANS LE FICHIER DE REJETS EDIREJ DU
      * PARTENAIRE AVEC SON PROPRE NUMERO DE PO ET DE LIGNE, POUR
      * QU'ON PUISSE LUI DIRE EXACTEMENT CE QUI N'A PAS ETE PRIS.
      * LES NUMEROS DE COMMANDE SONT PRIS DANS LA SERIE RESERVEE DU
      * FICHIER EDISEQ (DERNIER NUMERO UTILISE, RELU AU DEMARRAGE).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMANDES-EDI ASSIGN TO EDIPO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIPO.

           SELECT CORRESPONDANCES ASSIGN TO EDIXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIXREF.

           SELECT CONTROLE-DATE ASSIGN TO DATCTRL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-DATCTRL.

           SELECT SEQUENCE-EDI ASSIGN TO EDISEQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDISEQ.

           SELECT EDI-VEU ASSIGN TO EDIVEU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIVEU.

           SELECT EDI-VAS ASSIGN TO EDIVAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIVAS.

           SELECT EDI-VAM ASSIGN TO EDIVAM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIVAM.

           SELECT REJETS-EDI ASSIGN TO EDIREJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-EDIREJ.

           SELECT RAPPORT-EDICMD ASSIGN TO RAPEDI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-RAPEDI.

       DATA DIVISION.
       FILE SECTION.
      * BON DE COMMANDE DU PARTENAIRE : EN-TETE, LIGNES, TRAILER
       FD COMMANDES-EDI
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 ENR-EDIPO.
          05 EPO-TYPE          PIC X(1).
          05 EPO-DONNEES       PIC X(79).
       01 ENR-EDIPO-ENTETE.
          05 FILLER            PIC X(1).
          05 EPH-PARTENAIRE    PIC X(6).
          05 EPH-NUM-PO        PIC X(15).
          05 EPH-CLIENT-PART   PIC X(15).
          05 EPH-DATE-PO       PIC X(10).
          05 EPH-DATE-LIV      PIC X(10).
          05 FILLER            PIC X(23).
       01 ENR-EDIPO-LIGNE.
          05 FILLER            PIC X(1).
          05 EPD-NUM-LIGNE     PIC 9(4).
          05 EPD-ARTICLE-PART  PIC X(15).
          05 EPD-QTE           PIC 9(5).
          05 FILLER            PIC X(55).
       01 ENR-EDIPO-TRAILER.
          05 FILLER            PIC X(1).
          05 EPT-NB-LIGNES     PIC 9(7).
          05 FILLER            PIC X(72).

      * TABLE DE CORRESPONDANCE : 'C' = CLIENT, 'P' = ARTICLE
       FD CORRESPONDANCES
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 ENR-EDIXREF.
          05 XRF-TYPE          PIC X(1).
          05 XRF-PARTENAIRE    PIC X(6).
          05 XRF-CODE-PART     PIC X(15).
          05 XRF-CIBLE         PIC X(28).
          05 XRF-CIBLE-CLIENT REDEFINES XRF-CIBLE.
             10 XRF-NUM-CLI    PIC 9(4).
             10 XRF-REGION     PIC X(3).
             10 XRF-NUM-EMP    PIC 9(2).
             10 XRF-CODE-LIVR  PIC X(3).
             10 FILLER         PIC X(16).
          05 XRF-CIBLE-ARTICLE REDEFINES XRF-CIBLE.
             10 XRF-P-NO       PIC X(3).
             10 FILLER         PIC X(25).

       FD CONTROLE-DATE
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01 ENR-DATCTRL.
           05 DCT-DATE-METIER   PIC X(10).
           05 DCT-STATUT        PIC X(1).

       FD SEQUENCE-EDI
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 ENR-EDISEQ            PIC 9(7).

       FD EDI-VEU.
       01 ENR-EDIVEU            PIC X(52).

       FD EDI-VAS.
       01 ENR-EDIVAS            PIC X(52).

       FD EDI-VAM.
       01 ENR-EDIVAM            PIC X(52).

      * REJET RESTITUABLE AU PARTENAIRE, A SES PROPRES REFERENCES
       FD REJETS-EDI
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01 ENR-EDIREJ.
          05 REJ-PARTENAIRE    PIC X(6).
          05 FILLER            PIC X(1).
          05 REJ-NUM-PO        PIC X(15).
          05 FILLER            PIC X(1).
          05 REJ-NUM-LIGNE     PIC X(4).
          05 FILLER            PIC X(1).
          05 REJ-ARTICLE-PART  PIC X(15).
          05 FILLER            PIC X(1).
          05 REJ-QTE           PIC X(5).
          05 FILLER            PIC X(1).
          05 REJ-RAISON        PIC X(40).
          05 FILLER            PIC X(10).

       FD RAPPORT-EDICMD.
       01 ENR-RAPEDI            PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-EDIPO          PIC 99.
       77 FS-EDIXREF        PIC 99.
       77 FS-DATCTRL        PIC 99.
       77 FS-EDISEQ         PIC 99.
       77 FS-EDIVEU         PIC 99.
       77 FS-EDIVAS         PIC 99.
       77 FS-EDIVAM         PIC 99.
       77 FS-EDIREJ         PIC 99.
       77 FS-RAPEDI         PIC 99.
       77 WS-FF-EDIPO       PIC 9 VALUE ZERO.
       77 WS-FF-EDIXREF     PIC 9 VALUE ZERO.

      * PARTENAIRE TRAITE PAR CE RUN (CARTE SYSIN)
       77 WS-PARTENAIRE     PIC X(6) VALUE SPACES.

      * DATE METIER DU RUN (DATCTRL) AU FORMAT DES FLUX
       77 WS-DATE-METIER    PIC X(10) VALUE SPACES.
       77 WS-DATE-FLUX      PIC X(10) VALUE SPACES.

      * LIGNE DE FLUX AU DESSIN EXACT DES FEEDS VENTES
       01 WS-LIGNE-FLUX.
          05 FLX-NUM-CMD     PIC 9(7).
          05 FLX-DATE-CMD    PIC X(10).
          05 FLX-NUM-EMP     PIC 9(2).
          05 FLX-NUM-CLI     PIC 9(4).
          05 FLX-NUM-PROD    PIC X(3).
          05 FLX-PRIX        PIC X(5).
          05 FLX-QTE         PIC 9(2).
          05 FLX-DEVISE      PIC X(3).
          05 FLX-RESERVE     PIC X(3).
          05 FLX-DATE-LIV    PIC X(10).
          05 FLX-CODE-LIVR   PIC X(3).

      * ENREGISTREMENTS DE SERVICE H/T, MEME DESSIN QUE LES FLUX
       01 WS-HEADER-FLUX.
          05 HDR-TYPE        PIC X(1) VALUE 'H'.
          05 HDR-REGION      PIC X(3).
          05 HDR-DATE        PIC X(10).
          05 FILLER          PIC X(25) VALUE SPACES.
       01 WS-TRAILER-FLUX.
          05 TRL-TYPE        PIC X(1) VALUE 'T'.
          05 TRL-NB          PIC 9(7).
          05 TRL-QTE         PIC 9(9).
          05 TRL-MONTANT     PIC 9(11).
          05 FILLER          PIC X(11) VALUE SPACES.

      * CUMULS DE CONTROLE PAR REGION POUR LES TRAILERS
       01 TAB-CTL-REGION.
           05 CTL-REGION-ENTRY OCCURS 3 TIMES INDEXED BY IDX-CTL.
               10 CTL-REGION      PIC X(3).
               10 CTL-NB          PIC 9(7) VALUE ZERO.
               10 CTL-QTE         PIC 9(9) VALUE ZERO.
               10 CTL-NB-CMD      PIC 9(5) VALUE ZERO.

      * CORRESPONDANCES DU PARTENAIRE CHARGEES EN MEMOIRE
       77 WS-MAX-XREF-CLI   PIC 9(4) VALUE 500.
       77 WS-MAX-XREF-ART   PIC 9(4) VALUE 3000.
       77 WS-NB-XREF-CLI    PIC 9(4) VALUE ZERO.
       77 WS-NB-XREF-ART    PIC 9(4) VALUE ZERO.
       01 TAB-XREF-CLIENT.
           05 XCL-ENTRY OCCURS 500 TIMES INDEXED BY IDX-XCL.
               10 XCL-CODE-PART   PIC X(15).
               10 XCL-NUM-CLI     PIC 9(4).
               10 XCL-REGION      PIC X(3).
               10 XCL-NUM-EMP     PIC 9(2).
               10 XCL-CODE-LIVR   PIC X(3).
       01 TAB-XREF-ARTICLE.
           05 XAR-ENTRY OCCURS 3000 TIMES INDEXED BY IDX-XAR.
               10 XAR-CODE-PART   PIC X(15).
               10 XAR-P-NO        PIC X(3).

      * SERIE DES NUMEROS DE COMMANDE EDI
       77 WS-DERNIER-NUMERO PIC 9(7) VALUE ZERO.

      * BON DE COMMANDE EN COURS
       77 WS-NUM-PO         PIC X(15) VALUE SPACES.
       77 WS-DATE-LIV-FLUX  PIC X(10) VALUE SPACES.
       77 WS-RAISON-PO      PIC X(40) VALUE SPACES.
       77 WS-RAISON-LIGNE   PIC X(40) VALUE SPACES.
       77 WS-P-NO-TROUVE    PIC X(3) VALUE SPACES.
       77 WS-NB-LIGNES-EMISES PIC 9(5) VALUE ZERO.
       77 WS-PO-OUVERT      PIC X VALUE 'N'.
           88 PO-OUVERT         VALUE 'O'.
           88 PO-FERME          VALUE 'N'.
       77 WS-PO-ACCEPTE     PIC X VALUE 'N'.
           88 PO-ACCEPTE        VALUE 'O'.
           88 PO-REJETE         VALUE 'N'.
       77 WS-CLI-TROUVE     PIC X VALUE 'N'.
           88 CLI-TROUVE        VALUE 'O'.
           88 CLI-NON-TROUVE    VALUE 'N'.
       77 WS-ART-TROUVE     PIC X VALUE 'N'.
           88 ART-TROUVE        VALUE 'O'.
           88 ART-NON-TROUVE    VALUE 'N'.

      * COMPTEURS DE CONTROLE
       77 WS-NB-PO          PIC 9(5) VALUE ZERO.
       77 WS-NB-PO-EMIS     PIC 9(5) VALUE ZERO.
       77 WS-NB-LIGNES-LUES PIC 9(7) VALUE ZERO.
       77 WS-NB-LIGNES-OK   PIC 9(7) VALUE ZERO.
       77 WS-NB-REJETS      PIC 9(7) VALUE ZERO.
       77 WS-NB-TRAILER     PIC 9(7) VALUE ZERO.
       77 WS-TRAILER-LU     PIC X VALUE 'N'.
           88 TRAILER-LU        VALUE 'O'.
       77 ED-NB             PIC Z(6)9.

       PROCEDURE DIVISION.

           DISPLAY '=== PROGRAMME EDICMD - COMMANDES EDI PARTENAIRE ==='

           PERFORM LIRE-PARTENAIRE
           PERFORM LIRE-DATE-METIER
           PERFORM LIRE-SEQUENCE
           PERFORM CHARGER-CORRESPONDANCES
           PERFORM OUV-FICHIERS
           PERFORM ECRIRE-ENTETES-FLUX
           PERFORM LECT-EDIPO

           PERFORM UNTIL WS-FF-EDIPO = 1
               EVALUATE EPO-TYPE
                   WHEN 'H'
                       PERFORM CLORE-PO
                       PERFORM TRAITER-ENTETE-PO
                   WHEN 'D'
                       ADD 1 TO WS-NB-LIGNES-LUES
                       PERFORM TRAITER-LIGNE-PO
                   WHEN 'T'
                       SET TRAILER-LU TO TRUE
                       IF EPT-NB-LIGNES NUMERIC
                           MOVE EPT-NB-LIGNES TO WS-NB-TRAILER
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ENREGISTREMENT EDIPO DE TYPE INCONNU ('
                               EPO-TYPE ') - IGNORE'
               END-EVALUATE
               PERFORM LECT-EDIPO
           END-PERFORM
           PERFORM CLORE-PO

           PERFORM ECRIRE-TRAILERS-FLUX
           PERFORM ECRIRE-SEQUENCE
           PERFORM CONTROLER-TRAILER-EDIPO
           PERFORM ECRIRE-RAPPORT-EDICMD
           PERFORM FERM-FICHIERS
           DISPLAY 'FIN PROGRAMME EDICMD'
           GOBACK.

      * CODE DU PARTENAIRE TRAITE ; SANS CARTE, PAS DE RUN (LES
      * CORRESPONDANCES ET LES REJETS SONT PROPRES AU PARTENAIRE)
       LIRE-PARTENAIRE.
           ACCEPT WS-PARTENAIRE FROM SYSIN
           IF WS-PARTENAIRE = SPACES OR LOW-VALUE
               DISPLAY 'CODE PARTENAIRE ABSENT EN SYSIN - RUN REFUSE'
               PERFORM ABEND-PROG
           END-IF
           DISPLAY 'PARTENAIRE TRAITE : ' WS-PARTENAIRE
           .

      * DATE METIER DU FICHIER DE CONTROLE DE LA CHAINE, DATE DE
      * COMMANDE DES LIGNES EMISES ; SANS DATCTRL, RUN REFUSE
       LIRE-DATE-METIER.
           OPEN INPUT CONTROLE-DATE
           IF FS-DATCTRL NOT = ZERO
               DISPLAY 'ERR OPEN DATCTRL - FS : ' FS-DATCTRL
               PERFORM ABEND-PROG
           END-IF
           READ CONTROLE-DATE
               AT END
                   DISPLAY 'DATCTRL VIDE - TRADUCTION REFUSEE'
                   PERFORM ABEND-PROG
           END-READ
           MOVE DCT-DATE-METIER TO WS-DATE-METIER
           CLOSE CONTROLE-DATE

           MOVE SPACES TO WS-DATE-FLUX
           STRING WS-DATE-METIER (9:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-METIER (6:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DATE-METIER (1:4) DELIMITED BY SIZE
               INTO WS-DATE-FLUX
           END-STRING
           DISPLAY 'DATE METIER DU RUN : ' WS-DATE-METIER
           .

      * RELECTURE DU DERNIER NUMERO EDI ; FICHIER ABSENT = PREMIERE
      * MISE EN SERVICE, LA SERIE RESERVEE DEMARRE A 8000000, HORS
      * DES NUMEROS DES REGIONS ET DE LA SERIE CMDPERM (9000000)
       LIRE-SEQUENCE.
           MOVE 8000000 TO WS-DERNIER-NUMERO
           OPEN INPUT SEQUENCE-EDI
           IF FS-EDISEQ = ZERO
               READ SEQUENCE-EDI INTO WS-DERNIER-NUMERO
               IF FS-EDISEQ NOT = ZERO
                   MOVE 8000000 TO WS-DERNIER-NUMERO
               END-IF
               CLOSE SEQUENCE-EDI
           END-IF
           DISPLAY 'DERNIER NUMERO EDI : ' WS-DERNIER-NUMERO
           .

       ECRIRE-SEQUENCE.
           OPEN OUTPUT SEQUENCE-EDI
           IF FS-EDISEQ NOT = ZERO
               DISPLAY 'ERR OPEN EDISEQ - FS : ' FS-EDISEQ
               PERFORM ABEND-PROG
           END-IF
           MOVE WS-DERNIER-NUMERO TO ENR-EDISEQ
           WRITE ENR-EDISEQ
           CLOSE SEQUENCE-EDI
           .

      * CHARGEMENT DES SEULES CORRESPONDANCES DU PARTENAIRE DU RUN ;
      * SANS EDIXREF AUCUNE LIGNE NE PEUT ETRE TRADUITE : RUN REFUSE
       CHARGER-CORRESPONDANCES.
           OPEN INPUT CORRESPONDANCES
           IF FS-EDIXREF NOT = ZERO
               DISPLAY 'ERR OPEN EDIXREF - FS : ' FS-EDIXREF
               PERFORM ABEND-PROG
           END-IF
           PERFORM LECT-EDIXREF
           PERFORM UNTIL WS-FF-EDIXREF = 1
               IF XRF-PARTENAIRE = WS-PARTENAIRE
                   EVALUATE XRF-TYPE
                       WHEN 'C'
                           PERFORM CHARGER-XREF-CLIENT
                       WHEN 'P'
                           PERFORM CHARGER-XREF-ARTICLE
                       WHEN OTHER
                           DISPLAY 'CORRESPONDANCE DE TYPE INCONNU ('
                                   XRF-TYPE ') - IGNOREE'
                   END-EVALUATE
               END-IF
               PERFORM LECT-EDIXREF
           END-PERFORM
           CLOSE CORRESPONDANCES
           DISPLAY 'CORRESPONDANCES CLIENT  : ' WS-NB-XREF-CLI
           DISPLAY 'CORRESPONDANCES ARTICLE : ' WS-NB-XREF-ART
           .

       CHARGER-XREF-CLIENT.
           IF WS-NB-XREF-CLI >= WS-MAX-XREF-CLI
               DISPLAY 'TABLE CORRESPONDANCES CLIENT PLEINE - CODE '
                       XRF-CODE-PART ' IGNORE'
           ELSE
               ADD 1 TO WS-NB-XREF-CLI
               SET IDX-XCL TO WS-NB-XREF-CLI
               MOVE XRF-CODE-PART TO XCL-CODE-PART(IDX-XCL)
               MOVE XRF-NUM-CLI   TO XCL-NUM-CLI(IDX-XCL)
               MOVE XRF-REGION    TO XCL-REGION(IDX-XCL)
               MOVE XRF-NUM-EMP   TO XCL-NUM-EMP(IDX-XCL)
               MOVE XRF-CODE-LIVR TO XCL-CODE-LIVR(IDX-XCL)
           END-IF
           .

       CHARGER-XREF-ARTICLE.
           IF WS-NB-XREF-ART >= WS-MAX-XREF-ART
               DISPLAY 'TABLE CORRESPONDANCES ARTICLE PLEINE - CODE '
                       XRF-CODE-PART ' IGNORE'
           ELSE
               ADD 1 TO WS-NB-XREF-ART
               SET IDX-XAR TO WS-NB-XREF-ART
               MOVE XRF-CODE-PART TO XAR-CODE-PART(IDX-XAR)
               MOVE XRF-P-NO      TO XAR-P-NO(IDX-XAR)
           END-IF
           .

      * NOUVEAU BON : LE CLIENT DU PARTENAIRE DOIT ETRE CONNU ET LE
      * BON DOIT BIEN ETRE CELUI DU PARTENAIRE DU RUN, SINON TOUTES
      * SES LIGNES SONT REJETEES AVEC LE MOTIF DU BON. LE NUMERO DE
      * COMMANDE N'EST PRIS QU'A LA PREMIERE LIGNE EMISE.
       TRAITER-ENTETE-PO.
           ADD 1 TO WS-NB-PO
           SET PO-OUVERT TO TRUE
           SET PO-ACCEPTE TO TRUE
           MOVE ZERO TO WS-NB-LIGNES-EMISES
           MOVE EPH-NUM-PO TO WS-NUM-PO
           MOVE SPACES TO WS-RAISON-PO
           MOVE EPH-DATE-LIV TO WS-DATE-LIV-FLUX

           IF EPH-PARTENAIRE NOT = WS-PARTENAIRE
               SET PO-REJETE TO TRUE
               MOVE 'BON D''UN AUTRE PARTENAIRE' TO WS-RAISON-PO
           ELSE
               PERFORM RECHERCHER-CLIENT
               IF CLI-NON-TROUVE
                   SET PO-REJETE TO TRUE
                   MOVE 'CLIENT PARTENAIRE SANS CORRESPONDANCE'
                       TO WS-RAISON-PO
               END-IF
           END-IF

           IF PO-REJETE
               DISPLAY 'BON ' WS-NUM-PO ' REJETE : ' WS-RAISON-PO
           END-IF
           .

       RECHERCHER-CLIENT.
           SET CLI-NON-TROUVE TO TRUE
           PERFORM VARYING IDX-XCL FROM 1 BY 1
               UNTIL IDX-XCL > WS-NB-XREF-CLI OR CLI-TROUVE
               IF XCL-CODE-PART(IDX-XCL) = EPH-CLIENT-PART
                   SET CLI-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF CLI-TROUVE
               SET IDX-XCL DOWN BY 1
           END-IF
           .

      * LIGNE DU BON : ARTICLE TRADUIT ET QUANTITE TENANT DANS LA
      * ZONE QUANTITE DES FLUX (1 A 99), SINON REJET DE LA LIGNE
       TRAITER-LIGNE-PO.
           MOVE SPACES TO WS-RAISON-LIGNE
           EVALUATE TRUE
               WHEN PO-FERME
                   MOVE 'LIGNE SANS EN-TETE DE BON' TO WS-RAISON-LIGNE
               WHEN PO-REJETE
                   MOVE WS-RAISON-PO TO WS-RAISON-LIGNE
               WHEN EPD-QTE NOT NUMERIC
                   MOVE 'QUANTITE NON NUMERIQUE' TO WS-RAISON-LIGNE
               WHEN EPD-QTE = ZERO
                   MOVE 'QUANTITE NULLE' TO WS-RAISON-LIGNE
               WHEN EPD-QTE > 99
                   MOVE 'QUANTITE SUPERIEURE A 99 PAR LIGNE'
                       TO WS-RAISON-LIGNE
               WHEN OTHER
                   PERFORM RECHERCHER-ARTICLE
                   IF ART-NON-TROUVE
                       MOVE 'ARTICLE PARTENAIRE SANS CORRESPONDANCE'
                           TO WS-RAISON-LIGNE
                   END-IF
           END-EVALUATE

           IF WS-RAISON-LIGNE = SPACES
               PERFORM EMETTRE-LIGNE-FLUX
           ELSE
               PERFORM ECRIRE-REJET
           END-IF
           .

       RECHERCHER-ARTICLE.
           SET ART-NON-TROUVE TO TRUE
           MOVE SPACES TO WS-P-NO-TROUVE
           PERFORM VARYING IDX-XAR FROM 1 BY 1
               UNTIL IDX-XAR > WS-NB-XREF-ART OR ART-TROUVE
               IF XAR-CODE-PART(IDX-XAR) = EPD-ARTICLE-PART
                   SET ART-TROUVE TO TRUE
                   MOVE XAR-P-NO(IDX-XAR) TO WS-P-NO-TROUVE
               END-IF
           END-PERFORM
           .

      * LIGNE AU DESSIN EXACT DES FLUX : PRIX A BLANC (PRICING AU
      * CATALOGUE OU AU CONTRAT PAR MAJDB), DEVISE USD, DATE DE
      * LIVRAISON DU BON ET CODE DE LIVRAISON DE LA CORRESPONDANCE
       EMETTRE-LIGNE-FLUX.
           IF WS-NB-LIGNES-EMISES = ZERO
               ADD 1 TO WS-DERNIER-NUMERO
           END-IF

           MOVE SPACES TO WS-LIGNE-FLUX
           MOVE WS-DERNIER-NUMERO TO FLX-NUM-CMD
           MOVE WS-DATE-FLUX TO FLX-DATE-CMD
           MOVE XCL-NUM-EMP(IDX-XCL) TO FLX-NUM-EMP
           MOVE XCL-NUM-CLI(IDX-XCL) TO FLX-NUM-CLI
           MOVE WS-P-NO-TROUVE TO FLX-NUM-PROD
           MOVE SPACES TO FLX-PRIX
           MOVE EPD-QTE TO FLX-QTE
           MOVE 'USD' TO FLX-DEVISE
           MOVE SPACES TO FLX-RESERVE
           MOVE WS-DATE-LIV-FLUX TO FLX-DATE-LIV
           MOVE XCL-CODE-LIVR(IDX-XCL) TO FLX-CODE-LIVR

           EVALUATE XCL-REGION(IDX-XCL)
               WHEN 'VEU'
                   MOVE WS-LIGNE-FLUX TO ENR-EDIVEU
                   WRITE ENR-EDIVEU
                   SET IDX-CTL TO 1
               WHEN 'VAS'
                   MOVE WS-LIGNE-FLUX TO ENR-EDIVAS
                   WRITE ENR-EDIVAS
                   SET IDX-CTL TO 2
               WHEN OTHER
                   MOVE WS-LIGNE-FLUX TO ENR-EDIVAM
                   WRITE ENR-EDIVAM
                   SET IDX-CTL TO 3
           END-EVALUATE

           ADD 1 TO WS-NB-LIGNES-EMISES
           ADD 1 TO WS-NB-LIGNES-OK
           ADD 1 TO CTL-NB(IDX-CTL)
           ADD EPD-QTE TO CTL-QTE(IDX-CTL)
           .

      * FIN DU BON EN COURS : COMPTE DE LA COMMANDE EMISE PAR REGION
       CLORE-PO.
           IF PO-OUVERT AND WS-NB-LIGNES-EMISES > ZERO
               ADD 1 TO WS-NB-PO-EMIS
               EVALUATE XCL-REGION(IDX-XCL)
                   WHEN 'VEU'
                       ADD 1 TO CTL-NB-CMD(1)
                   WHEN 'VAS'
                       ADD 1 TO CTL-NB-CMD(2)
                   WHEN OTHER
                       ADD 1 TO CTL-NB-CMD(3)
               END-EVALUATE
               DISPLAY 'BON ' WS-NUM-PO ' -> COMMANDE '
                       WS-DERNIER-NUMERO ' [' XCL-REGION(IDX-XCL)
                       '] CLIENT=' XCL-NUM-CLI(IDX-XCL)
           END-IF
           SET PO-FERME TO TRUE
           .

       ECRIRE-REJET.
           MOVE SPACES TO ENR-EDIREJ
           MOVE WS-PARTENAIRE TO REJ-PARTENAIRE
           MOVE WS-NUM-PO TO REJ-NUM-PO
           MOVE EPD-NUM-LIGNE TO REJ-NUM-LIGNE
           MOVE EPD-ARTICLE-PART TO REJ-ARTICLE-PART
           MOVE EPD-QTE TO REJ-QTE
           MOVE WS-RAISON-LIGNE TO REJ-RAISON
           WRITE ENR-EDIREJ
           IF FS-EDIREJ NOT = ZERO
               DISPLAY 'ERR WRITE EDIREJ - FS : ' FS-EDIREJ
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-REJETS
           .

       ECRIRE-ENTETES-FLUX.
           MOVE 'VEU' TO CTL-REGION(1)
           MOVE 'VAS' TO CTL-REGION(2)
           MOVE 'VAM' TO CTL-REGION(3)

           MOVE 'VEU' TO HDR-REGION
           MOVE WS-DATE-FLUX TO HDR-DATE
           MOVE WS-HEADER-FLUX TO ENR-EDIVEU
           WRITE ENR-EDIVEU

           MOVE 'VAS' TO HDR-REGION
           MOVE WS-HEADER-FLUX TO ENR-EDIVAS
           WRITE ENR-EDIVAS

           MOVE 'VAM' TO HDR-REGION
           MOVE WS-HEADER-FLUX TO ENR-EDIVAM
           WRITE ENR-EDIVAM
           .

      * TRAILERS CONFORMES AUX CONTROLES DE MAJDB : NOMBRE DE
      * DETAILS, TOTAL DES QUANTITES, TOTAL DES ZONES PRIX (ZERO,
      * TOUTES LES LIGNES EMISES ETANT PRICEES PAR MAJDB)
       ECRIRE-TRAILERS-FLUX.
           MOVE CTL-NB(1) TO TRL-NB
           MOVE CTL-QTE(1) TO TRL-QTE
           MOVE ZERO TO TRL-MONTANT
           MOVE WS-TRAILER-FLUX TO ENR-EDIVEU
           WRITE ENR-EDIVEU

           MOVE CTL-NB(2) TO TRL-NB
           MOVE CTL-QTE(2) TO TRL-QTE
           MOVE WS-TRAILER-FLUX TO ENR-EDIVAS
           WRITE ENR-EDIVAS

           MOVE CTL-NB(3) TO TRL-NB
           MOVE CTL-QTE(3) TO TRL-QTE
           MOVE WS-TRAILER-FLUX TO ENR-EDIVAM
           WRITE ENR-EDIVAM
           .

      * LE TRAILER DU PARTENAIRE DOIT ANNONCER LE NOMBRE DE LIGNES
      * LUES ; UN ECART (FICHIER TRONQUE) EST SIGNALE PAR RC 4
       CONTROLER-TRAILER-EDIPO.
           IF NOT TRAILER-LU
               DISPLAY 'ATTENTION : PAS DE TRAILER DANS EDIPO'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-NB-TRAILER NOT = WS-NB-LIGNES-LUES
                   DISPLAY 'ATTENTION : TRAILER EDIPO ANNONCE '
                           WS-NB-TRAILER ' LIGNES, LUES : '
                           WS-NB-LIGNES-LUES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       OUV-FICHIERS.
           OPEN INPUT COMMANDES-EDI
           IF FS-EDIPO NOT = ZERO
               DISPLAY 'ERR OPEN EDIPO - FS : ' FS-EDIPO
               MOVE 1 TO WS-FF-EDIPO
           END-IF
           OPEN OUTPUT EDI-VEU EDI-VAS EDI-VAM
           IF FS-EDIVEU NOT = ZERO OR FS-EDIVAS NOT = ZERO
              OR FS-EDIVAM NOT = ZERO
               DISPLAY 'ERR OPEN FICHIERS EDI EMIS'
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT REJETS-EDI
           IF FS-EDIREJ NOT = ZERO
               DISPLAY 'ERR OPEN EDIREJ - FS : ' FS-EDIREJ
               PERFORM ABEND-PROG
           END-IF
           OPEN OUTPUT RAPPORT-EDICMD
           IF FS-RAPEDI NOT = ZERO
               DISPLAY 'ERR OPEN RAPEDI - FS : ' FS-RAPEDI
           END-IF.

       FERM-FICHIERS.
           CLOSE COMMANDES-EDI
           CLOSE EDI-VEU EDI-VAS EDI-VAM
           CLOSE REJETS-EDI
           CLOSE RAPPORT-EDICMD
           .

       LECT-EDIPO.
           READ COMMANDES-EDI AT END
               MOVE 1 TO WS-FF-EDIPO
           END-READ.

       LECT-EDIXREF.
           READ CORRESPONDANCES AT END
               MOVE 1 TO WS-FF-EDIXREF
           END-READ.

       ECRIRE-RAPPORT-EDICMD.
           MOVE SPACES TO ENR-RAPEDI
           STRING '=== RAPPORT DE CONTROLE EDICMD ==='
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE SPACES TO ENR-RAPEDI
           STRING 'PARTENAIRE               : ' WS-PARTENAIRE
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE WS-NB-PO TO ED-NB
           MOVE SPACES TO ENR-RAPEDI
           STRING 'BONS DE COMMANDE LUS     : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE WS-NB-PO-EMIS TO ED-NB
           MOVE SPACES TO ENR-RAPEDI
           STRING 'COMMANDES EMISES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE WS-NB-LIGNES-LUES TO ED-NB
           MOVE SPACES TO ENR-RAPEDI
           STRING 'LIGNES LUES              : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE WS-NB-LIGNES-OK TO ED-NB
           MOVE SPACES TO ENR-RAPEDI
           STRING 'LIGNES TRADUITES         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           MOVE WS-NB-REJETS TO ED-NB
           MOVE SPACES TO ENR-RAPEDI
           STRING 'LIGNES REJETEES          : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPEDI
           WRITE ENR-RAPEDI

           PERFORM VARYING IDX-CTL FROM 1 BY 1 UNTIL IDX-CTL > 3
               MOVE CTL-NB-CMD(IDX-CTL) TO ED-NB
               MOVE SPACES TO ENR-RAPEDI
               STRING CTL-REGION(IDX-CTL) DELIMITED BY SIZE
                      '  COMMANDES EMISES : ' DELIMITED BY SIZE
                      ED-NB DELIMITED BY SIZE
                   INTO ENR-RAPEDI
               END-STRING
               WRITE ENR-RAPEDI
           END-PERFORM

           IF FS-RAPEDI NOT = ZERO
               DISPLAY 'ERR WRITE RAPEDI - FS : ' FS-RAPEDI
           END-IF
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
