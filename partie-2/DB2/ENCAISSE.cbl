      * DANS API6.ORDER_STATUS, POUR QUE AGECLI ET RELEVE PUISSENT
      * ENFIN MONTRER L'ENCOURS REEL ET NON UN CUMUL BRUT. LES
      * PAIEMENTS NON AFFECTABLES (CLIENT INCONNU, TROP-PERCU) VONT
      * DANS UN FICHIER DE SUSPENS POUR LA COMPTABILITE. UN CLIENT
      * DONT LES CONDITIONS DE PAIEMENT (API6.PAYMENT_TERMS) PREVOIENT
      * UN ESCOMPTE (EX. 2% 10 JOURS NET 30) ET QUI REGLE LE SOLDE
      * D'UNE COMMANDE DANS LA FENETRE D'ESCOMPTE COMPTEE DEPUIS
      * O_DATE SOLDE CETTE COMMANDE POUR LE MONTANT ESCOMPTE ; LA
      * REMISE ACCORDEE EST ENREGISTREE A PART DANS API6.ESCOMPTES
      * POUR LA COMPTABILITE, ET NON NOYEE DANS LE MONTANT AFFECTE.
      * LE RUN EMET SES ECRITURES AU FORMAT JOURNLGL DE FACTURE, PAR
      * ENTITE JURIDIQUE DU CLIENT (SOCIECLI) : DEBIT BANQUE DE TOUT
      * L'ENCAISSE, DEBIT ESCOMPTES ACCORDES, CREDIT CLIENTS DU
      * MONTANT AFFECTE ET DES ESCOMPTES (LA DIMINUTION DE BALANCE),
      * CREDIT COMPTE D'ATTENTE DU MONTANT PARTI EN SUSPENS.
      * UN PAIEMENT EN DEVISE (PAY-DEVISE RENSEIGNEE ET DIFFERENTE DE
      * USD) PORTE SON MONTANT D'ORIGINE : IL EST CONVERTI AU TAUX DU
      * FICHIER TAUX EN VIGUEUR A LA DATE DU PAIEMENT (MEME LECTURE
      * EFFECTIVE QUE FACTURE) ET, SUR UNE COMMANDE FACTUREE DANS LA
      * MEME DEVISE (API6.ITEM_DEVISE), SOLDE LA COMMANDE EN DEVISE AU
      * TAUX DE LA VENTE ; L'ECART ENTRE CE TAUX ET CELUI DU PAIEMENT
      * EST LE GAIN/PERTE DE CHANGE REALISE, ENREGISTRE PAR COMMANDE
      * DANS API6.ECARTS_CHANGE ET COMPTABILISE AU JOURNAL. FXREVAL NE
      * REEVALUE PLUS QUE LA PART RESTEE OUVERTE.
      * LE RUN VALIDE SON TRAVAIL TOUS LES N PAIEMENTS (N LU EN SYSIN,
      * 100 PAR DEFAUT) ET ENREGISTRE A CHAQUE VALIDATION UN POINT DE
      * REPRISE (CHKENC) : NOMBRE DE PAIEMENTS TRAITES, IMAGE DU
      * DERNIER PAIEMENT APPLIQUE ET CUMULS DU RAPPORT ET DU JOURNAL.
      * UN RERUN APRES ABEND REPREND DERRIERE CE PAIEMENT, SANS
      * RIEN REAPPLIQUER. LES LIGNES DE SUSPENS D'UN INTERVALLE NE SONT
      * ECRITES DANS PAYSUSP QU'APRES LE COMMIT QUI LES VALIDE : LE
      * FICHIER REPRIS EN EXTEND NE PORTE AINSI QUE LE SUSPENS DES
      * PAIEMENTS VALIDES, SANS DOUBLON AU RERUN. UN PAIEMENT DEJA
      * LETTRE SOUS LA MEME REFERENCE ET LA MEME DATE POUR LE MEME
      * CLIENT (API6.PAIEMENTS_LETTRES) EST IGNORE, ET UN LOT LOCKBOX
      * DEJA APPLIQUE (API6.LOTS_ENCAISSES) EST REFUSE EN BLOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-PERCTRL.

           SELECT JOURNAL-GL ASSIGN TO JNLENC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JNLENC.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE, COMME FACTURE
           SELECT SOCIETES-CLIENTS ASSIGN TO SOCIECLI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-SOCIECLI.

      * TAUX DE CHANGE DATES (DEVISE;TAUX;AAAAMMJJ), COMME FACTURE
           SELECT TAUX ASSIGN TO TAUX
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

      * POINT DE REPRISE, REECRIT A CHAQUE VALIDATION INTERMEDIAIRE
      * ET VIDE EN FIN DE RUN NORMALE, COMME CHKFACT DE FACTURE
           SELECT CHECKPOINT-FILE ASSIGN TO CHKENC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-CHKENC.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENTS.
          05 PAY-DATE        PIC X(10).
          05 PAY-MONTANT     PIC 9(7)V99.
          05 PAY-REFERENCE   PIC X(10).
      * DEVISE ET MONTANT D'ORIGINE (BLANC OU USD = PAIEMENT EN USD)
          05 PAY-DEVISE      PIC X(3).
          05 PAY-MONTANT-DEVISE PIC 9(7)V99.
      * LOT LOCKBOX D'ORIGINE (BLANC POUR LES AUTRES SOURCES) : UN LOT
      * DEJA ENREGISTRE DANS API6.LOTS_ENCAISSES EST REFUSE
          05 PAY-LOT         PIC X(15).

       FD PAY-SUSPENS.
       01 ENR-PAYSUSP.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PSU-MONTANT     PIC Z(6)9,99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PSU-LIGNE       PIC X(60).

       FD RAPPORT-ENCAISSE.
       01 ENR-RAPENC         PIC X(60).
           05 PCT-PERIODE       PIC X(7).
           05 PCT-STATUT        PIC X(1).

      * MEME DESSIN QUE LE JOURNAL COMPTABLE PRODUIT PAR FACTURE
       FD  JOURNAL-GL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-JOURNLGL.
           05 JGL-TYPE               PIC X(1).
           05 JGL-DATE               PIC X(10).
           05 JGL-COMPTE             PIC X(8).
           05 JGL-LIBELLE            PIC X(30).
           05 JGL-SENS               PIC X(1).
           05 JGL-MONTANT            PIC 9(9)V99.
      * ENTITE JURIDIQUE DE L'ECRITURE (BLANC SUR LES TRAILERS)
           05 JGL-SOCIETE            PIC X(1).
           05 FILLER                 PIC X(18).

       FD TAUX.
       01 LIGNE-TAUX                PIC X(30).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 256 CHARACTERS.
       01  ENR-CHKENC                PIC X(256).

       FD  SOCIETES-CLIENTS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-SOCIECLI.
           05 SCL-C-NO               PIC 9(4).
           05 SCL-SOCIETE            PIC X(1).
      * CLIENT INTRAGROUPE : CODE DE L'ENTITE DU GROUPE QUE REPRESENTE
      * LE COMPTE CLIENT (BLANC = CLIENT TIERS)
           05 SCL-INTERCO            PIC X(1).

       WORKING-STORAGE SECTION.

      * INCLUSION SQLCA ET DCLGEN
               INCLUDE PAYHIST
           END-EXEC.

           EXEC SQL
               INCLUDE ESCOMPTE
           END-EXEC.

           EXEC SQL
               INCLUDE ECARTFX
           END-EXEC.

           EXEC SQL
               INCLUDE ITEMDEV
           END-EXEC.

           EXEC SQL
               INCLUDE PAYLETT
           END-EXEC.

           EXEC SQL
               INCLUDE LOTENC
           END-EXEC.

      * ECHEANCES EN ATTENTE DU PLAN D'APUREMENT DU CLIENT DU
      * PAIEMENT EN COURS, LES PLUS ANCIENNES D'ABORD : CHAQUE
      * PAIEMENT AFFECTE POINTE LES ECHEANCES QU'IL COUVRE ('T' =
      * SOLDEES (STATUT 'P') ET LES COMMANDES RETENUES PAR UN HOLD
      * DE CREDIT (STATUT 'H', POSE PAR L'EXTRACTION) : UNE COMMANDE
      * JAMAIS FACTUREE NE DOIT PAS ETRE LETTREE, ET SA MARQUE DE
      * RETENUE NE DOIT SURTOUT PAS ETRE ECRASEE. LE NOMBRE DE JOURS
      * ENTRE LA COMMANDE ET LE PAIEMENT SERT AU CONTROLE DE LA
      * FENETRE D'ESCOMPTE
           EXEC SQL
               DECLARE COUVERTES CURSOR
               FOR
               SELECT
                   O.O_NO,
                   DECIMAL(SUM(I.QUANTITY * I.PRICE), 9, 2) AS O_TOTAL,
                   (DAYS(:WS-DATE-PAIEMENT) - DAYS(O.O_DATE))
                       AS JOURS_DEPUIS_CMDE
               FROM
                   API6.ORDERS O
               INNER JOIN API6.ITEMS I ON I.O_NO = O.O_NO
      * VARIABLES DU CURSEUR DES COMMANDES OUVERTES
       77 WS-O-NO            PIC S9(7)V USAGE COMP-3.
       77 WS-O-TOTAL         PIC S9(7)V9(2) USAGE COMP-3.
       77 WS-JOURS-DEPUIS-CMDE PIC S9(9) USAGE COMP-3.

      * DATE DU PAIEMENT EN COURS (AAAA-MM-JJ) ; UNE DATE MAL FORMEE
      * DANS LE FICHIER EST REMPLACEE PAR LA DATE DU RUN
       77 WS-DATE-PAIEMENT    PIC X(10) VALUE SPACES.
       77 WS-DATE-RUN         PIC X(10) VALUE SPACES.
       77 WS-SYSTEM-DATE      PIC X(8).

      * ESCOMPTE POUR PAIEMENT ANTICIPE DES CONDITIONS DU CLIENT DU
      * PAIEMENT EN COURS (ZERO = PAS D'ESCOMPTE) ET REMISE ACCORDEE
      * SUR LA COMMANDE EN COURS DE LETTRAGE
       77 WS-JOURS-ESCOMPTE   PIC S9(3)V USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-ESCOMPTE    PIC S9(2)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ESCOMPTE-COMMANDE PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ESCOMPTE-PAIEMENT PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-NET-A-PAYER      PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-DIMINUTION PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.

      * MONTANTS DE TRAVAIL DU LETTRAGE
       77 WS-RESTE-A-AFFECTER PIC S9(8)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-RECU       PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-AFFECTE    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-SUSPENS    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-NB-ESCOMPTES     PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-ESCOMPTES  PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 ED-NB               PIC Z(4)9.
       77 ED-MONTANT          PIC Z(8)9,99.

      * AFFECTATION CLIENT -> ENTITE JURIDIQUE ; FICHIER ABSENT OU
      * CLIENT NON AFFECTE = ENTITE 'A'
       77 FS-SOCIECLI         PIC 99.
       77 WS-FF-SOCIECLI      PIC 9 VALUE ZERO.
       01 TAB-SOCIECLI.
           05 NB-SOCIECLI         PIC 999 VALUE ZERO.
           05 SOCIECLI-ENTRY OCCURS 200 TIMES INDEXED BY IDX-SCL.
               10 SC-C-NO             PIC 9(4).
               10 SC-SOCIETE          PIC X(1).
               10 SC-INTERCO          PIC X(1).

      * CUMULS DU JOURNAL COMPTABLE PAR ENTITE ('A' PUIS 'B')
       01 TAB-JGL-SOCIETES.
           05 JSO-ENTRY OCCURS 2 TIMES.
               10 JSO-SOCIETE         PIC X(1).
               10 JSO-AFFECTE         PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-ESCOMPTE        PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-SUSPENS         PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-GAIN-FX         PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-PERTE-FX        PIC S9(9)V9(2) USAGE COMP-3.
      * REGLEMENTS INTRAGROUPE : DIMINUTION DE LA CREANCE CHEZ
      * L'ENTITE EMETTRICE, REGLEMENT ET ESCOMPTE OBTENU CHEZ
      * L'ENTITE CLIENTE
               10 JSO-DIMINUTION-IC   PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-REGLE-IC        PIC S9(9)V9(2) USAGE COMP-3.
               10 JSO-ESCOMPTE-IC     PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-IDX-SOC          PIC 9 VALUE 1.
       77 WS-IDX-SOC-CLIENTE  PIC 9 VALUE 1.
       77 WS-INTERCO-CLIENT   PIC X(1) VALUE SPACE.

      * HISTORIQUE DES TAUX DE CHANGE DATES DU FICHIER TAUX ; LE
      * TAUX D'UN PAIEMENT EST CELUI DE SA DEVISE DONT LA DATE D'EFFET
      * EST LA PLUS RECENTE SANS DEPASSER LA DATE DU PAIEMENT. FICHIER
      * ABSENT = LES PAIEMENTS EN DEVISE PARTENT EN SUSPENS
       77 WS-TAUX-STATUS      PIC XX.
       77 WS-EOF-TAUX         PIC X VALUE 'N'.
           88 EOF-TAUX            VALUE 'Y'.
       01 TAB-TAUX-HIST.
           05 NB-TAUX-HIST        PIC 999 VALUE ZERO.
           05 TAUX-HIST-ENTRY OCCURS 200 TIMES INDEXED BY IDX-TXH.
               10 TH-DEVISE           PIC X(3).
               10 TH-TAUX             PIC 9(3)V9(5).
               10 TH-DATE-EFFET       PIC X(8).
       77 WS-TXF-DEVISE-LU    PIC X(3).
       77 WS-TXF-TAUX-LU      PIC X(10).
       77 WS-TXF-DATE-LUE     PIC X(8).
       77 WS-TXF-POSITION     PIC 99.
       77 WS-TXF-DEBUT        PIC 99.
       77 WS-TXF-LONGUEUR     PIC 99.

      * PAIEMENT EN DEVISE EN COURS : TAUX DU PAIEMENT, RELIQUAT EN
      * DEVISE RESTANT A AFFECTER ET, POUR LA COMMANDE EN COURS, SA
      * DEVISE DE FACTURATION ET SON TAUX DE VENTE (TOTAL USD SUR
      * MONTANT D'ORIGINE)
       77 WS-PAIEMENT-DEVISE  PIC X VALUE 'N'.
           88 PAIEMENT-EN-DEVISE  VALUE 'O'.
           88 PAIEMENT-EN-USD     VALUE 'N'.
       77 WS-DEVISE-SANS-TAUX PIC X VALUE 'N'.
       77 WS-DATE-TAUX        PIC X(8).
       77 WS-DATE-TAUX-RETENU PIC X(8).
       77 WS-TAUX-PAIEMENT    PIC 9(3)V9(5) VALUE ZERO.
       77 WS-RESTE-DEVISE     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-DEVISE-COMMANDE  PIC X(3).
       77 WS-ORIGINE-COMMANDE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-REGLEMENT-DEVISE PIC X VALUE 'N'.
           88 REGLEMENT-EN-DEVISE VALUE 'O'.
       77 WS-TAUX-ORIGINE     PIC S9(3)V9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-TAUX-AFFECTATION PIC S9(3)V9(7) USAGE COMP-3 VALUE ZERO.
       77 WS-DEVISE-CONSOMMEE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ENCAISSE-USD     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-ECART-CHANGE     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-NB-PAIEMENTS-DEV PIC 9(5) VALUE ZERO.
       77 WS-NB-ECARTS-CHANGE PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-GAIN-FX    PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
       77 WS-TOTAL-PERTE-FX   PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.

      * TOTAUX DU JOURNAL COMPTABLE
       77 FS-JNLENC           PIC 99.
       77 WS-JGL-NB-ECRITURES PIC 9(5) VALUE ZERO.
       77 WS-JGL-TOTAL-DEBIT  PIC 9(11)V99 VALUE ZERO.
       77 WS-JGL-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       77 ED-JGL-NB           PIC 9(5).

      * VALIDATION PAR INTERVALLE (SYSIN, 100 PAIEMENTS PAR DEFAUT)
       77 WS-INTERVALLE-SAISIE PIC X(8) VALUE SPACES.
       77 WS-INTERVALLE-COMMIT PIC 9(5) VALUE 100.
       77 WS-NB-DEPUIS-COMMIT PIC 9(5) VALUE ZERO.

      * LIGNES DE SUSPENS DE L'INTERVALLE EN COURS, EN ATTENTE DU
      * COMMIT ; UN PAIEMENT DONNE AU PLUS UNE LIGNE, D'OU
      * L'INTERVALLE PLAFONNE A LA TAILLE DE LA TABLE
       01 TAB-SUSPENS-ATTENTE.
           05 NB-SUSPENS-ATTENTE  PIC 9(4) VALUE ZERO.
           05 SUSPENS-ATTENTE OCCURS 1000 TIMES INDEXED BY IDX-SAT.
               10 SAT-LIGNE           PIC X(102).

      * POINT DE REPRISE : COMPTEURS ET CUMULS A LA DERNIERE
      * VALIDATION, AVEC L'IMAGE DU DERNIER PAIEMENT APPLIQUE QUI
      * PERMET DE CONTROLER QUE LE RERUN PORTE SUR LE MEME FICHIER
       77 FS-CHKENC           PIC 99.
       77 WS-REPRISE          PIC X VALUE 'N'.
           88 RUN-EN-REPRISE      VALUE 'O'.
       77 WS-NB-SAUTES        PIC 9(5) VALUE ZERO.
       01 WS-POINT-REPRISE.
           05 CKE-NB-PAIEMENTS     PIC 9(5).
           05 CKE-NB-CMDES-REGLEES PIC 9(5).
           05 CKE-NB-SUSPENS       PIC 9(5).
           05 CKE-NB-ESCOMPTES     PIC 9(5).
           05 CKE-NB-PREP-REGLEES  PIC 9(5).
           05 CKE-NB-ECH-TENUES    PIC 9(5).
           05 CKE-NB-PAIEMENTS-DEV PIC 9(5).
           05 CKE-NB-ECARTS-CHANGE PIC 9(5).
           05 CKE-NB-DOUBLONS      PIC 9(5).
           05 CKE-NB-LOT-REFUSE    PIC 9(5).
           05 CKE-TOTAL-RECU       PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-AFFECTE    PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-SUSPENS    PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-ESCOMPTES  PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-GAIN-FX    PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-PERTE-FX   PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-DOUBLONS   PIC S9(9)V9(2) USAGE COMP-3.
           05 CKE-TOTAL-LOT-REFUSE PIC S9(9)V9(2) USAGE COMP-3.
      * IMAGE DE TAB-JGL-SOCIETES
           05 CKE-JGL-SOCIETES     PIC X(98).
           05 CKE-DERNIER-PAIEMENT PIC X(60).

      * PAIEMENTS DEJA LETTRES SOUS LA MEME REFERENCE ET LA MEME DATE
       77 WS-NB-DEJA-LETTRES  PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-NB-DOUBLONS      PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-DOUBLONS   PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.

      * LOTS LOCKBOX RENCONTRES DANS LE FICHIER ('A' = A APPLIQUER,
      * 'R' = DEJA APPLIQUE PAR UN RUN ANTERIEUR, REFUSE) ; LES LOTS
      * APPLIQUES SONT ENREGISTRES AVEC LA VALIDATION FINALE
       01 TAB-LOTS.
           05 NB-LOTS             PIC 99 VALUE ZERO.
           05 LOT-ENTRY OCCURS 20 TIMES INDEXED BY IDX-LOT.
               10 TL-NO-LOT           PIC X(15).
               10 TL-STATUT           PIC X(1).
               10 TL-NB               PIC 9(5).
               10 TL-MONTANT          PIC S9(9)V9(2) USAGE COMP-3.
       77 WS-IDX-LOT          PIC 99 VALUE ZERO.
       77 WS-NB-LOT-CONNU     PIC S9(9) COMP-3 VALUE ZERO.
       77 WS-LOT-REFUSE       PIC X VALUE 'N'.
           88 PAIEMENT-LOT-REFUSE VALUE 'O'.
       77 WS-NB-LOT-REFUSE    PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-LOT-REFUSE PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

           DISPLAY 'DEBUT PROGRAMME ENCAISSE - APPLICATION PAIEMENTS'
           PERFORM DETERMINER-DATE-RUN
           PERFORM CHARGER-PERIODES-COMPTABLES
           PERFORM CHARGER-SOCIECLI
           PERFORM CHARGER-TAUX-HIST
           PERFORM LIRE-INTERVALLE-COMMIT
           PERFORM LIRE-CHECKPOINT
           PERFORM OUV-PAYMENTS
           PERFORM OUV-PAYSUSP
           PERFORM OUV-RAPENC
           PERFORM OUV-JNLENC
           IF RUN-EN-REPRISE
               PERFORM SAUTER-PAIEMENTS-TRAITES
           END-IF
           PERFORM LECT-PAYMENT

           PERFORM UNTIL FF-PAYMENTS
               ADD 1 TO WS-NB-PAIEMENTS
               PERFORM CONTROLER-LOT-PAIEMENT
               IF PAIEMENT-LOT-REFUSE
                   ADD 1 TO WS-NB-LOT-REFUSE
                   ADD PAY-MONTANT TO WS-TOTAL-LOT-REFUSE
               ELSE
                   PERFORM CONTROLER-DOUBLON
                   IF WS-NB-DEJA-LETTRES > ZERO
                       PERFORM IGNORER-DOUBLON
                   ELSE
                       PERFORM CONVERTIR-PAIEMENT-DEVISE
                       ADD PAY-MONTANT TO WS-TOTAL-RECU
                       PERFORM TRAITER-PAIEMENT
                   END-IF
               END-IF
               PERFORM VALIDER-INTERVALLE
               PERFORM LECT-PAYMENT
           END-PERFORM

           PERFORM MARQUER-ECHEANCES-MANQUEES
           PERFORM ENREGISTRER-LOTS
           PERFORM ECRIRE-JOURNAL-ENCAISSE

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = ZERO
                       SQLCODE
               PERFORM ABEND-PROG
           END-IF
           PERFORM ECRIRE-SUSPENS-VALIDES

      * RUN TERMINE : LE POINT DE REPRISE EST VIDE POUR QUE LE
      * PROCHAIN FICHIER PAYMENTS SOIT TRAITE DEPUIS LE DEBUT
           PERFORM EFFACER-CHECKPOINT

           PERFORM FERM-PAYMENTS
           PERFORM FERM-PAYSUSP
           PERFORM FERM-JNLENC
           PERFORM ECRIRE-RAPPORT-ENCAISSE
           PERFORM FERM-RAPENC
           IF WS-NB-LOT-REFUSE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FIN PROGRAMME ENCAISSE'
           GOBACK.

       LIRE-INTERVALLE-COMMIT.
           ACCEPT WS-INTERVALLE-SAISIE FROM SYSIN
           IF WS-INTERVALLE-SAISIE NOT = SPACES
               COMPUTE WS-INTERVALLE-COMMIT =
                   FUNCTION NUMVAL(WS-INTERVALLE-SAISIE)
               IF WS-INTERVALLE-COMMIT = ZERO
                   MOVE 100 TO WS-INTERVALLE-COMMIT
               END-IF
               IF WS-INTERVALLE-COMMIT > 1000
                   MOVE 1000 TO WS-INTERVALLE-COMMIT
               END-IF
           END-IF
           DISPLAY 'VALIDATION TOUS LES ' WS-INTERVALLE-COMMIT
                   ' PAIEMENTS'
           .

      * VALIDATION INTERMEDIAIRE PUIS POINT DE REPRISE : LE POINT DE
      * REPRISE N'EST ECRIT QU'APRES UN COMMIT REUSSI ET NE DESIGNE
      * DONC JAMAIS UN PAIEMENT ANNULE PAR LE ROLLBACK D'UN ABEND
       VALIDER-INTERVALLE.
           ADD 1 TO WS-NB-DEPUIS-COMMIT
           IF WS-NB-DEPUIS-COMMIT >= WS-INTERVALLE-COMMIT
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'ERREUR LORS DU COMMIT - SQLCODE : '
                           SQLCODE
                   PERFORM ABEND-PROG
               END-IF
               PERFORM ECRIRE-SUSPENS-VALIDES
               PERFORM ECRIRE-CHECKPOINT
               MOVE ZERO TO WS-NB-DEPUIS-COMMIT
           END-IF
           .

      * LIT LE POINT DE REPRISE D'UN RUN ANTERIEUR INTERROMPU ; S'IL
      * EST VIDE (PREMIER RUN OU RUN PRECEDENT TERMINE NORMALEMENT),
      * LE FICHIER PAYMENTS EST TRAITE DEPUIS LE DEBUT. LES CUMULS
      * SONT RESTAURES APRES LE CHARGEMENT DE SOCIECLI, QUI LES
      * INITIALISE
       LIRE-CHECKPOINT.
           MOVE 'N' TO WS-REPRISE
           INITIALIZE WS-POINT-REPRISE
           OPEN INPUT CHECKPOINT-FILE
           IF FS-CHKENC = ZERO
               READ CHECKPOINT-FILE INTO WS-POINT-REPRISE
               IF FS-CHKENC = ZERO AND CKE-NB-PAIEMENTS > ZERO
                   MOVE 'O' TO WS-REPRISE
                   MOVE CKE-NB-PAIEMENTS TO WS-NB-PAIEMENTS
                   MOVE CKE-NB-CMDES-REGLEES TO WS-NB-CMDES-REGLEES
                   MOVE CKE-NB-SUSPENS TO WS-NB-SUSPENS
                   MOVE CKE-NB-ESCOMPTES TO WS-NB-ESCOMPTES
                   MOVE CKE-NB-PREP-REGLEES TO WS-NB-PREP-REGLEES
                   MOVE CKE-NB-ECH-TENUES TO WS-NB-ECH-TENUES
                   MOVE CKE-NB-PAIEMENTS-DEV TO WS-NB-PAIEMENTS-DEV
                   MOVE CKE-NB-ECARTS-CHANGE TO WS-NB-ECARTS-CHANGE
                   MOVE CKE-NB-DOUBLONS TO WS-NB-DOUBLONS
                   MOVE CKE-NB-LOT-REFUSE TO WS-NB-LOT-REFUSE
                   MOVE CKE-TOTAL-RECU TO WS-TOTAL-RECU
                   MOVE CKE-TOTAL-AFFECTE TO WS-TOTAL-AFFECTE
                   MOVE CKE-TOTAL-SUSPENS TO WS-TOTAL-SUSPENS
                   MOVE CKE-TOTAL-ESCOMPTES TO WS-TOTAL-ESCOMPTES
                   MOVE CKE-TOTAL-GAIN-FX TO WS-TOTAL-GAIN-FX
                   MOVE CKE-TOTAL-PERTE-FX TO WS-TOTAL-PERTE-FX
                   MOVE CKE-TOTAL-DOUBLONS TO WS-TOTAL-DOUBLONS
                   MOVE CKE-TOTAL-LOT-REFUSE TO WS-TOTAL-LOT-REFUSE
                   MOVE CKE-JGL-SOCIETES TO TAB-JGL-SOCIETES
                   DISPLAY 'POINT DE REPRISE LU : ' CKE-NB-PAIEMENTS
                           ' PAIEMENT(S) DEJA TRAITE(S)'
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           .

      * EN REPRISE, RELIT SANS LES TRAITER LES PAIEMENTS DEJA VALIDES
      * (EN NOTANT LEURS LOTS POUR L'ENREGISTREMENT FINAL) ET CONTROLE
      * QUE LE DERNIER RELU EST BIEN CELUI DU POINT DE REPRISE ; SINON
      * LE FICHIER N'EST PAS CELUI DU RUN INTERROMPU ET LE RUN S'ARRETE
       SAUTER-PAIEMENTS-TRAITES.
           MOVE ZERO TO WS-NB-SAUTES
           PERFORM UNTIL WS-NB-SAUTES = CKE-NB-PAIEMENTS
                      OR FF-PAYMENTS
               PERFORM LECT-PAYMENT
               IF NFF-PAYMENTS
                   ADD 1 TO WS-NB-SAUTES
                   PERFORM CONTROLER-LOT-PAIEMENT
               END-IF
           END-PERFORM

           IF WS-NB-SAUTES NOT = CKE-NB-PAIEMENTS
              OR ENR-PAYMENT NOT = CKE-DERNIER-PAIEMENT
               DISPLAY 'POINT DE REPRISE INCOMPATIBLE AVEC PAYMENTS'
               DISPLAY 'DERNIER PAIEMENT ATTENDU : '
                       CKE-DERNIER-PAIEMENT
               PERFORM ABEND-PROG
           END-IF
           DISPLAY 'REPRISE APRES ' WS-NB-SAUTES
                   ' PAIEMENT(S) DEJA APPLIQUE(S)'
           .

      * ENREGISTRE LES COMPTEURS ET CUMULS A LA DERNIERE VALIDATION ET
      * L'IMAGE DU DERNIER PAIEMENT APPLIQUE
       ECRIRE-CHECKPOINT.
           MOVE WS-NB-PAIEMENTS TO CKE-NB-PAIEMENTS
           MOVE WS-NB-CMDES-REGLEES TO CKE-NB-CMDES-REGLEES
           MOVE WS-NB-SUSPENS TO CKE-NB-SUSPENS
           MOVE WS-NB-ESCOMPTES TO CKE-NB-ESCOMPTES
           MOVE WS-NB-PREP-REGLEES TO CKE-NB-PREP-REGLEES
           MOVE WS-NB-ECH-TENUES TO CKE-NB-ECH-TENUES
           MOVE WS-NB-PAIEMENTS-DEV TO CKE-NB-PAIEMENTS-DEV
           MOVE WS-NB-ECARTS-CHANGE TO CKE-NB-ECARTS-CHANGE
           MOVE WS-NB-DOUBLONS TO CKE-NB-DOUBLONS
           MOVE WS-NB-LOT-REFUSE TO CKE-NB-LOT-REFUSE
           MOVE WS-TOTAL-RECU TO CKE-TOTAL-RECU
           MOVE WS-TOTAL-AFFECTE TO CKE-TOTAL-AFFECTE
           MOVE WS-TOTAL-SUSPENS TO CKE-TOTAL-SUSPENS
           MOVE WS-TOTAL-ESCOMPTES TO CKE-TOTAL-ESCOMPTES
           MOVE WS-TOTAL-GAIN-FX TO CKE-TOTAL-GAIN-FX
           MOVE WS-TOTAL-PERTE-FX TO CKE-TOTAL-PERTE-FX
           MOVE WS-TOTAL-DOUBLONS TO CKE-TOTAL-DOUBLONS
           MOVE WS-TOTAL-LOT-REFUSE TO CKE-TOTAL-LOT-REFUSE
           MOVE TAB-JGL-SOCIETES TO CKE-JGL-SOCIETES
           MOVE ENR-PAYMENT TO CKE-DERNIER-PAIEMENT

           OPEN OUTPUT CHECKPOINT-FILE
           IF FS-CHKENC NOT = ZERO
               DISPLAY 'ERR OPEN CHKENC - FS : ', FS-CHKENC
               PERFORM ABEND-PROG
           END-IF
           WRITE ENR-CHKENC FROM WS-POINT-REPRISE
           IF FS-CHKENC NOT = ZERO
               DISPLAY 'ERR WRITE CHKENC - FS : ', FS-CHKENC
               PERFORM ABEND-PROG
           END-IF
           CLOSE CHECKPOINT-FILE
           .

       EFFACER-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           .

      * LOT LOCKBOX DU PAIEMENT EN COURS : A SA PREMIERE APPARITION,
      * UN LOT DEJA ENREGISTRE PAR UN RUN ANTERIEUR EST MARQUE REFUSE
      * ET TOUTES SES LIGNES SONT IGNOREES
       CONTROLER-LOT-PAIEMENT.
           MOVE 'N' TO WS-LOT-REFUSE
           IF PAY-LOT NOT = SPACES
               MOVE ZERO TO WS-IDX-LOT
               PERFORM VARYING IDX-LOT FROM 1 BY 1
                   UNTIL IDX-LOT > NB-LOTS
                   IF TL-NO-LOT(IDX-LOT) = PAY-LOT
                       SET WS-IDX-LOT TO IDX-LOT
                   END-IF
               END-PERFORM
               IF WS-IDX-LOT = ZERO
                   PERFORM AJOUTER-LOT
               END-IF
               ADD 1 TO TL-NB(WS-IDX-LOT)
               ADD PAY-MONTANT TO TL-MONTANT(WS-IDX-LOT)
               IF TL-STATUT(WS-IDX-LOT) = 'R'
                   MOVE 'O' TO WS-LOT-REFUSE
               END-IF
           END-IF
           .

       AJOUTER-LOT.
           IF NB-LOTS >= 20
               DISPLAY 'TROP DE LOTS DANS PAYMENTS - LOT : ' PAY-LOT
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO NB-LOTS
           MOVE NB-LOTS TO WS-IDX-LOT
           MOVE PAY-LOT TO TL-NO-LOT(WS-IDX-LOT)
           MOVE ZERO TO TL-NB(WS-IDX-LOT)
           MOVE ZERO TO TL-MONTANT(WS-IDX-LOT)
           MOVE 'A' TO TL-STATUT(WS-IDX-LOT)

           MOVE PAY-LOT TO LENC-NO-LOT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LOT-CONNU
               FROM API6.LOTS_ENCAISSES
               WHERE NO_LOT = :LENC-NO-LOT
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF
           IF WS-NB-LOT-CONNU > ZERO
               MOVE 'R' TO TL-STATUT(WS-IDX-LOT)
               DISPLAY 'LOT DEJA APPLIQUE - LIGNES IGNOREES : '
                       PAY-LOT
           END-IF
           .

      * ENREGISTREMENT DES LOTS APPLIQUES PAR CE RUN, DANS LA MEME
      * UNITE DE VALIDATION QUE LE JOURNAL DE FIN DE RUN
       ENREGISTRER-LOTS.
           PERFORM VARYING IDX-LOT FROM 1 BY 1
               UNTIL IDX-LOT > NB-LOTS
               IF TL-STATUT(IDX-LOT) = 'A'
                   MOVE TL-NO-LOT(IDX-LOT) TO LENC-NO-LOT
                   MOVE WS-DATE-RUN TO LENC-DATE-APPLIC
                   MOVE TL-NB(IDX-LOT) TO LENC-NB-PAIEMENTS
                   MOVE TL-MONTANT(IDX-LOT) TO LENC-MONTANT
                   EXEC SQL
                       INSERT INTO API6.LOTS_ENCAISSES
                       (NO_LOT, DATE_APPLIC, NB_PAIEMENTS, MONTANT)
                       VALUES (:LENC-NO-LOT, :LENC-DATE-APPLIC,
                               :LENC-NB-PAIEMENTS, :LENC-MONTANT)
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       PERFORM ABEND-PROG
                   END-IF
               END-IF
           END-PERFORM
           .

      * UN PAIEMENT DU MEME CLIENT, SOUS LA MEME REFERENCE ET A LA
      * MEME DATE, DEJA LETTRE PAR UN RUN ANTERIEUR N'EST PAS REAPPLIQUE
      * (REFERENCE A BLANC : PAS DE CONTROLE POSSIBLE)
       CONTROLER-DOUBLON.
           MOVE ZERO TO WS-NB-DEJA-LETTRES
           IF PAY-REFERENCE NOT = SPACES AND PAY-NUM-CLI NUMERIC
               MOVE PAY-NUM-CLI TO PLT-C-NO
               MOVE PAY-REFERENCE TO PLT-REFERENCE
               MOVE PAY-DATE TO PLT-DATE-PAIEMENT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-NB-DEJA-LETTRES
                   FROM API6.PAIEMENTS_LETTRES
                   WHERE C_NO = :PLT-C-NO
                     AND REFERENCE = :PLT-REFERENCE
                     AND DATE_PAIEMENT = :PLT-DATE-PAIEMENT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

       IGNORER-DOUBLON.
           ADD 1 TO WS-NB-DOUBLONS
           IF PAY-MONTANT NUMERIC
               ADD PAY-MONTANT TO WS-TOTAL-DOUBLONS
           END-IF
           DISPLAY 'PAIEMENT DEJA LETTRE - IGNORE : CLIENT='
                   PAY-NUM-CLI ' REF=' PAY-REFERENCE
                   ' DATE=' PAY-DATE
           .

      * TRACE DU PAIEMENT LETTRE, DANS LA MEME UNITE DE VALIDATION QUE
      * SON LETTRAGE, POUR LE CONTROLE DES DOUBLONS DES RUNS SUIVANTS
       ENREGISTRER-PAIEMENT-LETTRE.
           IF PAY-REFERENCE NOT = SPACES
               MOVE PAY-NUM-CLI TO PLT-C-NO
               MOVE PAY-REFERENCE TO PLT-REFERENCE
               MOVE PAY-DATE TO PLT-DATE-PAIEMENT
               MOVE WS-AFFECTE-PAIEMENT TO PLT-MONTANT
               MOVE PAY-LOT TO PLT-NO-LOT
               MOVE WS-DATE-RUN TO PLT-DATE-APPLIC
               EXEC SQL
                   INSERT INTO API6.PAIEMENTS_LETTRES
                   (C_NO, REFERENCE, DATE_PAIEMENT, MONTANT, NO_LOT,
                    DATE_APPLIC)
                   VALUES (:PLT-C-NO, :PLT-REFERENCE,
                           :PLT-DATE-PAIEMENT, :PLT-MONTANT,
                           :PLT-NO-LOT, :PLT-DATE-APPLIC)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM ABEND-PROG
               END-IF
           END-IF
           .

      * LETTRAGE D'UN PAIEMENT : AFFECTATION SUR LES COMMANDES
      * OUVERTES DU CLIENT PAR ANCIENNETE, PUIS MAJ DE LA BALANCE DU
      * MONTANT REELLEMENT AFFECTE ; LE RELIQUAT EVENTUEL PART EN
      * SUSPENS POUR LA COMPTABILITE
       TRAITER-PAIEMENT.
           PERFORM DETERMINER-SOCIETE-CLIENT
           PERFORM CONTROLER-PERIODE-PAIEMENT
           IF WS-PERIODE-FERMEE = 'O'
               MOVE 'PERIODE COMPTABLE FERMEE' TO WS-RAISON-PAYSUSP
               MOVE PAY-MONTANT TO WS-RESTE-A-AFFECTER
               PERFORM SIGNALER-PAY-SUSPENS
           ELSE
               IF WS-DEVISE-SANS-TAUX = 'O'
                   MOVE 'DEVISE SANS TAUX EN VIGUEUR'
                       TO WS-RAISON-PAYSUSP
                   MOVE PAY-MONTANT TO WS-RESTE-A-AFFECTER
                   PERFORM SIGNALER-PAY-SUSPENS
               ELSE
                   PERFORM TRAITER-PAIEMENT-OUVERT
               END-IF
           END-IF.

       TRAITER-PAIEMENT-OUVERT.
               PERFORM SIGNALER-PAY-SUSPENS
           ELSE
               MOVE PAY-MONTANT TO WS-RESTE-A-AFFECTER
               IF PAIEMENT-EN-DEVISE
                   MOVE PAY-MONTANT-DEVISE TO WS-RESTE-DEVISE
               END-IF
               MOVE ZERO TO WS-AFFECTE-PAIEMENT
               MOVE ZERO TO WS-ESCOMPTE-PAIEMENT
               PERFORM DETERMINER-DATE-PAIEMENT
               PERFORM AFFECTER-SUR-COMMANDES

               IF WS-AFFECTE-PAIEMENT > ZERO
                   PERFORM DIMINUER-BALANCE-CLIENT
                   ADD WS-AFFECTE-PAIEMENT TO WS-TOTAL-AFFECTE
                   ADD WS-AFFECTE-PAIEMENT TO JSO-AFFECTE(WS-IDX-SOC)
                   ADD WS-ESCOMPTE-PAIEMENT
                       TO JSO-ESCOMPTE(WS-IDX-SOC)
                   IF WS-INTERCO-CLIENT NOT = SPACE
                       PERFORM CUMULER-REGLEMENT-INTERCO
                   END-IF
                   PERFORM POINTER-ECHEANCES-PLAN
                   PERFORM ENREGISTRER-PAIEMENT-LETTRE
               END-IF

               IF WS-RESTE-A-AFFECTER > ZERO
               END-IF
           END-IF.

      * UN REGLEMENT INTRAGROUPE SOLDE LA CREANCE INTRAGROUPE DE
      * L'ENTITE EMETTRICE ET LA DETTE INTRAGROUPE DE L'ENTITE
      * CLIENTE, EN MIROIR DES ECRITURES DE FACTURE
       CUMULER-REGLEMENT-INTERCO.
           ADD WS-AFFECTE-PAIEMENT
               TO JSO-DIMINUTION-IC(WS-IDX-SOC)
           ADD WS-ESCOMPTE-PAIEMENT
               TO JSO-DIMINUTION-IC(WS-IDX-SOC)
           ADD WS-AFFECTE-PAIEMENT
               TO JSO-REGLE-IC(WS-IDX-SOC-CLIENTE)
           ADD WS-ESCOMPTE-PAIEMENT
               TO JSO-ESCOMPTE-IC(WS-IDX-SOC-CLIENTE).

      * DATE DU RUN AU FORMAT ISO, DE REPLI POUR UNE DATE DE
      * PAIEMENT MAL FORMEE
       DETERMINER-DATE-RUN.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           STRING WS-SYSTEM-DATE (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-DATE (5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-SYSTEM-DATE (7:2) DELIMITED BY SIZE
               INTO WS-DATE-RUN
           END-STRING
           .

       DETERMINER-DATE-PAIEMENT.
           IF PAY-DATE (1:4) IS NUMERIC
               AND PAY-DATE (5:1) = '-'
               AND PAY-DATE (6:2) IS NUMERIC
               AND PAY-DATE (8:1) = '-'
               AND PAY-DATE (9:2) IS NUMERIC
               MOVE PAY-DATE TO WS-DATE-PAIEMENT
           ELSE
               MOVE WS-DATE-RUN TO WS-DATE-PAIEMENT
           END-IF
           .

      * CHARGEMENT DES PERIODES COMPTABLES FERMEES, COMME MAJDB
       CHARGER-PERIODES-COMPTABLES.
           MOVE ZERO TO NB-PERIODES-FERMEES
               END-IF
           END-PERFORM.

      * EXISTENCE DU CLIENT ET ESCOMPTE DE SES CONDITIONS DE
      * PAIEMENT (AUCUN SANS CODE OU AVEC UN CODE INCONNU)
       CONTROLER-CLIENT.
           MOVE 'N' TO WS-CLIENT-TROUVE
           MOVE PAY-NUM-CLI TO CUST-C-NO
           MOVE ZERO TO WS-JOURS-ESCOMPTE
           MOVE ZERO TO WS-TAUX-ESCOMPTE

           EXEC SQL
               SELECT C.C_NO,
                      VALUE(T.JOURS_ESCOMPTE, 0),
                      VALUE(T.TAUX_ESCOMPTE, 0)
               INTO :CUST-C-NO,
                    :WS-JOURS-ESCOMPTE,
                    :WS-TAUX-ESCOMPTE
               FROM API6.CUSTOMERS C
               LEFT OUTER JOIN API6.PAYMENT_TERMS T
                   ON T.CODE_COND = C.CODE_COND
               WHERE C.C_NO = :CUST-C-NO
           END-EXEC

           EVALUATE SQLCODE
           EXEC SQL
               FETCH COUVERTES
               INTO :WS-O-NO,
                    :WS-O-TOTAL,
                    :WS-JOURS-DEPUIS-CMDE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * AFFECTE LE DISPONIBLE DU PAIEMENT SUR LA COMMANDE COURANTE,
      * A CONCURRENCE DE SON RESTE DU (DIMINUE DE L'ESCOMPTE QUAND IL
      * EST ACQUIS), ET TIENT ORDER_STATUS A JOUR
       AFFECTER-UNE-COMMANDE.
           PERFORM LIRE-STATUT-COMMANDE
           COMPUTE WS-RESTE-COMMANDE = WS-O-TOTAL - WS-DEJA-REGLE
           IF WS-RESTE-COMMANDE <= ZERO
               CONTINUE
           ELSE
               IF PAIEMENT-EN-DEVISE
                   PERFORM PREPARER-AFFECTATION-DEVISE
               END-IF
               PERFORM CALCULER-ESCOMPTE-COMMANDE
               COMPUTE WS-NET-A-PAYER =
                   WS-RESTE-COMMANDE - WS-ESCOMPTE-COMMANDE
               IF WS-RESTE-A-AFFECTER >= WS-NET-A-PAYER
                   MOVE WS-NET-A-PAYER TO WS-MONTANT-AFFECTE
               ELSE
                   MOVE WS-RESTE-A-AFFECTER TO WS-MONTANT-AFFECTE
               END-IF
               ADD WS-MONTANT-AFFECTE TO WS-AFFECTE-PAIEMENT
               PERFORM MAJ-STATUT-COMMANDE
               PERFORM ENREGISTRER-EVENEMENT-PAIEMENT
               IF WS-ESCOMPTE-COMMANDE > ZERO
                   PERFORM ENREGISTRER-ESCOMPTE
               END-IF
               IF PAIEMENT-EN-DEVISE
                   PERFORM SOLDER-AFFECTATION-DEVISE
               END-IF
           END-IF.

      * CONVERSION D'UN PAIEMENT EN DEVISE AU TAUX EN VIGUEUR A SA
      * DATE : PAY-MONTANT DEVIENT LA CONTRE-VALEUR USD ENCAISSEE. SANS
      * TAUX CONNU A CETTE DATE, LE PAIEMENT PART EN SUSPENS AU
      * MONTANT USD SAISI
       CONVERTIR-PAIEMENT-DEVISE.
           SET PAIEMENT-EN-USD TO TRUE
           MOVE 'N' TO WS-DEVISE-SANS-TAUX
           IF PAY-DEVISE = SPACES OR PAY-DEVISE = 'USD'
               CONTINUE
           ELSE
               PERFORM DETERMINER-DATE-PAIEMENT
               PERFORM RECHERCHER-TAUX-PAIEMENT
               IF WS-TAUX-PAIEMENT = ZERO
                   MOVE 'O' TO WS-DEVISE-SANS-TAUX
                   DISPLAY 'DEVISE SANS TAUX EN VIGUEUR : ' PAY-DEVISE
                           ' AU ' WS-DATE-PAIEMENT
                           ' - REF=' PAY-REFERENCE
               ELSE
                   COMPUTE PAY-MONTANT ROUNDED =
                       PAY-MONTANT-DEVISE * WS-TAUX-PAIEMENT
                   SET PAIEMENT-EN-DEVISE TO TRUE
                   ADD 1 TO WS-NB-PAIEMENTS-DEV
               END-IF
           END-IF.

       RECHERCHER-TAUX-PAIEMENT.
           MOVE ZERO TO WS-TAUX-PAIEMENT
           MOVE LOW-VALUES TO WS-DATE-TAUX-RETENU
           STRING WS-DATE-PAIEMENT (1:4) DELIMITED BY SIZE
                  WS-DATE-PAIEMENT (6:2) DELIMITED BY SIZE
                  WS-DATE-PAIEMENT (9:2) DELIMITED BY SIZE
               INTO WS-DATE-TAUX
           END-STRING
           PERFORM VARYING IDX-TXH FROM 1 BY 1
               UNTIL IDX-TXH > NB-TAUX-HIST
               IF TH-DEVISE(IDX-TXH) = PAY-DEVISE
                  AND TH-DATE-EFFET(IDX-TXH) <= WS-DATE-TAUX
                  AND TH-DATE-EFFET(IDX-TXH) >= WS-DATE-TAUX-RETENU
                   MOVE TH-TAUX(IDX-TXH) TO WS-TAUX-PAIEMENT
                   MOVE TH-DATE-EFFET(IDX-TXH) TO WS-DATE-TAUX-RETENU
               END-IF
           END-PERFORM.

      * AVANT LETTRAGE D'UNE COMMANDE PAR UN PAIEMENT EN DEVISE : SI LA
      * COMMANDE EST FACTUREE DANS LA DEVISE DU PAIEMENT, LE RELIQUAT
      * EN DEVISE EST VALORISE AU TAUX DE LA VENTE, CE QUI SOLDE LA
      * COMMANDE EN DEVISE ; SINON AU TAUX DU PAIEMENT
       PREPARER-AFFECTATION-DEVISE.
           MOVE 'N' TO WS-REGLEMENT-DEVISE
           MOVE WS-TAUX-PAIEMENT TO WS-TAUX-AFFECTATION
           PERFORM LIRE-DEVISE-COMMANDE
           IF WS-DEVISE-COMMANDE = PAY-DEVISE
              AND WS-ORIGINE-COMMANDE > ZERO
               COMPUTE WS-TAUX-ORIGINE ROUNDED =
                   WS-O-TOTAL / WS-ORIGINE-COMMANDE
               IF WS-TAUX-ORIGINE > ZERO
                   SET REGLEMENT-EN-DEVISE TO TRUE
                   MOVE WS-TAUX-ORIGINE TO WS-TAUX-AFFECTATION
               END-IF
           END-IF
           COMPUTE WS-RESTE-A-AFFECTER ROUNDED =
               WS-RESTE-DEVISE * WS-TAUX-AFFECTATION.

      * DEVISE ET MONTANT D'ORIGINE DE LA COMMANDE, COMME RELEVE ET
      * FXREVAL (AUCUNE LIGNE = COMMANDE EN USD)
       LIRE-DEVISE-COMMANDE.
           MOVE SPACES TO WS-DEVISE-COMMANDE
           MOVE ZERO TO WS-ORIGINE-COMMANDE
           MOVE WS-O-NO TO IDEV-O-NO

           EXEC SQL
               SELECT VALUE(MIN(DEVISE), '   '),
                      VALUE(DECIMAL(SUM(MONTANT_ORIGINE), 11, 2), 0)
               INTO :WS-DEVISE-COMMANDE,
                    :WS-ORIGINE-COMMANDE
               FROM API6.ITEM_DEVISE
               WHERE O_NO = :IDEV-O-NO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM ABEND-PROG
           END-EVALUATE.

      * APRES LETTRAGE : DEVISE CONSOMMEE PAR LA COMMANDE (TOUT LE
      * RELIQUAT QUAND LE PAIEMENT EST EPUISE), ECART DE CHANGE
      * REALISE ENTRE SA CONTRE-VALEUR AU TAUX DU PAIEMENT ET LE
      * MONTANT AFFECTE AU TAUX DE LA VENTE, PUIS RELIQUAT RAMENE EN
      * USD AU TAUX DU PAIEMENT POUR LA SUITE DU LETTRAGE
       SOLDER-AFFECTATION-DEVISE.
           IF WS-RESTE-A-AFFECTER = ZERO
               MOVE WS-RESTE-DEVISE TO WS-DEVISE-CONSOMMEE
           ELSE
               COMPUTE WS-DEVISE-CONSOMMEE ROUNDED =
                   WS-MONTANT-AFFECTE / WS-TAUX-AFFECTATION
               IF WS-DEVISE-CONSOMMEE > WS-RESTE-DEVISE
                   MOVE WS-RESTE-DEVISE TO WS-DEVISE-CONSOMMEE
               END-IF
           END-IF
           SUBTRACT WS-DEVISE-CONSOMMEE FROM WS-RESTE-DEVISE

           IF REGLEMENT-EN-DEVISE
               COMPUTE WS-ENCAISSE-USD ROUNDED =
                   WS-DEVISE-CONSOMMEE * WS-TAUX-PAIEMENT
               COMPUTE WS-ECART-CHANGE =
                   WS-ENCAISSE-USD - WS-MONTANT-AFFECTE
               IF WS-ECART-CHANGE NOT = ZERO
                   PERFORM ENREGISTRER-ECART-CHANGE
               END-IF
           END-IF

           COMPUTE WS-RESTE-A-AFFECTER ROUNDED =
               WS-RESTE-DEVISE * WS-TAUX-PAIEMENT.

      * ENREGISTREMENT DE L'ECART DE CHANGE REALISE DE LA COMMANDE
      * DANS API6.ECARTS_CHANGE, SUR LE MODELE DES ESCOMPTES
       ENREGISTRER-ECART-CHANGE.
           MOVE PAY-NUM-CLI TO EFX-C-NO
           MOVE WS-O-NO TO EFX-O-NO
           MOVE WS-DATE-PAIEMENT TO EFX-DATE-PAIEMENT
           MOVE PAY-REFERENCE TO EFX-REFERENCE
           MOVE PAY-DEVISE TO EFX-DEVISE
           MOVE WS-DEVISE-CONSOMMEE TO EFX-MONTANT-DEVISE
           MOVE WS-TAUX-ORIGINE TO EFX-TAUX-ORIGINE
           MOVE WS-TAUX-PAIEMENT TO EFX-TAUX-PAIEMENT
           MOVE WS-MONTANT-AFFECTE TO EFX-MONTANT-AFFECTE
           MOVE WS-ECART-CHANGE TO EFX-ECART

           EXEC SQL
               INSERT INTO API6.ECARTS_CHANGE
               (C_NO, O_NO, DATE_PAIEMENT, REFERENCE, DEVISE,
                MONTANT_DEVISE, TAUX_ORIGINE, TAUX_PAIEMENT,
                MONTANT_AFFECTE, ECART)
               VALUES (:EFX-C-NO, :EFX-O-NO, :EFX-DATE-PAIEMENT,
                       :EFX-REFERENCE, :EFX-DEVISE,
                       :EFX-MONTANT-DEVISE, :EFX-TAUX-ORIGINE,
                       :EFX-TAUX-PAIEMENT, :EFX-MONTANT-AFFECTE,
                       :EFX-ECART)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           ADD 1 TO WS-NB-ECARTS-CHANGE
           IF WS-ECART-CHANGE > ZERO
               ADD WS-ECART-CHANGE TO WS-TOTAL-GAIN-FX
               ADD WS-ECART-CHANGE TO JSO-GAIN-FX(WS-IDX-SOC)
           ELSE
               SUBTRACT WS-ECART-CHANGE FROM WS-TOTAL-PERTE-FX
               SUBTRACT WS-ECART-CHANGE FROM JSO-PERTE-FX(WS-IDX-SOC)
           END-IF
           DISPLAY 'ECART DE CHANGE REALISE - CLIENT=' PAY-NUM-CLI
                   ' CMD=' EFX-O-NO
                   ' DEVISE=' PAY-DEVISE.

      * CHARGEMENT DE TOUT L'HISTORIQUE DU FICHIER TAUX, MEME
      * DECOUPAGE DES LIGNES QUE FXREVAL
       CHARGER-TAUX-HIST.
           MOVE ZERO TO NB-TAUX-HIST
           OPEN INPUT TAUX
           IF WS-TAUX-STATUS = '00'
               PERFORM LIRE-TAUX-HIST
               PERFORM UNTIL EOF-TAUX
                   PERFORM DECOUPER-LIGNE-TAUX
                   IF NB-TAUX-HIST < 200
                       ADD 1 TO NB-TAUX-HIST
                       SET IDX-TXH TO NB-TAUX-HIST
                       MOVE WS-TXF-DEVISE-LU TO TH-DEVISE(IDX-TXH)
                       COMPUTE TH-TAUX(IDX-TXH) =
                           FUNCTION NUMVAL(WS-TXF-TAUX-LU)
                       MOVE WS-TXF-DATE-LUE TO TH-DATE-EFFET(IDX-TXH)
                   ELSE
                       DISPLAY 'TAB-TAUX-HIST PLEINE - TAUX IGNORE'
                   END-IF
                   PERFORM LIRE-TAUX-HIST
               END-PERFORM
               CLOSE TAUX
           ELSE
               DISPLAY 'PAS DE FICHIER TAUX (FS=' WS-TAUX-STATUS
                       ') - PAIEMENTS EN DEVISE EN SUSPENS'
           END-IF
           DISPLAY 'TAUX DE CHANGE CHARGES : ' NB-TAUX-HIST
           .

       LIRE-TAUX-HIST.
           READ TAUX
               AT END SET EOF-TAUX TO TRUE
           END-READ.

       DECOUPER-LIGNE-TAUX.
           MOVE SPACES TO WS-TXF-DEVISE-LU
           MOVE SPACES TO WS-TXF-TAUX-LU
           MOVE SPACES TO WS-TXF-DATE-LUE
           MOVE 1 TO WS-TXF-POSITION

           PERFORM TROUVER-CHAMP-TAUX
           MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
               TO WS-TXF-DEVISE-LU

           PERFORM TROUVER-CHAMP-TAUX
           MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
               TO WS-TXF-TAUX-LU

           PERFORM TROUVER-CHAMP-TAUX
           IF WS-TXF-LONGUEUR > 0
               MOVE LIGNE-TAUX(WS-TXF-DEBUT:WS-TXF-LONGUEUR)
                   TO WS-TXF-DATE-LUE
           END-IF
           .

       TROUVER-CHAMP-TAUX.
           MOVE ZERO TO WS-TXF-LONGUEUR
           MOVE WS-TXF-POSITION TO WS-TXF-DEBUT

           PERFORM VARYING WS-TXF-POSITION
               FROM WS-TXF-POSITION BY 1
               UNTIL WS-TXF-POSITION > 30
                  OR LIGNE-TAUX(WS-TXF-POSITION:1) = ';'
                  OR LIGNE-TAUX(WS-TXF-POSITION:1) = SPACE
               ADD 1 TO WS-TXF-LONGUEUR
           END-PERFORM

           IF WS-TXF-POSITION <= 30
              AND LIGNE-TAUX(WS-TXF-POSITION:1) = ';' THEN
               ADD 1 TO WS-TXF-POSITION
           END-IF
           .

      * L'ESCOMPTE N'EST ACQUIS QUE SI LE PAIEMENT TOMBE DANS LA
      * FENETRE DES CONDITIONS DU CLIENT ET QU'IL SOLDE LA COMMANDE
      * (RESTE DU MOINS ESCOMPTE) ; UN REGLEMENT PARTIEL N'Y OUVRE PAS
      * DROIT
       CALCULER-ESCOMPTE-COMMANDE.
           MOVE ZERO TO WS-ESCOMPTE-COMMANDE
           IF WS-TAUX-ESCOMPTE > ZERO
               AND WS-JOURS-DEPUIS-CMDE <= WS-JOURS-ESCOMPTE
               COMPUTE WS-ESCOMPTE-COMMANDE ROUNDED =
                   WS-RESTE-COMMANDE * WS-TAUX-ESCOMPTE / 100
               IF WS-RESTE-A-AFFECTER <
                  WS-RESTE-COMMANDE - WS-ESCOMPTE-COMMANDE
                   MOVE ZERO TO WS-ESCOMPTE-COMMANDE
               END-IF
           END-IF.

      * ENREGISTREMENT DE L'ESCOMPTE ACCORDE DANS API6.ESCOMPTES, A
      * PART DU MONTANT ENCAISSE, POUR LA COMPTABILISATION DES
      * ESCOMPTES DE REGLEMENT
       ENREGISTRER-ESCOMPTE.
           MOVE PAY-NUM-CLI TO ESC-C-NO
           MOVE WS-O-NO TO ESC-O-NO
           MOVE WS-DATE-PAIEMENT TO ESC-DATE-PAIEMENT
           MOVE PAY-REFERENCE TO ESC-REFERENCE
           MOVE WS-ESCOMPTE-COMMANDE TO ESC-MONTANT

           EXEC SQL
               INSERT INTO API6.ESCOMPTES
               (C_NO, O_NO, DATE_PAIEMENT, REFERENCE, MONTANT)
               VALUES (:ESC-C-NO, :ESC-O-NO, :ESC-DATE-PAIEMENT,
                       :ESC-REFERENCE, :ESC-MONTANT)
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           ADD WS-ESCOMPTE-COMMANDE TO WS-ESCOMPTE-PAIEMENT
           ADD 1 TO WS-NB-ESCOMPTES
           ADD WS-ESCOMPTE-COMMANDE TO WS-TOTAL-ESCOMPTES
           DISPLAY 'ESCOMPTE ACCORDE - CLIENT=' PAY-NUM-CLI
                   ' CMD=' ESC-O-NO
                   ' REF=' PAY-REFERENCE.

      * HISTORISE L'EVENEMENT DE PAIEMENT (CLIENT, COMMANDE, MONTANT
      * AFFECTE, DELAI DE REGLEMENT EN JOURS DEPUIS O_DATE) DANS
      * API6.PAYMENT_EVENTS : LA PREVISION D'ENCAISSEMENT (PREVENC)
           MOVE WS-O-TOTAL TO STAT-O-TOTAL
           COMPUTE STAT-MONTANT-REGLE =
                   WS-DEJA-REGLE + WS-MONTANT-AFFECTE
                 + WS-ESCOMPTE-COMMANDE
           IF STAT-MONTANT-REGLE >= WS-O-TOTAL
               IF WS-STATUT-ACTUEL = 'E'
      * COMMANDE PREPAYEE REGLEE EN ENTIER : ELLE PASSE 'R' POUR QUE
           END-IF.

      * DIMINUTION DE LA BALANCE DU CLIENT DU MONTANT REELLEMENT
      * AFFECTE ET DES ESCOMPTES ACCORDES, EN MIROIR DE
      * L'AUGMENTATION FAITE PAR MAJ-BALANCE-CLIENT DANS MAJDB
       DIMINUER-BALANCE-CLIENT.
           COMPUTE WS-TOTAL-DIMINUTION =
               WS-AFFECTE-PAIEMENT + WS-ESCOMPTE-PAIEMENT
           EXEC SQL
               UPDATE API6.CUSTOMERS
               SET BALANCE = BALANCE - :WS-TOTAL-DIMINUTION
               WHERE C_NO = :CUST-C-NO
           END-EXEC

           END-EVALUATE.

       SIGNALER-PAY-SUSPENS.
           MOVE SPACES TO ENR-PAYSUSP
           MOVE WS-RAISON-PAYSUSP TO PSU-RAISON
           MOVE WS-RESTE-A-AFFECTER TO PSU-MONTANT
           MOVE ENR-PAYMENT TO PSU-LIGNE
           ADD 1 TO NB-SUSPENS-ATTENTE
           MOVE ENR-PAYSUSP TO SAT-LIGNE(NB-SUSPENS-ATTENTE)
           ADD 1 TO WS-NB-SUSPENS
           ADD WS-RESTE-A-AFFECTER TO WS-TOTAL-SUSPENS
           ADD WS-RESTE-A-AFFECTER TO JSO-SUSPENS(WS-IDX-SOC)
           DISPLAY 'PAIEMENT EN SUSPENS [' WS-RAISON-PAYSUSP
                   '] CLIENT=' PAY-NUM-CLI
                   ' REF=' PAY-REFERENCE.

      * ECRITURE DANS PAYSUSP DU SUSPENS DE L'INTERVALLE QUI VIENT
      * D'ETRE VALIDE
       ECRIRE-SUSPENS-VALIDES.
           PERFORM VARYING IDX-SAT FROM 1 BY 1
               UNTIL IDX-SAT > NB-SUSPENS-ATTENTE
               WRITE ENR-PAYSUSP FROM SAT-LIGNE(IDX-SAT)
               IF FS-PAYSUSP NOT = ZERO
                   DISPLAY 'ERR WRITE PAYSUSP - FS : ', FS-PAYSUSP
                   PERFORM ABEND-PROG
               END-IF
           END-PERFORM
           MOVE ZERO TO NB-SUSPENS-ATTENTE
           .

      * CHARGEMENT DE L'AFFECTATION CLIENT -> ENTITE, COMME FACTURE
       CHARGER-SOCIECLI.
           MOVE 'A' TO JSO-SOCIETE(1)
           MOVE 'B' TO JSO-SOCIETE(2)
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               MOVE ZERO TO JSO-AFFECTE(WS-IDX-SOC)
               MOVE ZERO TO JSO-ESCOMPTE(WS-IDX-SOC)
               MOVE ZERO TO JSO-SUSPENS(WS-IDX-SOC)
               MOVE ZERO TO JSO-GAIN-FX(WS-IDX-SOC)
               MOVE ZERO TO JSO-PERTE-FX(WS-IDX-SOC)
               MOVE ZERO TO JSO-DIMINUTION-IC(WS-IDX-SOC)
               MOVE ZERO TO JSO-REGLE-IC(WS-IDX-SOC)
               MOVE ZERO TO JSO-ESCOMPTE-IC(WS-IDX-SOC)
           END-PERFORM

           MOVE ZERO TO NB-SOCIECLI
           OPEN INPUT SOCIETES-CLIENTS
           IF FS-SOCIECLI = ZERO
               MOVE ZERO TO WS-FF-SOCIECLI
               PERFORM UNTIL WS-FF-SOCIECLI = 1
                   READ SOCIETES-CLIENTS
                       AT END
                           MOVE 1 TO WS-FF-SOCIECLI
                       NOT AT END
                           IF NB-SOCIECLI < 200
                               ADD 1 TO NB-SOCIECLI
                               MOVE SCL-C-NO TO SC-C-NO(NB-SOCIECLI)
                               MOVE SCL-SOCIETE
                                   TO SC-SOCIETE(NB-SOCIECLI)
                               MOVE SCL-INTERCO
                                   TO SC-INTERCO(NB-SOCIECLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOCIETES-CLIENTS
           ELSE
               DISPLAY 'PAS DE FICHIER SOCIECLI (FS=' FS-SOCIECLI
                       ') - ENTITE A POUR TOUS'
           END-IF
           .

      * ENTITE DU CLIENT DU PAIEMENT EN COURS ('A' PAR DEFAUT, UN
      * CLIENT INCONNU PART EN SUSPENS CHEZ 'A') ET, POUR UN CLIENT
      * INTRAGROUPE, RANG DE L'ENTITE QU'IL REPRESENTE
       DETERMINER-SOCIETE-CLIENT.
           MOVE 1 TO WS-IDX-SOC
           MOVE SPACE TO WS-INTERCO-CLIENT
           PERFORM VARYING IDX-SCL FROM 1 BY 1
               UNTIL IDX-SCL > NB-SOCIECLI
               IF SC-C-NO(IDX-SCL) = PAY-NUM-CLI
                   MOVE SC-INTERCO(IDX-SCL) TO WS-INTERCO-CLIENT
                   IF SC-SOCIETE(IDX-SCL) = 'B'
                       MOVE 2 TO WS-IDX-SOC
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-INTERCO-CLIENT = 'A' AND WS-IDX-SOC = 2
                   MOVE 1 TO WS-IDX-SOC-CLIENTE
               WHEN WS-INTERCO-CLIENT = 'B' AND WS-IDX-SOC = 1
                   MOVE 2 TO WS-IDX-SOC-CLIENTE
               WHEN OTHER
                   MOVE SPACE TO WS-INTERCO-CLIENT
           END-EVALUATE
           .

      * ECRITURES EQUILIBREES PAR ENTITE AU FORMAT JOURNLGL DE
      * FACTURE, PUIS TRAILER DE CONTROLE (NOMBRE D'ECRITURES, TOTAL
      * DEBIT, TOTAL CREDIT)
       ECRIRE-JOURNAL-ENCAISSE.
           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1 UNTIL WS-IDX-SOC > 2
               MOVE SPACES TO ENR-JOURNLGL
               MOVE JSO-SOCIETE(WS-IDX-SOC) TO JGL-SOCIETE
               IF JSO-AFFECTE(WS-IDX-SOC) + JSO-SUSPENS(WS-IDX-SOC)
                  + JSO-GAIN-FX(WS-IDX-SOC) - JSO-PERTE-FX(WS-IDX-SOC)
                  > ZERO
                   MOVE '51200000' TO JGL-COMPTE
                   MOVE 'BANQUE - ENCAISSEMENTS CLIENTS'
                       TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   COMPUTE JGL-MONTANT = JSO-AFFECTE(WS-IDX-SOC)
                                       + JSO-SUSPENS(WS-IDX-SOC)
                                       + JSO-GAIN-FX(WS-IDX-SOC)
                                       - JSO-PERTE-FX(WS-IDX-SOC)
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-PERTE-FX(WS-IDX-SOC) > ZERO
                   MOVE '66600000' TO JGL-COMPTE
                   MOVE 'PERTES DE CHANGE REALISEES' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-PERTE-FX(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-ESCOMPTE(WS-IDX-SOC) > ZERO
                   MOVE '66500000' TO JGL-COMPTE
                   MOVE 'ESCOMPTES ACCORDES' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   MOVE JSO-ESCOMPTE(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-AFFECTE(WS-IDX-SOC) + JSO-ESCOMPTE(WS-IDX-SOC)
                  > JSO-DIMINUTION-IC(WS-IDX-SOC)
                   MOVE '41100000' TO JGL-COMPTE
                   MOVE 'CLIENTS - ENCAISSEMENTS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   COMPUTE JGL-MONTANT = JSO-AFFECTE(WS-IDX-SOC)
                                       + JSO-ESCOMPTE(WS-IDX-SOC)
                                       - JSO-DIMINUTION-IC(WS-IDX-SOC)
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-DIMINUTION-IC(WS-IDX-SOC) > ZERO
                   MOVE '45100000' TO JGL-COMPTE
                   MOVE 'GROUPE - CREANCES INTRAGROUPE' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-DIMINUTION-IC(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-REGLE-IC(WS-IDX-SOC) + JSO-ESCOMPTE-IC(WS-IDX-SOC)
                  > ZERO
                   MOVE '45200000' TO JGL-COMPTE
                   MOVE 'GROUPE - DETTES INTRAGROUPE' TO JGL-LIBELLE
                   MOVE 'D' TO JGL-SENS
                   COMPUTE JGL-MONTANT = JSO-REGLE-IC(WS-IDX-SOC)
                                       + JSO-ESCOMPTE-IC(WS-IDX-SOC)
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-REGLE-IC(WS-IDX-SOC) > ZERO
                   MOVE '51200000' TO JGL-COMPTE
                   MOVE 'BANQUE - REGLEMENTS GROUPE'
                       TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-REGLE-IC(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-ESCOMPTE-IC(WS-IDX-SOC) > ZERO
                   MOVE '76500000' TO JGL-COMPTE
                   MOVE 'ESCOMPTES OBTENUS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-ESCOMPTE-IC(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-SUSPENS(WS-IDX-SOC) > ZERO
                   MOVE '47100000' TO JGL-COMPTE
                   MOVE 'ENCAISSEMENTS EN SUSPENS' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-SUSPENS(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
               IF JSO-GAIN-FX(WS-IDX-SOC) > ZERO
                   MOVE '76600000' TO JGL-COMPTE
                   MOVE 'GAINS DE CHANGE REALISES' TO JGL-LIBELLE
                   MOVE 'C' TO JGL-SENS
                   MOVE JSO-GAIN-FX(WS-IDX-SOC) TO JGL-MONTANT
                   PERFORM ECRIRE-ECRITURE-GL
               END-IF
           END-PERFORM

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN TO JGL-DATE
           MOVE 'NBECRIT ' TO JGL-COMPTE
           MOVE WS-JGL-NB-ECRITURES TO ED-JGL-NB
           MOVE ED-JGL-NB TO JGL-LIBELLE
           MOVE ' ' TO JGL-SENS
           MOVE ZERO TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN TO JGL-DATE
           MOVE 'TOTDEBIT' TO JGL-COMPTE
           MOVE 'TOTAL DES DEBITS' TO JGL-LIBELLE
           MOVE 'D' TO JGL-SENS
           MOVE WS-JGL-TOTAL-DEBIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           MOVE SPACES TO ENR-JOURNLGL
           MOVE 'T' TO JGL-TYPE
           MOVE WS-DATE-RUN TO JGL-DATE
           MOVE 'TOTCREDI' TO JGL-COMPTE
           MOVE 'TOTAL DES CREDITS' TO JGL-LIBELLE
           MOVE 'C' TO JGL-SENS
           MOVE WS-JGL-TOTAL-CREDIT TO JGL-MONTANT
           WRITE ENR-JOURNLGL

           IF FS-JNLENC NOT = ZERO
               DISPLAY 'ERR WRITE JNLENC - FS : ', FS-JNLENC
               PERFORM ABEND-PROG
           END-IF
           .

       ECRIRE-ECRITURE-GL.
           MOVE 'E' TO JGL-TYPE
           MOVE WS-DATE-RUN TO JGL-DATE
           WRITE ENR-JOURNLGL
           IF FS-JNLENC NOT = ZERO
               DISPLAY 'ERR WRITE JNLENC - FS : ', FS-JNLENC
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-JGL-NB-ECRITURES
           IF JGL-SENS = 'D'
               ADD JGL-MONTANT TO WS-JGL-TOTAL-DEBIT
           ELSE
               ADD JGL-MONTANT TO WS-JGL-TOTAL-CREDIT
           END-IF
           .

       OUV-JNLENC.
           OPEN OUTPUT JOURNAL-GL
           IF FS-JNLENC NOT = ZERO THEN
               DISPLAY 'ERR OPEN JNLENC - FS : ', FS-JNLENC
           END-IF.

       FERM-JNLENC.
           CLOSE JOURNAL-GL
           IF FS-JNLENC NOT = ZERO THEN
               DISPLAY 'ERR CLOSE JNLENC - FS : ', FS-JNLENC
           END-IF.

       OUV-PAYMENTS.
           OPEN INPUT PAYMENTS
           IF FS-PAYMENTS NOT = ZERO THEN
               DISPLAY 'ERR CLOSE PAYMENTS - FS : ', FS-PAYMENTS
           END-IF.

      * EN REPRISE, LE SUSPENS DEJA VALIDE DU RUN INTERROMPU EST
      * CONSERVE
       OUV-PAYSUSP.
           IF RUN-EN-REPRISE
               OPEN EXTEND PAY-SUSPENS
           ELSE
               OPEN OUTPUT PAY-SUSPENS
           END-IF
           IF FS-PAYSUSP NOT = ZERO THEN
               DISPLAY 'ERR OPEN PAYSUSP - FS : ', FS-PAYSUSP
           END-IF.
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-ESCOMPTES TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'ESCOMPTES ACCORDES       : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-TOTAL-ESCOMPTES TO ED-MONTANT
           MOVE SPACES TO ENR-RAPENC
           STRING 'MONTANT DES ESCOMPTES    : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-CMDES-REGLEES TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'COMMANDES SOLDEES        : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-PAIEMENTS-DEV TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'PAIEMENTS EN DEVISE      : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-ECARTS-CHANGE TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'ECARTS DE CHANGE         : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-TOTAL-GAIN-FX TO ED-MONTANT
           MOVE SPACES TO ENR-RAPENC
           STRING 'GAINS DE CHANGE REALISES : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-TOTAL-PERTE-FX TO ED-MONTANT
           MOVE SPACES TO ENR-RAPENC
           STRING 'PERTES DE CHANGE REAL.   : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-DOUBLONS TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'DEJA LETTRES, IGNORES    : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-TOTAL-DOUBLONS TO ED-MONTANT
           MOVE SPACES TO ENR-RAPENC
           STRING 'MONTANT DEJA LETTRE      : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-NB-LOT-REFUSE TO ED-NB
           MOVE SPACES TO ENR-RAPENC
           STRING 'LIGNES DE LOTS REFUSES   : ' ED-NB
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           MOVE WS-TOTAL-LOT-REFUSE TO ED-MONTANT
           MOVE SPACES TO ENR-RAPENC
           STRING 'MONTANT DES LOTS REFUSES : ' ED-MONTANT
               DELIMITED BY SIZE INTO ENR-RAPENC
           WRITE ENR-RAPENC

           IF FS-RAPENC NOT = ZERO
               DISPLAY 'ERR WRITE RAPENC - FS : ', FS-RAPENC
           END-IF
