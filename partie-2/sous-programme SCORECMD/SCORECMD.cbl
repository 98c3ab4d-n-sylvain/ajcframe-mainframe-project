       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORECMD.

      * SOUS-PROGRAMME PARTAGE DE DETECTION DES COMMANDES INHABITUELLES,
      * APPELE PAR MAJDB (CHARGEMENT DES FLUX) ET PAR A5CMDE (SAISIE EN
      * LIGNE), QUI LUI FOURNISSENT L'HISTORIQUE DU CLIENT LU EN BASE.
      * UN MOTIF NON BLANC EN RETOUR ENVOIE LA COMMANDE EN REVUE
      * (API6.REVUE_COMMANDES) AVANT TOUTE PREPARATION MAGASIN.
      *   CONTROLE 'C' (COMMANDE) :
      *     VMOY : MONTANT SUPERIEUR A 5 FOIS LA COMMANDE MOYENNE DU
      *            CLIENT, DES QU'IL A AU MOINS 3 COMMANDES ANTERIEURES
      *     NOUV : PREMIERE COMMANDE D'UN CLIENT AU-DELA DE 5000,00
      *   CONTROLE 'L' (LIGNE) :
      *     QINH : PRODUIT JAMAIS ACHETE PAR LE CLIENT, EN QUANTITE
      *            SUPERIEURE A 5 FOIS LA QUANTITE MOYENNE D'UNE LIGNE
      *            DE CE PRODUIT (20 AU MINIMUM)
      * LA REFERENCE RENDUE EST LE SEUIL DEPASSE, POUR LE REVISEUR.
      * ZONES D'APPEL :
      *   LS-NB-HIST : COMMANDES ANTERIEURES DU CLIENT ('C') OU ACHATS
      *                ANTERIEURS DU PRODUIT PAR LE CLIENT ('L')
      *   LS-MOYENNE : MONTANT MOYEN DE CES COMMANDES ('C') OU
      *                QUANTITE MOYENNE D'UNE LIGNE DU PRODUIT ('L')

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SEUILS DE DETECTION
       77 WS-FACTEUR-MOYENNE  PIC 9(3) VALUE 5.
       77 WS-NB-HIST-MINI     PIC 9(3) VALUE 3.
       77 WS-SEUIL-NOUVEAU    PIC 9(7)V99 VALUE 5000,00.
       77 WS-FACTEUR-QTE      PIC 9(3) VALUE 5.
       77 WS-QTE-MINI         PIC 9(5) VALUE 20.

       77 WS-SEUIL            PIC S9(9)V99 USAGE COMP-3 VALUE ZERO.

       LINKAGE SECTION.
       01 LS-TYPE-CTRL       PIC X(1).
       01 LS-MONTANT         PIC S9(9)V99 USAGE COMP-3.
       01 LS-NB-HIST         PIC S9(5) USAGE COMP-3.
       01 LS-MOYENNE         PIC S9(9)V99 USAGE COMP-3.
       01 LS-QTE             PIC S9(5) USAGE COMP-3.
       01 LS-MOTIF           PIC X(4).
       01 LS-REFERENCE       PIC S9(9)V99 USAGE COMP-3.

       PROCEDURE DIVISION USING LS-TYPE-CTRL LS-MONTANT LS-NB-HIST
                                LS-MOYENNE LS-QTE LS-MOTIF
                                LS-REFERENCE.

       EVALUER-COMMANDE.
           MOVE SPACES TO LS-MOTIF
           MOVE ZERO TO LS-REFERENCE

           EVALUATE LS-TYPE-CTRL
               WHEN 'C'
                   PERFORM CONTROLER-MONTANT
               WHEN 'L'
                   PERFORM CONTROLER-QUANTITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

       CONTROLER-MONTANT.
           IF LS-NB-HIST = ZERO
               IF LS-MONTANT > WS-SEUIL-NOUVEAU
                   MOVE 'NOUV' TO LS-MOTIF
                   MOVE WS-SEUIL-NOUVEAU TO LS-REFERENCE
               END-IF
           ELSE
               IF LS-NB-HIST >= WS-NB-HIST-MINI
                   COMPUTE WS-SEUIL = LS-MOYENNE * WS-FACTEUR-MOYENNE
                   IF LS-MONTANT > WS-SEUIL
                       MOVE 'VMOY' TO LS-MOTIF
                       MOVE WS-SEUIL TO LS-REFERENCE
                   END-IF
               END-IF
           END-IF
           .

       CONTROLER-QUANTITE.
           IF LS-NB-HIST = ZERO
               COMPUTE WS-SEUIL = LS-MOYENNE * WS-FACTEUR-QTE
               IF WS-SEUIL < WS-QTE-MINI
                   MOVE WS-QTE-MINI TO WS-SEUIL
               END-IF
               IF LS-QTE > WS-SEUIL
                   MOVE 'QINH' TO LS-MOTIF
                   MOVE WS-SEUIL TO LS-REFERENCE
               END-IF
           END-IF
           .
