       IDENTIFICATION DIVISION.
       PROGRAM-ID. A5CNVHAB.

      * CHARGEMENT INITIAL DU KSDS DES HABILITATIONS A5HABK, LU PAR
      * LE SOUS-PROGRAMME A5HABIL DE TOUS LES ECRANS A5 : REPREND A
      * L'IDENTIQUE LES DROITS JUSQU'ICI CODES EN DUR DANS CHAQUE
      * PROGRAMME (ROLE, TRANSACTION, ACTION), POUR QUE LA BASCULE DES
      * ECRANS SUR LA TABLE NE CHANGE RIEN POUR LES UTILISATEURS. A
      * PASSER UNE SEULE FOIS, AVANT LA MISE EN PLACE DES ECRANS
      * MODIFIES ; LA TABLE SE MAINTIENT ENSUITE PAR A5ADMIN (ACTIONS
      * H/S/T). LES DROITS SONT ECRITS DANS L'ORDRE DES CLES, CE QUE
      * LE CHARGEMENT SEQUENTIEL DU KSDS NEUF EXIGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HABK ASSIGN FHABK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLE-HABK
           FILE STATUS IS FS-HABK.

       DATA DIVISION.
       FILE SECTION.
       FD HABK.
       01 ENR-HABK.
           05 CLE-HABK.
               10 ROLE-HABK     PIC X(1).
               10 TRANS-HABK    PIC X(4).
               10 ACTION-HABK   PIC X(1).
           05 LIBELLE-HABK      PIC X(30).
           05 USER-HABK         PIC X(8).
           05 DATE-HABK         PIC X(8).

       WORKING-STORAGE SECTION.
       77 FS-HABK           PIC 99.
       77 WS-NB-ECRITS      PIC 9(5) VALUE ZERO.
       77 WS-I              PIC 99 VALUE ZERO.
       77 WS-DATE-JOUR      PIC X(8).

      * DROITS EN VIGUEUR AVANT LA TABLE, PAR ROLE PUIS TRANSACTION
      * PUIS ACTION (ORDRE DES CLES) :
      *   A ADMINISTRATION  TOUT
      *   C CLIENTELE       MAJ FICHE CLIENT, CONTACTS DE RECOUVREMENT
      *   M MAGASIN         AJUSTEMENT ET EMPLACEMENTS DE STOCK
      *   T TRESORERIE      APPROBATION DES TAUX
      *   U UTILISATEUR     CATALOGUE, DEMANDES ET ORDRES DE FAB.
      *   V VENTE           COMMANDES ET DEVIS
       01 TAB-DROITS-INITIAUX.
           05 FILLER PIC X(6)  VALUE 'AT5ADC'.
           05 FILLER PIC X(30) VALUE 'CREATION DE COMPTE'.
           05 FILLER PIC X(6)  VALUE 'AT5ADH'.
           05 FILLER PIC X(30) VALUE 'ACCORD DE DROIT'.
           05 FILLER PIC X(6)  VALUE 'AT5ADL'.
           05 FILLER PIC X(30) VALUE 'CONSULTATION DE COMPTE'.
           05 FILLER PIC X(6)  VALUE 'AT5ADO'.
           05 FILLER PIC X(30) VALUE 'CHANGEMENT DE ROLE'.
           05 FILLER PIC X(6)  VALUE 'AT5ADR'.
           05 FILLER PIC X(30) VALUE 'DEVERROUILLAGE DE COMPTE'.
           05 FILLER PIC X(6)  VALUE 'AT5ADS'.
           05 FILLER PIC X(30) VALUE 'RETRAIT DE DROIT'.
           05 FILLER PIC X(6)  VALUE 'AT5ADT'.
           05 FILLER PIC X(30) VALUE 'CONSULTATION DE DROIT'.
           05 FILLER PIC X(6)  VALUE 'AT5ADX'.
           05 FILLER PIC X(30) VALUE 'DESACTIVATION DE COMPTE'.
           05 FILLER PIC X(6)  VALUE 'AT5CDC'.
           05 FILLER PIC X(30) VALUE 'SAISIE DE COMMANDE'.
           05 FILLER PIC X(6)  VALUE 'AT5CMU'.
           05 FILLER PIC X(30) VALUE 'MAJ DE LA FICHE CLIENT'.
           05 FILLER PIC X(6)  VALUE 'AT5CTC'.
           05 FILLER PIC X(30) VALUE 'CONTACT DE RECOUVREMENT'.
           05 FILLER PIC X(6)  VALUE 'AT5DPC'.
           05 FILLER PIC X(30) VALUE 'CREATION DE DEPARTEMENT'.
           05 FILLER PIC X(6)  VALUE 'AT5DPD'.
           05 FILLER PIC X(30) VALUE 'SUPPRESSION DE DEPARTEMENT'.
           05 FILLER PIC X(6)  VALUE 'AT5DPU'.
           05 FILLER PIC X(30) VALUE 'MAJ DE DEPARTEMENT'.
           05 FILLER PIC X(6)  VALUE 'AT5DVC'.
           05 FILLER PIC X(30) VALUE 'SAISIE DE DEVIS'.
           05 FILLER PIC X(6)  VALUE 'AT5DVV'.
           05 FILLER PIC X(30) VALUE 'CONVERSION DE DEVIS'.
           05 FILLER PIC X(6)  VALUE 'AT5OFA'.
           05 FILLER PIC X(30) VALUE 'ANNULATION D''ORDRE DE FAB.'.
           05 FILLER PIC X(6)  VALUE 'AT5OFN'.
           05 FILLER PIC X(30) VALUE 'MAJ DE NOMENCLATURE'.
           05 FILLER PIC X(6)  VALUE 'AT5OFR'.
           05 FILLER PIC X(30) VALUE 'LIBERATION D''ORDRE DE FAB.'.
           05 FILLER PIC X(6)  VALUE 'AT5OFT'.
           05 FILLER PIC X(30) VALUE 'FIN D''ORDRE DE FABRICATION'.
           05 FILLER PIC X(6)  VALUE 'AT5PCD'.
           05 FILLER PIC X(30) VALUE 'RETRAIT DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'AT5PCF'.
           05 FILLER PIC X(30) VALUE 'MAJ FORCEE DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'AT5PCK'.
           05 FILLER PIC X(30) VALUE 'MAJ DE CATEGORIE'.
           05 FILLER PIC X(6)  VALUE 'AT5PCP'.
           05 FILLER PIC X(30) VALUE 'PLANIFICATION DE PRIX'.
           05 FILLER PIC X(6)  VALUE 'AT5PCQ'.
           05 FILLER PIC X(30) VALUE 'PLANIFICATION DE PRIX FORCEE'.
           05 FILLER PIC X(6)  VALUE 'AT5PCU'.
           05 FILLER PIC X(30) VALUE 'MAJ DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'AT5RQR'.
           05 FILLER PIC X(30) VALUE 'LIBERATION DE DEMANDE'.
           05 FILLER PIC X(6)  VALUE 'AT5RVL'.
           05 FILLER PIC X(30) VALUE 'LIBERATION DE COMMANDE REVUE'.
           05 FILLER PIC X(6)  VALUE 'AT5RVX'.
           05 FILLER PIC X(30) VALUE 'ANNULATION DE COMMANDE REVUE'.
           05 FILLER PIC X(6)  VALUE 'AT5SKE'.
           05 FILLER PIC X(30) VALUE 'MAJ D''EMPLACEMENT'.
           05 FILLER PIC X(6)  VALUE 'AT5SKJ'.
           05 FILLER PIC X(30) VALUE 'AJUSTEMENT DE STOCK'.
           05 FILLER PIC X(6)  VALUE 'AT5TAD'.
           05 FILLER PIC X(30) VALUE 'DECISION SUR UN TAUX'.
           05 FILLER PIC X(6)  VALUE 'AT5TAP'.
           05 FILLER PIC X(30) VALUE 'PARCOURS DES TAUX EN ATTENTE'.
           05 FILLER PIC X(6)  VALUE 'CT5CMU'.
           05 FILLER PIC X(30) VALUE 'MAJ DE LA FICHE CLIENT'.
           05 FILLER PIC X(6)  VALUE 'CT5CTC'.
           05 FILLER PIC X(30) VALUE 'CONTACT DE RECOUVREMENT'.
           05 FILLER PIC X(6)  VALUE 'MT5SKE'.
           05 FILLER PIC X(30) VALUE 'MAJ D''EMPLACEMENT'.
           05 FILLER PIC X(6)  VALUE 'MT5SKJ'.
           05 FILLER PIC X(30) VALUE 'AJUSTEMENT DE STOCK'.
           05 FILLER PIC X(6)  VALUE 'TT5TAD'.
           05 FILLER PIC X(30) VALUE 'DECISION SUR UN TAUX'.
           05 FILLER PIC X(6)  VALUE 'TT5TAP'.
           05 FILLER PIC X(30) VALUE 'PARCOURS DES TAUX EN ATTENTE'.
           05 FILLER PIC X(6)  VALUE 'UT5OFA'.
           05 FILLER PIC X(30) VALUE 'ANNULATION D''ORDRE DE FAB.'.
           05 FILLER PIC X(6)  VALUE 'UT5OFN'.
           05 FILLER PIC X(30) VALUE 'MAJ DE NOMENCLATURE'.
           05 FILLER PIC X(6)  VALUE 'UT5OFR'.
           05 FILLER PIC X(30) VALUE 'LIBERATION D''ORDRE DE FAB.'.
           05 FILLER PIC X(6)  VALUE 'UT5OFT'.
           05 FILLER PIC X(30) VALUE 'FIN D''ORDRE DE FABRICATION'.
           05 FILLER PIC X(6)  VALUE 'UT5PCD'.
           05 FILLER PIC X(30) VALUE 'RETRAIT DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'UT5PCF'.
           05 FILLER PIC X(30) VALUE 'MAJ FORCEE DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'UT5PCK'.
           05 FILLER PIC X(30) VALUE 'MAJ DE CATEGORIE'.
           05 FILLER PIC X(6)  VALUE 'UT5PCP'.
           05 FILLER PIC X(30) VALUE 'PLANIFICATION DE PRIX'.
           05 FILLER PIC X(6)  VALUE 'UT5PCQ'.
           05 FILLER PIC X(30) VALUE 'PLANIFICATION DE PRIX FORCEE'.
           05 FILLER PIC X(6)  VALUE 'UT5PCU'.
           05 FILLER PIC X(30) VALUE 'MAJ DE PRODUIT'.
           05 FILLER PIC X(6)  VALUE 'UT5RQR'.
           05 FILLER PIC X(30) VALUE 'LIBERATION DE DEMANDE'.
           05 FILLER PIC X(6)  VALUE 'VT5CDC'.
           05 FILLER PIC X(30) VALUE 'SAISIE DE COMMANDE'.
           05 FILLER PIC X(6)  VALUE 'VT5DVC'.
           05 FILLER PIC X(30) VALUE 'SAISIE DE DEVIS'.
           05 FILLER PIC X(6)  VALUE 'VT5DVV'.
           05 FILLER PIC X(30) VALUE 'CONVERSION DE DEVIS'.
       01 TAB-DROITS-R REDEFINES TAB-DROITS-INITIAUX.
           05 DROIT-INITIAL OCCURS 53 TIMES.
               10 DI-CLE            PIC X(6).
               10 DI-LIBELLE        PIC X(30).
       77 NB-DROITS-INITIAUX PIC 99 VALUE 53.

       PROCEDURE DIVISION.

           DISPLAY '=== A5CNVHAB - CHARGEMENT INITIAL DE A5HABK ==='

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN OUTPUT HABK
           IF FS-HABK NOT = ZERO
               DISPLAY 'ERR OPEN HABK - FS : ' FS-HABK
               PERFORM ABEND-PROG
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > NB-DROITS-INITIAUX
               PERFORM ECRIRE-DROIT
           END-PERFORM

           CLOSE HABK

           DISPLAY 'DROITS ECRITS : ' WS-NB-ECRITS

           DISPLAY '=== FIN A5CNVHAB ==='
           GOBACK.

       ECRIRE-DROIT.
           MOVE SPACES TO ENR-HABK
           MOVE DI-CLE(WS-I) TO CLE-HABK
           MOVE DI-LIBELLE(WS-I) TO LIBELLE-HABK
           MOVE 'A5CNVHAB' TO USER-HABK
           MOVE WS-DATE-JOUR TO DATE-HABK

           WRITE ENR-HABK
           IF FS-HABK NOT = ZERO
               DISPLAY 'ERR WRITE HABK - FS : ' FS-HABK
                       ' CLE : ' CLE-HABK
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-ECRITS.

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY '---- ABEND-PROG ----'
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
