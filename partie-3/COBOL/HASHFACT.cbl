       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHFACT.

      * SOUS-PROGRAMME PARTAGE DE CALCUL DE L'EMPREINTE DE CONTROLE
      * DES DOCUMENTS DE L'ARCHIVE LEGALE DES FACTURES, APPELE PAR
      * FACTURE (ECRITURE), VERIFARC (VERIFICATION DU CHAINAGE) ET
      * REIMPFAC (REIMPRESSION DEPUIS L'ARCHIVE) AU LIEU DE DUPLIQUER
      * LA LOGIQUE : UN SEUL ALGORITHME POUR L'ECRITURE ET LE CONTROLE.
      *
      * L'EMPREINTE EST FAITE DE DEUX ACCUMULATEURS DE 9 CHIFFRES,
      * MIS A JOUR OCTET PAR OCTET SUR LE BLOC RECU :
      *   H1 = (H1 * 31 + RANG DE L'OCTET) MODULO 999999937
      *   H2 = (H2 + H1) MODULO 999999929
      * L'APPELANT LES AMORCE AVEC L'EMPREINTE DU DOCUMENT PRECEDENT
      * DE LA SERIE (ZERO POUR LE PREMIER), PUIS APPELLE LE
      * SOUS-PROGRAMME POUR L'ENTETE ET CHAQUE LIGNE DU DOCUMENT :
      * TOUTE MODIFICATION D'UN OCTET, DE L'ORDRE DES LIGNES OU DU
      * DOCUMENT PRECEDENT CHANGE L'EMPREINTE FINALE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-POS            PIC 9(3) COMP VALUE 0.
       77 WS-CALCUL         PIC 9(12) COMP-3 VALUE 0.

       LINKAGE SECTION.
       01 LS-BLOC           PIC X(132).
       01 LS-EMPREINTE.
           05 LS-HASH-1     PIC 9(9).
           05 LS-HASH-2     PIC 9(9).

       PROCEDURE DIVISION USING LS-BLOC LS-EMPREINTE.

       CALCULER-EMPREINTE.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 132
               COMPUTE WS-CALCUL = LS-HASH-1 * 31
                                 + FUNCTION ORD(LS-BLOC(WS-POS:1))
               COMPUTE LS-HASH-1 = FUNCTION MOD(WS-CALCUL, 999999937)
               COMPUTE WS-CALCUL = LS-HASH-2 + LS-HASH-1
               COMPUTE LS-HASH-2 = FUNCTION MOD(WS-CALCUL, 999999929)
           END-PERFORM
           .

           GOBACK.
