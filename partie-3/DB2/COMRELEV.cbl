       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMRELEV.

      * RELEVE DE COMMISSIONS PAR VENDEUR POUR UNE PERIODE REGLEE PAR
      * COMSETL (AAAA-MM EN SYSIN) : POUR CHAQUE VENDEUR PAYE SUR LA
      * PERIODE (LIGNE DE API6.COMMISSION_LEDGER REGLEE), LE RELEVE
      * REPREND LE DETAIL GARDE PAR COMSETL ET RETOURS DANS
      * API6.COMMISSION_DETAIL :
      *   - CHAQUE COMMANDE CREDITEE (CLIENT, DATE, VENTES CREDITEES,
      *     QUOTE-PART, TAUX EMPLOYEES.COM APPLIQUE, COMMISSION),
      *   - L'AJUSTEMENT D'ARRONDI ENTRE LE CUMUL PAR COMMANDE ET LA
      *     COMMISSION BRUTE PAYEE,
      *   - LES CLAWBACKS NETTES DANS CETTE PAIE AVEC LA COMMANDE ET LE
      *     PRODUIT RETOURNES D'ORIGINE (ET LA PART DE CLAWBACK
      *     ANTERIEURE A LA TENUE DU DETAIL),
      *   - LE NET A PAYER, QUI EST LE MONTANT DU LEDGER ET DU FICHIER
      *     PAIECOM. UN RELEVE DONT LE DETAIL NE REDONNE PAS CE MONTANT
      *     AU CENTIME EST SIGNALE (CODE RETOUR 4).
      * LES CLAWBACKS ENCORE EN ATTENTE (REPORTES CAR PLUS GROS QUE LA
      * COMMISSION DU MOIS) SONT RAPPELES POUR INFORMATION.
      * LES RELEVES SONT GROUPES PAR DEPARTEMENT (EMPLOYEES.DEPT), AVEC
      * UNE PAGE RECAPITULATIVE PAR DEPARTEMENT POUR LE RESPONSABLE.
      *   RELEVES : LISTING IMPRIMANTE AVEC CARACTERE ASA EN COLONNE 1,
      *             UNE PAGE PAR VENDEUR (55 LIGNES PAR PAGE)
      *   RELEVDEL: FICHIER DELIMITE ';' - 'E' EN-TETE VENDEUR, 'L'
      *             LIGNE DE DETAIL, 'T' NET A PAYER
      * UNE PERIODE NON REGLEE EST REFUSEE EN CODE RETOUR 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEVES ASSIGN TO RELEVES
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RELEVES-STATUS.

           SELECT RELEVES-DELIM ASSIGN TO RELEVDEL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RELEVDEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * LISTING AVEC CARACTERE DE COMMANDE CHARIOT ASA EN COLONNE 1 :
      * '1' = SAUT DE PAGE, ' ' = SIMPLE INTERLIGNE
       FD  RELEVES.
       01  ENR-RELEVES.
           05 RELEVES-ASA           PIC X(1).
           05 RELEVES-LIGNE         PIC X(132).

       FD  RELEVES-DELIM.
       01  ENR-RELEVDEL             PIC X(200).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE COMLEDG
           END-EXEC.

           EXEC SQL
               INCLUDE COMDET
           END-EXEC.

      * VENDEURS PAYES SUR LA PERIODE : LIGNE DE REGLEMENT DU LEDGER
      * (LES CLAWBACKS ESTAMPILLES SONT LES LIGNES NEGATIVES), PAR
      * DEPARTEMENT PUIS VENDEUR
           EXEC SQL
               DECLARE CVENDEURS CURSOR
               FOR
               SELECT
                   L.E_NO,
                   E.LNAME,
                   E.FNAME,
                   E.DEPT,
                   VALUE(D.DNAME, ' '),
                   VALUE(D.MANAGER, ' '),
                   L.MONTANT,
                   L.DATE_REGLEMENT
               FROM
                   API6.COMMISSION_LEDGER L
               INNER JOIN API6.EMPLOYEES E
                   ON E.E_NO = L.E_NO
               LEFT OUTER JOIN API6.DEPTS D
                   ON D.DEPT = E.DEPT
               WHERE
                   L.PERIODE = :LEDG-PERIODE
                   AND L.DATE_REGLEMENT <> ' '
                   AND L.MONTANT >= 0
               ORDER BY
                   E.DEPT, L.E_NO
           END-EXEC.

      * DETAIL DU MONTANT REGLE AU VENDEUR : COMMANDES, ARRONDI,
      * CLAWBACKS DETAILLES, CLAWBACK SANS DETAIL
           EXEC SQL
               DECLARE CDETAIL CURSOR
               FOR
               SELECT
                   X.TYPE_LIGNE,
                   X.O_NO,
                   X.P_NO,
                   X.C_NO,
                   VALUE(C.COMPANY, ' '),
                   X.DATE_OP,
                   X.PERIODE,
                   X.MONTANT_VENTE,
                   X.TAUX,
                   X.QUOTE_PART,
                   X.MONTANT_COM
               FROM
                   API6.COMMISSION_DETAIL X
               LEFT OUTER JOIN API6.CUSTOMERS C
                   ON C.C_NO = X.C_NO
               WHERE
                   X.E_NO = :CDET-E-NO
                   AND X.PERIODE_REGLEE = :LEDG-PERIODE
               ORDER BY
                   CASE X.TYPE_LIGNE WHEN 'V' THEN 1
                                     WHEN 'R' THEN 2
                                     WHEN 'C' THEN 3
                                     ELSE 4 END,
                   X.O_NO, X.P_NO
           END-EXEC.

      * PERIODE DEMANDEE, SAISIE EN SYSIN (AAAA-MM)
        77 WS-PERIODE-SAISIE PIC X(7).
        77 WS-PERIODE-MOIS   PIC 99.
        77 WS-NB-REGLES      PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-DATE-SYS       PIC X(8).
        77 WS-DATE-RUN-ISO   PIC X(10).

      * VENDEUR EN COURS ET RUPTURE DEPARTEMENT
        77 WS-E-NO           PIC S9(2)V USAGE COMP-3.
        77 WS-LNAME          PIC X(20).
        77 WS-FNAME          PIC X(20).
        77 WS-DEPT           PIC S9(4)V USAGE COMP-3.
        77 WS-DNAME          PIC X(20).
        77 WS-MANAGER        PIC X(20).
        77 WS-NET-REGLE      PIC S9(7)V9(2) USAGE COMP-3.
        77 WS-DATE-REGLEMENT PIC X(10).
        77 WS-DEPT-COURANT   PIC S9(4)V USAGE COMP-3 VALUE -1.
        77 WS-DNAME-COURANT  PIC X(20).
        77 WS-MANAGER-COURANT PIC X(20).

      * LIGNE DE DETAIL LUE
        77 WS-COMPANY        PIC X(30).

      * CUMULS DU RELEVE
        77 WS-TOT-VENTES     PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-COM-CMD    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-ARRONDI    PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-CLAWBACKS  PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOT-RELEVE     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-BRUT           PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-ECART          PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-NB-CMD         PIC 9(5) VALUE ZERO.
        77 WS-NB-CLAW        PIC 9(5) VALUE ZERO.
        77 WS-NB-ATTENTE     PIC S9(9) COMP-3 VALUE ZERO.
        77 WS-MT-ATTENTE     PIC S9(7)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TITRE-PARTIE   PIC X(1) VALUE SPACE.

      * RECAPITULATIF DU DEPARTEMENT EN COURS, EDITE A LA RUPTURE
        01 TAB-RECAP-DEPT.
           05 NB-RECAP          PIC 99 VALUE ZERO.
           05 RECAP-ENTRY OCCURS 99 TIMES INDEXED BY IDX-RCP.
               10 RCP-E-NO          PIC S9(2)V USAGE COMP-3.
               10 RCP-NOM           PIC X(20).
               10 RCP-BRUT          PIC S9(7)V9(2) USAGE COMP-3.
               10 RCP-CLAWBACKS     PIC S9(7)V9(2) USAGE COMP-3.
               10 RCP-NET           PIC S9(7)V9(2) USAGE COMP-3.
               10 RCP-ECART         PIC X(1).
        77 WS-DEPT-NET       PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.
        77 WS-TOTAL-NET      PIC S9(9)V9(2) USAGE COMP-3 VALUE ZERO.

      * MISE EN PAGE
        77 WS-LIGNES-PAGE    PIC 99 VALUE 55.
        77 WS-LIGNES-SUR-PAGE PIC 99 VALUE ZERO.
        77 WS-PAGE-RELEVE    PIC 999 VALUE ZERO.
        77 WS-LIGNE-IMPRESSION PIC X(132).

      * VARIABLES DE CONTROLE
        77 WS-RELEVES-STATUS PIC XX.
        77 WS-RELEVDEL-STATUS PIC XX.
        77 WS-NB-RELEVES     PIC 9(5) VALUE ZERO.
        77 WS-NB-ECARTS      PIC 9(5) VALUE ZERO.
        77 WS-NB-DELIM       PIC 9(7) VALUE ZERO.
        77 ED-E-NO           PIC Z9.
        77 ED-DEPT           PIC ZZZ9.
        77 ED-O-NO           PIC 9(7).
        77 ED-C-NO           PIC 9(4).
        77 ED-MONTANT        PIC -(7)9,99.
        77 ED-VENTE          PIC -(7)9,99.
        77 ED-BRUT           PIC -(7)9,99.
        77 ED-CLAW           PIC -(7)9,99.
        77 ED-ECART          PIC -(7)9,99.
        77 ED-TAUX           PIC 9,99.
        77 ED-QP             PIC 9,99.
        77 ED-NB             PIC ZZZZ9.
        77 ED-PAGE           PIC ZZ9.

       PROCEDURE DIVISION.

           DISPLAY '=== DEBUT RELEVES DE COMMISSIONS ==='

           PERFORM LIRE-PERIODE
           PERFORM CONTROLER-PERIODE-REGLEE

           OPEN OUTPUT RELEVES
           IF WS-RELEVES-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RELEVES : ', WS-RELEVES-STATUS
               PERFORM ABEND-PROG
           END-IF

           OPEN OUTPUT RELEVES-DELIM
           IF WS-RELEVDEL-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RELEVDEL : ',
                       WS-RELEVDEL-STATUS
               PERFORM ABEND-PROG
           END-IF

           EXEC SQL
               OPEN CVENDEURS
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-VENDEUR

           PERFORM UNTIL SQLCODE = +100
               IF WS-DEPT NOT = WS-DEPT-COURANT
                   PERFORM EDITER-RECAP-DEPARTEMENT
                   MOVE WS-DEPT TO WS-DEPT-COURANT
                   MOVE WS-DNAME TO WS-DNAME-COURANT
                   MOVE WS-MANAGER TO WS-MANAGER-COURANT
               END-IF
               PERFORM EDITER-RELEVE-VENDEUR
               PERFORM FETCH-VENDEUR
           END-PERFORM

           EXEC SQL
               CLOSE CVENDEURS
           END-EXEC

           PERFORM EDITER-RECAP-DEPARTEMENT

           CLOSE RELEVES
           CLOSE RELEVES-DELIM

           MOVE WS-TOTAL-NET TO ED-MONTANT
           DISPLAY 'RELEVES EDITES          : ' WS-NB-RELEVES
           DISPLAY 'TOTAL NET DES RELEVES   : ' ED-MONTANT
           DISPLAY 'RELEVES EN ECART        : ' WS-NB-ECARTS
           DISPLAY 'ENREGISTREMENTS RELEVDEL: ' WS-NB-DELIM

           IF WS-NB-RELEVES = ZERO OR WS-NB-ECARTS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY '=== FIN RELEVES DE COMMISSIONS ==='
           GOBACK.

       LIRE-PERIODE.
           ACCEPT WS-PERIODE-SAISIE FROM SYSIN
           DISPLAY "PERIODE LUE DEPUIS SYSIN : '", WS-PERIODE-SAISIE,
                   "'"

           IF WS-PERIODE-SAISIE (1:4) IS NUMERIC
               AND WS-PERIODE-SAISIE (5:1) = '-'
               AND WS-PERIODE-SAISIE (6:2) IS NUMERIC
               MOVE WS-PERIODE-SAISIE (6:2) TO WS-PERIODE-MOIS
           ELSE
               MOVE ZERO TO WS-PERIODE-MOIS
           END-IF

           IF WS-PERIODE-MOIS < 1 OR WS-PERIODE-MOIS > 12
               DISPLAY 'PERIODE ABSENTE OU INVALIDE - AUCUN RELEVE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PERIODE-SAISIE TO LEDG-PERIODE

           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DATE-RUN-ISO
           STRING WS-DATE-SYS (1:4) '-' WS-DATE-SYS (5:2) '-'
                  WS-DATE-SYS (7:2)
               DELIMITED BY SIZE INTO WS-DATE-RUN-ISO
           .

      * LES RELEVES NE PORTENT QUE SUR UNE PERIODE DEJA PAYEE
       CONTROLER-PERIODE-REGLEE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-REGLES
               FROM API6.COMMISSION_LEDGER
               WHERE PERIODE = :LEDG-PERIODE
                 AND DATE_REGLEMENT <> ' '
                 AND MONTANT >= 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-REGLES = ZERO
               DISPLAY 'PERIODE ', WS-PERIODE-SAISIE,
                       ' NON REGLEE PAR COMSETL - AUCUN RELEVE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       FETCH-VENDEUR.
           MOVE SPACES TO WS-LNAME WS-FNAME WS-DNAME WS-MANAGER
           EXEC SQL
               FETCH CVENDEURS
               INTO :WS-E-NO, :WS-LNAME, :WS-FNAME, :WS-DEPT,
                    :WS-DNAME, :WS-MANAGER, :WS-NET-REGLE,
                    :WS-DATE-REGLEMENT
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      ******************************************************************
      * RELEVE D'UN VENDEUR : EN-TETE, DETAIL, TOTAUX ET RAPPROCHEMENT
      * AVEC LE MONTANT REGLE
      ******************************************************************
       EDITER-RELEVE-VENDEUR.
           ADD 1 TO WS-NB-RELEVES
           MOVE ZERO TO WS-TOT-VENTES WS-TOT-COM-CMD WS-TOT-ARRONDI
                        WS-TOT-CLAWBACKS WS-TOT-RELEVE
           MOVE ZERO TO WS-NB-CMD WS-NB-CLAW
           MOVE SPACE TO WS-TITRE-PARTIE
           MOVE ZERO TO WS-PAGE-RELEVE

           PERFORM OUVRIR-PAGE-RELEVE
           PERFORM ECRIRE-DELIM-VENDEUR

           MOVE WS-E-NO TO CDET-E-NO
           EXEC SQL
               OPEN CDETAIL
           END-EXEC
           IF SQLCODE NOT = ZERO
               PERFORM ABEND-PROG
           END-IF

           PERFORM FETCH-DETAIL
           PERFORM UNTIL SQLCODE = +100
               PERFORM EDITER-LIGNE-DETAIL
               PERFORM FETCH-DETAIL
           END-PERFORM

           EXEC SQL
               CLOSE CDETAIL
           END-EXEC

           PERFORM EDITER-TOTAUX-RELEVE
           PERFORM RAPPELER-CLAWBACKS-ATTENTE
           PERFORM MEMORISER-RECAP-VENDEUR
           .

       FETCH-DETAIL.
           MOVE SPACES TO WS-COMPANY
           EXEC SQL
               FETCH CDETAIL
               INTO :CDET-TYPE-LIGNE, :CDET-O-NO, :CDET-P-NO,
                    :CDET-C-NO, :WS-COMPANY, :CDET-DATE-OP,
                    :CDET-PERIODE, :CDET-MONTANT-VENTE, :CDET-TAUX,
                    :CDET-QUOTE-PART, :CDET-MONTANT-COM
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF.

      * EN-TETE DE PAGE DU RELEVE, REPETE SUR LES PAGES SUIVANTES
       OUVRIR-PAGE-RELEVE.
           ADD 1 TO WS-PAGE-RELEVE
           MOVE ZERO TO WS-LIGNES-SUR-PAGE
           MOVE WS-E-NO TO ED-E-NO
           MOVE WS-DEPT TO ED-DEPT
           MOVE WS-PAGE-RELEVE TO ED-PAGE

           MOVE SPACES TO ENR-RELEVES
           MOVE '1' TO RELEVES-ASA
           STRING 'RELEVE DE COMMISSIONS - PERIODE ' WS-PERIODE-SAISIE
                  '   REGLEE LE ' WS-DATE-REGLEMENT
                  '   EDITE LE ' WS-DATE-RUN-ISO
                  '   PAGE ' ED-PAGE
               DELIMITED BY SIZE INTO RELEVES-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE SPACES TO ENR-RELEVES
           STRING 'VENDEUR ' ED-E-NO ' ' WS-LNAME ' ' WS-FNAME
                  '   DEPARTEMENT ' ED-DEPT ' ' WS-DNAME
                  '   RESPONSABLE ' WS-MANAGER
               DELIMITED BY SIZE INTO RELEVES-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE SPACES TO ENR-RELEVES
           PERFORM ECRIRE-LIGNE-PHYSIQUE

           MOVE SPACES TO ENR-RELEVES
           MOVE 'TYPE  COMMANDE PROD CLIENT' TO RELEVES-LIGNE
           MOVE 'DATE' TO RELEVES-LIGNE (58:)
           MOVE 'VENTES CRED.' TO RELEVES-LIGNE (70:)
           MOVE 'Q-PART' TO RELEVES-LIGNE (88:)
           MOVE 'TAUX' TO RELEVES-LIGNE (96:)
           MOVE '  COMMISSION' TO RELEVES-LIGNE (102:)
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 4 TO WS-LIGNES-SUR-PAGE
           .

      * UNE LIGNE PAR COMMANDE CREDITEE, AJUSTEMENT OU CLAWBACK ; UN
      * SOUS-TITRE SEPARE LES COMMANDES DES CLAWBACKS
       EDITER-LIGNE-DETAIL.
           IF (CDET-TYPE-LIGNE = 'C' OR CDET-TYPE-LIGNE = 'A')
              AND WS-TITRE-PARTIE NOT = 'C'
               MOVE 'C' TO WS-TITRE-PARTIE
               MOVE SPACES TO WS-LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-RELEVE
               MOVE 'CLAWBACKS SUR MARCHANDISES RETOURNEES, NETTES DANS'
                   TO WS-LIGNE-IMPRESSION
               MOVE ' CETTE PAIE :' TO WS-LIGNE-IMPRESSION (51:)
               PERFORM ECRIRE-LIGNE-RELEVE
           END-IF

           MOVE CDET-O-NO TO ED-O-NO
           MOVE CDET-C-NO TO ED-C-NO
           MOVE CDET-MONTANT-VENTE TO ED-VENTE
           MOVE CDET-QUOTE-PART TO ED-QP
           MOVE CDET-TAUX TO ED-TAUX
           MOVE CDET-MONTANT-COM TO ED-MONTANT
           ADD CDET-MONTANT-COM TO WS-TOT-RELEVE
           MOVE SPACES TO WS-LIGNE-IMPRESSION

           EVALUATE CDET-TYPE-LIGNE
               WHEN 'V'
                   ADD 1 TO WS-NB-CMD
                   ADD CDET-MONTANT-VENTE TO WS-TOT-VENTES
                   ADD CDET-MONTANT-COM TO WS-TOT-COM-CMD
                   STRING 'CMDE  ' ED-O-NO '       ' ED-C-NO ' '
                          WS-COMPANY '  ' CDET-DATE-OP '  ' ED-VENTE
                          '        ' ED-QP '  ' ED-TAUX '  ' ED-MONTANT
                       DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
               WHEN 'R'
                   ADD CDET-MONTANT-COM TO WS-TOT-ARRONDI
                   STRING 'ARRONDI DU CUMUL DES COMMISSIONS PAR '
                          'COMMANDE A LA COMMISSION BRUTE PAYEE'
                       DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                   MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
               WHEN 'C'
                   ADD 1 TO WS-NB-CLAW
                   ADD CDET-MONTANT-COM TO WS-TOT-CLAWBACKS
                   STRING 'RETOUR' ED-O-NO '  ' CDET-P-NO '  ' ED-C-NO
                          ' ' WS-COMPANY '  ' CDET-DATE-OP '  '
                          ED-VENTE '        ' ED-QP '  ' ED-TAUX '  '
                          ED-MONTANT
                       DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
               WHEN OTHER
                   ADD CDET-MONTANT-COM TO WS-TOT-CLAWBACKS
                   STRING 'CLAWBACKS ANTERIEURS AU DETAIL DES '
                          'COMMISSIONS (SANS REFERENCE DE COMMANDE)'
                       DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
                   MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
           END-EVALUATE
           PERFORM ECRIRE-LIGNE-RELEVE
           PERFORM ECRIRE-DELIM-LIGNE
           .

      * TOTAUX DU RELEVE ; LE NET DU DETAIL DOIT ETRE LE MONTANT DU
      * LEDGER, QUI EST CELUI ENVOYE A LA PAIE PAR COMSETL
       EDITER-TOTAUX-RELEVE.
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           PERFORM ECRIRE-LIGNE-RELEVE

           MOVE WS-NB-CMD TO ED-NB
           MOVE WS-TOT-VENTES TO ED-VENTE
           MOVE WS-TOT-COM-CMD TO ED-MONTANT
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'COMMANDES CREDITEES : ' ED-NB
                  '   VENTES CREDITEES : ' ED-VENTE
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
           PERFORM ECRIRE-LIGNE-RELEVE

           COMPUTE WS-BRUT = WS-TOT-COM-CMD + WS-TOT-ARRONDI
           MOVE WS-BRUT TO ED-MONTANT
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           MOVE 'COMMISSION BRUTE DE LA PERIODE'
               TO WS-LIGNE-IMPRESSION
           MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
           PERFORM ECRIRE-LIGNE-RELEVE

           MOVE WS-NB-CLAW TO ED-NB
           MOVE WS-TOT-CLAWBACKS TO ED-MONTANT
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'CLAWBACKS NETTES : ' ED-NB ' RETOUR(S)'
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
           PERFORM ECRIRE-LIGNE-RELEVE

           MOVE WS-NET-REGLE TO ED-MONTANT
           MOVE SPACES TO WS-LIGNE-IMPRESSION
           STRING 'NET A PAYER (MONTANT TRANSMIS A LA PAIE POUR '
                  WS-PERIODE-SAISIE ')'
               DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
           MOVE ED-MONTANT TO WS-LIGNE-IMPRESSION (102:12)
           PERFORM ECRIRE-LIGNE-RELEVE

           COMPUTE WS-ECART = WS-NET-REGLE - WS-TOT-RELEVE
           IF WS-ECART NOT = ZERO
               ADD 1 TO WS-NB-ECARTS
               MOVE WS-ECART TO ED-MONTANT
               MOVE SPACES TO WS-LIGNE-IMPRESSION
               STRING '*** ECART ENTRE LE DETAIL ET LE MONTANT REGLE : '
                      ED-MONTANT ' (DETAIL INCOMPLET POUR CETTE '
                      'PERIODE) ***'
                   DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-RELEVE
               DISPLAY 'ECART DE RELEVE - VENDEUR ' WS-E-NO
                       ' : ' ED-MONTANT
           END-IF

           PERFORM ECRIRE-DELIM-TOTAL
           .

      * CLAWBACKS POSES MAIS PAS ENCORE NETTES (REPORTES CAR PLUS GROS
      * QUE LA COMMISSION, OU POSES DEPUIS LE REGLEMENT)
       RAPPELER-CLAWBACKS-ATTENTE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MONTANT_COM), 0)
               INTO :WS-NB-ATTENTE, :WS-MT-ATTENTE
               FROM API6.COMMISSION_DETAIL
               WHERE E_NO = :CDET-E-NO
                 AND TYPE_LIGNE = 'C'
                 AND DATE_REGLEMENT = ' '
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               PERFORM ABEND-PROG
           END-IF

           IF WS-NB-ATTENTE > ZERO
               MOVE WS-NB-ATTENTE TO ED-NB
               MOVE WS-MT-ATTENTE TO ED-MONTANT
               MOVE SPACES TO WS-LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-RELEVE
               MOVE SPACES TO WS-LIGNE-IMPRESSION
               STRING 'POUR INFORMATION, CLAWBACKS EN ATTENTE A CE '
                      'JOUR (DEDUITS D''UNE PAIE ULTERIEURE) : ' ED-NB
                      ' POUR ' ED-MONTANT
                   DELIMITED BY SIZE INTO WS-LIGNE-IMPRESSION
               PERFORM ECRIRE-LIGNE-RELEVE
           END-IF
           .

       MEMORISER-RECAP-VENDEUR.
           IF NB-RECAP < 99
               ADD 1 TO NB-RECAP
               SET IDX-RCP TO NB-RECAP
               MOVE WS-E-NO TO RCP-E-NO (IDX-RCP)
               MOVE WS-LNAME TO RCP-NOM (IDX-RCP)
               MOVE WS-BRUT TO RCP-BRUT (IDX-RCP)
               MOVE WS-TOT-CLAWBACKS TO RCP-CLAWBACKS (IDX-RCP)
               MOVE WS-NET-REGLE TO RCP-NET (IDX-RCP)
               IF WS-ECART NOT = ZERO
                   MOVE '*' TO RCP-ECART (IDX-RCP)
               ELSE
                   MOVE SPACE TO RCP-ECART (IDX-RCP)
               END-IF
           END-IF
           ADD WS-NET-REGLE TO WS-DEPT-NET
           ADD WS-NET-REGLE TO WS-TOTAL-NET
           .

      * PAGE RECAPITULATIVE DU DEPARTEMENT POUR LE RESPONSABLE DES
      * VENTES : UNE LIGNE PAR VENDEUR ET LE TOTAL NET DU DEPARTEMENT
       EDITER-RECAP-DEPARTEMENT.
           IF NB-RECAP > ZERO
               MOVE WS-DEPT-COURANT TO ED-DEPT
               MOVE SPACES TO ENR-RELEVES
               MOVE '1' TO RELEVES-ASA
               STRING 'RECAPITULATIF DES COMMISSIONS - PERIODE '
                      WS-PERIODE-SAISIE '   DEPARTEMENT ' ED-DEPT ' '
                      WS-DNAME-COURANT '   RESPONSABLE '
                      WS-MANAGER-COURANT
                   DELIMITED BY SIZE INTO RELEVES-LIGNE
               PERFORM ECRIRE-LIGNE-PHYSIQUE

               MOVE SPACES TO ENR-RELEVES
               PERFORM ECRIRE-LIGNE-PHYSIQUE
               MOVE SPACES TO ENR-RELEVES
               STRING 'VENDEUR                        COMMISSION BRUTE'
                      '        CLAWBACKS      NET A PAYER'
                   DELIMITED BY SIZE INTO RELEVES-LIGNE
               PERFORM ECRIRE-LIGNE-PHYSIQUE

               PERFORM VARYING IDX-RCP FROM 1 BY 1
                   UNTIL IDX-RCP > NB-RECAP
                   MOVE RCP-E-NO (IDX-RCP) TO ED-E-NO
                   MOVE SPACES TO ENR-RELEVES
                   STRING ED-E-NO ' ' RCP-NOM (IDX-RCP)
                       DELIMITED BY SIZE INTO RELEVES-LIGNE
                   MOVE RCP-BRUT (IDX-RCP) TO ED-MONTANT
                   MOVE ED-MONTANT TO RELEVES-LIGNE (35:12)
                   MOVE RCP-CLAWBACKS (IDX-RCP) TO ED-MONTANT
                   MOVE ED-MONTANT TO RELEVES-LIGNE (52:12)
                   MOVE RCP-NET (IDX-RCP) TO ED-MONTANT
                   MOVE ED-MONTANT TO RELEVES-LIGNE (69:12)
                   IF RCP-ECART (IDX-RCP) = '*'
                       MOVE '* ECART DE DETAIL' TO RELEVES-LIGNE (83:)
                   END-IF
                   PERFORM ECRIRE-LIGNE-PHYSIQUE
               END-PERFORM

               MOVE SPACES TO ENR-RELEVES
               PERFORM ECRIRE-LIGNE-PHYSIQUE
               MOVE WS-DEPT-NET TO ED-MONTANT
               MOVE SPACES TO ENR-RELEVES
               MOVE 'TOTAL NET DU DEPARTEMENT' TO RELEVES-LIGNE
               MOVE ED-MONTANT TO RELEVES-LIGNE (69:12)
               PERFORM ECRIRE-LIGNE-PHYSIQUE
           END-IF

           MOVE ZERO TO NB-RECAP
           MOVE ZERO TO WS-DEPT-NET
           .

      * LIGNE DU CORPS DU RELEVE, AVEC CHANGEMENT DE PAGE QUAND LA
      * PAGE EST PLEINE
       ECRIRE-LIGNE-RELEVE.
           IF WS-LIGNES-SUR-PAGE >= WS-LIGNES-PAGE
               PERFORM OUVRIR-PAGE-RELEVE
           END-IF
           MOVE ' ' TO RELEVES-ASA
           MOVE WS-LIGNE-IMPRESSION TO RELEVES-LIGNE
           PERFORM ECRIRE-LIGNE-PHYSIQUE
           ADD 1 TO WS-LIGNES-SUR-PAGE
           .

       ECRIRE-LIGNE-PHYSIQUE.
           WRITE ENR-RELEVES
           IF WS-RELEVES-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE RELEVES : ', WS-RELEVES-STATUS
               PERFORM ABEND-PROG
           END-IF
           MOVE ' ' TO RELEVES-ASA
           .

      * ENREGISTREMENT DELIMITE 'E' : PERIODE, DEPARTEMENT, VENDEUR,
      * NOM, PRENOM, DATE DE REGLEMENT
       ECRIRE-DELIM-VENDEUR.
           MOVE WS-E-NO TO ED-E-NO
           MOVE WS-DEPT TO ED-DEPT
           MOVE SPACES TO ENR-RELEVDEL
           STRING 'E;' WS-PERIODE-SAISIE ';' ED-DEPT ';'
                  WS-DNAME DELIMITED BY '  '
                  ';' ED-E-NO ';' DELIMITED BY SIZE
                  WS-LNAME DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WS-FNAME DELIMITED BY '  '
                  ';' WS-DATE-REGLEMENT DELIMITED BY SIZE
               INTO ENR-RELEVDEL
           PERFORM ECRIRE-RELEVDEL
           .

      * ENREGISTREMENT DELIMITE 'L' : VENDEUR, TYPE DE LIGNE (V, R, C,
      * A), COMMANDE, PRODUIT, CLIENT, NOM, DATE, VENTES, QUOTE-PART,
      * TAUX, COMMISSION
       ECRIRE-DELIM-LIGNE.
           MOVE SPACES TO ENR-RELEVDEL
           STRING 'L;' ED-E-NO ';' CDET-TYPE-LIGNE ';' ED-O-NO ';'
                  CDET-P-NO ';' ED-C-NO ';' DELIMITED BY SIZE
                  WS-COMPANY DELIMITED BY '  '
                  ';' CDET-DATE-OP ';' ED-VENTE ';' ED-QP ';'
                  ED-TAUX ';' ED-MONTANT DELIMITED BY SIZE
               INTO ENR-RELEVDEL
           PERFORM ECRIRE-RELEVDEL
           .

      * ENREGISTREMENT DELIMITE 'T' : VENDEUR, COMMISSION BRUTE,
      * CLAWBACKS, NET A PAYER (= PAIECOM), ECART DE DETAIL
       ECRIRE-DELIM-TOTAL.
           COMPUTE WS-BRUT = WS-TOT-COM-CMD + WS-TOT-ARRONDI
           MOVE WS-BRUT TO ED-BRUT
           MOVE WS-TOT-CLAWBACKS TO ED-CLAW
           MOVE WS-NET-REGLE TO ED-MONTANT
           MOVE WS-ECART TO ED-ECART
           MOVE SPACES TO ENR-RELEVDEL
           STRING 'T;' ED-E-NO ';' ED-BRUT ';' ED-CLAW ';'
                  ED-MONTANT ';' ED-ECART
               DELIMITED BY SIZE INTO ENR-RELEVDEL
           PERFORM ECRIRE-RELEVDEL
           .

       ECRIRE-RELEVDEL.
           WRITE ENR-RELEVDEL
           IF WS-RELEVDEL-STATUS NOT = '00'
               DISPLAY 'ERREUR ECRITURE RELEVDEL : ',
                       WS-RELEVDEL-STATUS
               PERFORM ABEND-PROG
           END-IF
           ADD 1 TO WS-NB-DELIM
           .

      * CODE RETOUR NON NUL EN LIEU D'UN ABEND, PAR COHERENCE AVEC LE
      * RESTE DE LA SUITE BATCH
       ABEND-PROG.
           DISPLAY 'ANOMALIE GRAVE : '
           DISPLAY 'ERREUR SQL : ' SQLCODE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 16 TO RETURN-CODE
           GOBACK
           .
