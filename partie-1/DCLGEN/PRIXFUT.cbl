      ******************************************************************
      * DCLGEN TABLE(API6.PRIX_FUTURS)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(PRIXFUT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PXF-)                                             *
      *        STRUCTURE(ST-PRIXFUT)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PRIX_FUTURS TABLE
           ( P_NO                           CHAR(3) NOT NULL,
             DATE_EFFET                     DATE NOT NULL,
             NOUVEAU_PRIX                   DECIMAL(5, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             PRIX_CONFIRME                  CHAR(1) NOT NULL,
             ORIGINE                        CHAR(8) NOT NULL,
             FOURNISSEUR                    CHAR(5) NOT NULL,
             AUTEUR                         CHAR(8) NOT NULL,
             DATE_SAISIE                    DATE NOT NULL
                                            WITH DEFAULT,
             DATE_MAJ                       DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PRIX_FUTURS                   *
      ******************************************************************
       01  ST-PRIXFUT.
      *                       P_NO
           10 PXF-P-NO             PIC X(3).
      *                       DATE_EFFET
           10 PXF-DATE-EFFET       PIC X(10).
      *                       NOUVEAU_PRIX
           10 PXF-NOUVEAU-PRIX     PIC S9(3)V9(2) USAGE COMP-3.
      *                       STATUT
           10 PXF-STATUT           PIC X(1).
      *                       PRIX_CONFIRME
           10 PXF-PRIX-CONFIRME    PIC X(1).
      *                       ORIGINE
           10 PXF-ORIGINE          PIC X(8).
      *                       FOURNISSEUR
           10 PXF-FOURNISSEUR      PIC X(5).
      *                       AUTEUR
           10 PXF-AUTEUR           PIC X(8).
      *                       DATE_SAISIE
           10 PXF-DATE-SAISIE      PIC X(10).
      *                       DATE_MAJ
           10 PXF-DATE-MAJ         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRIX-FUTURS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
