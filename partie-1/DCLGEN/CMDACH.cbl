      ******************************************************************
      * DCLGEN TABLE(API6.COMMANDES_ACHAT)                             *
      *        LIBRARY(API6.SOURCE.DCLGEN(CMDACH))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CDA-)                                             *
      *        STRUCTURE(ST-CMDACH)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.COMMANDES_ACHAT TABLE
           ( PO_NO                          DECIMAL(7, 0) NOT NULL,
             FOURNISSEUR                    CHAR(5) NOT NULL,
             DATE_CDE                       DATE NOT NULL,
             DATE_PREVUE                    DATE NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             ACHETEUR                       CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.COMMANDES_ACHAT               *
      ******************************************************************
       01  ST-CMDACH.
      *                       PO_NO
           10 CDA-PO-NO            PIC S9(7)V USAGE COMP-3.
      *                       FOURNISSEUR
           10 CDA-FOURNISSEUR      PIC X(5).
      *                       DATE_CDE
           10 CDA-DATE-CDE         PIC X(10).
      *                       DATE_PREVUE
           10 CDA-DATE-PREVUE      PIC X(10).
      *                       STATUT
           10 CDA-STATUT           PIC X(1).
      *                       ACHETEUR
           10 CDA-ACHETEUR         PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMMANDES-ACHAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
