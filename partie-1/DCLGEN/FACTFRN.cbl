      ******************************************************************
      * DCLGEN TABLE(API6.FACTURES_FRN)                                *
      *        LIBRARY(API6.SOURCE.DCLGEN(FACTFRN))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(FCF-)                                             *
      *        STRUCTURE(ST-FACTFRN)                                   *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.FACTURES_FRN TABLE
           ( FOURNISSEUR                    CHAR(5) NOT NULL,
             NUM_FACTURE                    CHAR(10) NOT NULL,
             PO_NO                          DECIMAL(7, 0) NOT NULL,
             DATE_FACTURE                   DATE NOT NULL,
             MONTANT                        DECIMAL(11, 2) NOT NULL,
             DATE_TRAIT                     DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.FACTURES_FRN                  *
      ******************************************************************
       01  ST-FACTFRN.
      *                       FOURNISSEUR
           10 FCF-FOURNISSEUR      PIC X(5).
      *                       NUM_FACTURE
           10 FCF-NUM-FACTURE      PIC X(10).
      *                       PO_NO
           10 FCF-PO-NO            PIC S9(7)V USAGE COMP-3.
      *                       DATE_FACTURE
           10 FCF-DATE-FACTURE     PIC X(10).
      *                       MONTANT
           10 FCF-MONTANT          PIC S9(9)V9(2) USAGE COMP-3.
      *                       DATE_TRAIT
           10 FCF-DATE-TRAIT       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFACTURES-FRN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
