      ******************************************************************
      * DCLGEN TABLE(API6.PAIEMENTS_LETTRES)                           *
      *        LIBRARY(API6.SOURCE.DCLGEN(PAYLETT))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PLT-)                                             *
      *        STRUCTURE(ST-PLT)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PAIEMENTS_LETTRES TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             REFERENCE                      CHAR(10) NOT NULL,
             DATE_PAIEMENT                  CHAR(10) NOT NULL,
             MONTANT                        DECIMAL(9, 2) NOT NULL,
             NO_LOT                         CHAR(15) NOT NULL,
             DATE_APPLIC                    CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PAIEMENTS_LETTRES             *
      ******************************************************************
       01  ST-PLT.
      *                       C_NO
           10 PLT-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       REFERENCE
           10 PLT-REFERENCE        PIC X(10).
      *                       DATE_PAIEMENT
           10 PLT-DATE-PAIEMENT    PIC X(10).
      *                       MONTANT
           10 PLT-MONTANT          PIC S9(7)V9(2) USAGE COMP-3.
      *                       NO_LOT
           10 PLT-NO-LOT           PIC X(15).
      *                       DATE_APPLIC
           10 PLT-DATE-APPLIC      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAIEMENTS-LETTRES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
