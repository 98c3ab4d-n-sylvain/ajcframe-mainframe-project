      ******************************************************************
      * DCLGEN TABLE(API6.ECARTS_CHANGE)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(ECARTFX))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EFX-)                                             *
      *        STRUCTURE(ST-EFX)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.ECARTS_CHANGE TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL,
             DATE_PAIEMENT                  CHAR(10) NOT NULL,
             REFERENCE                      CHAR(10) NOT NULL,
             DEVISE                         CHAR(3) NOT NULL,
             MONTANT_DEVISE                 DECIMAL(9, 2) NOT NULL,
             TAUX_ORIGINE                   DECIMAL(10, 7) NOT NULL,
             TAUX_PAIEMENT                  DECIMAL(8, 5) NOT NULL,
             MONTANT_AFFECTE                DECIMAL(9, 2) NOT NULL,
             ECART                          DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.ECARTS_CHANGE                 *
      ******************************************************************
       01  ST-EFX.
      *                       C_NO
           10 EFX-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       O_NO
           10 EFX-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       DATE_PAIEMENT
           10 EFX-DATE-PAIEMENT    PIC X(10).
      *                       REFERENCE
           10 EFX-REFERENCE        PIC X(10).
      *                       DEVISE
           10 EFX-DEVISE           PIC X(3).
      *                       MONTANT_DEVISE
           10 EFX-MONTANT-DEVISE   PIC S9(7)V9(2) USAGE COMP-3.
      *                       TAUX_ORIGINE
           10 EFX-TAUX-ORIGINE     PIC S9(3)V9(7) USAGE COMP-3.
      *                       TAUX_PAIEMENT
           10 EFX-TAUX-PAIEMENT    PIC S9(3)V9(5) USAGE COMP-3.
      *                       MONTANT_AFFECTE
           10 EFX-MONTANT-AFFECTE  PIC S9(7)V9(2) USAGE COMP-3.
      *                       ECART
           10 EFX-ECART            PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IECARTS-CHANGE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
