      ******************************************************************
      * DCLGEN TABLE(API6.ESCOMPTES)                                   *
      *        LIBRARY(API6.SOURCE.DCLGEN(ESCOMPTE))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ESC-)                                             *
      *        STRUCTURE(ST-ESC)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.ESCOMPTES TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL,
             DATE_PAIEMENT                  CHAR(10) NOT NULL,
             REFERENCE                      CHAR(10) NOT NULL,
             MONTANT                        DECIMAL(9, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.ESCOMPTES                     *
      ******************************************************************
       01  ST-ESC.
      *                       C_NO
           10 ESC-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       O_NO
           10 ESC-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       DATE_PAIEMENT
           10 ESC-DATE-PAIEMENT    PIC X(10).
      *                       REFERENCE
           10 ESC-REFERENCE        PIC X(10).
      *                       MONTANT
           10 ESC-MONTANT          PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IESCOMPTES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
