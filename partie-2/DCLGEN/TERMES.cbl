      ******************************************************************
      * DCLGEN TABLE(API6.PAYMENT_TERMS)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(TERMES))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TRM-)                                             *
      *        STRUCTURE(ST-TERMES)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PAYMENT_TERMS TABLE
           ( CODE_COND                      CHAR(4) NOT NULL,
             LIBELLE                        CHAR(20) NOT NULL,
             JOURS_NET                      DECIMAL(3, 0) NOT NULL,
             JOURS_ESCOMPTE                 DECIMAL(3, 0) NOT NULL,
             TAUX_ESCOMPTE                  DECIMAL(4, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PAYMENT_TERMS                 *
      ******************************************************************
       01  ST-TERMES.
      *                       CODE_COND
           10 TRM-CODE-COND        PIC X(4).
      *                       LIBELLE
           10 TRM-LIBELLE          PIC X(20).
      *                       JOURS_NET
           10 TRM-JOURS-NET        PIC S9(3)V USAGE COMP-3.
      *                       JOURS_ESCOMPTE
           10 TRM-JOURS-ESCOMPTE   PIC S9(3)V USAGE COMP-3.
      *                       TAUX_ESCOMPTE
           10 TRM-TAUX-ESCOMPTE    PIC S9(2)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYMENT-TERMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
