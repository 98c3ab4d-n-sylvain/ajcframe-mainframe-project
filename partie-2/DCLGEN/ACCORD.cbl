      ******************************************************************
      * DCLGEN TABLE(API6.ACCORDS_CADRE)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(ACCORD))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ACC-)                                             *
      *        STRUCTURE(ST-ACCORD)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.ACCORDS_CADRE TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             CODE_ACCORD                    CHAR(3) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             QTE_ENGAGEE                    DECIMAL(7, 0) NOT NULL,
             PRIX_ACCORDE                   DECIMAL(5, 2) NOT NULL,
             DATE_DEBUT                     DATE NOT NULL,
             DATE_FIN                       DATE NOT NULL,
             QTE_APPELEE                    DECIMAL(7, 0) NOT NULL,
             REGLE_DEPASS                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.ACCORDS_CADRE                 *
      ******************************************************************
       01  ST-ACCORD.
      *                       C_NO
           10 ACC-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       CODE_ACCORD
           10 ACC-CODE-ACCORD      PIC X(3).
      *                       P_NO
           10 ACC-P-NO             PIC X(3).
      *                       QTE_ENGAGEE
           10 ACC-QTE-ENGAGEE      PIC S9(7)V USAGE COMP-3.
      *                       PRIX_ACCORDE
           10 ACC-PRIX-ACCORDE     PIC S9(3)V9(2) USAGE COMP-3.
      *                       DATE_DEBUT
           10 ACC-DATE-DEBUT       PIC X(10).
      *                       DATE_FIN
           10 ACC-DATE-FIN         PIC X(10).
      *                       QTE_APPELEE
           10 ACC-QTE-APPELEE      PIC S9(7)V USAGE COMP-3.
      *                       REGLE_DEPASS
           10 ACC-REGLE-DEPASS     PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IACCORDS-CADRE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
