      ******************************************************************
      * DCLGEN TABLE(API6.PRELEVEMENTS)                                *
      *        LIBRARY(API6.SOURCE.DCLGEN(PRLVMT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PRLV-)                                            *
      *        STRUCTURE(ST-PRLV)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PRELEVEMENTS TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             C_NO                           DECIMAL(4, 0) NOT NULL,
             DATE_PRELEV                    CHAR(10) NOT NULL,
             MONTANT                        DECIMAL(9, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             CODE_REJET                     CHAR(4) NOT NULL
                                            WITH DEFAULT,
             DATE_RETOUR                    CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PRELEVEMENTS                  *
      ******************************************************************
       01  ST-PRLV.
      *                       O_NO
           10 PRLV-O-NO            PIC S9(7)V USAGE COMP-3.
      *                       C_NO
           10 PRLV-C-NO            PIC S9(4)V USAGE COMP-3.
      *                       DATE_PRELEV
           10 PRLV-DATE-PRELEV     PIC X(10).
      *                       MONTANT
           10 PRLV-MONTANT         PIC S9(7)V9(2) USAGE COMP-3.
      *                       STATUT
           10 PRLV-STATUT          PIC X(1).
      *                       CODE_REJET
           10 PRLV-CODE-REJET      PIC X(4).
      *                       DATE_RETOUR
           10 PRLV-DATE-RETOUR     PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRELEVEMENTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
