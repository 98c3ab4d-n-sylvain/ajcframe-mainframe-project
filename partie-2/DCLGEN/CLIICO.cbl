      ******************************************************************
      * DCLGEN TABLE(API6.CLIENTS_INTERCO)                             *
      *        LIBRARY(API6.SOURCE.DCLGEN(CLIICO))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CICO-)                                            *
      *        STRUCTURE(ST-CICO)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.CLIENTS_INTERCO TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             ENTITE                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.CLIENTS_INTERCO               *
      ******************************************************************
       01  ST-CICO.
      *                       C_NO
           10 CICO-C-NO            PIC S9(4)V USAGE COMP-3.
      *                       ENTITE
           10 CICO-ENTITE          PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLIENTS-INTERCO.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 2 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
