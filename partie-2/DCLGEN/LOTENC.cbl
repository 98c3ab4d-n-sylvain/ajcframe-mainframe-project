      ******************************************************************
      * DCLGEN TABLE(API6.LOTS_ENCAISSES)                              *
      *        LIBRARY(API6.SOURCE.DCLGEN(LOTENC))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LENC-)                                            *
      *        STRUCTURE(ST-LENC)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.LOTS_ENCAISSES TABLE
           ( NO_LOT                         CHAR(15) NOT NULL,
             DATE_APPLIC                    CHAR(10) NOT NULL,
             NB_PAIEMENTS                   DECIMAL(5, 0) NOT NULL,
             MONTANT                        DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.LOTS_ENCAISSES                *
      ******************************************************************
       01  ST-LENC.
      *                       NO_LOT
           10 LENC-NO-LOT          PIC X(15).
      *                       DATE_APPLIC
           10 LENC-DATE-APPLIC     PIC X(10).
      *                       NB_PAIEMENTS
           10 LENC-NB-PAIEMENTS    PIC S9(5)V USAGE COMP-3.
      *                       MONTANT
           10 LENC-MONTANT         PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILOTS-ENCAISSES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
