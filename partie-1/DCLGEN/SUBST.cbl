      ******************************************************************
      * DCLGEN TABLE(API6.SUBSTITUTIONS)                               *
      *        LIBRARY(API6.SOURCE.DCLGEN(SUBST))                      *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SUB-)                                             *
      *        STRUCTURE(ST-SUBST)                                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.SUBSTITUTIONS TABLE
           ( P_NO                           CHAR(3) NOT NULL,
             P_NO_SUCC                      CHAR(3) NOT NULL,
             REGLE_PRIX                     CHAR(1) NOT NULL,
             DATE_MAJ                       DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.SUBSTITUTIONS                 *
      ******************************************************************
       01  ST-SUBST.
      *                       P_NO
           10 SUB-P-NO             PIC X(3).
      *                       P_NO_SUCC
           10 SUB-P-NO-SUCC        PIC X(3).
      *                       REGLE_PRIX
           10 SUB-REGLE-PRIX       PIC X(1).
      *                       DATE_MAJ
           10 SUB-DATE-MAJ         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISUBSTITUTIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
