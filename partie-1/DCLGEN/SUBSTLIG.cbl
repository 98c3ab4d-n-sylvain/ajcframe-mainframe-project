      ******************************************************************
      * DCLGEN TABLE(API6.SUBST_LIGNES)                                *
      *        LIBRARY(API6.SOURCE.DCLGEN(SUBSTLIG))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SBL-)                                             *
      *        STRUCTURE(ST-SBLIG)                                     *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.SUBST_LIGNES TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             P_NO_ANCIEN                    CHAR(3) NOT NULL,
             REGLE_PRIX                     CHAR(1) NOT NULL,
             ORIGINE                        CHAR(6) NOT NULL,
             DATE_SUBST                     DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.SUBST_LIGNES                  *
      ******************************************************************
       01  ST-SBLIG.
      *                       O_NO
           10 SBL-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 SBL-P-NO             PIC X(3).
      *                       P_NO_ANCIEN
           10 SBL-P-NO-ANCIEN      PIC X(3).
      *                       REGLE_PRIX
           10 SBL-REGLE-PRIX       PIC X(1).
      *                       ORIGINE
           10 SBL-ORIGINE          PIC X(6).
      *                       DATE_SUBST
           10 SBL-DATE-SUBST       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISUBST-LIGNES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
