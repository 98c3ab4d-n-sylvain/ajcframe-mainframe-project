      ******************************************************************
      * DCLGEN TABLE(API6.PORTEFEUILLE_RECOUVR)                        *
      *        LIBRARY(API6.SOURCE.DCLGEN(PORTREC))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PRT-)                                             *
      *        STRUCTURE(ST-PRT)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PORTEFEUILLE_RECOUVR TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             COLLECTEUR                     CHAR(8) NOT NULL,
             DATE_ACTION                    DATE NOT NULL,
             MOTIF_ACTION                   CHAR(1) NOT NULL
                                            WITH DEFAULT,
             DATE_AFFECT                    DATE NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PORTEFEUILLE_RECOUVR          *
      ******************************************************************
       01  ST-PRT.
      *                       C_NO
           10 PRT-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       COLLECTEUR
           10 PRT-COLLECTEUR       PIC X(8).
      *                       DATE_ACTION
           10 PRT-DATE-ACTION      PIC X(10).
      *                       MOTIF_ACTION
           10 PRT-MOTIF-ACTION     PIC X(1).
      *                       DATE_AFFECT
           10 PRT-DATE-AFFECT      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPORTEFEUILLE-RECOUVR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
