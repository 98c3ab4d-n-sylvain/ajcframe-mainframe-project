      ******************************************************************
      * DCLGEN TABLE(API6.MANDATS)                                     *
      *        LIBRARY(API6.SOURCE.DCLGEN(MANDAT))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MAND-)                                            *
      *        STRUCTURE(ST-MAND)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.MANDATS TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             REF_MANDAT                     CHAR(20) NOT NULL,
             IBAN                           CHAR(34) NOT NULL,
             BIC                            CHAR(11) NOT NULL,
             DATE_SIGNATURE                 CHAR(10) NOT NULL,
             ACTIF                          CHAR(1) NOT NULL,
             NB_REJETS                      DECIMAL(3, 0) NOT NULL
                                            WITH DEFAULT,
             DATE_DERNIER_REJET             CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.MANDATS                       *
      ******************************************************************
       01  ST-MAND.
      *                       C_NO
           10 MAND-C-NO            PIC S9(4)V USAGE COMP-3.
      *                       REF_MANDAT
           10 MAND-REF-MANDAT      PIC X(20).
      *                       IBAN
           10 MAND-IBAN            PIC X(34).
      *                       BIC
           10 MAND-BIC             PIC X(11).
      *                       DATE_SIGNATURE
           10 MAND-DATE-SIGNATURE  PIC X(10).
      *                       ACTIF
           10 MAND-ACTIF           PIC X(1).
      *                       NB_REJETS
           10 MAND-NB-REJETS       PIC S9(3)V USAGE COMP-3.
      *                       DATE_DERNIER_REJET
           10 MAND-DATE-DERNIER-REJET PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IMANDATS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
