      ******************************************************************
      * DCLGEN TABLE(API6.PLACEMENTS_AGENCE)                           *
      *        LIBRARY(API6.SOURCE.DCLGEN(PLACAGC))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PLA-)                                             *
      *        STRUCTURE(ST-PLA)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.PLACEMENTS_AGENCE TABLE
           ( C_NO                           DECIMAL(4, 0) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL,
             DATE_PLACEMENT                 CHAR(10) NOT NULL,
             MONTANT_PLACE                  DECIMAL(9, 2) NOT NULL,
             MONTANT_RECOUVRE               DECIMAL(9, 2) NOT NULL,
             COMMISSION                     DECIMAL(9, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DATE_RETOUR                    CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.PLACEMENTS_AGENCE             *
      ******************************************************************
       01  ST-PLA.
      *                       C_NO
           10 PLA-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       O_NO
           10 PLA-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       DATE_PLACEMENT
           10 PLA-DATE-PLACEMENT   PIC X(10).
      *                       MONTANT_PLACE
           10 PLA-MONTANT-PLACE    PIC S9(7)V9(2) USAGE COMP-3.
      *                       MONTANT_RECOUVRE
           10 PLA-MONTANT-RECOUVRE PIC S9(7)V9(2) USAGE COMP-3.
      *                       COMMISSION
           10 PLA-COMMISSION       PIC S9(7)V9(2) USAGE COMP-3.
      *                       STATUT
           10 PLA-STATUT           PIC X(1).
      *                       DATE_RETOUR
           10 PLA-DATE-RETOUR      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPLACEMENTS-AGENCE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
