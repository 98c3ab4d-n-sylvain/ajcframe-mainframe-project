      ******************************************************************
      * DCLGEN TABLE(API6.REVUE_COMMANDES)                             *
      *        LIBRARY(API6.SOURCE.DCLGEN(REVUECMD))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RVC-)                                             *
      *        STRUCTURE(ST-RVC)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.REVUE_COMMANDES TABLE
           ( O_NO                           DECIMAL(7, 0) NOT NULL,
             C_NO                           DECIMAL(4, 0) NOT NULL,
             DATE_REVUE                     CHAR(10) NOT NULL,
             ORIGINE                        CHAR(8) NOT NULL,
             MOTIF                          CHAR(4) NOT NULL,
             MONTANT                        DECIMAL(9, 2) NOT NULL,
             REFERENCE                      DECIMAL(9, 2) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DATE_DECISION                  CHAR(10) NOT NULL,
             DECIDEUR                       CHAR(8) NOT NULL,
             COMMENTAIRE                    CHAR(30) NOT NULL,
             DATE_APPLIC                    CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.REVUE_COMMANDES               *
      ******************************************************************
       01  ST-RVC.
      *                       O_NO
           10 RVC-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       C_NO
           10 RVC-C-NO             PIC S9(4)V USAGE COMP-3.
      *                       DATE_REVUE
           10 RVC-DATE-REVUE       PIC X(10).
      *                       ORIGINE
           10 RVC-ORIGINE          PIC X(8).
      *                       MOTIF
           10 RVC-MOTIF            PIC X(4).
      *                       MONTANT
           10 RVC-MONTANT          PIC S9(7)V9(2) USAGE COMP-3.
      *                       REFERENCE
           10 RVC-REFERENCE        PIC S9(7)V9(2) USAGE COMP-3.
      *                       P_NO
           10 RVC-P-NO             PIC X(3).
      *                       STATUT
           10 RVC-STATUT           PIC X(1).
      *                       DATE_DECISION
           10 RVC-DATE-DECISION    PIC X(10).
      *                       DECIDEUR
           10 RVC-DECIDEUR         PIC X(8).
      *                       COMMENTAIRE
           10 RVC-COMMENTAIRE      PIC X(30).
      *                       DATE_APPLIC
           10 RVC-DATE-APPLIC      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREVUE-COMMANDES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
