      ******************************************************************
      * DCLGEN TABLE(API6.LIGNES_ACHAT)                                *
      *        LIBRARY(API6.SOURCE.DCLGEN(LIGACH))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LDA-)                                             *
      *        STRUCTURE(ST-LIGACH)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.LIGNES_ACHAT TABLE
           ( PO_NO                          DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             DEPOT                          CHAR(2) NOT NULL,
             QTE_CDEE                       DECIMAL(7, 0) NOT NULL,
             QTE_RECUE                      DECIMAL(7, 0) NOT NULL
                                            WITH DEFAULT,
             PRIX_PREVU                     DECIMAL(5, 2) NOT NULL,
             QTE_FACTUREE                   DECIMAL(7, 0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.LIGNES_ACHAT                  *
      ******************************************************************
       01  ST-LIGACH.
      *                       PO_NO
           10 LDA-PO-NO            PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 LDA-P-NO             PIC X(3).
      *                       DEPOT
           10 LDA-DEPOT            PIC X(2).
      *                       QTE_CDEE
           10 LDA-QTE-CDEE         PIC S9(7)V USAGE COMP-3.
      *                       QTE_RECUE
           10 LDA-QTE-RECUE        PIC S9(7)V USAGE COMP-3.
      *                       PRIX_PREVU
           10 LDA-PRIX-PREVU       PIC S9(3)V9(2) USAGE COMP-3.
      *                       QTE_FACTUREE
           10 LDA-QTE-FACTUREE     PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILIGNES-ACHAT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
