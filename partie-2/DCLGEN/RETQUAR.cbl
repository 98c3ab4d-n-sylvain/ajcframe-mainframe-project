      ******************************************************************
      * DCLGEN TABLE(API6.RETOURS_QUARANTAINE)                         *
      *        LIBRARY(API6.SOURCE.DCLGEN(RETQUAR))                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(QRT-)                                             *
      *        STRUCTURE(ST-QRT)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.RETOURS_QUARANTAINE TABLE
           ( RMA_NO                         DECIMAL(7, 0) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL,
             DEPOT                          CHAR(2) NOT NULL,
             QTE                            DECIMAL(2, 0) NOT NULL,
             DATE_RECEPTION                 CHAR(10) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             QTE_REMISE                     DECIMAL(2, 0) NOT NULL,
             QTE_RECOND                     DECIMAL(2, 0) NOT NULL,
             QTE_FOURN                      DECIMAL(2, 0) NOT NULL,
             QTE_REBUT                      DECIMAL(2, 0) NOT NULL,
             VALEUR_REBUT                   DECIMAL(9, 2) NOT NULL,
             DATE_INSPECTION                CHAR(10) NOT NULL,
             INSPECTEUR                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.RETOURS_QUARANTAINE           *
      ******************************************************************
       01  ST-QRT.
      *                       RMA_NO
           10 QRT-RMA-NO           PIC S9(7)V USAGE COMP-3.
      *                       O_NO
           10 QRT-O-NO             PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 QRT-P-NO             PIC X(3).
      *                       DEPOT
           10 QRT-DEPOT            PIC X(2).
      *                       QTE
           10 QRT-QTE              PIC S9(2)V USAGE COMP-3.
      *                       DATE_RECEPTION
           10 QRT-DATE-RECEPTION   PIC X(10).
      *                       STATUT
           10 QRT-STATUT           PIC X(1).
      *                       QTE_REMISE
           10 QRT-QTE-REMISE       PIC S9(2)V USAGE COMP-3.
      *                       QTE_RECOND
           10 QRT-QTE-RECOND       PIC S9(2)V USAGE COMP-3.
      *                       QTE_FOURN
           10 QRT-QTE-FOURN        PIC S9(2)V USAGE COMP-3.
      *                       QTE_REBUT
           10 QRT-QTE-REBUT        PIC S9(2)V USAGE COMP-3.
      *                       VALEUR_REBUT
           10 QRT-VALEUR-REBUT     PIC S9(7)V9(2) USAGE COMP-3.
      *                       DATE_INSPECTION
           10 QRT-DATE-INSPECTION  PIC X(10).
      *                       INSPECTEUR
           10 QRT-INSPECTEUR       PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRETOURS-QUARANTAINE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
