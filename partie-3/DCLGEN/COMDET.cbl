      ******************************************************************
      * DCLGEN TABLE(API6.COMMISSION_DETAIL)                           *
      *        LIBRARY(API6.SOURCE.DCLGEN(COMDET))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CDET-)                                            *
      *        STRUCTURE(ST-CDET)                                      *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.COMMISSION_DETAIL TABLE
           ( E_NO                           DECIMAL(2, 0) NOT NULL,
             PERIODE                        CHAR(7) NOT NULL,
             TYPE_LIGNE                     CHAR(1) NOT NULL,
             O_NO                           DECIMAL(7, 0) NOT NULL,
             P_NO                           CHAR(3) NOT NULL
                                            WITH DEFAULT,
             C_NO                           DECIMAL(4, 0) NOT NULL,
             DATE_OP                        CHAR(10) NOT NULL,
             MONTANT_VENTE                  DECIMAL(9, 2) NOT NULL,
             TAUX                           DECIMAL(3, 2) NOT NULL,
             QUOTE_PART                     DECIMAL(3, 2) NOT NULL,
             MONTANT_COM                    DECIMAL(9, 2) NOT NULL,
             PERIODE_REGLEE                 CHAR(7) NOT NULL
                                            WITH DEFAULT,
             DATE_REGLEMENT                 CHAR(10) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.COMMISSION_DETAIL             *
      ******************************************************************
       01  ST-CDET.
      *                       E_NO
           10 CDET-E-NO            PIC S9(2)V USAGE COMP-3.
      *                       PERIODE
           10 CDET-PERIODE         PIC X(7).
      *                       TYPE_LIGNE
           10 CDET-TYPE-LIGNE      PIC X(1).
      *                       O_NO
           10 CDET-O-NO            PIC S9(7)V USAGE COMP-3.
      *                       P_NO
           10 CDET-P-NO            PIC X(3).
      *                       C_NO
           10 CDET-C-NO            PIC S9(4)V USAGE COMP-3.
      *                       DATE_OP
           10 CDET-DATE-OP         PIC X(10).
      *                       MONTANT_VENTE
           10 CDET-MONTANT-VENTE   PIC S9(7)V9(2) USAGE COMP-3.
      *                       TAUX
           10 CDET-TAUX            PIC S9(1)V9(2) USAGE COMP-3.
      *                       QUOTE_PART
           10 CDET-QUOTE-PART      PIC S9(1)V9(2) USAGE COMP-3.
      *                       MONTANT_COM
           10 CDET-MONTANT-COM     PIC S9(7)V9(2) USAGE COMP-3.
      *                       PERIODE_REGLEE
           10 CDET-PERIODE-REGLEE  PIC X(7).
      *                       DATE_REGLEMENT
           10 CDET-DATE-REGLEMENT  PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMMISSION-DETAIL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
