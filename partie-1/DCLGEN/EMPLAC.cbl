      ******************************************************************
      * DCLGEN TABLE(API6.EMPLACEMENTS)                                *
      *        LIBRARY(API6.SOURCE.DCLGEN(EMPLAC))                     *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(EMPL-)                                            *
      *        STRUCTURE(ST-EMPLAC)                                    *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.EMPLACEMENTS TABLE
           ( P_NO                           CHAR(3) NOT NULL,
             DEPOT                          CHAR(2) NOT NULL,
             ALLEE                          CHAR(2) NOT NULL,
             TRAVEE                         CHAR(2) NOT NULL,
             NIVEAU                         CHAR(1) NOT NULL,
             TYPE_EMPL                      CHAR(1) NOT NULL,
             QTE                            DECIMAL(7, 0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.EMPLACEMENTS                  *
      ******************************************************************
       01  ST-EMPLAC.
      *                       P_NO
           10 EMPL-P-NO            PIC X(3).
      *                       DEPOT
           10 EMPL-DEPOT           PIC X(2).
      *                       ALLEE
           10 EMPL-ALLEE           PIC X(2).
      *                       TRAVEE
           10 EMPL-TRAVEE          PIC X(2).
      *                       NIVEAU
           10 EMPL-NIVEAU          PIC X(1).
      *                       TYPE_EMPL
           10 EMPL-TYPE-EMPL       PIC X(1).
      *                       QTE
           10 EMPL-QTE             PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IEMPLACEMENTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
