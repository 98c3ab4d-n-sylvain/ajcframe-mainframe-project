      ******************************************************************
      * DCLGEN TABLE(API6.JOURNAUX_GL)                                 *
      *        LIBRARY(API6.SOURCE.DCLGEN(JRNGL))                      *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(JNL-)                                             *
      *        STRUCTURE(ST-JNL)                                       *
      *        QUOTE                                                   *
      *        COLSUFFIX(YES)                                          *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API6.JOURNAUX_GL TABLE
           ( DATE_NUIT                      CHAR(10) NOT NULL,
             NUM_JOURNAL                    DECIMAL(3, 0) NOT NULL,
             NB_ECRIT                       DECIMAL(5, 0) NOT NULL,
             TOTAL_DEBIT                    DECIMAL(13, 2) NOT NULL,
             TOTAL_CREDIT                   DECIMAL(13, 2) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             RAISON                         CHAR(30) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API6.JOURNAUX_GL                   *
      ******************************************************************
       01  ST-JNL.
      *                       DATE_NUIT
           10 JNL-DATE-NUIT        PIC X(10).
      *                       NUM_JOURNAL
           10 JNL-NUM-JOURNAL      PIC S9(3)V USAGE COMP-3.
      *                       NB_ECRIT
           10 JNL-NB-ECRIT         PIC S9(5)V USAGE COMP-3.
      *                       TOTAL_DEBIT
           10 JNL-TOTAL-DEBIT      PIC S9(11)V9(2) USAGE COMP-3.
      *                       TOTAL_CREDIT
           10 JNL-TOTAL-CREDIT     PIC S9(11)V9(2) USAGE COMP-3.
      *                       STATUT
           10 JNL-STATUT           PIC X(1).
      *                       RAISON
           10 JNL-RAISON           PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IJOURNAUX-GL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
