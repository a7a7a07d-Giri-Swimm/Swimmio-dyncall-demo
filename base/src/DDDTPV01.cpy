      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_COL_PVAL)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTPV01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * The most frequent values behind a FC_XXXAIL_COL_PROF row       *
      * (DDDTPF01) - up to ten per run, table, column and status,      *
      * rank 1 the most frequent. A null value is kept as '<NULL>'.    *
      * No rows are kept for a masked (personal) column.               *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_COL_PVAL TABLE
           ( PV_RUN_TS                      TIMESTAMP NOT NULL,
             PV_TBL_NM                      CHAR(18) NOT NULL,
             PV_COL_NM                      CHAR(30) NOT NULL,
             PV_STAT_CD                     CHAR(1) NOT NULL,
             PV_RANK_NBR                    DECIMAL(3, 0) NOT NULL,
             PV_VALUE_TXT                   CHAR(40) NOT NULL,
             PV_FREQ_CNT                    DECIMAL(9, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_COL_PVAL         *
      ******************************************************************
       01  DCLFC-XXXAIL-COL-PVAL.
           10 PV-RUN-TS             PIC X(26).
           10 PV-TBL-NM             PIC X(18).
           10 PV-COL-NM             PIC X(30).
           10 PV-STAT-CD            PIC X(1).
           10 PV-RANK-NBR           PIC S9(3)V USAGE COMP-3.
           10 PV-VALUE-TXT          PIC X(40).
           10 PV-FREQ-CNT           PIC S9(9)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
       01  DDDTPV01
           REDEFINES
           DCLFC-XXXAIL-COL-PVAL.
           10 MD-PV-RUN-TS          PIC X(26).
           10 MD-PV-TBL-NM          PIC X(18).
           10 MD-PV-COL-NM          PIC X(30).
           10 MD-PV-STAT-CD         PIC X(1).
           10 MD-PV-RANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 MD-PV-VALUE-TXT       PIC X(40).
           10 MD-PV-FREQ-CNT        PIC S9(9)V USAGE COMP-3.
      ******************************************************************
