      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVENT_BMBR)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTBM01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Batch membership of the single events ZZZS0197 logs during a   *
      * bulk run - one row per FC_XXXAIL_EVENT_LOG event (BM_TRX_CD/   *
      * BM_EFF_TS), written with the log row, naming the batch on      *
      * FC_XXXAIL_EVENT_BTCH (DDDTEB01) it will be published in. Until *
      * that batch row exists the single is held: YYYB0260 sends it to *
      * no one. Once published, a consumer registered for batches has  *
      * the single marked B (covered by the batch) and the rest are    *
      * sent it as a paced single. A single whose batch never came (a  *
      * run that died before its commit point) is released as a plain *
      * single once it is older than the BULK-HOLD-HRS run parameter.  *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_BMBR TABLE
           ( BM_TRX_CD                      CHAR(4) NOT NULL,
             BM_EFF_TS                      TIMESTAMP NOT NULL,
             BM_RUN_TS                      TIMESTAMP NOT NULL,
             BM_BATCH_NBR                   DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVENT_BMBR       *
      ******************************************************************
       01  DCLFC-XXXAIL-EVENT-BMBR.
           10 BM-TRX-CD             PIC X(4).
           10 BM-EFF-TS             PIC X(26).
           10 BM-RUN-TS             PIC X(26).
           10 BM-BATCH-NBR          PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTBM01
           REDEFINES
           DCLFC-XXXAIL-EVENT-BMBR.
           10 MD-BM-TRX-CD          PIC X(4).
           10 MD-BM-EFF-TS          PIC X(26).
           10 MD-BM-RUN-TS          PIC X(26).
           10 MD-BM-BATCH-NBR       PIC S9(5)V USAGE COMP-3.
      ******************************************************************
