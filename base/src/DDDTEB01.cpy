      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVENT_BTCH)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTEB01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Batched events published by ZZZS0197 during a bulk run - one   *
      * row per N held events per TRX_CD, written at the calling       *
      * job's commit point with the ZZZC0198 key list as its message.  *
      * EB_RUN_TS is the bulk run (the time it was declared) and       *
      * EB_BATCH_NBR counts the run's batches per TRX_CD; the member   *
      * singles point back here from FC_XXXAIL_EVENT_BMBR (DDDTBM01).  *
      * EB_EFF_TS is the batch's own event key: YYYB0260 records its   *
      * per-consumer delivery on FC_XXXAIL_EVENT_SEND under it.        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_BTCH TABLE
           ( EB_TRX_CD                      CHAR(4) NOT NULL,
             EB_RUN_TS                      TIMESTAMP NOT NULL,
             EB_BATCH_NBR                   DECIMAL(5, 0) NOT NULL,
             EB_EFF_TS                      TIMESTAMP NOT NULL,
             EB_CALLING_PROG                CHAR(8) NOT NULL,
             EB_KEY_CNT                     DECIMAL(5, 0) NOT NULL,
             EB_MSG_DATA                    CHAR(4096) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVENT_BTCH       *
      ******************************************************************
       01  DCLFC-XXXAIL-EVENT-BTCH.
           10 EB-TRX-CD             PIC X(4).
           10 EB-RUN-TS             PIC X(26).
           10 EB-BATCH-NBR          PIC S9(5)V USAGE COMP-3.
           10 EB-EFF-TS             PIC X(26).
           10 EB-CALLING-PROG       PIC X(8).
           10 EB-KEY-CNT            PIC S9(5)V USAGE COMP-3.
           10 EB-MSG-DATA           PIC X(4096).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
       01  DDDTEB01
           REDEFINES
           DCLFC-XXXAIL-EVENT-BTCH.
           10 MD-EB-TRX-CD          PIC X(4).
           10 MD-EB-RUN-TS          PIC X(26).
           10 MD-EB-BATCH-NBR       PIC S9(5)V USAGE COMP-3.
           10 MD-EB-EFF-TS          PIC X(26).
           10 MD-EB-CALLING-PROG    PIC X(8).
           10 MD-EB-KEY-CNT         PIC S9(5)V USAGE COMP-3.
           10 MD-EB-MSG-DATA        PIC X(4096).
      ******************************************************************
