      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_MQ_MAINT_LOG)                   *
      *        LIBRARY(SYS2.DBCLIB(DDDTML01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Audit trail of the inbound MQ store-maintenance service        *
      * (YYYB0290) - one row per request received, accepted or not:    *
      * sending system, its request id, the table and store asked      *
      * for, the result and message sent back, and the request image   *
      * exactly as it arrived.                                         *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_MQ_MAINT_LOG TABLE
           ( ML_RCVD_TS                     TIMESTAMP NOT NULL,
             ML_SEND_SYS_ID                 CHAR(8) NOT NULL,
             ML_REQ_ID                      CHAR(20) NOT NULL,
             ML_TBL_CD                      CHAR(2) NOT NULL,
             ML_LOC_TYP_CD                  CHAR(2) NOT NULL,
             ML_LOC_NBR                     INTEGER NOT NULL,
             ML_FLD_CNT                     SMALLINT NOT NULL,
             ML_RSLT_CD                     CHAR(1) NOT NULL,
             ML_RSLT_MSG_TXT                CHAR(80) NOT NULL,
             ML_REQ_IMAGE                   VARCHAR(1100) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_MQ_MAINT_LOG     *
      ******************************************************************
       01  DCLFC-XXXAIL-MQ-MAINT-LOG.
           10 ML-RCVD-TS            PIC X(26).
           10 ML-SEND-SYS-ID        PIC X(8).
           10 ML-REQ-ID             PIC X(20).
           10 ML-TBL-CD             PIC X(2).
           10 ML-LOC-TYP-CD         PIC X(2).
           10 ML-LOC-NBR            PIC S9(9) USAGE COMP.
           10 ML-FLD-CNT            PIC S9(4) USAGE COMP.
           10 ML-RSLT-CD            PIC X(1).
               88 ML-RSLT-ACCEPTED             VALUE 'A'.
               88 ML-RSLT-REJECTED             VALUE 'R'.
           10 ML-RSLT-MSG-TXT       PIC X(80).
           10 ML-REQ-IMAGE.
               49 ML-REQ-IMAGE-LEN  PIC S9(4) USAGE COMP.
               49 ML-REQ-IMAGE-TXT  PIC X(1100).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTML01
           REDEFINES
           DCLFC-XXXAIL-MQ-MAINT-LOG.
           10 MD-ML-RCVD-TS         PIC X(26).
           10 MD-ML-SEND-SYS-ID     PIC X(8).
           10 MD-ML-REQ-ID          PIC X(20).
           10 MD-ML-TBL-CD          PIC X(2).
           10 MD-ML-LOC-TYP-CD      PIC X(2).
           10 MD-ML-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-ML-FLD-CNT         PIC S9(4) USAGE COMP.
           10 MD-ML-RSLT-CD         PIC X(1).
           10 MD-ML-RSLT-MSG-TXT    PIC X(80).
           10 MD-ML-REQ-IMAGE.
               49 MD-ML-REQ-IMAGE-LEN  PIC S9(4) USAGE COMP.
               49 MD-ML-REQ-IMAGE-TXT  PIC X(1100).
      ******************************************************************
