      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVENT_SNAP)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTSN01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Snapshot events for one consumer's bootstrap (MMMB2502) - a    *
      * current-state event per store, location and class/ad-zone     *
      * row, TRX_CD and MSG_DATA exactly as the DAOs stage them        *
      * through ZZZS0197, numbered in the order they are to be sent.   *
      * Kept off FC_XXXAIL_EVENT_LOG so no other consumer, replay or   *
      * gap scan ever sees them. YYYB0260 delivers them to the one     *
      * consumer, flagged as snapshot events, and records the outcome  *
      * here: blank not sent yet, S sent, D dead-lettered.             *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVENT_SNAP TABLE
           ( SN_CONSUMER_ID                 CHAR(8) NOT NULL,
             SN_SNAP_TS                     TIMESTAMP NOT NULL,
             SN_SEQ_NBR                     INTEGER NOT NULL,
             SN_TRX_CD                      CHAR(4) NOT NULL,
             SN_MSG_DATA                    CHAR(4096) NOT NULL,
             SN_STAT_CD                     CHAR(1) NOT NULL,
             SN_SEND_TS                     TIMESTAMP NOT NULL,
             SN_RETRY_CNT                   SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVENT_SNAP       *
      ******************************************************************
       01  DCLFC-XXXAIL-EVENT-SNAP.
           10 SN-CONSUMER-ID        PIC X(8).
           10 SN-SNAP-TS            PIC X(26).
           10 SN-SEQ-NBR            PIC S9(9) USAGE COMP.
           10 SN-TRX-CD             PIC X(4).
           10 SN-MSG-DATA           PIC X(4096).
           10 SN-STAT-CD            PIC X(1).
               88 SN-STAT-PENDING            VALUE ' '.
               88 SN-STAT-SENT               VALUE 'S'.
               88 SN-STAT-DEAD-LETTERED      VALUE 'D'.
           10 SN-SEND-TS            PIC X(26).
           10 SN-RETRY-CNT          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
       01  DDDTSN01
           REDEFINES
           DCLFC-XXXAIL-EVENT-SNAP.
           10 MD-SN-CONSUMER-ID     PIC X(8).
           10 MD-SN-SNAP-TS         PIC X(26).
           10 MD-SN-SEQ-NBR         PIC S9(9) USAGE COMP.
           10 MD-SN-TRX-CD          PIC X(4).
           10 MD-SN-MSG-DATA        PIC X(4096).
           10 MD-SN-STAT-CD         PIC X(1).
           10 MD-SN-SEND-TS         PIC X(26).
           10 MD-SN-RETRY-CNT       PIC S9(4) USAGE COMP.
      ******************************************************************
