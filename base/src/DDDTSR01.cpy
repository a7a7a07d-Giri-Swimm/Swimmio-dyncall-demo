      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_SNAP_RUN)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTSR01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Full-state snapshot runs for bootstrapping a new consumer -    *
      * one row per MMMB2502 run. SR_SNAP_TS is the snapshot's as-of   *
      * and becomes the consumer's EC_CUTIN_TS. B building: MMMB2502   *
      * is still writing the FC_XXXAIL_EVENT_SNAP rows. R ready: the   *
      * YYYB0260 fan-out delivers them ahead of anything else for the  *
      * consumer. C complete. While a consumer has a run in B or R,    *
      * the fan-out holds its live events - they stay in the work      *
      * queue and go out after the snapshot, in order.                 *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_SNAP_RUN TABLE
           ( SR_CONSUMER_ID                 CHAR(8) NOT NULL,
             SR_SNAP_TS                     TIMESTAMP NOT NULL,
             SR_STAT_CD                     CHAR(1) NOT NULL,
             SR_EVENT_CNT                   INTEGER NOT NULL,
             SR_DONE_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_SNAP_RUN         *
      ******************************************************************
       01  DCLFC-XXXAIL-SNAP-RUN.
           10 SR-CONSUMER-ID        PIC X(8).
           10 SR-SNAP-TS            PIC X(26).
           10 SR-STAT-CD            PIC X(1).
               88 SR-STAT-BUILDING           VALUE 'B'.
               88 SR-STAT-READY              VALUE 'R'.
               88 SR-STAT-COMPLETE           VALUE 'C'.
           10 SR-EVENT-CNT          PIC S9(9) USAGE COMP.
           10 SR-DONE-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
       01  DDDTSR01
           REDEFINES
           DCLFC-XXXAIL-SNAP-RUN.
           10 MD-SR-CONSUMER-ID     PIC X(8).
           10 MD-SR-SNAP-TS         PIC X(26).
           10 MD-SR-STAT-CD         PIC X(1).
           10 MD-SR-EVENT-CNT       PIC S9(9) USAGE COMP.
           10 MD-SR-DONE-TS         PIC X(26).
      ******************************************************************
