      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVT_VOL_HIST)                   *
      *        LIBRARY(SYS2.DBCLIB(DDDTVH01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Hourly staged-event volume history, written by YYYB0300 - one  *
      * row per hour, TRX_CD and calling program that either staged    *
      * events onto FC_XXXAIL_EVENT_LOG that hour or was expected to   *
      * (a zero-count row for a missing pair). VH_DAY_OF_WEEK (DB2     *
      * DAYOFWEEK, 1 = Sunday) and VH_HOUR_NBR carry the baseline key: *
      * a pair's baseline is its rows for the same weekday and hour    *
      * over the trailing weeks, so the history is what the baseline   *
      * learns from. VH_BASE_CNT and VH_BASE_WKS record the baseline   *
      * the hour was judged against; VH_ALERT_CD is blank for normal,  *
      * H high, L low, M missing, or N when there was no baseline yet. *
      * MMMB9801 reports the last day's alerts.                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVT_VOL_HIST TABLE
           ( VH_HOUR_TS                     TIMESTAMP NOT NULL,
             VH_TRX_CD                      CHAR(4) NOT NULL,
             VH_CALLING_PROG                CHAR(8) NOT NULL,
             VH_DAY_OF_WEEK                 SMALLINT NOT NULL,
             VH_HOUR_NBR                    SMALLINT NOT NULL,
             VH_EVENT_CNT                   DECIMAL(9, 0) NOT NULL,
             VH_BASE_CNT                    DECIMAL(11, 2) NOT NULL,
             VH_BASE_WKS                    SMALLINT NOT NULL,
             VH_ALERT_CD                    CHAR(1) NOT NULL,
             VH_RUN_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVT_VOL_HIST     *
      ******************************************************************
       01  DCLFC-XXXAIL-EVT-VOL-HIST.
           10 VH-HOUR-TS            PIC X(26).
           10 VH-TRX-CD             PIC X(4).
           10 VH-CALLING-PROG       PIC X(8).
           10 VH-DAY-OF-WEEK        PIC S9(4) USAGE COMP.
           10 VH-HOUR-NBR           PIC S9(4) USAGE COMP.
           10 VH-EVENT-CNT          PIC S9(9)V USAGE COMP-3.
           10 VH-BASE-CNT           PIC S9(9)V9(2) USAGE COMP-3.
           10 VH-BASE-WKS           PIC S9(4) USAGE COMP.
           10 VH-ALERT-CD           PIC X(1).
           10 VH-RUN-TS             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTVH01
           REDEFINES
           DCLFC-XXXAIL-EVT-VOL-HIST.
           10 MD-VH-HOUR-TS         PIC X(26).
           10 MD-VH-TRX-CD          PIC X(4).
           10 MD-VH-CALLING-PROG    PIC X(8).
           10 MD-VH-DAY-OF-WEEK     PIC S9(4) USAGE COMP.
           10 MD-VH-HOUR-NBR        PIC S9(4) USAGE COMP.
           10 MD-VH-EVENT-CNT       PIC S9(9)V USAGE COMP-3.
           10 MD-VH-BASE-CNT        PIC S9(9)V9(2) USAGE COMP-3.
           10 MD-VH-BASE-WKS        PIC S9(4) USAGE COMP.
           10 MD-VH-ALERT-CD        PIC X(1).
           10 MD-VH-RUN-TS          PIC X(26).
      ******************************************************************
