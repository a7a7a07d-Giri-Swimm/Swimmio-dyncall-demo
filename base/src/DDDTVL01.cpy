      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_EVT_VOL_LIM)                    *
      *        LIBRARY(SYS2.DBCLIB(DDDTVL01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Event-volume alert thresholds - one row per TRX_CD, plus the   *
      * '****' row that covers every code without one of its own.      *
      * YYYB0300 counts an hour's staged events per code and calling   *
      * program against the rolling baseline for that weekday and      *
      * hour: above VL_HIGH_PCT percent of the baseline is a high      *
      * alert, below VL_LOW_PCT percent a low one (0 turns low alerts  *
      * off), none at all a missing one. A baseline under              *
      * VL_MIN_BASE_CNT events is too thin to judge low or missing,    *
      * and a count under it is too small to judge high. An inactive   *
      * row still gathers history but raises nothing. Maintained       *
      * through MMMO0200 (table id VL).                                *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_EVT_VOL_LIM TABLE
           ( VL_TRX_CD                      CHAR(4) NOT NULL,
             VL_ACTIVE_IND                  CHAR(1) NOT NULL,
             VL_HIGH_PCT                    DECIMAL(5, 0) NOT NULL,
             VL_LOW_PCT                     DECIMAL(3, 0) NOT NULL,
             VL_MIN_BASE_CNT                DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_EVT_VOL_LIM      *
      ******************************************************************
       01  DCLFC-XXXAIL-EVT-VOL-LIM.
           10 VL-TRX-CD             PIC X(4).
           10 VL-ACTIVE-IND         PIC X(1).
           10 VL-HIGH-PCT           PIC S9(5)V USAGE COMP-3.
           10 VL-LOW-PCT            PIC S9(3)V USAGE COMP-3.
           10 VL-MIN-BASE-CNT       PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
       01  DDDTVL01
           REDEFINES
           DCLFC-XXXAIL-EVT-VOL-LIM.
           10 MD-VL-TRX-CD          PIC X(4).
           10 MD-VL-ACTIVE-IND      PIC X(1).
           10 MD-VL-HIGH-PCT        PIC S9(5)V USAGE COMP-3.
           10 MD-VL-LOW-PCT         PIC S9(3)V USAGE COMP-3.
           10 MD-VL-MIN-BASE-CNT    PIC S9(5)V USAGE COMP-3.
      ******************************************************************
