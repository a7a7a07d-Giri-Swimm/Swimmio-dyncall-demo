      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_COMP_STAT)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTCP01))                          *
      *        ACTION(REPLACE)                                        *
      *        LANGUAGE(COBOL)                                        *
      *        APOST                                                  *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Comparable-store status by fiscal period - one row per store   *
      * per closed fiscal period, keyed by fiscal year, period and     *
      * store, for every store open at any time in the period.         *
      * Loaded by MMMB0302 at each period close (a rerun replaces the  *
      * period). CP_COMP_IND is Y for a comp store; CP_RSN_CD says     *
      * why: C comp, N not open a full fiscal year, L closing in the   *
      * period, R excluded for a major remodel.                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_COMP_STAT TABLE
           ( CP_FISCAL_YR                   DECIMAL(4, 0) NOT NULL,
             CP_FISCAL_PD                   DECIMAL(2, 0) NOT NULL,
             CP_STORE_NO                    DECIMAL(5, 0) NOT NULL,
             CP_COMP_IND                    CHAR(1) NOT NULL,
             CP_RSN_CD                      CHAR(1) NOT NULL,
             CP_OPENING_DT                  DATE NOT NULL,
             CP_CLOSING_DT                  DATE NOT NULL,
             CP_LOAD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_COMP_STAT        *
      ******************************************************************
       01  DCLFC-XXXAIL-COMP-STAT.
           10 CP-FISCAL-YR          PIC S9(4)V USAGE COMP-3.
           10 CP-FISCAL-PD          PIC S9(2)V USAGE COMP-3.
           10 CP-STORE-NO           PIC S9(5)V USAGE COMP-3.
           10 CP-COMP-IND           PIC X(1).
               88 CP-IS-COMP                  VALUE 'Y'.
               88 CP-NOT-COMP                 VALUE 'N'.
           10 CP-RSN-CD             PIC X(1).
               88 CP-RSN-COMP                 VALUE 'C'.
               88 CP-RSN-NEW-STORE            VALUE 'N'.
               88 CP-RSN-CLOSING              VALUE 'L'.
               88 CP-RSN-REMODEL              VALUE 'R'.
           10 CP-OPENING-DT         PIC X(10).
           10 CP-CLOSING-DT         PIC X(10).
           10 CP-LOAD-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
       01  DDDTCP01
           REDEFINES
           DCLFC-XXXAIL-COMP-STAT.
           10 MD-CP-FISCAL-YR       PIC S9(4)V USAGE COMP-3.
           10 MD-CP-FISCAL-PD       PIC S9(2)V USAGE COMP-3.
           10 MD-CP-STORE-NO        PIC S9(5)V USAGE COMP-3.
           10 MD-CP-COMP-IND        PIC X(1).
           10 MD-CP-RSN-CD          PIC X(1).
           10 MD-CP-OPENING-DT      PIC X(10).
           10 MD-CP-CLOSING-DT      PIC X(10).
           10 MD-CP-LOAD-TS         PIC X(26).
      ******************************************************************
