      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_TEMP_CLOS)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTTC01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Temporary store closures - a store shut for a flood, a fire    *
      * or a renovation that will reopen, as opposed to a permanent    *
      * close on FC_RL_CLOSING_DT. One row per store and start date,   *
      * with the expected reopen date, a reason, and TC_STAT_CD:       *
      *   O  closed - in force from TC_STRT_DT until it is reopened;   *
      *      dates after TC_EXP_REOPEN_DT are taken as open unless     *
      *      the expected date has already gone by                     *
      *   R  reopened - in force TC_STRT_DT up to, not on,             *
      *      TC_ACT_REOPEN_DT (0001-01-01 until then)                  *
      *   C  cancelled - keyed in error, never in force                *
      * Maintained by MMMB3002. MMMS0159 schedules no shipment and     *
      * MMMS0168 answers closed inside one, the directory feed         *
      * publishes the store as temporarily closed, and MMMB3102        *
      * lists closures past their expected reopen date.                *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_TEMP_CLOS TABLE
           ( TC_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             TC_LOC_TYP_CD                  CHAR(2) NOT NULL,
             TC_STRT_DT                     DATE NOT NULL,
             TC_EXP_REOPEN_DT               DATE NOT NULL,
             TC_ACT_REOPEN_DT               DATE NOT NULL,
             TC_RSN_CD                      CHAR(2) NOT NULL,
             TC_RSN_TXT                     CHAR(40) NOT NULL,
             TC_STAT_CD                     CHAR(1) NOT NULL,
             TC_ADDED_TS                    TIMESTAMP NOT NULL,
             TC_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_TEMP_CLOS        *
      ******************************************************************
       01  DCLFC-XXXAIL-TEMP-CLOS.
           10 TC-LOC-NBR            PIC S9(9) USAGE COMP.
           10 TC-LOC-TYP-CD         PIC X(2).
           10 TC-STRT-DT            PIC X(10).
           10 TC-EXP-REOPEN-DT      PIC X(10).
           10 TC-ACT-REOPEN-DT      PIC X(10).
           10 TC-RSN-CD             PIC X(2).
               88 TC-RSN-FLOOD               VALUE 'FL'.
               88 TC-RSN-FIRE                VALUE 'FI'.
               88 TC-RSN-STORM               VALUE 'ST'.
               88 TC-RSN-POWER               VALUE 'PW'.
               88 TC-RSN-RENOVATION          VALUE 'RN'.
               88 TC-RSN-OTHER               VALUE 'OT'.
               88 TC-RSN-VALID               VALUE 'FL' 'FI' 'ST'
                                                   'PW' 'RN' 'OT'.
           10 TC-RSN-TXT            PIC X(40).
           10 TC-STAT-CD            PIC X(1).
               88 TC-CLOSURE-OPEN            VALUE 'O'.
               88 TC-CLOSURE-REOPENED        VALUE 'R'.
               88 TC-CLOSURE-CANCELLED       VALUE 'C'.
           10 TC-ADDED-TS           PIC X(26).
           10 TC-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTTC01
           REDEFINES
           DCLFC-XXXAIL-TEMP-CLOS.
           10 MD-TC-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-TC-LOC-TYP-CD      PIC X(2).
           10 MD-TC-STRT-DT         PIC X(10).
           10 MD-TC-EXP-REOPEN-DT   PIC X(10).
           10 MD-TC-ACT-REOPEN-DT   PIC X(10).
           10 MD-TC-RSN-CD          PIC X(2).
           10 MD-TC-RSN-TXT         PIC X(40).
           10 MD-TC-STAT-CD         PIC X(1).
           10 MD-TC-ADDED-TS        PIC X(26).
           10 MD-TC-LST-UPDT-TS     PIC X(26).
      ******************************************************************
