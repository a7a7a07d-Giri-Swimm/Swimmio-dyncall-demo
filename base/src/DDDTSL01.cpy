      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_LIC)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTSL01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store licenses and permits - one row per store and license     *
      * type (SL_LIC_TYP_CD, on FC_XXXAIL_LIC_TYPE) with the issuing   *
      * authority, license number and issue/expiry dates. SL_STAT_CD   *
      * A active, S surrendered (SL_SURR_DT, 0001-01-01 while active). *
      * The tobacco permit stays on XXXAIL_LOC TBCO_PRMT_NBR.          *
      * Maintained online by MMMO1100; MMMB0802 reports expiring and   *
      * expired licenses and MMMB0701 lists those to surrender at a    *
      * store closing.                                                 *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_LIC TABLE
           ( SL_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             SL_LOC_TYP_CD                  CHAR(2) NOT NULL,
             SL_LIC_TYP_CD                  CHAR(4) NOT NULL,
             SL_ISSUE_AUTH_NM               CHAR(24) NOT NULL,
             SL_LIC_NBR                     CHAR(15) NOT NULL,
             SL_ISSUE_DT                    DATE NOT NULL,
             SL_EXPIR_DT                    DATE NOT NULL,
             SL_STAT_CD                     CHAR(1) NOT NULL,
             SL_SURR_DT                     DATE NOT NULL,
             SL_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_LIC        *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-LIC.
           10 SL-LOC-NBR            PIC S9(9) USAGE COMP.
           10 SL-LOC-TYP-CD         PIC X(2).
           10 SL-LIC-TYP-CD         PIC X(4).
           10 SL-ISSUE-AUTH-NM      PIC X(24).
           10 SL-LIC-NBR            PIC X(15).
           10 SL-ISSUE-DT           PIC X(10).
           10 SL-EXPIR-DT           PIC X(10).
           10 SL-STAT-CD            PIC X(1).
               88 SL-STAT-ACTIVE              VALUE 'A'.
               88 SL-STAT-SURRENDERED         VALUE 'S'.
           10 SL-SURR-DT            PIC X(10).
           10 SL-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTSL01
           REDEFINES
           DCLFC-XXXAIL-STORE-LIC.
           10 MD-SL-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-SL-LOC-TYP-CD      PIC X(2).
           10 MD-SL-LIC-TYP-CD      PIC X(4).
           10 MD-SL-ISSUE-AUTH-NM   PIC X(24).
           10 MD-SL-LIC-NBR         PIC X(15).
           10 MD-SL-ISSUE-DT        PIC X(10).
           10 MD-SL-EXPIR-DT        PIC X(10).
           10 MD-SL-STAT-CD         PIC X(1).
           10 MD-SL-SURR-DT         PIC X(10).
           10 MD-SL-LST-UPDT-TS     PIC X(26).
      ******************************************************************
