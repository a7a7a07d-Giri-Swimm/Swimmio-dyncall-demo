      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_DC)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTDC01))                          *
      *        ACTION(REPLACE)                                        *
      *        LANGUAGE(COBOL)                                        *
      *        APOST                                                  *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store-to-distribution-center servicing assignment - which      *
      * warehouse services a store for one product flow (SD_FLOW_CD G  *
      * grocery, P perishables, R pharmacy), effective-dated: a row    *
      * is in force from SD_EFF_DT up to but not on SD_END_DT, and the *
      * open-ended row carries 9999-12-31. Ranges for one store and    *
      * flow never overlap. SD_FC_FAC_NO must be on FC_FACILITY and    *
      * on FC_WHSE_FACILITY (MMMS0304 tables 005/008). Maintained      *
      * online by MMMO1000; MMMB0702 sends the weekly routing feed     *
      * off it.                                                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_DC TABLE
           ( SD_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             SD_LOC_TYP_CD                  CHAR(2) NOT NULL,
             SD_FLOW_CD                     CHAR(1) NOT NULL,
             SD_EFF_DT                      DATE NOT NULL,
             SD_END_DT                      DATE NOT NULL,
             SD_FC_FAC_NO                   DECIMAL(5, 0) NOT NULL,
             SD_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_DC         *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-DC.
           10 SD-LOC-NBR            PIC S9(9) USAGE COMP.
           10 SD-LOC-TYP-CD         PIC X(2).
           10 SD-FLOW-CD            PIC X(1).
               88 SD-FLOW-GROCERY             VALUE 'G'.
               88 SD-FLOW-PERISHABLE          VALUE 'P'.
               88 SD-FLOW-PHARMACY            VALUE 'R'.
           10 SD-EFF-DT             PIC X(10).
           10 SD-END-DT             PIC X(10).
           10 SD-FC-FAC-NO          PIC S9(5)V USAGE COMP-3.
           10 SD-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
       01  DDDTDC01
           REDEFINES
           DCLFC-XXXAIL-STORE-DC.
           10 MD-SD-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-SD-LOC-TYP-CD      PIC X(2).
           10 MD-SD-FLOW-CD         PIC X(1).
           10 MD-SD-EFF-DT          PIC X(10).
           10 MD-SD-END-DT          PIC X(10).
           10 MD-SD-FC-FAC-NO       PIC S9(5)V USAGE COMP-3.
           10 MD-SD-LST-UPDT-TS     PIC X(26).
      ******************************************************************
