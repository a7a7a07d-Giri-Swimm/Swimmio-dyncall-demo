      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_PILOT_STORE)                    *
      *        LIBRARY(SYS2.DBCLIB(DDDTPS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Pilot enrollment - one row per FC_XXXAIL_PILOT pilot and test  *
      * store, naming the control store it is measured against and     *
      * the control's distance in miles. PS_FRMAT_CD/PS_CTL_FRMAT_CD   *
      * are the two stores' RETL_LOC_FRMAT_CD on the enrollment date,  *
      * kept so a later format change shows up. Maintained through     *
      * MMMS0185 (in bulk by MMMB3702); MMMB3802 reports it weekly.    *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_PILOT_STORE TABLE
           ( PS_PILOT_ID                    CHAR(8) NOT NULL,
             PS_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             PS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             PS_CTL_LOC_NBR                 DECIMAL(9, 0) NOT NULL,
             PS_CTL_DIST_MI                 DECIMAL(5, 1) NOT NULL,
             PS_ENRL_DT                     DATE NOT NULL,
             PS_FRMAT_CD                    CHAR(5) NOT NULL,
             PS_CTL_FRMAT_CD                CHAR(5) NOT NULL,
             PS_LST_UPDT_USR_ID             CHAR(8) NOT NULL,
             PS_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_PILOT_STORE      *
      ******************************************************************
       01  DCLFC-XXXAIL-PILOT-STORE.
           10 PS-PILOT-ID           PIC X(8).
           10 PS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 PS-LOC-TYP-CD         PIC X(2).
           10 PS-CTL-LOC-NBR        PIC S9(9) USAGE COMP.
           10 PS-CTL-DIST-MI        PIC S9(4)V9(1) USAGE COMP-3.
           10 PS-ENRL-DT            PIC X(10).
           10 PS-FRMAT-CD           PIC X(5).
           10 PS-CTL-FRMAT-CD       PIC X(5).
           10 PS-LST-UPDT-USR-ID    PIC X(8).
           10 PS-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTPS01
           REDEFINES
           DCLFC-XXXAIL-PILOT-STORE.
           10 MD-PS-PILOT-ID        PIC X(8).
           10 MD-PS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-PS-LOC-TYP-CD      PIC X(2).
           10 MD-PS-CTL-LOC-NBR     PIC S9(9) USAGE COMP.
           10 MD-PS-CTL-DIST-MI     PIC S9(4)V9(1) USAGE COMP-3.
           10 MD-PS-ENRL-DT         PIC X(10).
           10 MD-PS-FRMAT-CD        PIC X(5).
           10 MD-PS-CTL-FRMAT-CD    PIC X(5).
           10 MD-PS-LST-UPDT-USR-ID PIC X(8).
           10 MD-PS-LST-UPDT-TS     PIC X(26).
      ******************************************************************
