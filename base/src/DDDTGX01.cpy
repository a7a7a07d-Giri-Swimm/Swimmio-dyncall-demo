      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_GL_XWALK)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTGX01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * General-ledger cost-center crosswalk - one row per store and   *
      * XXX_DEPT department/sub-department, giving the GL company and  *
      * cost center accounting posts the store-department to. The GL   *
      * company must be the store's FC_RL_COMPANY_NO when the row is   *
      * keyed. Maintained through MMMO0200 (table id GX); every change *
      * lands on FC_XXXAIL_CTL_HIST and MMMB5001 feeds it to           *
      * accounting. MMMB3602 lists store-departments with no cost      *
      * center and cost centers left on closed stores, retired         *
      * departments or the wrong company.                              *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_GL_XWALK TABLE
           ( GX_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             GX_LOC_TYP_CD                  CHAR(2) NOT NULL,
             GX_DEPT_NBR                    CHAR(5) NOT NULL,
             GX_SUB_DEPT_ID                 CHAR(5) NOT NULL,
             GX_GL_CO_NO                    DECIMAL(3, 0) NOT NULL,
             GX_COST_CTR_CD                 CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_GL_XWALK         *
      ******************************************************************
       01  DCLFC-XXXAIL-GL-XWALK.
           10 GX-LOC-NBR            PIC S9(9) USAGE COMP.
           10 GX-LOC-TYP-CD         PIC X(2).
           10 GX-DEPT-NBR           PIC X(5).
           10 GX-SUB-DEPT-ID        PIC X(5).
           10 GX-GL-CO-NO           PIC S9(3)V USAGE COMP-3.
           10 GX-COST-CTR-CD        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTGX01
           REDEFINES
           DCLFC-XXXAIL-GL-XWALK.
           10 MD-GX-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-GX-LOC-TYP-CD      PIC X(2).
           10 MD-GX-DEPT-NBR        PIC X(5).
           10 MD-GX-SUB-DEPT-ID     PIC X(5).
           10 MD-GX-GL-CO-NO        PIC S9(3)V USAGE COMP-3.
           10 MD-GX-COST-CTR-CD     PIC X(10).
      ******************************************************************
