      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_SVC)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTSS01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * The services a store offers - one row per store, service       *
      * (FC_XXXAIL_SVC_TYPE) and start date. A service is in force     *
      * from SS_STRT_DT through SS_END_DT (9999-12-31 while it runs    *
      * on). SS_OPEN_TM/SS_CLOS_TM (hh.mm.ss, store-local, close       *
      * earlier than open meaning after midnight) are its own hours    *
      * for a service type that keeps them, blank when the service     *
      * keeps store hours. Maintained through MMMS0184 - online by     *
      * MMMO1400, in bulk by MMMB3402. The directory feed and the      *
      * store inquiry service publish the services in force today.     *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_SVC TABLE
           ( SS_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             SS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             SS_SVC_CD                      CHAR(4) NOT NULL,
             SS_STRT_DT                     DATE NOT NULL,
             SS_END_DT                      DATE NOT NULL,
             SS_OPEN_TM                     CHAR(8) NOT NULL,
             SS_CLOS_TM                     CHAR(8) NOT NULL,
             SS_LST_UPDT_USR_ID             CHAR(8) NOT NULL,
             SS_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_SVC        *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-SVC.
           10 SS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 SS-LOC-TYP-CD         PIC X(2).
           10 SS-SVC-CD             PIC X(4).
           10 SS-STRT-DT            PIC X(10).
           10 SS-END-DT             PIC X(10).
           10 SS-OPEN-TM            PIC X(8).
           10 SS-CLOS-TM            PIC X(8).
           10 SS-LST-UPDT-USR-ID    PIC X(8).
           10 SS-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
       01  DDDTSS01
           REDEFINES
           DCLFC-XXXAIL-STORE-SVC.
           10 MD-SS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-SS-LOC-TYP-CD      PIC X(2).
           10 MD-SS-SVC-CD          PIC X(4).
           10 MD-SS-STRT-DT         PIC X(10).
           10 MD-SS-END-DT          PIC X(10).
           10 MD-SS-OPEN-TM         PIC X(8).
           10 MD-SS-CLOS-TM         PIC X(8).
           10 MD-SS-LST-UPDT-USR-ID PIC X(8).
           10 MD-SS-LST-UPDT-TS     PIC X(26).
      ******************************************************************
