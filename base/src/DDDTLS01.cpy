      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_LEASE)                    *
      *        LIBRARY(SYS2.DBCLIB(DDDTLS01))                          *
      *        ACTION(REPLACE)                                        *
      *        LANGUAGE(COBOL)                                        *
      *        APOST                                                  *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store lease registry - one row per store: landlord, lease      *
      * start and end, the next renewal option date and the days of    *
      * notice the landlord must have before it (the option-notice     *
      * date is LS_OPTN_DT less LS_NOTICE_DAYS). LS_OPTN_DT is         *
      * 0001-01-01 when no option is left, the house zero-date         *
      * convention. LS_STAT_CD is A active or T terminated early (the  *
      * end date then holds the termination date). Maintained online   *
      * by MMMO0900 and loaded from the real-estate lease extract by   *
      * MMMB0502 (LS_SRC_CD O or R says which touched it last);        *
      * MMMB0602 prints the monthly option/expiry alert off it.        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_LEASE TABLE
           ( LS_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             LS_LOC_TYP_CD                  CHAR(2) NOT NULL,
             LS_LANDLORD_NM                 CHAR(30) NOT NULL,
             LS_START_DT                    DATE NOT NULL,
             LS_END_DT                      DATE NOT NULL,
             LS_OPTN_DT                     DATE NOT NULL,
             LS_NOTICE_DAYS                 DECIMAL(3, 0) NOT NULL,
             LS_STAT_CD                     CHAR(1) NOT NULL,
             LS_SRC_CD                      CHAR(1) NOT NULL,
             LS_LST_UPDT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_LEASE      *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-LEASE.
           10 LS-LOC-NBR            PIC S9(9) USAGE COMP.
           10 LS-LOC-TYP-CD         PIC X(2).
           10 LS-LANDLORD-NM        PIC X(30).
           10 LS-START-DT           PIC X(10).
           10 LS-END-DT             PIC X(10).
           10 LS-OPTN-DT            PIC X(10).
           10 LS-NOTICE-DAYS        PIC S9(3)V USAGE COMP-3.
           10 LS-STAT-CD            PIC X(1).
               88 LS-STAT-ACTIVE              VALUE 'A'.
               88 LS-STAT-TERMINATED          VALUE 'T'.
           10 LS-SRC-CD             PIC X(1).
               88 LS-SRC-ONLINE               VALUE 'O'.
               88 LS-SRC-REAL-ESTATE          VALUE 'R'.
           10 LS-LST-UPDT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTLS01
           REDEFINES
           DCLFC-XXXAIL-STORE-LEASE.
           10 MD-LS-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-LS-LOC-TYP-CD      PIC X(2).
           10 MD-LS-LANDLORD-NM     PIC X(30).
           10 MD-LS-START-DT        PIC X(10).
           10 MD-LS-END-DT          PIC X(10).
           10 MD-LS-OPTN-DT         PIC X(10).
           10 MD-LS-NOTICE-DAYS     PIC S9(3)V USAGE COMP-3.
           10 MD-LS-STAT-CD         PIC X(1).
           10 MD-LS-SRC-CD          PIC X(1).
           10 MD-LS-LST-UPDT-TS     PIC X(26).
      ******************************************************************
