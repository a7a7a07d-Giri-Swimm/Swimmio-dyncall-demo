      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_CLUS)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTKL01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Current space-planning cluster of each open store, as the      *
      * weekly cluster extract (MMMB1501) last assigned it against the *
      * definitions on FC_XXXAIL_CLUS_DEF (DDDTCU01). A blank          *
      * KL_CLUS_CD means the store fit no cluster. KL_ASSIGNED_DT is   *
      * the run that put the store in its current cluster, and         *
      * KL_LAST_RUN_DT the last run that saw it; the next run compares *
      * against this row to report the stores that changed cluster.    *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_CLUS TABLE
           ( KL_STORE_NO                    DECIMAL(9, 0) NOT NULL,
             KL_CLUS_CD                     CHAR(5) NOT NULL,
             KL_ASSIGNED_DT                 DATE NOT NULL,
             KL_LAST_RUN_DT                 DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_CLUS       *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-CLUS.
           10 KL-STORE-NO           PIC S9(9)V USAGE COMP-3.
           10 KL-CLUS-CD            PIC X(5).
           10 KL-ASSIGNED-DT        PIC X(10).
           10 KL-LAST-RUN-DT        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTKL01
           REDEFINES
           DCLFC-XXXAIL-STORE-CLUS.
           10 MD-KL-STORE-NO        PIC S9(9)V USAGE COMP-3.
           10 MD-KL-CLUS-CD         PIC X(5).
           10 MD-KL-ASSIGNED-DT     PIC X(10).
           10 MD-KL-LAST-RUN-DT     PIC X(10).
      ******************************************************************
