      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_DR_MANIFEST)                    *
      *        LIBRARY(SYS2.DBCLIB(DDDTMF01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Disaster-recovery consistency manifest - one row per store-    *
      * master table per manifest run, carrying the table's row count  *
      * and content hash total as of MF_MANIFEST_TS. MMMB4002 writes   *
      * it nightly (mode M); in the DR region the same job in verify   *
      * mode (V) recomputes the figures against the recovered tables   *
      * and reports every table that differs from the manifest, so     *
      * the DR exercise sign-off gets a yes/no answer.                 *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_DR_MANIFEST TABLE
           ( MF_MANIFEST_TS                 TIMESTAMP NOT NULL,
             MF_TABLE_NM                    CHAR(24) NOT NULL,
             MF_ROW_CNT                     DECIMAL(11, 0) NOT NULL,
             MF_HASH_TOT                    DECIMAL(15, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_DR_MANIFEST      *
      ******************************************************************
       01  DCLFC-XXXAIL-DR-MANIFEST.
           10 MF-MANIFEST-TS        PIC X(26).
           10 MF-TABLE-NM           PIC X(24).
           10 MF-ROW-CNT            PIC S9(11)V USAGE COMP-3.
           10 MF-HASH-TOT           PIC S9(15)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
       01  DDDTMF01
           REDEFINES
           DCLFC-XXXAIL-DR-MANIFEST.
           10 MD-MF-MANIFEST-TS     PIC X(26).
           10 MD-MF-TABLE-NM        PIC X(24).
           10 MD-MF-ROW-CNT         PIC S9(11)V USAGE COMP-3.
           10 MD-MF-HASH-TOT        PIC S9(15)V USAGE COMP-3.
      ******************************************************************
