      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ACQ_STR_XREF)                   *
      *        LIBRARY(SYS2.DBCLIB(DDDTXR01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Acquired-store cross-reference - the acquired chain's own      *
      * store number against the location it became when MMMB2202     *
      * released it. One row per released store; kept permanently so  *
      * the chain's old numbers can still be resolved after the        *
      * staging rows are purged.                                       *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ACQ_STR_XREF TABLE
           ( XR_CHAIN_CD                    CHAR(4) NOT NULL,
             XR_OLD_STORE_NO                DECIMAL(9, 0) NOT NULL,
             XR_LOC_TYP_CD                  CHAR(2) NOT NULL,
             XR_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             XR_CRE_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ACQ_STR_XREF     *
      ******************************************************************
       01  DCLFC-XXXAIL-ACQ-STR-XREF.
           10 XR-CHAIN-CD           PIC X(4).
           10 XR-OLD-STORE-NO       PIC S9(9)V USAGE COMP-3.
           10 XR-LOC-TYP-CD         PIC X(2).
           10 XR-LOC-NBR            PIC S9(9)V USAGE COMP-3.
           10 XR-CRE-TS             PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
