      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_RENUM)                    *
      *        LIBRARY(SYS2.DBCLIB(DDDTRN01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store renumber cross-reference - a location's retired number   *
      * against the number it carries now. One row per number MMMB3202 *
      * has retired, kept permanently; when a renumbered store is      *
      * renumbered again its earlier rows are pointed at the newest    *
      * number, so one read always lands on the current location.      *
      * MMMS0182 resolves a keyed number through it for the inquiry    *
      * screens and the MQ services. A retired number is never handed  *
      * out again.                                                     *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_RENUM TABLE
           ( RN_LOC_TYP_CD                  CHAR(2) NOT NULL,
             RN_OLD_LOC_NBR                 DECIMAL(9, 0) NOT NULL,
             RN_NEW_LOC_NBR                 DECIMAL(9, 0) NOT NULL,
             RN_RENUM_TS                    TIMESTAMP NOT NULL,
             RN_RSN_TXT                     CHAR(40) NOT NULL,
             RN_USER_ID                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_RENUM      *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-RENUM.
           10 RN-LOC-TYP-CD         PIC X(2).
           10 RN-OLD-LOC-NBR        PIC S9(9)V USAGE COMP-3.
           10 RN-NEW-LOC-NBR        PIC S9(9)V USAGE COMP-3.
           10 RN-RENUM-TS           PIC X(26).
           10 RN-RSN-TXT            PIC X(40).
           10 RN-USER-ID            PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTRN01
           REDEFINES
           DCLFC-XXXAIL-STORE-RENUM.
           10 MD-RN-LOC-TYP-CD      PIC X(2).
           10 MD-RN-OLD-LOC-NBR     PIC S9(9)V USAGE COMP-3.
           10 MD-RN-NEW-LOC-NBR     PIC S9(9)V USAGE COMP-3.
           10 MD-RN-RENUM-TS        PIC X(26).
           10 MD-RN-RSN-TXT         PIC X(40).
           10 MD-RN-USER-ID         PIC X(8).
      ******************************************************************
