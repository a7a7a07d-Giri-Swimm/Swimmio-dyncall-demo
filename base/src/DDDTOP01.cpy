      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_OPEN_SLIP)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTOP01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Opening-date history - one row per change to a pipeline        *
      * store's opening date, from the real-estate extract through     *
      * grand opening, keyed by location and change timestamp.         *
      * OP_DT_TYP_CD says which date moved:                            *
      *   S  SG_OPENING_DT on FC_XXXAIL_STORE_STAGE (MMMB6601)         *
      *   F  FC_RL_OPENING_DT on FC_XXXAIL_STORES  (NNNS0120)          *
      *   L  SLS_OPEN_DT on XXXAIL_LOC             (NNNS0488)          *
      * OP_CHG_TYPE_CD A is the first date put on file (old date =     *
      * new date), M a move of a date already on file; a date set      *
      * back to the "no date" default is not a row. OP_RSN_CD is       *
      * the reason the caller gave (NNNN0000-OPEN-DT-RSN-CD, or the    *
      * reason column of the real-estate extract), edited against      *
      * the OP_RSN_CD domain on FC_XXXAIL_CODE_DOM; blank when none    *
      * was given. MMMB4402 reports the slippage weekly by district.   *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_OPEN_SLIP TABLE
           ( OP_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             OP_LOC_TYP_CD                  CHAR(2) NOT NULL,
             OP_DT_TYP_CD                   CHAR(1) NOT NULL,
             OP_CHG_TS                      TIMESTAMP NOT NULL,
             OP_CHG_TYPE_CD                 CHAR(1) NOT NULL,
             OP_OLD_DT                      DATE NOT NULL,
             OP_NEW_DT                      DATE NOT NULL,
             OP_RSN_CD                      CHAR(2) NOT NULL,
             OP_CHGD_BY_USER_ID             CHAR(8) NOT NULL,
             OP_PGM_ID                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_OPEN_SLIP        *
      ******************************************************************
       01  DCLFC-XXXAIL-OPEN-SLIP.
           10 OP-LOC-NBR            PIC S9(9)V USAGE COMP-3.
           10 OP-LOC-TYP-CD         PIC X(2).
           10 OP-DT-TYP-CD          PIC X(1).
               88 OP-DT-TYP-STAGE             VALUE 'S'.
               88 OP-DT-TYP-FC-STORE          VALUE 'F'.
               88 OP-DT-TYP-SALES-OPEN        VALUE 'L'.
           10 OP-CHG-TS             PIC X(26).
           10 OP-CHG-TYPE-CD        PIC X(1).
               88 OP-CHG-TYPE-FIRST           VALUE 'A'.
               88 OP-CHG-TYPE-MOVE            VALUE 'M'.
           10 OP-OLD-DT             PIC X(10).
           10 OP-NEW-DT             PIC X(10).
           10 OP-RSN-CD             PIC X(2).
           10 OP-CHGD-BY-USER-ID    PIC X(8).
           10 OP-PGM-ID             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTOP01
           REDEFINES
           DCLFC-XXXAIL-OPEN-SLIP.
           10 MD-OP-LOC-NBR         PIC S9(9)V USAGE COMP-3.
           10 MD-OP-LOC-TYP-CD      PIC X(2).
           10 MD-OP-DT-TYP-CD       PIC X(1).
           10 MD-OP-CHG-TS          PIC X(26).
           10 MD-OP-CHG-TYPE-CD     PIC X(1).
           10 MD-OP-OLD-DT          PIC X(10).
           10 MD-OP-NEW-DT          PIC X(10).
           10 MD-OP-RSN-CD          PIC X(2).
           10 MD-OP-CHGD-BY-USER-ID PIC X(8).
           10 MD-OP-PGM-ID          PIC X(8).
      ******************************************************************
