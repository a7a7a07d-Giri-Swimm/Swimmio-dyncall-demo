      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_CODE_DOM)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTDM01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Code domains - the allowed values of the small store code      *
      * columns, one row per column name and value, with what the      *
      * value means, an active indicator and the dates it is good      *
      * for. DM_FLD_NM is the DB2 column name the value belongs to:    *
      *   FC_RL_STATUS_CD  FC_RL_TYPE_CD (3 digits, zero-filled)       *
      *   FC_RL_GROUP_CD   FC_RL_SOS_TYPE_CD  FC_RL_SETOFF_CD          *
      *   GRP_CD  PRIM_GRP_CD_1/2  SECY_GRP_CD_1/2  RETL_LOC_TYP_CD    *
      *   OP_RSN_CD (opening-date change reasons, DDDTOP01)            *
      * A value is in the domain while DM_ACTIVE_IND = 'Y' and the     *
      * date falls from DM_EFF_DT through DM_END_DT. Maintained        *
      * through MMMO0200 table id DM; MMMS0183 is the lookup/decode    *
      * service the store DAOs edit against and the reports decode     *
      * through. A column with no rows here is not edited yet.         *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_CODE_DOM TABLE
           ( DM_FLD_NM                      CHAR(18) NOT NULL,
             DM_CODE_VAL                    CHAR(10) NOT NULL,
             DM_CODE_DESC                   CHAR(30) NOT NULL,
             DM_ACTIVE_IND                  CHAR(1) NOT NULL,
             DM_EFF_DT                      DATE NOT NULL,
             DM_END_DT                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_CODE_DOM         *
      ******************************************************************
       01  DCLFC-XXXAIL-CODE-DOM.
           10 DM-FLD-NM             PIC X(18).
           10 DM-CODE-VAL           PIC X(10).
           10 DM-CODE-DESC          PIC X(30).
           10 DM-ACTIVE-IND         PIC X(1).
               88 DM-CODE-ACTIVE             VALUE 'Y'.
               88 DM-CODE-NOT-ACTIVE         VALUE 'N'.
           10 DM-EFF-DT             PIC X(10).
           10 DM-END-DT             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTDM01
           REDEFINES
           DCLFC-XXXAIL-CODE-DOM.
           10 MD-DM-FLD-NM          PIC X(18).
           10 MD-DM-CODE-VAL        PIC X(10).
           10 MD-DM-CODE-DESC       PIC X(30).
           10 MD-DM-ACTIVE-IND      PIC X(1).
           10 MD-DM-EFF-DT          PIC X(10).
           10 MD-DM-END-DT          PIC X(10).
      ******************************************************************
