      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ACQ_STAGE)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTAQ01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Acquisition conversion staging - one row per store of an       *
      * acquired chain, keyed by chain code and the chain's own store  *
      * number. MMMB2102 loads it from the acquired store file with    *
      * their district, type, zone and department codes alongside our *
      * crosswalked values (FC_XXXAIL_ACQ_XWALK); MMMB2202 approves    *
      * rows and releases approved ones through the normal DAOs.       *
      * AQ_THEIR_DEPT_TXT / AQ_OUR_DEPT_TXT each hold up to 12 codes   *
      * of 10 bytes (ours as STR_DEPT_NBR + STR_SUB_DEPT_ID).          *
      * AQ_STAT_CD: S staged clean, U unmapped codes outstanding,      *
      * A approved, E release failed (message kept), R released.      *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ACQ_STAGE TABLE
           ( AQ_CHAIN_CD                    CHAR(4) NOT NULL,
             AQ_OLD_STORE_NO                DECIMAL(9, 0) NOT NULL,
             AQ_LOC_NM                      CHAR(30) NOT NULL,
             AQ_ADR_1                       CHAR(30) NOT NULL,
             AQ_ADR_2                       CHAR(30) NOT NULL,
             AQ_CITY                        CHAR(30) NOT NULL,
             AQ_STATE_CD                    CHAR(2) NOT NULL,
             AQ_ZIP5_CD                     DECIMAL(5, 0) NOT NULL,
             AQ_ZIP4_CD                     DECIMAL(4, 0) NOT NULL,
             AQ_AREA_CD                     DECIMAL(3, 0) NOT NULL,
             AQ_PHONE_NBR                   DECIMAL(7, 0) NOT NULL,
             AQ_OPENING_DT                  DATE NOT NULL,
             AQ_BCKRM_FT_QTY                DECIMAL(7, 0) NOT NULL,
             AQ_LFT_FOOD_QTY                DECIMAL(7, 0) NOT NULL,
             AQ_LFT_NONF_QTY                DECIMAL(7, 0) NOT NULL,
             AQ_LATITUDE_K                  DECIMAL(8, 5) NOT NULL,
             AQ_LONGITUDE_K                 DECIMAL(8, 5) NOT NULL,
             AQ_THEIR_DIST_CD               CHAR(10) NOT NULL,
             AQ_THEIR_TYPE_CD               CHAR(10) NOT NULL,
             AQ_THEIR_PZON_CD               CHAR(10) NOT NULL,
             AQ_THEIR_AZON_CD               CHAR(10) NOT NULL,
             AQ_THEIR_DEPT_TXT              CHAR(120) NOT NULL,
             AQ_DISTRICT_NO                 DECIMAL(3, 0) NOT NULL,
             AQ_TYPE_CD                     DECIMAL(3, 0) NOT NULL,
             AQ_PD_ZONE_NO                  DECIMAL(5, 0) NOT NULL,
             AQ_AD_ZN_NBR                   DECIMAL(7, 0) NOT NULL,
             AQ_DEPT_CNT                    DECIMAL(3, 0) NOT NULL,
             AQ_OUR_DEPT_TXT                CHAR(120) NOT NULL,
             AQ_UNMAP_CNT                   DECIMAL(3, 0) NOT NULL,
             AQ_STAT_CD                     CHAR(1) NOT NULL,
             AQ_ERR_MSG_TXT                 CHAR(80) NOT NULL,
             AQ_NEW_STORE_NO                DECIMAL(9, 0) NOT NULL,
             AQ_LOADED_TS                   TIMESTAMP NOT NULL,
             AQ_APPRV_TS                    TIMESTAMP,
             AQ_RELEASED_TS                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ACQ_STAGE        *
      ******************************************************************
       01  DCLFC-XXXAIL-ACQ-STAGE.
           10 AQ-CHAIN-CD           PIC X(4).
           10 AQ-OLD-STORE-NO       PIC S9(9)V USAGE COMP-3.
           10 AQ-LOC-NM             PIC X(30).
           10 AQ-ADR-1              PIC X(30).
           10 AQ-ADR-2              PIC X(30).
           10 AQ-CITY               PIC X(30).
           10 AQ-STATE-CD           PIC X(2).
           10 AQ-ZIP5-CD            PIC S9(5)V USAGE COMP-3.
           10 AQ-ZIP4-CD            PIC S9(4)V USAGE COMP-3.
           10 AQ-AREA-CD            PIC S9(3)V USAGE COMP-3.
           10 AQ-PHONE-NBR          PIC S9(7)V USAGE COMP-3.
           10 AQ-OPENING-DT         PIC X(10).
           10 AQ-BCKRM-FT-QTY       PIC S9(7)V USAGE COMP-3.
           10 AQ-LFT-FOOD-QTY       PIC S9(7)V USAGE COMP-3.
           10 AQ-LFT-NONF-QTY       PIC S9(7)V USAGE COMP-3.
           10 AQ-LATITUDE-K         PIC S9(3)V9(5) USAGE COMP-3.
           10 AQ-LONGITUDE-K        PIC S9(3)V9(5) USAGE COMP-3.
           10 AQ-THEIR-DIST-CD      PIC X(10).
           10 AQ-THEIR-TYPE-CD      PIC X(10).
           10 AQ-THEIR-PZON-CD      PIC X(10).
           10 AQ-THEIR-AZON-CD      PIC X(10).
           10 AQ-THEIR-DEPT-TXT     PIC X(120).
           10 AQ-DISTRICT-NO        PIC S9(3)V USAGE COMP-3.
           10 AQ-TYPE-CD            PIC S9(3)V USAGE COMP-3.
           10 AQ-PD-ZONE-NO         PIC S9(5)V USAGE COMP-3.
           10 AQ-AD-ZN-NBR          PIC S9(7)V USAGE COMP-3.
           10 AQ-DEPT-CNT           PIC S9(3)V USAGE COMP-3.
           10 AQ-OUR-DEPT-TXT       PIC X(120).
           10 AQ-UNMAP-CNT          PIC S9(3)V USAGE COMP-3.
           10 AQ-STAT-CD            PIC X(1).
               88 AQ-STAGED-CLEAN             VALUE 'S'.
               88 AQ-UNMAPPED                 VALUE 'U'.
               88 AQ-APPROVED                 VALUE 'A'.
               88 AQ-RELEASE-ERROR            VALUE 'E'.
               88 AQ-RELEASED                 VALUE 'R'.
           10 AQ-ERR-MSG-TXT        PIC X(80).
           10 AQ-NEW-STORE-NO       PIC S9(9)V USAGE COMP-3.
           10 AQ-LOADED-TS          PIC X(26).
           10 AQ-APPRV-TS           PIC X(26).
           10 AQ-RELEASED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 35      *
      ******************************************************************
