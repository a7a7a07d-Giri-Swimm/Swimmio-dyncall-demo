      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_STORE_CERT)                     *
      *        LIBRARY(SYS2.DBCLIB(DDDTSE01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Annual store-attribute certification - one row per store per   *
      * certification cycle (the year). MMMB1902 opens the row with a  *
      * snapshot of the attributes the district manager is asked to    *
      * confirm: address, weekly hours (day by day, Monday first, as   *
      * HHMM-HHMM or CLOSED), ad/price/retail zone, departments,       *
      * licenses and emergency contacts. The manager answers through   *
      * MMMO1200 - certify the snapshot as right (C) or flag the       *
      * fields that are wrong (F), each flag a row on                  *
      * FC_XXXAIL_CERT_FLAG (DDDTCG01) for the data team to work. When *
      * the last flag is worked the row goes back to open (O) so the   *
      * manager confirms the corrected data. MMMB2002 reports progress *
      * by district. SE_RESP_TS is null until the manager answers.     *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_STORE_CERT TABLE
           ( SE_CYCLE_YR                    DECIMAL(4, 0) NOT NULL,
             SE_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             SE_LOC_TYP_CD                  CHAR(2) NOT NULL,
             SE_OPEN_DT                     DATE NOT NULL,
             SE_DUE_DT                      DATE NOT NULL,
             SE_STAT_CD                     CHAR(1) NOT NULL,
             SE_SNAP_TS                     TIMESTAMP NOT NULL,
             SE_ADR_1                       CHAR(30) NOT NULL,
             SE_ADR_2                       CHAR(30) NOT NULL,
             SE_CITY                        CHAR(30) NOT NULL,
             SE_STATE_CD                    CHAR(2) NOT NULL,
             SE_ZIP5_CD                     DECIMAL(5, 0) NOT NULL,
             SE_ZIP4_CD                     DECIMAL(4, 0) NOT NULL,
             SE_HRS_TXT                     CHAR(70) NOT NULL,
             SE_AD_ZONE_NBR                 DECIMAL(7, 0) NOT NULL,
             SE_PRC_ZONE_NO                 DECIMAL(5, 0) NOT NULL,
             SE_RETL_ZONE_NO                DECIMAL(3, 0) NOT NULL,
             SE_DEPT_CNT                    DECIMAL(3, 0) NOT NULL,
             SE_DEPT_TXT                    CHAR(120) NOT NULL,
             SE_LIC_CNT                     DECIMAL(3, 0) NOT NULL,
             SE_LIC_TXT                     CHAR(60) NOT NULL,
             SE_CNTCT_CNT                   DECIMAL(3, 0) NOT NULL,
             SE_CNTCT_NM                    CHAR(30) NOT NULL,
             SE_CNTCT_AREA_CD               DECIMAL(3, 0) NOT NULL,
             SE_CNTCT_PHONE_NBR             DECIMAL(7, 0) NOT NULL,
             SE_RESP_USER_ID                CHAR(8) NOT NULL,
             SE_RESP_TS                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_STORE_CERT       *
      ******************************************************************
       01  DCLFC-XXXAIL-STORE-CERT.
           10 SE-CYCLE-YR           PIC S9(4)V USAGE COMP-3.
           10 SE-LOC-NBR            PIC S9(9) USAGE COMP.
           10 SE-LOC-TYP-CD         PIC X(2).
           10 SE-OPEN-DT            PIC X(10).
           10 SE-DUE-DT             PIC X(10).
           10 SE-STAT-CD            PIC X(1).
               88 SE-STAT-OPEN                 VALUE 'O'.
               88 SE-STAT-CERTIFIED            VALUE 'C'.
               88 SE-STAT-FLAGGED              VALUE 'F'.
           10 SE-SNAP-TS            PIC X(26).
           10 SE-ADR-1              PIC X(30).
           10 SE-ADR-2              PIC X(30).
           10 SE-CITY               PIC X(30).
           10 SE-STATE-CD           PIC X(2).
           10 SE-ZIP5-CD            PIC S9(5)V USAGE COMP-3.
           10 SE-ZIP4-CD            PIC S9(4)V USAGE COMP-3.
           10 SE-HRS-TXT            PIC X(70).
           10 SE-AD-ZONE-NBR        PIC S9(7)V USAGE COMP-3.
           10 SE-PRC-ZONE-NO        PIC S9(5)V USAGE COMP-3.
           10 SE-RETL-ZONE-NO       PIC S9(3)V USAGE COMP-3.
           10 SE-DEPT-CNT           PIC S9(3)V USAGE COMP-3.
           10 SE-DEPT-TXT           PIC X(120).
           10 SE-LIC-CNT            PIC S9(3)V USAGE COMP-3.
           10 SE-LIC-TXT            PIC X(60).
           10 SE-CNTCT-CNT          PIC S9(3)V USAGE COMP-3.
           10 SE-CNTCT-NM           PIC X(30).
           10 SE-CNTCT-AREA-CD      PIC S9(3)V USAGE COMP-3.
           10 SE-CNTCT-PHONE-NBR    PIC S9(7)V USAGE COMP-3.
           10 SE-RESP-USER-ID       PIC X(8).
           10 SE-RESP-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 27      *
      ******************************************************************
       01  DDDTSE01
           REDEFINES
           DCLFC-XXXAIL-STORE-CERT.
           10 MD-SE-CYCLE-YR        PIC S9(4)V USAGE COMP-3.
           10 MD-SE-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-SE-LOC-TYP-CD      PIC X(2).
           10 MD-SE-OPEN-DT         PIC X(10).
           10 MD-SE-DUE-DT          PIC X(10).
           10 MD-SE-STAT-CD         PIC X(1).
           10 MD-SE-SNAP-TS         PIC X(26).
           10 MD-SE-ADR-1           PIC X(30).
           10 MD-SE-ADR-2           PIC X(30).
           10 MD-SE-CITY            PIC X(30).
           10 MD-SE-STATE-CD        PIC X(2).
           10 MD-SE-ZIP5-CD         PIC S9(5)V USAGE COMP-3.
           10 MD-SE-ZIP4-CD         PIC S9(4)V USAGE COMP-3.
           10 MD-SE-HRS-TXT         PIC X(70).
           10 MD-SE-AD-ZONE-NBR     PIC S9(7)V USAGE COMP-3.
           10 MD-SE-PRC-ZONE-NO     PIC S9(5)V USAGE COMP-3.
           10 MD-SE-RETL-ZONE-NO    PIC S9(3)V USAGE COMP-3.
           10 MD-SE-DEPT-CNT        PIC S9(3)V USAGE COMP-3.
           10 MD-SE-DEPT-TXT        PIC X(120).
           10 MD-SE-LIC-CNT         PIC S9(3)V USAGE COMP-3.
           10 MD-SE-LIC-TXT         PIC X(60).
           10 MD-SE-CNTCT-CNT       PIC S9(3)V USAGE COMP-3.
           10 MD-SE-CNTCT-NM        PIC X(30).
           10 MD-SE-CNTCT-AREA-CD   PIC S9(3)V USAGE COMP-3.
           10 MD-SE-CNTCT-PHONE-NBR PIC S9(7)V USAGE COMP-3.
           10 MD-SE-RESP-USER-ID    PIC X(8).
           10 MD-SE-RESP-TS         PIC X(26).
      ******************************************************************
