      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_RX_XFER)                        *
      *        LIBRARY(SYS2.DBCLIB(DDDTRX01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Prescription-file transfers for closing pharmacy stores. When  *
      * MMMO0400 approves the close of a store carrying pharmacy       *
      * credentials it queues a pending row here in the same unit of   *
      * work; MMMB1502 picks the receiving pharmacy (the nearest open  *
      * store with an active pharmacy and a valid DEA number, through  *
      * MMMS0169), writes the transfer notice and records the          *
      * receiving store, and MMMB7001 sends the redirect to the        *
      * claims switch.                                                 *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_RX_XFER TABLE
           ( XF_LOC_NBR                     DECIMAL(9, 0) NOT NULL,
             XF_LOC_TYP_CD                  CHAR(2) NOT NULL,
             XF_CLOSED_DT                   DATE NOT NULL,
             XF_STAT_CD                     CHAR(1) NOT NULL,
             XF_APPR_USER_ID                CHAR(8) NOT NULL,
             XF_RQST_TS                     TIMESTAMP NOT NULL,
             XF_RCV_LOC_NBR                 DECIMAL(9, 0) NOT NULL,
             XF_DIST_MI                     DECIMAL(5, 1) NOT NULL,
             XF_RSN_TXT                     CHAR(40) NOT NULL,
             XF_NOTICE_TS                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_RX_XFER          *
      ******************************************************************
       01  DCLFC-XXXAIL-RX-XFER.
           10 XF-LOC-NBR            PIC S9(9) USAGE COMP.
           10 XF-LOC-TYP-CD         PIC X(2).
           10 XF-CLOSED-DT          PIC X(10).
           10 XF-STAT-CD            PIC X(1).
               88 XF-STAT-PENDING              VALUE 'P'.
               88 XF-STAT-NOTICED              VALUE 'N'.
               88 XF-STAT-NO-RECEIVER          VALUE 'E'.
           10 XF-APPR-USER-ID       PIC X(8).
           10 XF-RQST-TS            PIC X(26).
           10 XF-RCV-LOC-NBR        PIC S9(9) USAGE COMP.
           10 XF-DIST-MI            PIC S9(4)V9(1) USAGE COMP-3.
           10 XF-RSN-TXT            PIC X(40).
           10 XF-NOTICE-TS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTRX01
           REDEFINES
           DCLFC-XXXAIL-RX-XFER.
           10 MD-XF-LOC-NBR         PIC S9(9) USAGE COMP.
           10 MD-XF-LOC-TYP-CD      PIC X(2).
           10 MD-XF-CLOSED-DT       PIC X(10).
           10 MD-XF-STAT-CD         PIC X(1).
           10 MD-XF-APPR-USER-ID    PIC X(8).
           10 MD-XF-RQST-TS         PIC X(26).
           10 MD-XF-RCV-LOC-NBR     PIC S9(9) USAGE COMP.
           10 MD-XF-DIST-MI         PIC S9(4)V9(1) USAGE COMP-3.
           10 MD-XF-RSN-TXT         PIC X(40).
           10 MD-XF-NOTICE-TS       PIC X(26).
      ******************************************************************
