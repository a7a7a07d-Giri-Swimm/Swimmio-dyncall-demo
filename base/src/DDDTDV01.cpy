      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_DSTR_EVT)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTDV01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * Named disaster events - a forecast hurricane or ice storm and  *
      * the area it threatens: either a list of counties (on           *
      * FC_XXXAIL_DSTR_CNTY, DV_SEL_TYP_CD C) or a point and a radius  *
      * in miles (DV_SEL_TYP_CD R). Keyed on MMMO1300 or by the        *
      * MMMB2702 control cards; MMMB2702 lists the open stores in the  *
      * area onto FC_XXXAIL_DSTR_STR and writes the call list, and     *
      * stamps DV_LIST_TS and DV_STORE_CNT (0001-01-01 timestamp =     *
      * never listed). DV_STAT_CD O open, X closed out.                *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_DSTR_EVT TABLE
           ( DV_EVENT_NM                    CHAR(12) NOT NULL,
             DV_EVENT_DESC                  CHAR(40) NOT NULL,
             DV_SEL_TYP_CD                  CHAR(1) NOT NULL,
             DV_LATITUDE                    DECIMAL(8, 5) NOT NULL,
             DV_LONGITUDE                   DECIMAL(8, 5) NOT NULL,
             DV_RADIUS_MI                   DECIMAL(3, 0) NOT NULL,
             DV_STAT_CD                     CHAR(1) NOT NULL,
             DV_CREATE_TS                   TIMESTAMP NOT NULL,
             DV_LIST_TS                     TIMESTAMP NOT NULL,
             DV_STORE_CNT                   INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_DSTR_EVT         *
      ******************************************************************
       01  DCLFC-XXXAIL-DSTR-EVT.
           10 DV-EVENT-NM           PIC X(12).
           10 DV-EVENT-DESC         PIC X(40).
           10 DV-SEL-TYP-CD         PIC X(1).
               88 DV-BY-COUNTY               VALUE 'C'.
               88 DV-BY-RADIUS               VALUE 'R'.
           10 DV-LATITUDE           PIC S9(3)V9(5) USAGE COMP-3.
           10 DV-LONGITUDE          PIC S9(3)V9(5) USAGE COMP-3.
           10 DV-RADIUS-MI          PIC S9(3)V USAGE COMP-3.
           10 DV-STAT-CD            PIC X(1).
               88 DV-EVENT-OPEN              VALUE 'O'.
               88 DV-EVENT-CLOSED-OUT        VALUE 'X'.
           10 DV-CREATE-TS          PIC X(26).
           10 DV-LIST-TS            PIC X(26).
           10 DV-STORE-CNT          PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
       01  DDDTDV01
           REDEFINES
           DCLFC-XXXAIL-DSTR-EVT.
           10 MD-DV-EVENT-NM        PIC X(12).
           10 MD-DV-EVENT-DESC      PIC X(40).
           10 MD-DV-SEL-TYP-CD      PIC X(1).
           10 MD-DV-LATITUDE        PIC S9(3)V9(5) USAGE COMP-3.
           10 MD-DV-LONGITUDE       PIC S9(3)V9(5) USAGE COMP-3.
           10 MD-DV-RADIUS-MI       PIC S9(3)V USAGE COMP-3.
           10 MD-DV-STAT-CD         PIC X(1).
           10 MD-DV-CREATE-TS       PIC X(26).
           10 MD-DV-LIST-TS         PIC X(26).
           10 MD-DV-STORE-CNT       PIC S9(9) USAGE COMP.
      ******************************************************************
