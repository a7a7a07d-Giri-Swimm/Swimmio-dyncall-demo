      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ECOMM_MKT)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTMK01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * E-commerce market areas - one row per ECOMM_MKT_AREA_CD a      *
      * store's XXXAIL_LOC row may point at, with the area's name, how *
      * its orders are fulfilled (P store pickup, D home delivery, B   *
      * both) and the delivery radius in miles (0 for pickup only).    *
      * Maintained through MMMO0200 (table id MK); an area stores      *
      * still point at is set inactive, not deleted. MMMB4302 feeds    *
      * the e-commerce platform from it and lists the stores pointing  *
      * at an area that is missing or inactive.                        *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ECOMM_MKT TABLE
           ( MK_MKT_AREA_CD                 CHAR(5) NOT NULL,
             MK_MKT_AREA_NM                 CHAR(30) NOT NULL,
             MK_FULFL_TYP_CD                CHAR(1) NOT NULL,
             MK_SVC_RADIUS_MI               DECIMAL(3, 0) NOT NULL,
             MK_ACTIVE_IND                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ECOMM_MKT        *
      ******************************************************************
       01  DCLFC-XXXAIL-ECOMM-MKT.
           10 MK-MKT-AREA-CD        PIC X(5).
           10 MK-MKT-AREA-NM        PIC X(30).
           10 MK-FULFL-TYP-CD       PIC X(1).
           10 MK-SVC-RADIUS-MI      PIC S9(3)V USAGE COMP-3.
           10 MK-ACTIVE-IND         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
       01  DDDTMK01
           REDEFINES
           DCLFC-XXXAIL-ECOMM-MKT.
           10 MD-MK-MKT-AREA-CD     PIC X(5).
           10 MD-MK-MKT-AREA-NM     PIC X(30).
           10 MD-MK-FULFL-TYP-CD    PIC X(1).
           10 MD-MK-SVC-RADIUS-MI   PIC S9(3)V USAGE COMP-3.
           10 MD-MK-ACTIVE-IND      PIC X(1).
      ******************************************************************
