      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_ZIP_STORE)                      *
      *        LIBRARY(SYS2.DBCLIB(DDDTZP01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * ZIP code service areas - which stores serve each ZIP, for      *
      * e-commerce, marketing and the call center. One row per ZIP     *
      * and service: A any open store, P a store with a pharmacy, E a  *
      * store enabled for e-commerce. The primary and secondary        *
      * serving stores are the two nearest open stores of that kind    *
      * to the ZIP centroid, with distances in miles; store number 0   *
      * means none within reach. Rebuilt monthly by MMMB2602 from the  *
      * ZIP centroid file; ZP_LOAD_TS is the run that wrote the row.   *
      * Answered on MQ by YYYB0250.                                    *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_ZIP_STORE TABLE
           ( ZP_ZIP5_CD                     DECIMAL(5, 0) NOT NULL,
             ZP_SVC_CD                      CHAR(1) NOT NULL,
             ZP_CITY                        CHAR(30) NOT NULL,
             ZP_STATE_CD                    CHAR(2) NOT NULL,
             ZP_LATITUDE                    DECIMAL(8, 5) NOT NULL,
             ZP_LONGITUDE                   DECIMAL(8, 5) NOT NULL,
             ZP_PRIM_STORE_NO               INTEGER NOT NULL,
             ZP_PRIM_DIST_MI                DECIMAL(5, 1) NOT NULL,
             ZP_SCND_STORE_NO               INTEGER NOT NULL,
             ZP_SCND_DIST_MI                DECIMAL(5, 1) NOT NULL,
             ZP_LOAD_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_ZIP_STORE        *
      ******************************************************************
       01  DCLFC-XXXAIL-ZIP-STORE.
           10 ZP-ZIP5-CD            PIC S9(5)V USAGE COMP-3.
           10 ZP-SVC-CD             PIC X(1).
               88 ZP-SVC-ANY-STORE           VALUE 'A'.
               88 ZP-SVC-PHARMACY            VALUE 'P'.
               88 ZP-SVC-ECOMM               VALUE 'E'.
           10 ZP-CITY               PIC X(30).
           10 ZP-STATE-CD           PIC X(2).
           10 ZP-LATITUDE           PIC S9(3)V9(5) USAGE COMP-3.
           10 ZP-LONGITUDE          PIC S9(3)V9(5) USAGE COMP-3.
           10 ZP-PRIM-STORE-NO      PIC S9(9) USAGE COMP.
           10 ZP-PRIM-DIST-MI       PIC S9(4)V9(1) USAGE COMP-3.
           10 ZP-SCND-STORE-NO      PIC S9(9) USAGE COMP.
           10 ZP-SCND-DIST-MI       PIC S9(4)V9(1) USAGE COMP-3.
           10 ZP-LOAD-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
       01  DDDTZP01
           REDEFINES
           DCLFC-XXXAIL-ZIP-STORE.
           10 MD-ZP-ZIP5-CD         PIC S9(5)V USAGE COMP-3.
           10 MD-ZP-SVC-CD          PIC X(1).
           10 MD-ZP-CITY            PIC X(30).
           10 MD-ZP-STATE-CD        PIC X(2).
           10 MD-ZP-LATITUDE        PIC S9(3)V9(5) USAGE COMP-3.
           10 MD-ZP-LONGITUDE       PIC S9(3)V9(5) USAGE COMP-3.
           10 MD-ZP-PRIM-STORE-NO   PIC S9(9) USAGE COMP.
           10 MD-ZP-PRIM-DIST-MI    PIC S9(4)V9(1) USAGE COMP-3.
           10 MD-ZP-SCND-STORE-NO   PIC S9(9) USAGE COMP.
           10 MD-ZP-SCND-DIST-MI    PIC S9(4)V9(1) USAGE COMP-3.
           10 MD-ZP-LOAD-TS         PIC X(26).
      ******************************************************************
