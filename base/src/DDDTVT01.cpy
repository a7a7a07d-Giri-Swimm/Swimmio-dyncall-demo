      ******************************************************************
      * DCLGEN TABLE(DB2PROD.FC_XXXAIL_SVC_TYPE)                       *
      *        LIBRARY(SYS2.DBCLIB(DDDTVT01))                          *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        APOST                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Store services and amenities (pharmacy drive-thru, fuel, bank  *
      * branch, deli, curbside pickup, EV charging, ...) - one row per *
      * service, with whether a store keeps its own hours for it and   *
      * the FC_RETAIL_DEPTS department it goes with, if any:           *
      *   VT_DEPT_MATCH_CD  R  the service needs the department (a     *
      *                        drive-thru needs a pharmacy)            *
      *                     E  the two go together both ways (a deli   *
      *                        department is the deli service)         *
      *                     blank  no department tie                   *
      * Maintained through MMMO0200 (table id VT); MMMS0184 refuses a  *
      * store service of an unknown or inactive type and MMMB3502      *
      * lists stores whose departments disagree with their services.   *
      ******************************************************************
           EXEC SQL DECLARE FC_XXXAIL_SVC_TYPE TABLE
           ( VT_SVC_CD                      CHAR(4) NOT NULL,
             VT_SVC_DES                     CHAR(30) NOT NULL,
             VT_HRS_APPL_IND                CHAR(1) NOT NULL,
             VT_DEPT_NO                     CHAR(5) NOT NULL,
             VT_DEPT_MATCH_CD               CHAR(1) NOT NULL,
             VT_ACTIVE_IND                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DB2PROD.FC_XXXAIL_SVC_TYPE         *
      ******************************************************************
       01  DCLFC-XXXAIL-SVC-TYPE.
           10 VT-SVC-CD             PIC X(4).
           10 VT-SVC-DES            PIC X(30).
           10 VT-HRS-APPL-IND       PIC X(1).
               88 VT-HRS-APPLY                VALUE 'Y'.
           10 VT-DEPT-NO            PIC X(5).
           10 VT-DEPT-MATCH-CD      PIC X(1).
               88 VT-DEPT-REQUIRED            VALUE 'R'.
               88 VT-DEPT-EQUIVALENT          VALUE 'E'.
               88 VT-DEPT-NO-TIE              VALUE ' '.
               88 VT-DEPT-MATCH-VALID         VALUE 'R' 'E' ' '.
           10 VT-ACTIVE-IND         PIC X(1).
               88 VT-ACTIVE                   VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
       01  DDDTVT01
           REDEFINES
           DCLFC-XXXAIL-SVC-TYPE.
           10 MD-VT-SVC-CD          PIC X(4).
           10 MD-VT-SVC-DES         PIC X(30).
           10 MD-VT-HRS-APPL-IND    PIC X(1).
           10 MD-VT-DEPT-NO         PIC X(5).
           10 MD-VT-DEPT-MATCH-CD   PIC X(1).
           10 MD-VT-ACTIVE-IND      PIC X(1).
      ******************************************************************
